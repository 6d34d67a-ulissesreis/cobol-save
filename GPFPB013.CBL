      *                   FUNCIONARIOS. A DATA DE MANUTENCAO, QUE     *
      *                   OCUPAVA ESSAS POSICOES, JA E GUARDADA POR   *
      *                   MOVIMENTO NO CADFLOG (FLOG-DT-MOV)          *
      * 15/10/2026 - US - O LOG E01 PASSA A LEVAR O MOTIVO, A DATA DO *
      *                   DESLIGAMENTO E O TIPO DE AVISO PREVIO DO    *
      *                   MOVIMENTO DE EXCLUSAO, PARA O CALCULO DA    *
      *                   RESCISAO (GPFPB167)                         *
      * 15/10/2026 - US - EM PRODUCAO, CADA CADFATU GRAVADO PASSA A   *
      *                   SER CATALOGADO NO CADGCAT (ROTINA COBBB010) *
      *                   COM A DATA DA RODADA, A QTDE DE REGISTROS E *
      *                   O SELO DE INTEGRIDADE                       *
      *****************************************************************
      *
      *****************************************************************
      *
           COPY    RUCWS100.
      *
      *****************************************************************
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADFATU'       TO      WGC-ARQUIVO.

           PERFORM 0480-00-CHAMA-COBBB010.

           PERFORM 0160-00-CARGA-TAB-CADFEXC.

           PERFORM 0165-00-ABRE-CADFEXC.
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADFATU NO CATALOGO DE GERACOES      *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADFUNC     SECTION.
      *****************************************************************
                   MOVE    004             TO      WS-PTO-ERRO

                   PERFORM 0400-00-TESTA-FS-CADFATU

                   MOVE    'A'             TO      WGC-CODOPE
                   MOVE    REG-FATU        TO      WGC-REG-IMAGEM
                   MOVE    200             TO      WGC-TAM-REG

                   PERFORM 0480-00-CHAMA-COBBB010
           END-IF.

           ADD     001             TO      WS-GRV-CADFATU.
                   MOVE    005             TO      WS-PTO-ERRO

                   PERFORM 0400-00-TESTA-FS-CADFATU

                   MOVE    'A'             TO      WGC-CODOPE
                   MOVE    REG-FATU        TO      WGC-REG-IMAGEM
                   MOVE    200             TO      WGC-TAM-REG

                   PERFORM 0480-00-CHAMA-COBBB010
           END-IF.

           ADD     001             TO      WS-GRV-CADFATU.
           MOVE    WS-FLOG-STATUS  TO      FLOG-STATUS.
           MOVE    WS-FLOG-ORIGEM  TO      FLOG-ORIGEM.
           MOVE    WS-DATA-EXEC    TO      FLOG-DT-MOV.
           MOVE    ZEROS           TO      FLOG-RESC-DT-DESLIG.

           IF      WS-FLOG-STATUS  EQUAL   'E01'
      *            DADOS DO DESLIGAMENTO PARA A RESCISAO
                   MOVE    MOVF-EXC-MOTIVO TO      FLOG-RESC-MOTIVO
                   MOVE    MOVF-EXC-AVISO  TO      FLOG-RESC-AVISO
                   IF      MOVF-EXC-DT-DESLIG      NUMERIC
                           MOVE    MOVF-EXC-DT-DESLIG      TO
                                   FLOG-RESC-DT-DESLIG
                   END-IF
           END-IF.

           IF      WS-FATU-GRAVADO-SIM
                   MOVE    WS-SEQ-TRANS    TO      FLOG-SEQ-TRANS
                   MOVE    010             TO      WS-PTO-ERRO

                   PERFORM 0400-00-TESTA-FS-CADFATU

                   MOVE    'A'             TO      WGC-CODOPE
                   MOVE    REG-FATU        TO      WGC-REG-IMAGEM
                   MOVE    200             TO      WGC-TAM-REG

                   PERFORM 0480-00-CHAMA-COBBB010
           END-IF.
      *
       1700-99-EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

      *    EM SIMULACAO O CADFATU SAI VAZIO E NAO E CATALOGADO
           IF      LKG-MODO-PRODUCAO
                   MOVE    'C'             TO      WGC-CODOPE
                   MOVE    'GPFPB013'      TO      WGC-PROGRAMA
                   MOVE    WS-DATA-EXEC    TO      WGC-DATA-NEGOCIO

                   MOVE    017             TO      WS-PTO-ERRO

                   PERFORM 0480-00-CHAMA-COBBB010
           END-IF.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB013'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADFATU  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADFATU.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADFATU.: ' WS-EDICAO
           ' *'.
           MOVE    WS-INC-CADFATU  TO      WS-EDICAO.
           DISPLAY '* REGISTROS INCLUIDOS...- CADFATU.: ' WS-EDICAO
           ' *'.
       0988-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB013 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB013 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* PROBLEMAS NO ACESSO A SUBROTINA ' WS-SUB-ROTINA
           '    *'.
           DISPLAY '*                                             *'.
           DISPLAY '*             COD.RETORNO....: ' WS-SUB-RETORNO
           '             *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB013 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB013 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
