      *                    CENTRAL CADPARM (VIGENCIA MAIS RECENTE     *
      *                    ATE A DATA DE PROCESSAMENTO)               *
      * 07/07/2014 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADFLON GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADFLOG, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
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
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADFLOG     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADFLOG'       TO      WGC-ARQUIVO.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFLOG.

           PERFORM 0500-00-LEITURA-CADFLOG.
      *
       0100-99-EXIT.
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA AS GERACOES DOS ARQUIVOS MESTRES NO CATALOGO      *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADFLOG     SECTION.
      *****************************************************************
           PERFORM 0400-00-TESTA-FS-CADFLON.

           ADD     001             TO      WS-GRV-CADFLON.

           MOVE    WS-GCAT-CADFLOG TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADFLON     TO      WGC-REG-IMAGEM.
           MOVE    250             TO      WGC-TAM-REG.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFLOG.
      *
       1100-99-EXIT.
           EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADFLOG TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB026'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    100             TO      WS-PTO-ERRO.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFLOG.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB026'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADFLON  TO      WS-EDICAO.
           DISPLAY '* REGISTROS RETIDOS.....- CADFLON.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADFLOG TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADFLOG.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB026 ******************'.
      *
       0997-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB026 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB026 ******************'.
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
           DISPLAY '******************* GPFPB026 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB026 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
