      *                   ALTERACAO, PARA PERMITIR O ESTORNO DE UMA   *
      *                   RODADA INTEIRA PELO GERADOR DE ESTORNOS     *
      *                   (GPFPB113)                                  *
      * 15/10/2026 - US - CADA CADMATN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADMATR, COM A DATA DA RODADA, A QTDE DE *
      *                   REGISTROS E O SELO DE INTEGRIDADE           *
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
           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADMATR'       TO      WGC-ARQUIVO.

           PERFORM 0460-00-CHAMA-COBBB010.

           PERFORM 0500-00-LEITURA-CADMATR.

           PERFORM 0620-00-LEITURA-CADPMVT-SEM-DUP.
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADMATN NO CATALOGO DE GERACOES      *
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
       0500-00-LEITURA-CADMATR     SECTION.
      *****************************************************************
           ADD     001             TO      WS-GRV-CADMATN.

           ADD     001             TO      WS-SEQ-TRANS.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-MATR        TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0460-00-CHAMA-COBBB010.
      *
       1100-99-EXIT.
           EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB041'      TO      WGC-PROGRAMA.
           MOVE    WS-DATA-PROC    TO      WGC-DATA-NEGOCIO.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0460-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB041'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADMATN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADMATN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADMATR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-INC-CADMATN  TO      WS-EDICAO.
           DISPLAY '* PECAS INCLUIDAS..................: ' WS-EDICAO
           ' *'.
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB041 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB041 ******************'.
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
           DISPLAY '******************* GPFPB041 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB041 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
