      *****************************************************************
      * MODIFICACOES.:                                                *
      * 13/10/2014 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADRCTN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADRCTL, COM A QTDE DE REGISTROS E O     *
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
       01      WS-GCAT-CADRCTL     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADRCTL'       TO      WGC-ARQUIVO.

           PERFORM 0440-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRCTL.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CHAMA-COBBB010      SECTION.
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
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-LEITURA-CADRCTL     SECTION.
      *****************************************************************
           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0420-00-TESTA-FS-CADRCTN.

           MOVE    WS-GCAT-CADRCTL TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADRCTN     TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0440-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRCTL.
      *
       1500-99-EXIT.
           EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADRCTL TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB029'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0440-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRCTL.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB029'      TO      WRL-PROGRAMA.
           MOVE    WS-SEM-VALOR    TO      WS-EDICAO.
           DISPLAY '* FILIAIS SEM VALOR A PAGAR........: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADRCTL TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADRCTL.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB029 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB029 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB029 ******************'.
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
           DISPLAY '******************* GPFPB029 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB029 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
