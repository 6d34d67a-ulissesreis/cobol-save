      *****************************************************************
      * MODIFICACOES.:                                                *
      * 27/10/2014 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADBVEN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADBVER, COM A QTDE DE REGISTROS E O     *
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
       01      WS-GCAT-CADBVER     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADBVER'       TO      WGC-ARQUIVO.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADBVER.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

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
       0500-00-LEITURA-CADBVER     SECTION.
      *****************************************************************
           PERFORM 0400-00-TESTA-FS-CADBVEN.

           ADD     001             TO      WS-GRV-CADBVEN.

           MOVE    WS-GCAT-CADBVER TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADBVEN     TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADBVER.
      *
       1300-99-EXIT.
           EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADBVER TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB032'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADBVER.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB032'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADBVEN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADBVEN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADBVER TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADBVER.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADBVOC  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADBVOC.: ' WS-EDICAO
           ' *'.
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB032 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB032 ******************'.
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
           DISPLAY '******************* GPFPB032 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB032 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
