      *                   SUFICIENTE E SELECIONADA NO PRECO DO        *
      *                   CONTRATO, COM BAIXA DO SALDO (CADCNTN) E    *
      *                   TODAS AS COTACOES SPOT DESPREZADAS          *
      * 15/10/2026 - US - CADA CADCNTN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADCNTR, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      *****************************************************************
       ENVIRONMENT                 DIVISION.
      *****************************************************************
      *
           COPY    COBI1057.
      *
      *****************************************************************
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADCNTR     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************

           PERFORM 0490-00-TESTA-FS-CADCNTN.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADCNTR'       TO      WGC-ARQUIVO.

           PERFORM 0210-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCNTR.

           PERFORM 0206-00-LEITURA-CADCNTR
             UNTIL WS-FS-CADCNTR EQUAL 10.

       0206-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0210-00-CHAMA-COBBB010      SECTION.
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
       0210-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-TESTA-FS-CADCNTR    SECTION.
      *****************************************************************
      *    REGRAVA OS CONTRATOS COM O SALDO COMPROMETIDO BAIXADO      *
      *    PELAS SELECOES DESTE CICLO                                 *
      *
           MOVE    WS-GCAT-CADCNTR TO      WGC-GRUPO.

           PERFORM VARYING WS-IDX-CNTR FROM 001 BY 001
             UNTIL   WS-IDX-CNTR   GREATER WS-QTD-TAB-CNTR


                   ADD     001             TO      WS-GRV-CADCNTN

                   MOVE    'A'             TO      WGC-CODOPE
                   MOVE    REG-CADCNTN     TO      WGC-REG-IMAGEM
                   MOVE    100             TO      WGC-TAM-REG
                   PERFORM 0210-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCNTR.
      *
       1900-99-EXIT.
           EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADCNTR TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB007'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    032             TO      WS-PTO-ERRO.

           PERFORM 0210-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCNTR.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB007'      TO      WRL-PROGRAMA.
                                   TO      WS-EDICAO.
           DISPLAY '* PECAS SUPRIDAS POR CONTRATO.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADCNTR TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADCNTR.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB007 ******************'.
      *
       0997-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB007 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB007 ******************'.
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
           DISPLAY '******************* GPFPB007 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB007 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
