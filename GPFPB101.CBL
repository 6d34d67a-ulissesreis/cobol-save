      *                DO CADSALD. DIAS SAO SOMADOS NO CALENDARIO     *
      *                COMERCIAL DE 360 DIAS                          *
      *****************************************************************
      * PARAMETRO....: PARM='EE' - EMPRESA (APAG-COD-EMPRESA); SEM    *
      *                PARM OU EE = 00 PROJETA TODAS AS EMPRESAS.     *
      *                PEDIDOS, GUIAS E SALDOS BANCARIOS NAO TEM      *
      *                EMPRESA E SAO DA EMPRESA 01                    *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 02/09/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - PROJECAO DE UMA EMPRESA PELO PARM; TITULO   *
      *                   SEM EMPRESA E DEMAIS ORIGENS SAO DA 01      *
      *****************************************************************
      *
      *****************************************************************
       01      WS-GRV-CADFLUX      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-FORA-HORIZ   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-OUTRA-EMPRESA
                                   PIC     9(018) VALUE ZEROS.
      *
      *****************************************************************
      *        EMPRESA PEDIDA NO PARM (ZEROS = TODAS); AS ORIGENS SEM *
      *        EMPRESA SO ENTRAM NA PROJECAO DA EMPRESA 01 OU DE TODAS*
      *****************************************************************
      *
       01      WS-EMP-SELECIONADA  PIC     9(002) VALUE ZEROS.
      *
       01      WS-SW-EMPRESA-01    PIC     X(001) VALUE 'S'.
         88    WS-INCLUI-EMPRESA-01        VALUE 'S'.
         88    WS-EXCLUI-EMPRESA-01        VALUE 'N'.
      *
       01      WS-VLR-POSICAO      PIC    S9(017) VALUE ZEROS.
       01      WS-VLR-EVENTO       PIC     9(015) VALUE ZEROS.
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
      *
       01      LKG-PARM.
         03    LKG-TAM             PIC    S9(004) COMP.
         03    LKG-COD-EMPRESA     PIC     9(002).
      *
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.
           MOVE    FUNCTION CURRENT-DATE (1:8)
                                   TO      WS-DATA-PROC.

           MOVE    ZEROS           TO      WS-EMP-SELECIONADA.

           IF      LKG-TAM         GREATER     ZEROS
                   IF      LKG-TAM         LESS        2   OR
                           LKG-COD-EMPRESA NOT NUMERIC
                           PERFORM         0988-00-ABEND-PARM
                   END-IF
                   MOVE    LKG-COD-EMPRESA TO      WS-EMP-SELECIONADA
           END-IF.

           IF      WS-EMP-SELECIONADA GREATER 01
                   SET     WS-EXCLUI-EMPRESA-01    TO      TRUE
           END-IF.

           OPEN    INPUT   CADPORD
                           CADAPAG
                           CADMFIN

           IF      WS-FS-CADSALD   EQUAL   00
                   ADD 001         TO      WS-LID-CADSALD
                   IF      WS-INCLUI-EMPRESA-01
                           ADD SALD-VLR-SALDO      TO
                               WS-VLR-POSICAO
                   END-IF
           END-IF.
      *
       0480-99-EXIT.
      *    PEDIDO EM ABERTO VIRA SAIDA PREVISTA NA EMISSAO + PRAZO    *
      *    MEDIO DO FORNECEDOR                                        *
      *
           IF      PORD-ABERTO     AND     WS-INCLUI-EMPRESA-01
                   COMPUTE WS-QTD-RESTANTE =
                           PORD-QTD-COMPRA - PORD-QTD-RECEBIDA

       1100-00-PROJETA-PAGAVEIS    SECTION.
      *****************************************************************
      *
           IF      APAG-COD-EMPRESA NOT NUMERIC    OR
                   APAG-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      APAG-COD-EMPRESA
           END-IF.

           IF      WS-EMP-SELECIONADA GREATER ZEROS         AND
                   APAG-COD-EMPRESA NOT EQUAL WS-EMP-SELECIONADA
                   ADD     001     TO      WS-QTD-OUTRA-EMPRESA
                   PERFORM 0520-00-LEITURA-CADAPAG
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      APAG-APROVADA
                   MOVE    APAG-DAT-VENCTO TO      WS-DATA-AUX
                   PERFORM 0430-00-DATA-EM-DIAS

           END-PERFORM.

           IF      WS-NAO-ACHOU    AND     WS-INCLUI-EMPRESA-01
                   MOVE    MFIN-DAT-LIQUID TO      WS-DATA-AUX
                   PERFORM 0430-00-DATA-EM-DIAS
                   MOVE    WS-DIAS-AUX     TO      WS-DIAS-EVENTO
                                   TO      WS-EDICAO.
           DISPLAY '* EVENTOS ALEM DO HORIZONTE........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-OUTRA-EMPRESA
                                   TO      WS-EDICAO.
           DISPLAY '* TITULOS DE OUTRA EMPRESA.........: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB101 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0988-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB101 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* PARAMETRO PARM INVALIDO - INFORMAR A        *'.
           DISPLAY '* EMPRESA COM 2 DIGITOS (00 = TODAS)          *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB101 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB101 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0988-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
