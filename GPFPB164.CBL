      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB164.
       AUTHOR.                     ULISSES SOUZA
       DATE-WRITTEN.               15/10/2026.
       SECURITY.
      *
      *****************************************************************
      * SISTEMA......: SIGPF - SISTEMA DE GESTAO DE PECAS/FILIAIS     *
      *****************************************************************
      * ANALISTA.....: ULISSES SOUZA                                  *
      * LINGUAGEM....: COBOL/BATCH                                    *
      * PROGRAMADOR..: ULISSES SOUZA                                  *
      * DATA.........: 15/10/2026                                     *
      *****************************************************************
      * OBJETIVO.....: PROVISAO DE FECHAMENTO DO MES DOS RECEBIMENTOS *
      *                AINDA NAO FATURADOS. PARA CADA ITEM DE PEDIDO  *
      *                (CADPORN), A QUANTIDADE RECEBIDA MENOS A       *
      *                QUANTIDADE JA FATURADA PELO FORNECEDOR         *
      *                (CADFINV) E VALORIZADA AO PRECO DO PEDIDO.     *
      *                O TOTAL DE CADA CENTRO DE CUSTO (PORD-COD-CC)  *
      *                E LANCADO NO CADCTBG (LAY-OUT DO EXTRATO       *
      *                CADCTB) NA DATA DO FECHAMENTO, JUNTO COM O     *
      *                ESTORNO AUTOMATICO DATADO DO PRIMEIRO DIA DO   *
      *                MES SEGUINTE. O RELGRNI LISTA OS RECEBIMENTOS  *
      *                QUE AGUARDAM NOTA FISCAL POR FAIXA DE ATRASO,  *
      *                COM OS TOTAIS POR FAIXA E POR CENTRO DE CUSTO. *
      *****************************************************************
      * OBSERVACAO...: EXECUTAR NO ULTIMO DIA DO MES, APOS O GPFPB039 *
      *                E O GPFPB081 DO DIA E ANTES DO GPFPB028, QUE   *
      *                ABSORVE O CADCTBG.                             *
      *                O CADFINV E O CADRECB DE ENTRADA SAO A         *
      *                CONCATENACAO, EM ORDEM DE DATA, DOS ARQUIVOS   *
      *                DIARIOS DESDE A EMISSAO DO PEDIDO MAIS ANTIGO  *
      *                EM ABERTO. AS QUANTIDADES FATURADAS ABATEM OS  *
      *                RECEBIMENTOS MAIS ANTIGOS PRIMEIRO; A DATA DO  *
      *                PRIMEIRO RECEBIMENTO AINDA NAO FATURADO DA A   *
      *                IDADE DO ITEM (SEM HISTORICO DE RECEBIMENTO,   *
      *                VALE A EMISSAO DO PEDIDO, MARCADA COM '*').    *
      *                DIAS NO CALENDARIO COMERCIAL DE 360 DIAS.      *
      *                CENTRO DE CUSTO EM BRANCO = 'GERAL '.          *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      *****************************************************************
      *
      *****************************************************************
       ENVIRONMENT                 DIVISION.
      *****************************************************************
       CONFIGURATION               SECTION.
      *****************************************************************
       SPECIAL-NAMES.              DECIMAL-POINT   IS    COMMA.
      *****************************************************************
       INPUT-OUTPUT                SECTION.
      *****************************************************************
       FILE-CONTROL.
      *****************************************************************
      * INPUT..: CADPORN - PEDIDOS DE COMPRA ATUALIZADOS  - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADPORN  ASSIGN  TO  UT-S-CADPORN
                   FILE     STATUS  IS  WS-FS-CADPORN.
      *
      *****************************************************************
      * INPUT..: CADFINV - NOTAS FISCAIS DE FORNECEDOR    - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADFINV  ASSIGN  TO  UT-S-CADFINV
                   FILE     STATUS  IS  WS-FS-CADFINV.
      *
      *****************************************************************
      * INPUT..: CADRECB - RECEBIMENTOS DE MERCADORIA     - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADRECB  ASSIGN  TO  UT-S-CADRECB
                   FILE     STATUS  IS  WS-FS-CADRECB.
      *
      *****************************************************************
      * OUTPUT.: CADCTBG - LANCTOS DE PROVISAO REC.N.FAT. - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCTBG  ASSIGN  TO  UT-S-CADCTBG
                   FILE     STATUS  IS  WS-FS-CADCTBG.
      *
      *****************************************************************
      * OUTPUT.: RELGRNI - RECEBIMENTOS SEM NOTA FISCAL   - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELGRNI  ASSIGN  TO  UT-S-RELGRNI
                   FILE     STATUS  IS  WS-FS-RELGRNI.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADPORN - PEDIDOS DE COMPRA ATUALIZADOS  - LRECL=100 *
      *****************************************************************
      *
       FD  CADPORN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPORN         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADFINV - NOTAS FISCAIS DE FORNECEDOR    - LRECL=100 *
      *****************************************************************
      *
       FD  CADFINV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFINV         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADRECB - RECEBIMENTOS DE MERCADORIA     - LRECL=050 *
      *****************************************************************
      *
       FD  CADRECB
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRECB         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADCTBG - LANCTOS DE PROVISAO REC.N.FAT. - LRECL=100 *
      *****************************************************************
      *
       FD  CADCTBG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBG         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELGRNI - RECEBIMENTOS SEM NOTA FISCAL   - LRECL=133 *
      *****************************************************************
      *
       FD  RELGRNI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELGRNI         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPORN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFINV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRECB       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCTBG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELGRNI       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADPORN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFINV      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRECB      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCTBG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELGRNI      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-NF-SEM-PEDIDO
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REC-SEM-PEDIDO
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PENDENTES    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FAT-MAIOR    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-HISTORICO
                                   PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PROC.
        03     WS-PROC-ANO         PIC     9(004).
        03     WS-PROC-MES         PIC     9(002).
        03     WS-PROC-DIA         PIC     9(002).
      *
       01      WS-DATA-ESTORNO     PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-ESTORNO.
        03     WS-EST-ANO          PIC     9(004).
        03     WS-EST-MES          PIC     9(002).
        03     WS-EST-DIA          PIC     9(002).
      *
       01      WS-DATA-EDITAR      PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-EDITAR.
        03     WS-EDT-ANO          PIC     9(004).
        03     WS-EDT-MES          PIC     9(002).
        03     WS-EDT-DIA          PIC     9(002).
      *
       01      WS-DAT-PENDENTE     PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DAT-PENDENTE.
        03     WS-PEN-ANO          PIC     9(004).
        03     WS-PEN-MES          PIC     9(002).
        03     WS-PEN-DIA          PIC     9(002).
      *
       01      WS-DIAS-PROC        PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-PENDENTE    PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-ATRASO      PIC    S9(005) VALUE ZEROS.
      *
       01      WS-QTD-PENDENTE     PIC    S9(007) VALUE ZEROS.
       01      WS-VLR-PENDENTE     PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-PROVISAO PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-COD-CC           PIC     X(006) VALUE SPACES.
      *
      *****************************************************************
      *        CONTAS CONTABEIS DA PROVISAO (CADPLAN)                 *
      *****************************************************************
      *
       01      WS-CONTA-COMPRAS    PIC     9(006) VALUE 510100.
       01      WS-CONTA-REC-N-FAT  PIC     9(006) VALUE 210110.
      *
      *****************************************************************
      *        TABELA DOS ITENS DE PEDIDO COM O FATURADO E O          *
      *        HISTORICO DE RECEBIMENTO                               *
      *****************************************************************
      *
       01      WS-QTD-TAB-PED      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PED      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-PEDIDO-SEL       PIC     9(007) VALUE ZEROS.
       01      WS-PECA-SEL         PIC     9(005) VALUE ZEROS.
      *
       01      TAB-PEDIDOS.
         03    TAB-PED-ITEM        OCCURS  05000  TIMES.
           05  TAB-PED-NUM-PEDIDO  PIC     9(007).
           05  TAB-PED-COD-PEC     PIC     9(005).
           05  TAB-PED-FORNECEDOR  PIC     9(010).
           05  TAB-PED-COD-CC      PIC     X(006).
           05  TAB-PED-QTD-RECEBIDA
                                   PIC     9(005).
           05  TAB-PED-VLR-UNIT    PIC     9(013)V9(002).
           05  TAB-PED-DAT-EMISSAO PIC     9(008).
           05  TAB-PED-QTD-FATURADA
                                   PIC     9(007).
           05  TAB-PED-QTD-HISTORICO
                                   PIC     9(007).
           05  TAB-PED-DAT-PENDENTE
                                   PIC     9(008).
      *
       01      WS-SW-PED-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PED-ACHOU                VALUE 'S'.
         88    WS-PED-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DA PROVISAO POR CENTRO DE CUSTO                 *
      *****************************************************************
      *
       01      WS-QTD-TAB-CC       PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CC       PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CENTROS-CUSTO.
         03    TAB-CC-ITEM         OCCURS  00500  TIMES.
           05  TAB-CC-COD-CC       PIC     X(006).
           05  TAB-CC-QTD-ITENS    PIC     9(007).
           05  TAB-CC-VLR-PROVISAO PIC     9(015)V9(002).
      *
       01      WS-SW-CC-ACHOU      PIC     X(001) VALUE 'N'.
         88    WS-CC-ACHOU                 VALUE 'S'.
         88    WS-CC-NAO-ACHOU             VALUE 'N'.
      *
      *****************************************************************
      *        FAIXAS DE ATRASO DO RECEBIMENTO SEM NOTA FISCAL        *
      *****************************************************************
      *
       01      WS-IND-FAIXA        PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FAIXAS-DESCR.
         03    FILLER              PIC     X(012) VALUE 'ATE 30 DIAS '.
         03    FILLER              PIC     X(012) VALUE '31 A 60 DIAS'.
         03    FILLER              PIC     X(012) VALUE '61 A 90 DIAS'.
         03    FILLER              PIC     X(012) VALUE 'MAIS DE 90  '.
       01      FILLER              REDEFINES       TAB-FAIXAS-DESCR.
         03    TAB-FAIXA-DESCR     PIC     X(012) OCCURS 4 TIMES.
      *
       01      TAB-FAIXAS.
         03    TAB-FAIXA-ITEM      OCCURS  4      TIMES.
           05  TAB-FAIXA-QTD-ITENS PIC     9(007).
           05  TAB-FAIXA-VLR       PIC     9(015)V9(002).
      *
      *****************************************************************
      *        VARIAVEIS PARA TRATAMENTO DE ABEND                     *
      *****************************************************************
      *
       01      WS-ACESSO-ARQ       PIC     X(013) VALUE SPACES.
       01      WS-DDNAME-ARQ       PIC     X(008) VALUE SPACES.
       01      WS-FS-ARQ           PIC     9(002) VALUE ZEROS.
      *
       01      WS-PTO-ERRO         PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        VARIAVEIS DE DATA PARA O CABECALHO DO RELATORIO        *
      *****************************************************************
      *
       01      WS-TIME             PIC     X(014)  VALUE ZEROS.
       01      FILLER              REDEFINES       WS-TIME.
        03     WS-TIME-ANO         PIC     9(004).
        03     WS-TIME-MES         PIC     9(002).
        03     WS-TIME-DIA         PIC     9(002).
        03     WS-TIME-HORA        PIC     9(002).
        03     WS-TIME-MINUTO      PIC     9(002).
        03     WS-TIME-SEGUNDO     PIC     9(002).
      *
       01      WS-DATA             PIC     X(010)  VALUE '99/99/9999'.
       01      FILLER              REDEFINES       WS-DATA.
        03     WS-DIA              PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-MES              PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-ANO              PIC     9(004).
      *
      *****************************************************************
      *    LAY-OUT DO RELATORIO DE RECEBIMENTOS SEM NOTA FISCAL       *
      *****************************************************************
      *
       01      CAB1.
         03    FILLER              PIC     X(001) VALUE '1'.
         03    FILLER              PIC     X(010) VALUE '#MAINFRAME'.
         03    FILLER              PIC     X(030) VALUE SPACES.
         03    FILLER              PIC     X(053) VALUE
              'C U R S O  D E  P R O G R A M A C A O  C O B O L  II'.
         03    FILLER              PIC     X(019) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'DATA...: '.
         03    CAB1-DATA           PIC     X(010) VALUE '99/99/9999'.
      *
       01      CAB3.
         03    FILLER              PIC     X(025) VALUE SPACES.
         03    FILLER              PIC     X(053) VALUE
               'R E C E B I M E N T O S  S E M  N O T A  F I S C A L'.
         03    FILLER              PIC     X(043) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB5.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               'FECHAMENTO EM...: '.
         03    CAB5-DT-FECHAMENTO  PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               'ESTORNO EM......: '.
         03    CAB5-DT-ESTORNO     PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(071) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'PEDIDO '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'FORNECEDOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'C.CUST'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'DT.RECEB.  '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE '  DIAS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'RECEB.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'FATUR.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'PEND. '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               '  VALOR UNIT. '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(017) VALUE
               ' VALOR PROVISAO  '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE 'FAIXA'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-PEDIDO     PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-CC         PIC     X(006).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DAT-PENDENTE   PIC     X(010).
         03    DET1-MARCA-EMISSAO  PIC     X(001).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DIAS           PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-RECEBIDA   PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-FATURADA   PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-PENDENTE   PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-UNIT       PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-PENDENTE   PIC     ZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-FAIXA          PIC     X(012).
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB7.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    CAB7-TITULO         PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE '    ITENS '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(017) VALUE
               ' VALOR PROVISAO  '.
         03    FILLER              PIC     X(070) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-QTD-ITENS      PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT1-VLR-PROVISAO   PIC     ZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(070) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADPORN - PEDIDOS DE COMPRA ATUALIZADOS              *
      *****************************************************************
      *
           COPY    COBO1034.
      *
      *****************************************************************
      * INPUT..: CADFINV - NOTAS FISCAIS DE FORNECEDOR                *
      *****************************************************************
      *
           COPY    COBI1047.
      *
      *****************************************************************
      * INPUT..: CADRECB - RECEBIMENTOS DE MERCADORIA                 *
      *****************************************************************
      *
           COPY    COBI1036.
      *
      *****************************************************************
      * OUTPUT.: CADCTBG - LANCAMENTOS NO LAY-OUT DO EXTRATO CADCTB   *
      *****************************************************************
      *
           COPY    COBO1028.
      *
       01      WS-HORA-INICIO      PIC     9(006) VALUE ZEROS.
      *
      *****************************************************************
      * INTERFACE.: LOG DE EXECUCAO (COBBB100)                        *
      *****************************************************************
      *
           COPY    RUCWS100.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             VARYING WS-IND-TAB-PED FROM 1 BY 1
             UNTIL   WS-IND-TAB-PED GREATER WS-QTD-TAB-PED.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADPORN
                           CADFINV
                           CADRECB
                   OUTPUT  CADCTBG
                           RELGRNI.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

           COMPUTE WS-DIAS-PROC =
                   (WS-PROC-ANO * 360) + (WS-PROC-MES * 30) +
                    WS-PROC-DIA.

      *    ESTORNO NO PRIMEIRO DIA DO MES SEGUINTE AO FECHAMENTO

           MOVE    WS-DATA-PROC    TO      WS-DATA-ESTORNO.
           MOVE    01              TO      WS-EST-DIA.

           IF      WS-EST-MES      EQUAL   12
                   MOVE    01      TO      WS-EST-MES
                   ADD     0001    TO      WS-EST-ANO
           ELSE
                   ADD     01      TO      WS-EST-MES
           END-IF.

           MOVE    ZEROS           TO      TAB-FAIXAS.

           PERFORM 0400-00-CARGA-TAB-PEDIDOS
             UNTIL WS-FS-CADPORN   EQUAL   10.

           PERFORM 0500-00-ACUMULA-FATURADO
             UNTIL WS-FS-CADFINV   EQUAL   10.

           PERFORM 0600-00-HISTORICO-RECEBIMENTO
             UNTIL WS-FS-CADRECB   EQUAL   10.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPORN NOT EQUAL 00 AND 10
                   MOVE 'CADPORN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPORN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFINV NOT EQUAL 00 AND 10
                   MOVE 'CADFINV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFINV     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRECB NOT EQUAL 00 AND 10
                   MOVE 'CADRECB'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRECB     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCTBG NOT EQUAL 00
                   MOVE 'CADCTBG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELGRNI NOT EQUAL 00
                   MOVE 'RELGRNI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELGRNI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-PEDIDOS   SECTION.
      *****************************************************************
      *    SO INTERESSAM OS ITENS COM ALGUMA QUANTIDADE RECEBIDA      *
      *
           READ    CADPORN         INTO    REG-PORD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPORN   NOT EQUAL       00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPORN.

           IF      PORD-QTD-RECEBIDA       EQUAL   ZEROS
                   GO      TO      0400-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-PED  GREATER OR EQUAL 05000
                   PERFORM 0997-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-PED.

           MOVE    PORD-NUM-PEDIDO TO
                   TAB-PED-NUM-PEDIDO    (WS-QTD-TAB-PED).
           MOVE    PORD-COD-PEC    TO
                   TAB-PED-COD-PEC       (WS-QTD-TAB-PED).
           MOVE    PORD-FORNECEDOR TO
                   TAB-PED-FORNECEDOR    (WS-QTD-TAB-PED).
           MOVE    PORD-QTD-RECEBIDA       TO
                   TAB-PED-QTD-RECEBIDA  (WS-QTD-TAB-PED).
           MOVE    PORD-VLR-UNIT   TO
                   TAB-PED-VLR-UNIT      (WS-QTD-TAB-PED).
           MOVE    PORD-DAT-EMISSAO        TO
                   TAB-PED-DAT-EMISSAO   (WS-QTD-TAB-PED).
           MOVE    ZEROS           TO
                   TAB-PED-QTD-FATURADA  (WS-QTD-TAB-PED)
                   TAB-PED-QTD-HISTORICO (WS-QTD-TAB-PED)
                   TAB-PED-DAT-PENDENTE  (WS-QTD-TAB-PED).

           IF      PORD-COD-CC     EQUAL   SPACES
                   MOVE    'GERAL '        TO
                           TAB-PED-COD-CC  (WS-QTD-TAB-PED)
           ELSE
                   MOVE    PORD-COD-CC     TO
                           TAB-PED-COD-CC  (WS-QTD-TAB-PED)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-PROCURA-PEDIDO      SECTION.
      *****************************************************************
      *    PROCURA WS-PEDIDO-SEL/WS-PECA-SEL NA TABELA DE PEDIDOS     *
      *
           SET     WS-PED-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PED FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PED GREATER WS-QTD-TAB-PED
                   OR      WS-PED-ACHOU

             IF    WS-PEDIDO-SEL   EQUAL
                   TAB-PED-NUM-PEDIDO (WS-IND-TAB-PED)     AND
                   WS-PECA-SEL     EQUAL
                   TAB-PED-COD-PEC    (WS-IND-TAB-PED)
                   SET     WS-PED-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-PED-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-PED
           END-IF.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-ACUMULA-FATURADO    SECTION.
      *****************************************************************
      *    SOMA AS QUANTIDADES JA FATURADAS DE CADA ITEM DE PEDIDO    *
      *
           READ    CADFINV         INTO    REG-FINV.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFINV   NOT EQUAL       00
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFINV.

           MOVE    FINV-NUM-PEDIDO TO      WS-PEDIDO-SEL.
           MOVE    FINV-COD-PEC    TO      WS-PECA-SEL.

           PERFORM 0450-00-PROCURA-PEDIDO.

           IF      WS-PED-NAO-ACHOU
                   ADD     001     TO      WS-QTD-NF-SEM-PEDIDO
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     FINV-QTD-FATURADA       TO
                   TAB-PED-QTD-FATURADA  (WS-IND-TAB-PED).
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-HISTORICO-RECEBIMENTO SECTION.
      *****************************************************************
      *    OS RECEBIMENTOS VEM EM ORDEM DE DATA; O PRIMEIRO QUE FAZ O *
      *    ACUMULADO RECEBIDO PASSAR DO FATURADO E O MAIS ANTIGO      *
      *    AINDA SEM NOTA FISCAL                                      *
      *
           READ    CADRECB         INTO    REG-RECB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRECB   NOT EQUAL       00
                   GO      TO      0600-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADRECB.

           MOVE    RECB-NUM-PEDIDO TO      WS-PEDIDO-SEL.
           MOVE    RECB-COD-PEC    TO      WS-PECA-SEL.

           PERFORM 0450-00-PROCURA-PEDIDO.

           IF      WS-PED-NAO-ACHOU
                   ADD     001     TO      WS-QTD-REC-SEM-PEDIDO
                   GO      TO      0600-99-EXIT
           END-IF.

           ADD     RECB-QTD-RECEBIDA       TO
                   TAB-PED-QTD-HISTORICO (WS-IND-TAB-PED).

           IF      TAB-PED-DAT-PENDENTE  (WS-IND-TAB-PED)
                                           EQUAL   ZEROS   AND
                   TAB-PED-QTD-HISTORICO (WS-IND-TAB-PED)  GREATER
                   TAB-PED-QTD-FATURADA  (WS-IND-TAB-PED)
                   MOVE    RECB-DAT-RECEB  TO
                           TAB-PED-DAT-PENDENTE (WS-IND-TAB-PED)
           END-IF.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    ITEM COM QUANTIDADE RECEBIDA AINDA NAO FATURADA ENTRA NA   *
      *    PROVISAO DO SEU CENTRO DE CUSTO E NA LISTA DE ATRASO       *
      *
           COMPUTE WS-QTD-PENDENTE =
                   TAB-PED-QTD-RECEBIDA (WS-IND-TAB-PED) -
                   TAB-PED-QTD-FATURADA (WS-IND-TAB-PED).

           IF      WS-QTD-PENDENTE LESS    ZEROS
                   ADD     001     TO      WS-QTD-FAT-MAIOR
                   GO      TO      1000-99-EXIT
           END-IF.

           IF      WS-QTD-PENDENTE EQUAL   ZEROS
                   GO      TO      1000-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-PENDENTES.

           COMPUTE WS-VLR-PENDENTE ROUNDED =
                   WS-QTD-PENDENTE *
                   TAB-PED-VLR-UNIT (WS-IND-TAB-PED).

           ADD     WS-VLR-PENDENTE TO      WS-VLR-TOT-PROVISAO.

           MOVE    SPACES          TO      DET1-MARCA-EMISSAO.

           IF      TAB-PED-DAT-PENDENTE (WS-IND-TAB-PED) EQUAL ZEROS
                   ADD     001     TO      WS-QTD-SEM-HISTORICO
                   MOVE    '*'     TO      DET1-MARCA-EMISSAO
                   MOVE    TAB-PED-DAT-EMISSAO  (WS-IND-TAB-PED)
                                   TO      WS-DAT-PENDENTE
           ELSE
                   MOVE    TAB-PED-DAT-PENDENTE (WS-IND-TAB-PED)
                                   TO      WS-DAT-PENDENTE
           END-IF.

           COMPUTE WS-DIAS-PENDENTE =
                   (WS-PEN-ANO * 360) + (WS-PEN-MES * 30) +
                    WS-PEN-DIA.

           COMPUTE WS-DIAS-ATRASO  =
                   WS-DIAS-PROC - WS-DIAS-PENDENTE.

           IF      WS-DIAS-ATRASO  LESS    ZEROS
                   MOVE    ZEROS   TO      WS-DIAS-ATRASO
           END-IF.

           EVALUATE TRUE
             WHEN  WS-DIAS-ATRASO  NOT GREATER 30
                   MOVE    1       TO      WS-IND-FAIXA
             WHEN  WS-DIAS-ATRASO  NOT GREATER 60
                   MOVE    2       TO      WS-IND-FAIXA
             WHEN  WS-DIAS-ATRASO  NOT GREATER 90
                   MOVE    3       TO      WS-IND-FAIXA
             WHEN  OTHER
                   MOVE    4       TO      WS-IND-FAIXA
           END-EVALUATE.

           ADD     001             TO
                   TAB-FAIXA-QTD-ITENS (WS-IND-FAIXA).
           ADD     WS-VLR-PENDENTE TO
                   TAB-FAIXA-VLR       (WS-IND-FAIXA).

           MOVE    TAB-PED-COD-CC (WS-IND-TAB-PED)
                                   TO      WS-COD-CC.

           PERFORM 1100-00-ACUMULA-CC.

           PERFORM 2700-00-IMPRIME-ITEM.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-ACUMULA-CC          SECTION.
      *****************************************************************
      *
           SET     WS-CC-NAO-ACHOU         TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CC GREATER WS-QTD-TAB-CC
                   OR      WS-CC-ACHOU

             IF    WS-COD-CC       EQUAL
                   TAB-CC-COD-CC (WS-IND-TAB-CC)
                   SET     WS-CC-ACHOU     TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-CC-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-CC
           ELSE
                   IF      WS-QTD-TAB-CC   GREATER OR EQUAL 00500
                           PERFORM 0997-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-CC
                   MOVE    WS-QTD-TAB-CC   TO      WS-IND-TAB-CC
                   MOVE    WS-COD-CC       TO
                           TAB-CC-COD-CC       (WS-IND-TAB-CC)
                   MOVE    ZEROS           TO
                           TAB-CC-QTD-ITENS    (WS-IND-TAB-CC)
                           TAB-CC-VLR-PROVISAO (WS-IND-TAB-CC)
           END-IF.

           ADD     001             TO
                   TAB-CC-QTD-ITENS    (WS-IND-TAB-CC).
           ADD     WS-VLR-PENDENTE TO
                   TAB-CC-VLR-PROVISAO (WS-IND-TAB-CC).
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2600-00-GRAVACAO-CABECALHO  SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE
                                   TO      WS-TIME.

           MOVE    WS-TIME-DIA     TO      WS-DIA.
           MOVE    WS-TIME-MES     TO      WS-MES.
           MOVE    WS-TIME-ANO     TO      WS-ANO.

           MOVE    WS-DATA         TO      CAB1-DATA.

           MOVE    CAB1            TO      REG-RELGRNI.
           PERFORM 2800-00-GRAVACAO-RELGRNI.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELGRNI.
           PERFORM 2800-00-GRAVACAO-RELGRNI.

           MOVE    CAB4            TO      REG-RELGRNI.
           PERFORM 2800-00-GRAVACAO-RELGRNI.

           MOVE    WS-DATA-PROC    TO      WS-DATA-EDITAR.
           PERFORM 2650-00-EDITA-DATA.
           MOVE    WS-DATA         TO      CAB5-DT-FECHAMENTO.

           MOVE    WS-DATA-ESTORNO TO      WS-DATA-EDITAR.
           PERFORM 2650-00-EDITA-DATA.
           MOVE    WS-DATA         TO      CAB5-DT-ESTORNO.

           MOVE    CAB5            TO      REG-RELGRNI.
           PERFORM 2800-00-GRAVACAO-RELGRNI.

           MOVE    SPACES          TO      REG-RELGRNI.
           PERFORM 2800-00-GRAVACAO-RELGRNI.

           MOVE    CAB6            TO      REG-RELGRNI.
           PERFORM 2800-00-GRAVACAO-RELGRNI.

           MOVE    006             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2650-00-EDITA-DATA          SECTION.
      *****************************************************************
      *    WS-DATA-EDITAR (AAAAMMDD) PARA WS-DATA (DD/MM/AAAA)        *
      *
           MOVE    WS-EDT-DIA      TO      WS-DIA.
           MOVE    WS-EDT-MES      TO      WS-MES.
           MOVE    WS-EDT-ANO      TO      WS-ANO.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-IMPRIME-ITEM        SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    TAB-PED-NUM-PEDIDO   (WS-IND-TAB-PED)
                                   TO      DET1-NUM-PEDIDO.
           MOVE    TAB-PED-COD-PEC      (WS-IND-TAB-PED)
                                   TO      DET1-COD-PEC.
           MOVE    TAB-PED-FORNECEDOR   (WS-IND-TAB-PED)
                                   TO      DET1-FORNECEDOR.
           MOVE    TAB-PED-COD-CC       (WS-IND-TAB-PED)
                                   TO      DET1-COD-CC.
           MOVE    TAB-PED-QTD-RECEBIDA (WS-IND-TAB-PED)
                                   TO      DET1-QTD-RECEBIDA.
           MOVE    TAB-PED-QTD-FATURADA (WS-IND-TAB-PED)
                                   TO      DET1-QTD-FATURADA.
           MOVE    WS-QTD-PENDENTE TO      DET1-QTD-PENDENTE.
           MOVE    TAB-PED-VLR-UNIT     (WS-IND-TAB-PED)
                                   TO      DET1-VLR-UNIT.
           MOVE    WS-VLR-PENDENTE TO      DET1-VLR-PENDENTE.
           MOVE    WS-DIAS-ATRASO  TO      DET1-DIAS.
           MOVE    TAB-FAIXA-DESCR (WS-IND-FAIXA)
                                   TO      DET1-FAIXA.

           MOVE    WS-DAT-PENDENTE TO      WS-DATA-EDITAR.
           PERFORM 2650-00-EDITA-DATA.
           MOVE    WS-DATA         TO      DET1-DAT-PENDENTE.

           MOVE    DET1            TO      REG-RELGRNI.
           PERFORM 2800-00-GRAVACAO-RELGRNI.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2750-00-IMPRIME-TOTAIS      SECTION.
      *****************************************************************
      *    TOTAIS POR FAIXA DE ATRASO E PROVISAO POR CENTRO DE CUSTO  *
      *
           IF      WS-LINHAS       GREATER 46
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELGRNI.
           PERFORM 2800-00-GRAVACAO-RELGRNI.

           MOVE    'TOTAL POR FAIXA DE ATRASO'
                                   TO      CAB7-TITULO.
           MOVE    CAB7            TO      REG-RELGRNI.
           PERFORM 2800-00-GRAVACAO-RELGRNI.

           ADD     002             TO      WS-LINHAS.

           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL   WS-IND-FAIXA GREATER 4
             MOVE  TAB-FAIXA-DESCR     (WS-IND-FAIXA)
                                   TO      TOT1-DESCRICAO
             MOVE  TAB-FAIXA-QTD-ITENS (WS-IND-FAIXA)
                                   TO      TOT1-QTD-ITENS
             MOVE  TAB-FAIXA-VLR       (WS-IND-FAIXA)
                                   TO      TOT1-VLR-PROVISAO
             MOVE  TOT1            TO      REG-RELGRNI
             PERFORM 2800-00-GRAVACAO-RELGRNI
             ADD   001             TO      WS-LINHAS
           END-PERFORM.

           MOVE    CAB4            TO      REG-RELGRNI.
           PERFORM 2800-00-GRAVACAO-RELGRNI.

           MOVE    'PROVISAO POR CENTRO DE CUSTO'
                                   TO      CAB7-TITULO.
           MOVE    CAB7            TO      REG-RELGRNI.
           PERFORM 2800-00-GRAVACAO-RELGRNI.

           ADD     002             TO      WS-LINHAS.

           PERFORM VARYING WS-IND-TAB-CC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CC GREATER WS-QTD-TAB-CC
             IF    WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
             END-IF
             MOVE  SPACES          TO      TOT1-DESCRICAO
             STRING 'CENTRO DE CUSTO '
                   TAB-CC-COD-CC       (WS-IND-TAB-CC)
                   DELIMITED BY SIZE INTO  TOT1-DESCRICAO
             MOVE  TAB-CC-QTD-ITENS    (WS-IND-TAB-CC)
                                   TO      TOT1-QTD-ITENS
             MOVE  TAB-CC-VLR-PROVISAO (WS-IND-TAB-CC)
                                   TO      TOT1-VLR-PROVISAO
             MOVE  TOT1            TO      REG-RELGRNI
             PERFORM 2800-00-GRAVACAO-RELGRNI
             ADD   001             TO      WS-LINHAS
           END-PERFORM.

           MOVE    'TOTAL DA PROVISAO'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-PENDENTES        TO      TOT1-QTD-ITENS.
           MOVE    WS-VLR-TOT-PROVISAO     TO      TOT1-VLR-PROVISAO.
           MOVE    TOT1            TO      REG-RELGRNI.
           PERFORM 2800-00-GRAVACAO-RELGRNI.

           ADD     001             TO      WS-LINHAS.
      *
       2750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-RELGRNI    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELGRNI.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELGRNI.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2900-00-LANCA-PROVISAO      SECTION.
      *****************************************************************
      *    UM LANCAMENTO POR CENTRO DE CUSTO NA DATA DO FECHAMENTO,   *
      *    COM O SEU ESTORNO NO PRIMEIRO DIA DO MES SEGUINTE (CONTAS  *
      *    INVERTIDAS). O CENTRO DE CUSTO VAI NO HISTORICO            *
      *
           PERFORM VARYING WS-IND-TAB-CC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CC GREATER WS-QTD-TAB-CC
             IF    TAB-CC-VLR-PROVISAO (WS-IND-TAB-CC) GREATER ZEROS
                   MOVE    SPACES  TO      REG-CTB
                   MOVE    ZEROS   TO      CTB-COD-PEC
                                           CTB-QTD-ETQ
                   MOVE    WS-CONTA-COMPRAS
                                   TO      CTB-CONTA-DEBITO
                   MOVE    WS-CONTA-REC-N-FAT
                                   TO      CTB-CONTA-CREDITO
                   STRING  'PROV.REC.N.FATURADO CC '
                           TAB-CC-COD-CC (WS-IND-TAB-CC)
                           DELIMITED BY SIZE INTO CTB-HISTORICO
                   MOVE    WS-DATA-PROC    TO      CTB-DT-MOV
                   MOVE    TAB-CC-VLR-PROVISAO (WS-IND-TAB-CC)
                                   TO      CTB-VLR-UNIT
                                           CTB-VLR-TOTAL
                   PERFORM 2950-00-GRAVACAO-CADCTBG

                   MOVE    WS-CONTA-REC-N-FAT
                                   TO      CTB-CONTA-DEBITO
                   MOVE    WS-CONTA-COMPRAS
                                   TO      CTB-CONTA-CREDITO
                   MOVE    SPACES  TO      CTB-HISTORICO
                   STRING  'EST.PROV.REC.N.FATUR. CC '
                           TAB-CC-COD-CC (WS-IND-TAB-CC)
                           DELIMITED BY SIZE INTO CTB-HISTORICO
                   MOVE    WS-DATA-ESTORNO TO      CTB-DT-MOV
                   PERFORM 2950-00-GRAVACAO-CADCTBG
             END-IF
           END-PERFORM.
      *
       2900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2950-00-GRAVACAO-CADCTBG    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADCTBG     FROM    REG-CTB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADCTBG.
      *
       2950-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 2750-00-IMPRIME-TOTAIS.

           PERFORM 2900-00-LANCA-PROVISAO.

           CLOSE   CADPORN
                   CADFINV
                   CADRECB
                   CADCTBG
                   RELGRNI.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB164'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADPORN  TO      WRL-QTD-PROC.

           CALL    'COBBB100'      USING   WRL-GRUPO
           END-CALL.
      *
       3000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3100-00-MONTA-ESTATISTICA   SECTION.
      *****************************************************************
      *
           DISPLAY '******************* GPFPB164 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB164 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADPORN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPORN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFINV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFINV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRECB  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRECB.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCTBG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCTBG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELGRNI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELGRNI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PENDENTES
                                   TO      WS-EDICAO.
           DISPLAY '* ITENS RECEBIDOS SEM NOTA FISCAL..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-HISTORICO
                                   TO      WS-EDICAO.
           DISPLAY '* ITENS SEM HISTORICO DE RECEBTO...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FAT-MAIOR
                                   TO      WS-EDICAO.
           DISPLAY '* ITENS FATURADOS ACIMA DO RECEBIDO: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-NF-SEM-PEDIDO
                                   TO      WS-EDICAO.
           DISPLAY '* NOTAS SEM ITEM RECEBIDO NO PEDIDO: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REC-SEM-PEDIDO
                                   TO      WS-EDICAO.
           DISPLAY '* RECEBTOS SEM ITEM NO CADPORN.....: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB164 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB164 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB164 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB164 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0997-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB164 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB164 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* PROBLEMAS ' WS-ACESSO-ARQ ' DO ARQUIVO '
           WS-DDNAME-ARQ ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '*             FILE STATUS....: ' WS-FS-ARQ
           '             *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB164 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB164 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB164                  *
      *****************************************************************
