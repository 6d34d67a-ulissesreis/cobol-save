      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB154.
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
      * OBJETIVO.....: PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS       *
      *                (PDD). AS GUIAS EM ABERTO (CADMFIN SEM BAIXA   *
      *                NO CADMLIQ) SAO ENVELHECIDAS PELOS DIAS DE     *
      *                ATRASO NA DATA DO CALCULO E CADA UMA RECEBE O  *
      *                PERCENTUAL DE PROVISAO DA SUA FAIXA (CADPARM). *
      *                A PROVISAO POR GUIA SAI NO CADPDDN, QUE E A    *
      *                BASE DAS BAIXAS POR PERDA DO MES SEGUINTE      *
      *                (GPFPB155). A VARIACAO DA PROVISAO - NOVO      *
      *                SALDO MENOS O SALDO ANTERIOR JA DEDUZIDO DO    *
      *                QUE AS BAIXAS POR PERDA CONSUMIRAM - E         *
      *                LANCADA NO LAY-OUT DO CADCTB (CADCTBD,         *
      *                ABSORVIDO PELO GPFPB028):                      *
      *                - AUMENTO: D 560300 PERDAS ESTIMADAS /         *
      *                           C 110390 PDD                        *
      *                - REDUCAO: D 110390 PDD /                      *
      *                           C 560300 PERDAS ESTIMADAS           *
      *                AS GUIAS PROVISIONADAS E O RESUMO POR FAIXA    *
      *                SAEM NO RELATORIO RELPDD.                      *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB154:                    *
      *                PARM-VALOR (01:4) - % DA FAIXA A VENCER        *
      *                PARM-VALOR (05:4) - % VENCIDO DE 01 A 30 DIAS  *
      *                PARM-VALOR (09:4) - % VENCIDO DE 31 A 60 DIAS  *
      *                PARM-VALOR (13:4) - % VENCIDO DE 61 A 90 DIAS  *
      *                PARM-VALOR (17:4) - % VENCIDO HA MAIS DE 90    *
      *                                    DIAS                       *
      *                CADA PERCENTUAL EM 9(3)V9(1), ATE 100,0        *
      *****************************************************************
      * OBSERVACAO...: EXECUTAR NO FECHAMENTO DO MES, DEPOIS DAS      *
      *                BAIXAS DO DIA. O CADPDDG E O CADPDDN DO MES    *
      *                ANTERIOR (VAZIO NA PRIMEIRA EXECUCAO). O       *
      *                CADMLIQ E O REGISTRO CUMULATIVO DAS BAIXAS, JA *
      *                COM AS BAIXAS POR PERDA (ORIGEM 'B') DO        *
      *                GPFPB155. AS FAIXAS SAO AS DO EXTRATO DE CONTA *
      *                (GPFPB152) E OS DIAS DE ATRASO SAO CONTADOS NO *
      *                CALENDARIO COMERCIAL DE 360 DIAS (COMO NO      *
      *                GPFPB097), A PARTIR DA DATA DE LIQUIDACAO      *
      *                PREVISTA DA GUIA (OU DO LANCAMENTO, SE NAO     *
      *                HOUVER).                                       *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADPDDN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADPDDG, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
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
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
      *****************************************************************
      * INPUT..: CADMLIQ - GUIAS LIQUIDADAS (BAIXADAS)   - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADMLIQ  ASSIGN  TO  UT-S-CADMLIQ
                   FILE     STATUS  IS  WS-FS-CADMLIQ.
      *
      *****************************************************************
      * INPUT..: CADPDDG - PROVISAO POR GUIA ANTERIOR    - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADPDDG  ASSIGN  TO  UT-S-CADPDDG
                   FILE     STATUS  IS  WS-FS-CADPDDG.
      *
      *****************************************************************
      * INPUT..: CADMFIN - CADASTRO MOVIMENTO FINANCEIRO - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMFIN  ASSIGN  TO  UT-S-CADMFIN
                   FILE     STATUS  IS  WS-FS-CADMFIN.
      *
      *****************************************************************
      * OUTPUT.: CADPDDN - PROVISAO POR GUIA ATUALIZADA  - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADPDDN  ASSIGN  TO  UT-S-CADPDDN
                   FILE     STATUS  IS  WS-FS-CADPDDN.
      *
      *****************************************************************
      * OUTPUT.: CADCTBD - LANCAMENTO DA PROVISAO (PDD)  - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADCTBD  ASSIGN  TO  UT-S-CADCTBD
                   FILE     STATUS  IS  WS-FS-CADCTBD.
      *
      *****************************************************************
      * OUTPUT.: RELPDD  - PROVISAO DEVEDORES DUVIDOSOS  - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELPDD   ASSIGN  TO  UT-S-RELPDD
                   FILE     STATUS  IS  WS-FS-RELPDD.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO        - LRECL=050  *
      *****************************************************************
      *
       FD  CADPARM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPARM         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADMLIQ - GUIAS LIQUIDADAS (BAIXADAS)   - LRECL=050  *
      *****************************************************************
      *
       FD  CADMLIQ
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMLIQ         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADPDDG - PROVISAO POR GUIA ANTERIOR    - LRECL=100  *
      *****************************************************************
      *
       FD  CADPDDG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPDDG         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADMFIN - CADASTRO MOVIMENTO FINANCEIRO - LRECL=100  *
      *****************************************************************
      *
       FD  CADMFIN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMFIN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADPDDN - PROVISAO POR GUIA ATUALIZADA  - LRECL=100  *
      *****************************************************************
      *
       FD  CADPDDN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPDDN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADCTBD - LANCAMENTO DA PROVISAO (PDD)  - LRECL=100  *
      *****************************************************************
      *
       FD  CADCTBD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBD         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELPDD  - PROVISAO DEVEDORES DUVIDOSOS  - LRECL=133  *
      *****************************************************************
      *
       FD  RELPDD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELPDD          PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMLIQ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPDDG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMFIN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPDDN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCTBD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELPDD        PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADMLIQ      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPDDG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMFIN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPDDN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCTBD      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELPDD       PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-EM-ABERTO    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PROVISIONADAS
                                   PIC     9(018) VALUE ZEROS.
      *
      *****************************************************************
      *        SALDOS DA PROVISAO                                     *
      *****************************************************************
      *
       01      WS-VLR-PDD-ANTERIOR PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-PDD-BAIXADA  PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-PDD-SALDO    PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-PDD-NOVA     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-GUIAS    PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-AJUSTE       PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-AJUSTE-ABS   PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-VLR-PROVISAO     PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-CONTA-PERDA-EST  PIC     9(006) VALUE 560300.
       01      WS-CONTA-PDD        PIC     9(006) VALUE 110390.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
       01      WS-EDICAO-VLR       PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
      *****************************************************************
      *        PARAMETRO DA PROVISAO (CADPARM, PROGRAMA GPFPB154)     *
      *****************************************************************
      *
       01      WS-PARM-PDD         PIC     X(020) VALUE SPACES.
       01      FILLER              REDEFINES       WS-PARM-PDD.
         03    WS-PARM-PERC        PIC     9(003)V9(001)
                                   OCCURS  5 TIMES.
      *
      *****************************************************************
      *        DIAS NO CALENDARIO COMERCIAL E FAIXAS DE ATRASO        *
      *****************************************************************
      *
       01      WS-DIAS-PROC        PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-DATA        PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-ATRASO      PIC    S9(009) VALUE ZEROS.
      *
       01      WS-DATA-AUX         PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-AUX.
        03     WS-AUX-ANO          PIC     9(004).
        03     WS-AUX-MES          PIC     9(002).
        03     WS-AUX-DIA          PIC     9(002).
      *
       01      WS-DATA-EDITADA     PIC     X(010) VALUE '99/99/9999'.
       01      FILLER              REDEFINES       WS-DATA-EDITADA.
        03     WS-EDT-DIA          PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-EDT-MES          PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-EDT-ANO          PIC     9(004).
      *
       01      WS-IND-FAIXA        PIC     9(001) VALUE ZEROS.
      *
       01      WS-TEXTOS-FAIXAS.
         03    FILLER              PIC     X(026) VALUE
               'A VENCER'.
         03    FILLER              PIC     X(026) VALUE
               'VENCIDO DE 01 A 30 DIAS'.
         03    FILLER              PIC     X(026) VALUE
               'VENCIDO DE 31 A 60 DIAS'.
         03    FILLER              PIC     X(026) VALUE
               'VENCIDO DE 61 A 90 DIAS'.
         03    FILLER              PIC     X(026) VALUE
               'VENCIDO HA MAIS DE 90 DIAS'.
       01      FILLER              REDEFINES       WS-TEXTOS-FAIXAS.
         03    WS-TEXTO-FAIXA      PIC     X(026) OCCURS 5 TIMES.
      *
      *****************************************************************
      *        TOTAIS POR FAIXA DE ATRASO                             *
      *****************************************************************
      *
       01      TAB-FAIXAS.
         03    TAB-FXA-ITEM        OCCURS  5 TIMES.
           05  TAB-FXA-QTD-GUIAS   PIC     9(007).
           05  TAB-FXA-VLR-GUIAS   PIC     9(015)V9(002).
           05  TAB-FXA-VLR-PROV    PIC     9(015)V9(002).
      *
      *****************************************************************
      *        TABELA DAS GUIAS LIQUIDADAS (CADMLIQ)                  *
      *****************************************************************
      *
       01      WS-QTD-TAB-LIQ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LIQ      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LIQUIDADAS.
         03    TAB-LIQ-ITEM        OCCURS  10000  TIMES.
           05  TAB-LIQ-CHAVE       PIC     X(025).
           05  TAB-LIQ-ORIGEM      PIC     X(001).
             88 TAB-LIQ-ORIGEM-PERDA       VALUE 'B'.
      *
       01      WS-CHAVE-GUIA.
         03    WS-CHAVE-AGENCIA    PIC     9(004).
         03    WS-CHAVE-CONTA      PIC     9(009).
         03    WS-CHAVE-NUM-GUIA   PIC     9(012).
      *
       01      WS-SW-LIQ-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-LIQ-ACHOU                VALUE 'S'.
         88    WS-LIQ-NAO-ACHOU            VALUE 'N'.
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
      *    LAY-OUT DO RELATORIO DA PROVISAO PARA DEVEDORES DUVIDOSOS  *
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
         03    FILLER              PIC     X(035) VALUE SPACES.
         03    FILLER              PIC     X(058) VALUE
              'P R O V I S A O   D E V E D O R E S   D U V I D O S O S'.
         03    FILLER              PIC     X(028) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'AGEN'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'CONTA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE 'NUM. GUIA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'ENTID'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'VENCIMENTO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE '  DIAS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(026) VALUE
              'FAIXA DE ATRASO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE '  %  '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
              '   VALOR DA GUIA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
              '        PROVISAO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-AGENCIA        PIC     9(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CONTA          PIC     9(009).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-GUIA       PIC     9(012).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-ENT        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VENCTO         PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DIAS           PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-FAIXA          PIC     X(026).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-PERC           PIC     ZZ9,9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-GUIA       PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-PROV       PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(003) VALUE SPACES.
      *
       01      CAB7.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(026) VALUE
              'RESUMO POR FAIXA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE
              'QTD.GUIAS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE '  %  '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
              '   VALOR DAS GUIAS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
              '          PROVISAO'.
         03    FILLER              PIC     X(046) VALUE SPACES.
      *
       01      RES1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    RES1-FAIXA          PIC     X(026).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    RES1-QTD-GUIAS      PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    RES1-PERC           PIC     ZZ9,9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    RES1-VLR-GUIAS      PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    RES1-VLR-PROV       PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(046) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT1-TEXTO          PIC     X(040).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-VALOR          PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(070) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO                     *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * INPUT..: CADMLIQ - GUIAS LIQUIDADAS (BAIXADAS)                *
      *****************************************************************
      *
           COPY    COBI1061.
      *
      *****************************************************************
      * INPUT..: CADMFIN - CADASTRO MOVIMENTO FINANCEIRO              *
      *****************************************************************
      *
           COPY    COBO4002.
      *
      *****************************************************************
      * I-O....: CADPDDG/CADPDDN - PROVISAO POR GUIA                  *
      *****************************************************************
      *
           COPY    COBO1107.
      *
      *****************************************************************
      * OUTPUT.: CADCTBD - LANCAMENTO CONTABIL DA PROVISAO            *
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
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADPDDG     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROVISIONA-GUIA
             UNTIL WS-FS-CADMFIN   EQUAL   10.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           MOVE    FUNCTION CURRENT-DATE (1:8)
                                   TO      WS-DATA-PROC.

           OPEN    INPUT   CADPARM
                           CADMLIQ
                           CADPDDG
                           CADMFIN
                   OUTPUT  CADPDDN
                           CADCTBD
                           RELPDD.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADPDDG'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPDDG.

           PERFORM 0400-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           PERFORM 0420-00-CRITICA-PARAMETRO.

           PERFORM 0430-00-CARGA-TAB-LIQUID
             UNTIL WS-FS-CADMLIQ   EQUAL   10.

           PERFORM 0440-00-APURA-PDD-ANTERIOR
             UNTIL WS-FS-CADPDDG   EQUAL   10.

           COMPUTE WS-VLR-PDD-SALDO =
                   WS-VLR-PDD-ANTERIOR - WS-VLR-PDD-BAIXADA.

           INITIALIZE TAB-FAIXAS.

           MOVE    WS-DATA-PROC    TO      WS-DATA-AUX.
           PERFORM 0600-00-CALCULA-DIAS.
           MOVE    WS-DIAS-DATA    TO      WS-DIAS-PROC.

           PERFORM 0500-00-LEITURA-CADMFIN.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMLIQ NOT EQUAL 00 AND 10
                   MOVE 'CADMLIQ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMLIQ     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPDDG NOT EQUAL 00 AND 10
                   MOVE 'CADPDDG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPDDG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMFIN NOT EQUAL 00 AND 10
                   MOVE 'CADMFIN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMFIN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPDDN NOT EQUAL 00
                   MOVE 'CADPDDN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPDDN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCTBD NOT EQUAL 00
                   MOVE 'CADCTBD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBD     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELPDD  NOT EQUAL 00
                   MOVE 'RELPDD'   TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELPDD      TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *    VALE O PARAMETRO DE MAIOR VIGENCIA ATE A DATA DA RODADA    *
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB154' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR      TO
                                   WS-PARM-PDD
                   END-IF
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CRITICA-PARAMETRO   SECTION.
      *****************************************************************
      *    CINCO PERCENTUAIS NUMERICOS, NENHUM ACIMA DE 100,0         *
      *
           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-PARAMETRO
           END-IF.

           IF      WS-PARM-PDD     NOT NUMERIC
                   PERFORM         0990-00-ABEND-PARAMETRO
           END-IF.

           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL   WS-IND-FAIXA GREATER 5

             IF    WS-PARM-PERC (WS-IND-FAIXA) GREATER 100
                   PERFORM         0990-00-ABEND-PARAMETRO
             END-IF

           END-PERFORM.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0430-00-CARGA-TAB-LIQUID    SECTION.
      *****************************************************************
      *
           READ    CADMLIQ         INTO    REG-MLIQ.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMLIQ   EQUAL   00
                   ADD 001         TO      WS-LID-CADMLIQ

                   IF      WS-QTD-TAB-LIQ  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LIQ
                   MOVE    MLIQ-CHAVE      TO
                           TAB-LIQ-CHAVE  (WS-QTD-TAB-LIQ)
                   MOVE    MLIQ-ORIGEM     TO
                           TAB-LIQ-ORIGEM (WS-QTD-TAB-LIQ)
           END-IF.
      *
       0430-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-APURA-PDD-ANTERIOR  SECTION.
      *****************************************************************
      *    SALDO ANTERIOR DA PROVISAO E A PARTE DELE JA CONSUMIDA     *
      *    PELAS BAIXAS POR PERDA (ORIGEM 'B') DESDE O ULTIMO CALCULO *
      *
           READ    CADPDDG         INTO    REG-PDDG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPDDG   NOT EQUAL 00
                   GO      TO      0440-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPDDG.

           ADD     PDDG-VLR-PROVISAO       TO      WS-VLR-PDD-ANTERIOR.

           MOVE    PDDG-CHAVE      TO      WS-CHAVE-GUIA.

           PERFORM 1100-00-PROCURA-LIQUIDACAO.

           IF      WS-LIQ-ACHOU
               AND TAB-LIQ-ORIGEM-PERDA (WS-IND-TAB-LIQ)
                   ADD     PDDG-VLR-PROVISAO       TO
                           WS-VLR-PDD-BAIXADA
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CHAMA-COBBB010      SECTION.
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
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADMFIN     SECTION.
      *****************************************************************
      *
           READ    CADMFIN         INTO    REG-MFIN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMFIN   EQUAL   00
                   ADD 001         TO      WS-LID-CADMFIN
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-CALCULA-DIAS        SECTION.
      *****************************************************************
      *    DIAS DE WS-DATA-AUX NO CALENDARIO COMERCIAL (MES DE 30)    *
      *
           COMPUTE WS-DIAS-DATA =
                   (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) +
                    WS-AUX-DIA.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROVISIONA-GUIA     SECTION.
      *****************************************************************
      *    GUIA SEM BAIXA: FAIXA PELOS DIAS DE ATRASO NA DATA DO      *
      *    CALCULO E PROVISAO PELO PERCENTUAL DA FAIXA                *
      *
           MOVE    MFIN-AGENCIA    TO      WS-CHAVE-AGENCIA.
           MOVE    MFIN-CONTA      TO      WS-CHAVE-CONTA.
           MOVE    MFIN-NUM-GUIA   TO      WS-CHAVE-NUM-GUIA.

           PERFORM 1100-00-PROCURA-LIQUIDACAO.

           IF      WS-LIQ-ACHOU
                   GO      TO      1000-90-LEITURA
           END-IF.

           ADD     001             TO      WS-QTD-EM-ABERTO.

           MOVE    MFIN-DAT-LIQUID TO      WS-DATA-AUX.

           IF      WS-DATA-AUX     NOT NUMERIC     OR
                   WS-DATA-AUX     EQUAL   ZEROS
                   MOVE    MFIN-DAT-LANCTO TO      WS-DATA-AUX
           END-IF.

           PERFORM 0600-00-CALCULA-DIAS.

           COMPUTE WS-DIAS-ATRASO =
                   WS-DIAS-PROC - WS-DIAS-DATA.

           EVALUATE TRUE
             WHEN  WS-DIAS-ATRASO  NOT GREATER ZEROS
                   MOVE    1       TO      WS-IND-FAIXA
                   MOVE    ZEROS   TO      WS-DIAS-ATRASO
             WHEN  WS-DIAS-ATRASO  NOT GREATER 30
                   MOVE    2       TO      WS-IND-FAIXA
             WHEN  WS-DIAS-ATRASO  NOT GREATER 60
                   MOVE    3       TO      WS-IND-FAIXA
             WHEN  WS-DIAS-ATRASO  NOT GREATER 90
                   MOVE    4       TO      WS-IND-FAIXA
             WHEN  OTHER
                   MOVE    5       TO      WS-IND-FAIXA
           END-EVALUATE.

           COMPUTE WS-VLR-PROVISAO ROUNDED =
                   MFIN-VLR-LANCTO * WS-PARM-PERC (WS-IND-FAIXA) / 100.

           ADD     001             TO
                   TAB-FXA-QTD-GUIAS (WS-IND-FAIXA).
           ADD     MFIN-VLR-LANCTO TO
                   TAB-FXA-VLR-GUIAS (WS-IND-FAIXA).
           ADD     WS-VLR-PROVISAO TO
                   TAB-FXA-VLR-PROV  (WS-IND-FAIXA).

           ADD     MFIN-VLR-LANCTO TO      WS-VLR-TOT-GUIAS.
           ADD     WS-VLR-PROVISAO TO      WS-VLR-PDD-NOVA.

           IF      WS-VLR-PROVISAO GREATER ZEROS
                   PERFORM         2000-00-GRAVACAO-CADPDDN
                   PERFORM         2500-00-IMPRIME-GUIA
           END-IF.
      *
       1000-90-LEITURA.

           PERFORM 0500-00-LEITURA-CADMFIN.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-PROCURA-LIQUIDACAO  SECTION.
      *****************************************************************
      *    BAIXA DE WS-CHAVE-GUIA NO CADMLIQ                          *
      *
           SET     WS-LIQ-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-LIQ FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LIQ GREATER WS-QTD-TAB-LIQ
                   OR      WS-LIQ-ACHOU

             IF    WS-CHAVE-GUIA   EQUAL
                   TAB-LIQ-CHAVE (WS-IND-TAB-LIQ)
                   SET     WS-LIQ-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-LIQ-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-LIQ
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVACAO-CADPDDN    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-PDDG.

           MOVE    WS-CHAVE-GUIA   TO      PDDG-CHAVE.
           MOVE    MFIN-COD-ENT    TO      PDDG-COD-ENT.
           MOVE    MFIN-VLR-LANCTO TO      PDDG-VLR-GUIA.
           MOVE    WS-DATA-AUX     TO      PDDG-DAT-VENCTO.
           MOVE    WS-DIAS-ATRASO  TO      PDDG-QTD-DIAS.
           MOVE    WS-IND-FAIXA    TO      PDDG-FAIXA.
           MOVE    WS-PARM-PERC (WS-IND-FAIXA)
                                   TO      PDDG-PERCENTUAL.
           MOVE    WS-VLR-PROVISAO TO      PDDG-VLR-PROVISAO.
           MOVE    WS-DATA-PROC    TO      PDDG-DAT-CALCULO.

           WRITE   REG-CADPDDN     FROM    REG-PDDG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADPDDN.

           MOVE    WS-GCAT-CADPDDG TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADPDDN     TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPDDG.
           ADD     001             TO      WS-QTD-PROVISIONADAS.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-GRAVACAO-CADCTBD    SECTION.
      *****************************************************************
      *    UM LANCAMENTO COM A VARIACAO DO SALDO DA PROVISAO. NA      *
      *    REDUCAO AS CONTAS SE INVERTEM (REVERSAO)                   *
      *
           MOVE    SPACES          TO      REG-CTB.

           MOVE    ZEROS           TO      CTB-COD-PEC.

           IF      WS-VLR-AJUSTE   GREATER ZEROS
                   MOVE    WS-CONTA-PERDA-EST
                                   TO      CTB-CONTA-DEBITO
                   MOVE    WS-CONTA-PDD
                                   TO      CTB-CONTA-CREDITO
                   MOVE    'CONSTITUICAO PDD'
                                   TO      CTB-HISTORICO
           ELSE
                   MOVE    WS-CONTA-PDD
                                   TO      CTB-CONTA-DEBITO
                   MOVE    WS-CONTA-PERDA-EST
                                   TO      CTB-CONTA-CREDITO
                   MOVE    'REVERSAO PDD'
                                   TO      CTB-HISTORICO
           END-IF.

           MOVE    WS-DATA-PROC    TO      CTB-DT-MOV.
           MOVE    ZEROS           TO      CTB-QTD-ETQ.
           MOVE    WS-VLR-AJUSTE-ABS
                                   TO      CTB-VLR-UNIT.
           MOVE    WS-VLR-AJUSTE-ABS
                                   TO      CTB-VLR-TOTAL.

           WRITE   REG-CADCTBD     FROM    REG-CTB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADCTBD.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-GUIA        SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    MFIN-AGENCIA    TO      DET1-AGENCIA.
           MOVE    MFIN-CONTA      TO      DET1-CONTA.
           MOVE    MFIN-NUM-GUIA   TO      DET1-NUM-GUIA.
           MOVE    MFIN-COD-ENT    TO      DET1-COD-ENT.
           MOVE    WS-AUX-DIA      TO      WS-EDT-DIA.
           MOVE    WS-AUX-MES      TO      WS-EDT-MES.
           MOVE    WS-AUX-ANO      TO      WS-EDT-ANO.
           MOVE    WS-DATA-EDITADA TO      DET1-VENCTO.
           MOVE    WS-DIAS-ATRASO  TO      DET1-DIAS.
           MOVE    WS-TEXTO-FAIXA (WS-IND-FAIXA)
                                   TO      DET1-FAIXA.
           MOVE    WS-PARM-PERC   (WS-IND-FAIXA)
                                   TO      DET1-PERC.
           MOVE    MFIN-VLR-LANCTO TO      DET1-VLR-GUIA.
           MOVE    WS-VLR-PROVISAO TO      DET1-VLR-PROV.

           MOVE    DET1            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           ADD     001             TO      WS-LINHAS.
      *
       2500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2550-00-IMPRIME-RESUMO      SECTION.
      *****************************************************************
      *    RESUMO POR FAIXA E A APURACAO DO AJUSTE DA PROVISAO        *
      *
           IF      WS-LINHAS       GREATER 40
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    SPACES          TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           MOVE    CAB7            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           MOVE    CAB4            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL   WS-IND-FAIXA GREATER 5

             MOVE  WS-TEXTO-FAIXA (WS-IND-FAIXA)
                                   TO      RES1-FAIXA
             MOVE  TAB-FXA-QTD-GUIAS (WS-IND-FAIXA)
                                   TO      RES1-QTD-GUIAS
             MOVE  WS-PARM-PERC (WS-IND-FAIXA)
                                   TO      RES1-PERC
             MOVE  TAB-FXA-VLR-GUIAS (WS-IND-FAIXA)
                                   TO      RES1-VLR-GUIAS
             MOVE  TAB-FXA-VLR-PROV  (WS-IND-FAIXA)
                                   TO      RES1-VLR-PROV
             MOVE  RES1            TO      REG-RELPDD
             PERFORM 2650-00-GRAVACAO-RELPDD

           END-PERFORM.

           MOVE    'TOTAL DAS GUIAS EM ABERTO'
                                   TO      RES1-FAIXA.
           MOVE    WS-QTD-EM-ABERTO
                                   TO      RES1-QTD-GUIAS.
           MOVE    WS-VLR-TOT-GUIAS
                                   TO      RES1-VLR-GUIAS.
           MOVE    WS-VLR-PDD-NOVA TO      RES1-VLR-PROV.
           MOVE    RES1            TO      REG-RELPDD.
           MOVE    SPACES          TO      REG-RELPDD (43:05).
           PERFORM 2650-00-GRAVACAO-RELPDD.

           MOVE    SPACES          TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           MOVE    'PROVISAO DO CALCULO ANTERIOR...........:'
                                   TO      TOT1-TEXTO.
           MOVE    WS-VLR-PDD-ANTERIOR
                                   TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           MOVE    '(-) CONSUMIDA EM BAIXAS POR PERDA......:'
                                   TO      TOT1-TEXTO.
           MOVE    WS-VLR-PDD-BAIXADA
                                   TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           MOVE    'SALDO DA PROVISAO ANTES DO AJUSTE......:'
                                   TO      TOT1-TEXTO.
           MOVE    WS-VLR-PDD-SALDO
                                   TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           MOVE    'PROVISAO CALCULADA NESTA DATA..........:'
                                   TO      TOT1-TEXTO.
           MOVE    WS-VLR-PDD-NOVA TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           IF      WS-VLR-AJUSTE   LESS    ZEROS
                   MOVE    'REVERSAO DA PROVISAO (C 560300)........:'
                                   TO      TOT1-TEXTO
           ELSE
                   MOVE    'CONSTITUICAO DA PROVISAO (D 560300)....:'
                                   TO      TOT1-TEXTO
           END-IF.
           MOVE    WS-VLR-AJUSTE-ABS
                                   TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.
      *
       2550-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           MOVE    CAB4            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           MOVE    CAB6            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           MOVE    CAB4            TO      REG-RELPDD.
           PERFORM 2650-00-GRAVACAO-RELPDD.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2650-00-GRAVACAO-RELPDD     SECTION.
      *****************************************************************
      *
           WRITE   REG-RELPDD.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELPDD.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           COMPUTE WS-VLR-AJUSTE =
                   WS-VLR-PDD-NOVA - WS-VLR-PDD-SALDO.

           IF      WS-VLR-AJUSTE   LESS    ZEROS
                   COMPUTE WS-VLR-AJUSTE-ABS = WS-VLR-AJUSTE * -1
           ELSE
                   MOVE    WS-VLR-AJUSTE   TO      WS-VLR-AJUSTE-ABS
           END-IF.

           IF      WS-VLR-AJUSTE-ABS       GREATER ZEROS
                   PERFORM         2300-00-GRAVACAO-CADCTBD
           END-IF.

           PERFORM 2550-00-IMPRIME-RESUMO.

           CLOSE   CADPARM
                   CADMLIQ
                   CADPDDG
                   CADMFIN
                   CADPDDN
                   CADCTBD
                   RELPDD.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADPDDG TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB154'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPDDG.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB154'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-QTD-EM-ABERTO
                                   TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB154 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB154 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADMLIQ  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMLIQ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPDDG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPDDG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMFIN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMFIN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPDDN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPDDN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADPDDG TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADPDDG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCTBD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCTBD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELPDD   TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELPDD..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EM-ABERTO
                                   TO      WS-EDICAO.
           DISPLAY '* GUIAS EM ABERTO..................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PROVISIONADAS
                                   TO      WS-EDICAO.
           DISPLAY '* GUIAS PROVISIONADAS..............: ' WS-EDICAO
           ' *'.
           MOVE    WS-VLR-PDD-SALDO
                                   TO      WS-EDICAO-VLR.
           DISPLAY '* PDD ANTERIOR......: ' WS-EDICAO-VLR
           '      *'.
           MOVE    WS-VLR-PDD-NOVA TO      WS-EDICAO-VLR.
           DISPLAY '* PDD CALCULADA.....: ' WS-EDICAO-VLR
           '      *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB154 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB154 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB154 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB154 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-PARAMETRO     SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB154 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* PARAMETRO DO PROGRAMA AUSENTE OU INVALIDO   *'.
           DISPLAY '* NO CADPARM (PERCENTUAIS DE PROVISAO DAS     *'.
           DISPLAY '* CINCO FAIXAS DE ATRASO, ATE 100,0)          *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB154 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB154 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB154 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB154 ******************'.
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
           DISPLAY '******************* GPFPB154 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB154 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB154 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB154 ******************'.
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
           DISPLAY '******************* GPFPB154 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB154 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB154                  *
      *****************************************************************
