      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB170.
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
      * OBJETIVO.....: CALCULO MENSAL DOS BENEFICIOS DE VALE-         *
      *                TRANSPORTE E VALE-REFEICAO: PARA CADA          *
      *                FUNCIONARIO SELECIONADO (CADRESP) E BENEFICIO  *
      *                OPTADO (CADFBEN) APURA OS DIAS UTEIS DA        *
      *                COMPETENCIA (DIAS UTEIS BANCARIOS - COBBB008 E *
      *                CADFERI), DESCONTA AS FALTAS DO MES (CADHORA)  *
      *                E CALCULA QUANTIDADE E VALOR PELA TABELA DE    *
      *                BENEFICIOS (CADBENE). GERA:                    *
      *                - O MOVIMENTO MENSAL DE BENEFICIOS (CADBENM),  *
      *                  CONSUMIDO PELA FOLHA GPFPB107 NO DESCONTO DE *
      *                  6% DO VALE-TRANSPORTE                        *
      *                - O PEDIDO DE CADA FORNECEDOR DE BENEFICIO     *
      *                  (CADPBEN), EM ORDEM DE FORNECEDOR            *
      *                - O RELATORIO DOS BENEFICIOS (RELBENE)         *
      *****************************************************************
      * PARAMETRO....: PARM='AAAAMM' - COMPETENCIA DOS BENEFICIOS     *
      *****************************************************************
      * OBSERVACAO...: FALTAS DO CADHORA EM HORAS, CONVERTIDAS EM     *
      *                DIAS PELA JORNADA DIARIA DE 8 HORAS (DIA       *
      *                INCOMPLETO NAO E DESCONTADO). BENEFICIO SEM    *
      *                VIGENCIA NA TABELA E FUNCIONARIO SEM DIAS      *
      *                TRABALHADOS NAO GERAM MOVIMENTO. SEM LOTACAO,  *
      *                EMPRESA 01                                     *
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
      *
           SELECT  CADRESP  ASSIGN  TO  UT-S-CADRESP
                   FILE     STATUS  IS  WS-FS-CADRESP.
      *
           SELECT  CADFBEN  ASSIGN  TO  UT-S-CADFBEN
                   FILE     STATUS  IS  WS-FS-CADFBEN.
      *
           SELECT  CADBENE  ASSIGN  TO  UT-S-CADBENE
                   FILE     STATUS  IS  WS-FS-CADBENE.
      *
           SELECT  CADHORA  ASSIGN  TO  UT-S-CADHORA
                   FILE     STATUS  IS  WS-FS-CADHORA.
      *
           SELECT  CADFLOT  ASSIGN  TO  UT-S-CADFLOT
                   FILE     STATUS  IS  WS-FS-CADFLOT.
      *
           SELECT  CADFERI  ASSIGN  TO  UT-S-CADFERI
                   FILE     STATUS  IS  WS-FS-CADFERI.
      *
           SELECT  CADFORN  ASSIGN  TO  UT-S-CADFORN
                   FILE     STATUS  IS  WS-FS-CADFORN.
      *
           SELECT  CADBENM  ASSIGN  TO  UT-S-CADBENM
                   FILE     STATUS  IS  WS-FS-CADBENM.
      *
           SELECT  CADPBEN  ASSIGN  TO  UT-S-CADPBEN
                   FILE     STATUS  IS  WS-FS-CADPBEN.
      *
           SELECT  RELBENE  ASSIGN  TO  UT-S-RELBENE
                   FILE     STATUS  IS  WS-FS-RELBENE.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADRESP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRESP         PIC     X(200).
      *
       FD  CADFBEN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFBEN         PIC     X(050).
      *
       FD  CADBENE
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBENE         PIC     X(060).
      *
       FD  CADHORA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADHORA         PIC     X(050).
      *
       FD  CADFLOT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFLOT         PIC     X(050).
      *
       FD  CADFERI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFERI         PIC     X(050).
      *
       FD  CADFORN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFORN         PIC     X(050).
      *
       FD  CADBENM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBENM         PIC     X(150).
      *
       FD  CADPBEN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPBEN         PIC     X(100).
      *
       FD  RELBENE
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELBENE         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFBEN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBENE       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADHORA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFERI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFORN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBENM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPBEN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELBENE       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFBEN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADBENE      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADHORA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFERI      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFORN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADBENM      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPBEN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELBENE      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-SEM-VIGENCIA PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-DIAS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FORNECEDORES PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FUNC-BENEF   PIC     9(018) VALUE ZEROS.
      *
       01      WS-COMPETENCIA      PIC     9(006) VALUE ZEROS.
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      WS-FIM-COMPETENCIA  PIC     9(008) VALUE ZEROS.
      *
      *****************************************************************
      *        APURACAO DOS DIAS UTEIS DA COMPETENCIA                 *
      *****************************************************************
      *
       01      WS-DATA-BASE        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-BASE.
         03    WS-BASE-ANO         PIC     9(004).
         03    WS-BASE-MES         PIC     9(002).
         03    WS-BASE-DIA         PIC     9(002).
      *
       01      WS-DIAS-UTEIS       PIC     9(002) VALUE ZEROS.
       01      WS-DIAS-FALTA       PIC     9(002) VALUE ZEROS.
       01      WS-DIAS-TRAB        PIC     9(002) VALUE ZEROS.
       01      WS-HORAS-DIA        PIC     9(002) VALUE 08.
       01      WS-QTD-DIAS-FALTA   PIC     9(004) VALUE ZEROS.
      *
       01      WS-QTD-DIA          PIC     9(002) VALUE ZEROS.
       01      WS-QTD-BENEF        PIC     9(005) VALUE ZEROS.
       01      WS-VLR-BENEF        PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-COD-EMPRESA      PIC     9(002) VALUE ZEROS.
      *
       01      WS-SW-FUNC-BENEF    PIC     X(001) VALUE 'N'.
         88    WS-FUNC-COM-BENEF           VALUE 'S'.
         88    WS-FUNC-SEM-BENEF           VALUE 'N'.
      *
       01      WS-SW-ACHOU         PIC     X(001) VALUE 'N'.
         88    WS-ACHOU                    VALUE 'S'.
         88    WS-NAO-ACHOU                VALUE 'N'.
      *
      *****************************************************************
      *        TOTAIS DO PEDIDO DO FORNECEDOR E DO RELATORIO          *
      *****************************************************************
      *
       01      WS-FOR-ANTERIOR     PIC     9(010) VALUE ZEROS.
       01      WS-FOR-ATUAL        PIC     9(010) VALUE ZEROS.
       01      WS-FOR-QTD-REG      PIC     9(007) VALUE ZEROS.
       01      WS-FOR-TOT-QTD      PIC     9(009) VALUE ZEROS.
       01      WS-FOR-TOT-VLR      PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-SW-FOR-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FOR-ACHOU                VALUE 'S'.
         88    WS-FOR-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-TOT-VLR-TRANSP   PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-TOT-VLR-REFEIC   PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE BENEFICIOS VIGENTES NA COMPETENCIA (CADBENE) *
      *****************************************************************
      *
       01      WS-QTD-TAB-BEN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-BEN      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-BENEFICIOS.
         03    TAB-BEN-ITEM        OCCURS  00200  TIMES.
           05  TAB-BEN-CODIGO      PIC     X(004).
           05  TAB-BEN-TIPO        PIC     X(001).
           05  TAB-BEN-FORNECEDOR  PIC     9(010).
           05  TAB-BEN-VLR-UNIT    PIC     9(005)V9(002).
           05  TAB-BEN-QTD-DIA     PIC     9(002).
           05  TAB-BEN-DT-VIG      PIC     9(008).
      *
      *****************************************************************
      *        TABELA DE ADESOES DOS FUNCIONARIOS (CADFBEN)           *
      *****************************************************************
      *
       01      WS-QTD-TAB-ADS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ADS      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ADESOES.
         03    TAB-ADS-ITEM        OCCURS  10000  TIMES.
           05  TAB-ADS-FUNC        PIC     9(005).
           05  TAB-ADS-BENEFICIO   PIC     X(004).
           05  TAB-ADS-QTD-DIA     PIC     9(002).
      *
      *****************************************************************
      *        TABELA DE FALTAS DA COMPETENCIA (CADHORA)              *
      *****************************************************************
      *
       01      WS-QTD-TAB-HOR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-HOR      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-HORAS-MES.
         03    TAB-HOR-ITEM        OCCURS  05000  TIMES.
           05  TAB-HOR-FUNC        PIC     9(005).
           05  TAB-HOR-FALTAS      PIC     9(004).
      *
      *****************************************************************
      *        TABELA DE LOTACAO (EMPRESA DO FUNCIONARIO)             *
      *****************************************************************
      *
       01      WS-QTD-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LOTACOES.
         03    TAB-LOT-ITEM        OCCURS  05000  TIMES.
           05  TAB-LOT-FUNC        PIC     9(005).
           05  TAB-LOT-COD-EMPRESA PIC     9(002).
      *
      *****************************************************************
      *        TABELA DE FORNECEDORES (CADFORN)                       *
      *****************************************************************
      *
       01      WS-QTD-TAB-FOR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FOR      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FORNECEDORES.
         03    TAB-FOR-ITEM        OCCURS  05000  TIMES.
           05  TAB-FOR-CODIGO      PIC     9(010).
           05  TAB-FOR-NOME        PIC     X(030).
      *
      *****************************************************************
      *        LINHAS DOS PEDIDOS AOS FORNECEDORES                    *
      *****************************************************************
      *
       01      WS-QTD-TAB-PED      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PED      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PEDIDOS.
         03    TAB-PED-ITEM        OCCURS  10000  TIMES.
           05  TAB-PED-FORNECEDOR  PIC     9(010).
           05  TAB-PED-FUNC        PIC     9(005).
           05  TAB-PED-CPF         PIC     9(011).
           05  TAB-PED-NOME        PIC     X(030).
           05  TAB-PED-BENEFICIO   PIC     X(004).
           05  TAB-PED-QTD         PIC     9(005).
           05  TAB-PED-VLR-UNIT    PIC     9(005)V9(002).
           05  TAB-PED-VLR-TOTAL   PIC     9(009)V9(002).
           05  TAB-PED-COD-EMPRESA PIC     9(002).
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
       01      WS-COBBB008         PIC     X(008) VALUE 'COBBB008'.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
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
      *    LAY-OUT DO RELATORIO DOS BENEFICIOS                        *
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
         03    FILLER              PIC     X(031) VALUE SPACES.
         03    FILLER              PIC     X(064) VALUE
         'V A L E - T R A N S P O R T E  E  V A L E - R E F E I C A O'.
         03    FILLER              PIC     X(026) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB5.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               'COMPETENCIA: '.
         03    CAB5-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-ANO            PIC     9(004).
         03    FILLER              PIC     X(024) VALUE
               '   DIAS UTEIS DO MES..: '.
         03    CAB5-DIAS-UTEIS     PIC     Z9.
         03    FILLER              PIC     X(084) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'CODIGO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DO FUNCIONARIO           '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'BENE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'TIPO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'FORNECEDOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'FALTA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'TRAB'.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'QTD'.
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'UNITARIO'.
         03    FILLER              PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'TOTAL'.
         03    FILLER              PIC     X(015) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-CODIGO         PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-NOME           PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-BENEFICIO      PIC     X(004).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-TIPO           PIC     X(001).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-FALTAS         PIC     Z9.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-TRAB           PIC     Z9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD            PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-VLR-UNIT       PIC     ZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-TOTAL      PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(019) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(040).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-VALOR          PIC     Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(068) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS                  *
      *****************************************************************
      *
           COPY    COBO1007.
      *
      *****************************************************************
      * INPUT..: CADFBEN - ADESAO DOS FUNCIONARIOS AOS BENEFICIOS     *
      *****************************************************************
      *
           COPY    COBI1243.
      *
      *****************************************************************
      * INPUT..: CADBENE - TABELA DE BENEFICIOS                       *
      *****************************************************************
      *
           COPY    COBI1242.
      *
      *****************************************************************
      * INPUT..: CADHORA - HORAS CONSOLIDADAS DO MES                  *
      *****************************************************************
      *
           COPY    COBO1078.
      *
      *****************************************************************
      * INPUT..: CADFLOT - LOTACAO DOS FUNCIONARIOS                   *
      *****************************************************************
      *
           COPY    COBI2018.
      *
      *****************************************************************
      * INPUT..: CADFERI - CADASTRO DE FERIADOS BANCARIOS             *
      *****************************************************************
      *
           COPY    COBO1033.
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES                   *
      *****************************************************************
      *
           COPY    COBI1008.
      *
      *****************************************************************
      * OUTPUT.: CADBENM - MOVIMENTO MENSAL DE BENEFICIOS             *
      *****************************************************************
      *
           COPY    COBO1244.
      *
      *****************************************************************
      * OUTPUT.: CADPBEN - PEDIDO DE BENEFICIOS AOS FORNECEDORES      *
      *****************************************************************
      *
           COPY    COBO1245.
      *
       01      WS-HORA-INICIO      PIC     9(006) VALUE ZEROS.
      *
      *****************************************************************
      * INTERFACE.: PROXIMO DIA UTIL BANCARIO (COBBB008)              *
      *****************************************************************
      *
           COPY    RUCWS008.
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
      *
       01      LKG-PARM.
         03    LKG-TAM             PIC    S9(004) COMP.
         03    LKG-PERIODO         PIC     9(006).
         03    LKG-FILLER          REDEFINES LKG-PERIODO.
           05  LKG-ANO             PIC     9(004).
           05  LKG-MES             PIC     9(002).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADRESP   EQUAL 10.

           PERFORM 2000-00-GRAVA-PEDIDOS.

           PERFORM 2500-00-IMPRIME-TOTAIS.

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

           PERFORM 0150-00-CRITICA-PARM.

           OPEN    INPUT   CADRESP
                           CADFBEN
                           CADBENE
                           CADHORA
                           CADFLOT
                           CADFERI
                           CADFORN
                   OUTPUT  CADBENM
                           CADPBEN
                           RELBENE.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    ZEROS           TO      WRB-QTD-FERIADOS.

           PERFORM 0300-00-CARGA-TAB-CADFERI
             UNTIL WS-FS-CADFERI   EQUAL   10.

           PERFORM 0350-00-APURA-DIAS-UTEIS.

           PERFORM 0400-00-CARGA-TAB-BENEFICIOS
             UNTIL WS-FS-CADBENE   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-ADESOES
             UNTIL WS-FS-CADFBEN   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-HORAS
             UNTIL WS-FS-CADHORA   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-LOTACAO
             UNTIL WS-FS-CADFLOT   EQUAL   10.

           PERFORM 0480-00-CARGA-TAB-FORNEC
             UNTIL WS-FS-CADFORN   EQUAL   10.

           MOVE    LKG-MES         TO      CAB5-MES.
           MOVE    LKG-ANO         TO      CAB5-ANO.
           MOVE    WS-DIAS-UTEIS   TO      CAB5-DIAS-UTEIS.

           PERFORM 0500-00-LEITURA-CADRESP.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *
           IF      LKG-TAM         LESS        6           OR
                   LKG-MES         NOT NUMERIC OR
                   LKG-MES         EQUAL       ZEROS       OR
                   LKG-MES         GREATER     12          OR
                   LKG-ANO         NOT NUMERIC OR
                   LKG-ANO         EQUAL       ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           MOVE    LKG-PERIODO     TO      WS-COMPETENCIA.

      *    MAIOR DATA POSSIVEL DA COMPETENCIA, LIMITE DA VIGENCIA
           COMPUTE WS-FIM-COMPETENCIA = WS-COMPETENCIA * 100 + 31.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRESP NOT EQUAL 00 AND 10
                   MOVE 'CADRESP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRESP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFBEN NOT EQUAL 00 AND 10
                   MOVE 'CADFBEN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFBEN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBENE NOT EQUAL 00 AND 10
                   MOVE 'CADBENE'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBENE     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADHORA NOT EQUAL 00 AND 10
                   MOVE 'CADHORA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADHORA     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFLOT NOT EQUAL 00 AND 10
                   MOVE 'CADFLOT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFLOT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFERI NOT EQUAL 00 AND 10
                   MOVE 'CADFERI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFERI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFORN NOT EQUAL 00 AND 10
                   MOVE 'CADFORN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFORN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBENM NOT EQUAL 00
                   MOVE 'CADBENM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBENM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPBEN NOT EQUAL 00
                   MOVE 'CADPBEN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPBEN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELBENE NOT EQUAL 00
                   MOVE 'RELBENE'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELBENE     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-CARGA-TAB-CADFERI   SECTION.
      *****************************************************************
      *
           READ    CADFERI         INTO    REG-FERI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFERI   EQUAL   00
                   ADD 001         TO      WS-LID-CADFERI

                   IF      WRB-QTD-FERIADOS GREATER OR EQUAL 200
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WRB-QTD-FERIADOS
                   MOVE    FERI-DATA       TO
                           WRB-FERIADO (WRB-QTD-FERIADOS)
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-APURA-DIAS-UTEIS    SECTION.
      *****************************************************************
      *    CONTA OS DIAS UTEIS DA COMPETENCIA AVANCANDO DE DIA UTIL   *
      *    EM DIA UTIL (COBBB008) A PARTIR DO DIA 28 DO MES ANTERIOR; *
      *    OS DIAS AINDA DO MES ANTERIOR NAO SAO CONTADOS             *
      *
           MOVE    ZEROS           TO      WS-DIAS-UTEIS.

           MOVE    WS-COMPETENCIA  TO      WS-DATA-BASE (1:6).
           MOVE    28              TO      WS-BASE-DIA.

           IF      WS-BASE-MES     EQUAL   01
                   SUBTRACT 001    FROM    WS-BASE-ANO
                   MOVE    12      TO      WS-BASE-MES
           ELSE
                   SUBTRACT 001    FROM    WS-BASE-MES
           END-IF.

           PERFORM 0360-00-PROXIMO-DIA-UTIL
             UNTIL WS-DATA-BASE (1:6) GREATER WS-COMPETENCIA.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0360-00-PROXIMO-DIA-UTIL    SECTION.
      *****************************************************************
      *
           MOVE    'COBBB008'      TO      WS-SUB-ROTINA.

           MOVE    WS-DATA-BASE    TO      WRB-DATA-BASE.

           CALL    WS-COBBB008     USING   WRB-GRUPO
           END-CALL.

           IF      WRB-CODRET      NOT EQUAL 00
                   MOVE    003     TO      WS-PTO-ERRO
                   MOVE    WRB-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.

           MOVE    WRB-DATA-UTIL   TO      WS-DATA-BASE.

           IF      WS-DATA-BASE (1:6) EQUAL WS-COMPETENCIA
                   ADD     001     TO      WS-DIAS-UTEIS
           END-IF.
      *
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-BENEFICIOS SECTION.
      *****************************************************************
      *    GUARDA, POR BENEFICIO, A MAIOR VIGENCIA NAO POSTERIOR AO   *
      *    FIM DA COMPETENCIA                                         *
      *
           READ    CADBENE         INTO    REG-BENE.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADBENE   NOT EQUAL 00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADBENE.

           IF      BENE-DT-VIGENCIA GREATER WS-FIM-COMPETENCIA
                   GO      TO      0400-99-EXIT
           END-IF.

           SET     WS-NAO-ACHOU            TO      TRUE.

           PERFORM VARYING WS-IND-TAB-BEN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BEN GREATER WS-QTD-TAB-BEN
                   OR      WS-ACHOU

             IF    BENE-CODIGO     EQUAL
                   TAB-BEN-CODIGO (WS-IND-TAB-BEN)
                   SET     WS-ACHOU        TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-BEN
                   IF      BENE-DT-VIGENCIA LESS
                           TAB-BEN-DT-VIG (WS-IND-TAB-BEN)
                           GO      TO      0400-99-EXIT
                   END-IF
           ELSE
                   IF      WS-QTD-TAB-BEN  GREATER OR EQUAL 00200
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-BEN
                   MOVE    WS-QTD-TAB-BEN  TO      WS-IND-TAB-BEN
           END-IF.

           MOVE    BENE-CODIGO     TO
                   TAB-BEN-CODIGO     (WS-IND-TAB-BEN).
           MOVE    BENE-TIPO       TO
                   TAB-BEN-TIPO       (WS-IND-TAB-BEN).
           MOVE    BENE-FORNECEDOR TO
                   TAB-BEN-FORNECEDOR (WS-IND-TAB-BEN).
           MOVE    BENE-VLR-UNITARIO       TO
                   TAB-BEN-VLR-UNIT   (WS-IND-TAB-BEN).
           MOVE    BENE-QTD-DIA    TO
                   TAB-BEN-QTD-DIA    (WS-IND-TAB-BEN).
           MOVE    BENE-DT-VIGENCIA        TO
                   TAB-BEN-DT-VIG     (WS-IND-TAB-BEN).
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-ADESOES   SECTION.
      *****************************************************************
      *
           READ    CADFBEN         INTO    REG-FBEN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFBEN   EQUAL   00
                   ADD 001         TO      WS-LID-CADFBEN

                   IF      WS-QTD-TAB-ADS  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-ADS
                   MOVE    FBEN-FUNC-CODIGO        TO
                           TAB-ADS-FUNC      (WS-QTD-TAB-ADS)
                   MOVE    FBEN-COD-BENEFICIO      TO
                           TAB-ADS-BENEFICIO (WS-QTD-TAB-ADS)
                   MOVE    FBEN-QTD-DIA    TO
                           TAB-ADS-QTD-DIA   (WS-QTD-TAB-ADS)
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-HORAS     SECTION.
      *****************************************************************
      *    SOMENTE AS HORAS DE FALTA DA COMPETENCIA                   *
      *
           READ    CADHORA         INTO    REG-HORA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADHORA   EQUAL   00
                   ADD 001         TO      WS-LID-CADHORA

                   IF      HORA-PERIODO    EQUAL   WS-COMPETENCIA
                           IF      WS-QTD-TAB-HOR  GREATER OR EQUAL
                                   05000
                                   PERFORM 0989-00-ABEND-TABELA
                           END-IF
                           ADD     001     TO      WS-QTD-TAB-HOR
                           MOVE    HORA-FUNC-CODIGO        TO
                                   TAB-HOR-FUNC   (WS-QTD-TAB-HOR)
                           MOVE    HORA-QTD-FALTAS TO
                                   TAB-HOR-FALTAS (WS-QTD-TAB-HOR)
                   END-IF
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-LOTACAO   SECTION.
      *****************************************************************
      *
           READ    CADFLOT         INTO    REG-FLOT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFLOT   EQUAL   00
                   ADD 001         TO      WS-LID-CADFLOT

                   IF      WS-QTD-TAB-LOT  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LOT
                   MOVE    FLOT-FUNC-CODIGO        TO
                           TAB-LOT-FUNC     (WS-QTD-TAB-LOT)
                   IF      FLOT-COD-EMPRESA NOT NUMERIC    OR
                           FLOT-COD-EMPRESA EQUAL  ZEROS
                           MOVE    01      TO      FLOT-COD-EMPRESA
                   END-IF
                   MOVE    FLOT-COD-EMPRESA        TO
                           TAB-LOT-COD-EMPRESA (WS-QTD-TAB-LOT)
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CARGA-TAB-FORNEC    SECTION.
      *****************************************************************
      *
           READ    CADFORN         INTO    REG-FORN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFORN   EQUAL   00
                   ADD 001         TO      WS-LID-CADFORN

                   IF      WS-QTD-TAB-FOR  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FOR
                   MOVE    FORN-CODIGO     TO
                           TAB-FOR-CODIGO (WS-QTD-TAB-FOR)
                   MOVE    FORN-NOME       TO
                           TAB-FOR-NOME   (WS-QTD-TAB-FOR)
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADRESP     SECTION.
      *****************************************************************
      *
           READ    CADRESP         INTO    REG-FSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRESP   EQUAL   00
                   ADD 001         TO      WS-LID-CADRESP
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           PERFORM 1100-00-CALCULA-FUNCIONARIO.

           PERFORM 0500-00-LEITURA-CADRESP.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CALCULA-FUNCIONARIO SECTION.
      *****************************************************************
      *    DIAS TRABALHADOS = DIAS UTEIS - DIAS DE FALTA; EMPRESA DA  *
      *    LOTACAO (SEM LOTACAO, 01)                                  *
      *
           MOVE    ZEROS           TO      WS-QTD-DIAS-FALTA.

           PERFORM VARYING WS-IND-TAB-HOR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-HOR GREATER WS-QTD-TAB-HOR

             IF    FSEL-CODIGO     EQUAL
                   TAB-HOR-FUNC (WS-IND-TAB-HOR)
                   ADD     TAB-HOR-FALTAS (WS-IND-TAB-HOR) TO
                           WS-QTD-DIAS-FALTA
             END-IF

           END-PERFORM.

           DIVIDE  WS-QTD-DIAS-FALTA       BY      WS-HORAS-DIA
                   GIVING  WS-QTD-DIAS-FALTA.

           IF      WS-QTD-DIAS-FALTA GREATER WS-DIAS-UTEIS
                   MOVE    WS-DIAS-UTEIS   TO      WS-DIAS-FALTA
           ELSE
                   MOVE    WS-QTD-DIAS-FALTA       TO      WS-DIAS-FALTA
           END-IF.

           COMPUTE WS-DIAS-TRAB    = WS-DIAS-UTEIS - WS-DIAS-FALTA.

           MOVE    01              TO      WS-COD-EMPRESA.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT

             IF    FSEL-CODIGO     EQUAL
                   TAB-LOT-FUNC (WS-IND-TAB-LOT)
                   MOVE    TAB-LOT-COD-EMPRESA (WS-IND-TAB-LOT) TO
                           WS-COD-EMPRESA
             END-IF

           END-PERFORM.

           SET     WS-FUNC-SEM-BENEF       TO      TRUE.

           PERFORM 1200-00-CALCULA-ADESAO
             VARYING WS-IND-TAB-ADS FROM 1 BY 1
             UNTIL WS-IND-TAB-ADS GREATER WS-QTD-TAB-ADS.

           IF      WS-FUNC-COM-BENEF
                   ADD     001     TO      WS-QTD-FUNC-BENEF
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-CALCULA-ADESAO      SECTION.
      *****************************************************************
      *    QUANTIDADE = DIAS TRABALHADOS X UNIDADES POR DIA (DA       *
      *    ADESAO OU, ZERADA, A PADRAO DO BENEFICIO)                  *
      *
           IF      TAB-ADS-FUNC (WS-IND-TAB-ADS) NOT EQUAL FSEL-CODIGO
                   GO      TO      1200-99-EXIT
           END-IF.

           SET     WS-NAO-ACHOU            TO      TRUE.

           PERFORM VARYING WS-IND-TAB-BEN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BEN GREATER WS-QTD-TAB-BEN
                   OR      WS-ACHOU

             IF    TAB-ADS-BENEFICIO (WS-IND-TAB-ADS) EQUAL
                   TAB-BEN-CODIGO    (WS-IND-TAB-BEN)
                   SET     WS-ACHOU        TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-NAO-ACHOU
                   ADD     001     TO      WS-QTD-SEM-VIGENCIA
                   GO      TO      1200-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-BEN.

           IF      WS-DIAS-TRAB    EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-SEM-DIAS
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      TAB-ADS-QTD-DIA (WS-IND-TAB-ADS) GREATER ZEROS
                   MOVE    TAB-ADS-QTD-DIA (WS-IND-TAB-ADS)
                                   TO      WS-QTD-DIA
           ELSE
                   MOVE    TAB-BEN-QTD-DIA (WS-IND-TAB-BEN)
                                   TO      WS-QTD-DIA
           END-IF.

           COMPUTE WS-QTD-BENEF    = WS-DIAS-TRAB * WS-QTD-DIA.

           COMPUTE WS-VLR-BENEF    =
                   WS-QTD-BENEF * TAB-BEN-VLR-UNIT (WS-IND-TAB-BEN).

           IF      WS-QTD-BENEF    EQUAL   ZEROS
                   GO      TO      1200-99-EXIT
           END-IF.

           SET     WS-FUNC-COM-BENEF       TO      TRUE.

           PERFORM 1300-00-GRAVA-MOVIMENTO.

           PERFORM 1400-00-GUARDA-PEDIDO.

           PERFORM 1500-00-IMPRIME-DETALHE.

           IF      TAB-BEN-TIPO (WS-IND-TAB-BEN) EQUAL 'T'
                   ADD     WS-VLR-BENEF    TO      WS-TOT-VLR-TRANSP
           ELSE
                   ADD     WS-VLR-BENEF    TO      WS-TOT-VLR-REFEIC
           END-IF.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-GRAVA-MOVIMENTO     SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-BENM.

           MOVE    WS-COMPETENCIA  TO      BENM-COMPETENCIA.
           MOVE    FSEL-CODIGO     TO      BENM-FUNC-CODIGO.
           MOVE    WS-COD-EMPRESA  TO      BENM-COD-EMPRESA.
           MOVE    FSEL-CPF        TO      BENM-CPF.
           MOVE    FSEL-NOME       TO      BENM-NOME.
           MOVE    TAB-BEN-CODIGO     (WS-IND-TAB-BEN)
                                   TO      BENM-COD-BENEFICIO.
           MOVE    TAB-BEN-TIPO       (WS-IND-TAB-BEN)
                                   TO      BENM-TIPO.
           MOVE    TAB-BEN-FORNECEDOR (WS-IND-TAB-BEN)
                                   TO      BENM-FORNECEDOR.
           MOVE    WS-DIAS-UTEIS   TO      BENM-DIAS-UTEIS.
           MOVE    WS-DIAS-FALTA   TO      BENM-DIAS-FALTA.
           MOVE    WS-DIAS-TRAB    TO      BENM-DIAS-TRAB.
           MOVE    WS-QTD-BENEF    TO      BENM-QTD.
           MOVE    TAB-BEN-VLR-UNIT   (WS-IND-TAB-BEN)
                                   TO      BENM-VLR-UNITARIO.
           MOVE    WS-VLR-BENEF    TO      BENM-VLR-TOTAL.
           MOVE    WS-DATA-PROC    TO      BENM-DAT-GERACAO.

           WRITE   REG-CADBENM     FROM    REG-BENM.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADBENM.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-GUARDA-PEDIDO       SECTION.
      *****************************************************************
      *
           IF      WS-QTD-TAB-PED  GREATER OR EQUAL 10000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-PED.

           MOVE    BENM-FORNECEDOR TO
                   TAB-PED-FORNECEDOR  (WS-QTD-TAB-PED).
           MOVE    BENM-FUNC-CODIGO        TO
                   TAB-PED-FUNC        (WS-QTD-TAB-PED).
           MOVE    BENM-CPF        TO
                   TAB-PED-CPF         (WS-QTD-TAB-PED).
           MOVE    BENM-NOME       TO
                   TAB-PED-NOME        (WS-QTD-TAB-PED).
           MOVE    BENM-COD-BENEFICIO      TO
                   TAB-PED-BENEFICIO   (WS-QTD-TAB-PED).
           MOVE    BENM-QTD        TO
                   TAB-PED-QTD         (WS-QTD-TAB-PED).
           MOVE    BENM-VLR-UNITARIO       TO
                   TAB-PED-VLR-UNIT    (WS-QTD-TAB-PED).
           MOVE    BENM-VLR-TOTAL  TO
                   TAB-PED-VLR-TOTAL   (WS-QTD-TAB-PED).
           MOVE    BENM-COD-EMPRESA        TO
                   TAB-PED-COD-EMPRESA (WS-QTD-TAB-PED).
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-IMPRIME-DETALHE     SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    BENM-FUNC-CODIGO        TO      DET1-CODIGO.
           MOVE    BENM-NOME       TO      DET1-NOME.
           MOVE    BENM-COD-BENEFICIO      TO      DET1-BENEFICIO.
           MOVE    BENM-TIPO       TO      DET1-TIPO.
           MOVE    BENM-FORNECEDOR TO      DET1-FORNECEDOR.
           MOVE    BENM-DIAS-FALTA TO      DET1-FALTAS.
           MOVE    BENM-DIAS-TRAB  TO      DET1-TRAB.
           MOVE    BENM-QTD        TO      DET1-QTD.
           MOVE    BENM-VLR-UNITARIO       TO      DET1-VLR-UNIT.
           MOVE    BENM-VLR-TOTAL  TO      DET1-VLR-TOTAL.

           MOVE    DET1            TO      REG-RELBENE.
           PERFORM 2700-00-GRAVACAO-RELBENE.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVA-PEDIDOS       SECTION.
      *****************************************************************
      *    UM PEDIDO POR FORNECEDOR DE BENEFICIO, EM ORDEM CRESCENTE  *
      *    DE FORNECEDOR                                              *
      *
           MOVE    ZEROS           TO      WS-FOR-ANTERIOR.

           PERFORM 2100-00-PROXIMO-FORNECEDOR.

           PERFORM 2200-00-PROCESSA-FORNECEDOR
             UNTIL WS-FOR-NAO-ACHOU.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-PROXIMO-FORNECEDOR  SECTION.
      *****************************************************************
      *    MENOR FORNECEDOR ACIMA DO ULTIMO PROCESSADO                *
      *
           SET     WS-FOR-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PED FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PED GREATER WS-QTD-TAB-PED

             IF    TAB-PED-FORNECEDOR (WS-IND-TAB-PED) GREATER
                   WS-FOR-ANTERIOR
                   IF      WS-FOR-NAO-ACHOU                OR
                           TAB-PED-FORNECEDOR (WS-IND-TAB-PED) LESS
                           WS-FOR-ATUAL
                           SET     WS-FOR-ACHOU    TO      TRUE
                           MOVE    TAB-PED-FORNECEDOR (WS-IND-TAB-PED)
                                   TO      WS-FOR-ATUAL
                   END-IF
             END-IF

           END-PERFORM.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-PROCESSA-FORNECEDOR SECTION.
      *****************************************************************
      *
           ADD     001             TO      WS-QTD-FORNECEDORES.

           MOVE    ZEROS           TO      WS-FOR-QTD-REG
                                           WS-FOR-TOT-QTD
                                           WS-FOR-TOT-VLR.

           MOVE    SPACES          TO      REG-PBEN.

           MOVE    'H'             TO      PBEN-TIP-REG.
           MOVE    WS-FOR-ATUAL    TO      PBEN-FORNECEDOR.
           MOVE    WS-COMPETENCIA  TO      PBEN-COMPETENCIA.
           MOVE    WS-DATA-PROC    TO      PBEN-DAT-GERACAO.
           MOVE    'FORNECEDOR NAO CADASTRADO     '
                                   TO      PBEN-NOME-FORN.

           PERFORM VARYING WS-IND-TAB-FOR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FOR GREATER WS-QTD-TAB-FOR

             IF    TAB-FOR-CODIGO (WS-IND-TAB-FOR) EQUAL WS-FOR-ATUAL
                   MOVE    TAB-FOR-NOME (WS-IND-TAB-FOR)   TO
                           PBEN-NOME-FORN
             END-IF

           END-PERFORM.

           PERFORM 2400-00-GRAVACAO-CADPBEN.

           PERFORM 2300-00-GRAVA-DETALHE-PEDIDO
             VARYING WS-IND-TAB-PED FROM 1 BY 1
             UNTIL WS-IND-TAB-PED GREATER WS-QTD-TAB-PED.

           MOVE    SPACES          TO      REG-PBEN.

           MOVE    'T'             TO      PBEN-TIP-REG.
           MOVE    WS-FOR-ATUAL    TO      PBEN-FORNECEDOR.
           MOVE    WS-COMPETENCIA  TO      PBEN-COMPETENCIA.
           COMPUTE PBEN-QTD-REG    = WS-FOR-QTD-REG + 1.
           MOVE    WS-FOR-TOT-QTD  TO      PBEN-TOT-QTD.
           MOVE    WS-FOR-TOT-VLR  TO      PBEN-TOT-VLR.

           PERFORM 2400-00-GRAVACAO-CADPBEN.

           MOVE    WS-FOR-ATUAL    TO      WS-FOR-ANTERIOR.

           PERFORM 2100-00-PROXIMO-FORNECEDOR.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-GRAVA-DETALHE-PEDIDO SECTION.
      *****************************************************************
      *
           IF      TAB-PED-FORNECEDOR (WS-IND-TAB-PED) NOT EQUAL
                   WS-FOR-ATUAL
                   GO      TO      2300-99-EXIT
           END-IF.

           MOVE    SPACES          TO      REG-PBEN.

           MOVE    'D'             TO      PBEN-TIP-REG.
           MOVE    WS-FOR-ATUAL    TO      PBEN-FORNECEDOR.
           MOVE    WS-COMPETENCIA  TO      PBEN-COMPETENCIA.
           MOVE    TAB-PED-FUNC        (WS-IND-TAB-PED)
                                   TO      PBEN-FUNC-CODIGO.
           MOVE    TAB-PED-CPF         (WS-IND-TAB-PED)
                                   TO      PBEN-CPF.
           MOVE    TAB-PED-NOME        (WS-IND-TAB-PED)
                                   TO      PBEN-NOME.
           MOVE    TAB-PED-BENEFICIO   (WS-IND-TAB-PED)
                                   TO      PBEN-COD-BENEFICIO.
           MOVE    TAB-PED-QTD         (WS-IND-TAB-PED)
                                   TO      PBEN-QTD.
           MOVE    TAB-PED-VLR-UNIT    (WS-IND-TAB-PED)
                                   TO      PBEN-VLR-UNITARIO.
           MOVE    TAB-PED-VLR-TOTAL   (WS-IND-TAB-PED)
                                   TO      PBEN-VLR-TOTAL.
           MOVE    TAB-PED-COD-EMPRESA (WS-IND-TAB-PED)
                                   TO      PBEN-COD-EMPRESA.

           PERFORM 2400-00-GRAVACAO-CADPBEN.

           ADD     001             TO      WS-FOR-QTD-REG.
           ADD     TAB-PED-QTD       (WS-IND-TAB-PED)
                                   TO      WS-FOR-TOT-QTD.
           ADD     TAB-PED-VLR-TOTAL (WS-IND-TAB-PED)
                                   TO      WS-FOR-TOT-VLR.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2400-00-GRAVACAO-CADPBEN    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADPBEN     FROM    REG-PBEN.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADPBEN.
      *
       2400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-TOTAIS      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 52
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    SPACES          TO      REG-RELBENE.
           PERFORM 2700-00-GRAVACAO-RELBENE.

           MOVE    'TOTAL DO VALE-TRANSPORTE NO MES........'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-VLR-TRANSP       TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELBENE.
           PERFORM 2700-00-GRAVACAO-RELBENE.

           MOVE    'TOTAL DO VALE-REFEICAO NO MES..........'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-VLR-REFEIC       TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELBENE.
           PERFORM 2700-00-GRAVACAO-RELBENE.
      *
       2500-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELBENE.
           PERFORM 2700-00-GRAVACAO-RELBENE.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELBENE.
           PERFORM 2700-00-GRAVACAO-RELBENE.

           MOVE    CAB4            TO      REG-RELBENE.
           PERFORM 2700-00-GRAVACAO-RELBENE.

           MOVE    CAB5            TO      REG-RELBENE.
           PERFORM 2700-00-GRAVACAO-RELBENE.

           MOVE    CAB4            TO      REG-RELBENE.
           PERFORM 2700-00-GRAVACAO-RELBENE.

           MOVE    CAB6            TO      REG-RELBENE.
           PERFORM 2700-00-GRAVACAO-RELBENE.

           MOVE    SPACES          TO      REG-RELBENE.
           PERFORM 2700-00-GRAVACAO-RELBENE.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELBENE    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELBENE.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELBENE.
           ADD     001             TO      WS-LINHAS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADRESP
                   CADFBEN
                   CADBENE
                   CADHORA
                   CADFLOT
                   CADFERI
                   CADFORN
                   CADBENM
                   CADPBEN
                   RELBENE.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB170'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADRESP  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB170 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB170 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-DIAS-UTEIS   TO      WS-EDICAO.
           DISPLAY '* DIAS UTEIS DA COMPETENCIA........: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRESP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRESP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFBEN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFBEN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADBENE  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBENE.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADHORA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADHORA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FUNC-BENEF       TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS COM BENEFICIO.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-VIGENCIA     TO      WS-EDICAO.
           DISPLAY '* ADESOES SEM BENEFICIO VIGENTE....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-DIAS TO      WS-EDICAO.
           DISPLAY '* ADESOES SEM DIAS TRABALHADOS.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADBENM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADBENM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FORNECEDORES     TO      WS-EDICAO.
           DISPLAY '* PEDIDOS A FORNECEDORES...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPBEN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPBEN.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB170 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB170 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB170 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB170 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY
           '******************* GPFPB170 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'    *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB170 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB170 ******************'

           CALL    'IBM'.

           GOBACK.
      *
       0997-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB170 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB170 ******************'.
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
           DISPLAY '******************* GPFPB170 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB170 ******************'.

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

           DISPLAY '******************* GPFPB170 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB170 ******************'.
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
           DISPLAY '******************* GPFPB170 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB170 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB170                  *
      *****************************************************************
