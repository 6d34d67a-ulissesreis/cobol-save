      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB171.
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
      * OBJETIVO.....: FOLHA DE PAGAMENTO DOS EVENTOS DOS             *
      *                FUNCIONARIOS SELECIONADOS (CADRESP):           *
      *                - 1a PARCELA DO 13o SALARIO: METADE DO 13o DO  *
      *                  ANO, SEM DESCONTOS                           *
      *                - 2a PARCELA DO 13o SALARIO: 13o DO ANO MENOS  *
      *                  A 1a PARCELA PAGA, INSS E IRRF (TABELAS DO   *
      *                  CADTABS) SOBRE O 13o INTEGRAL                *
      *                - FERIAS: DIAS DE GOZO + 1/3 E ABONO DOS DIAS  *
      *                  VENDIDOS + 1/3 DO MOVIMENTO CADFERV COM      *
      *                  INICIO NA COMPETENCIA, INSS E IRRF SOBRE AS  *
      *                  FERIAS + 1/3 (ABONO ISENTO)                  *
      *                E GERA:                                        *
      *                - O RELATORIO DA FOLHA DO EVENTO (RELEVEN)     *
      *                - O CREDITO DO LIQUIDO NO LAY-OUT DA REMESSA   *
      *                  BANCARIA CADBREM (CADBREV), UM TRAILER POR   *
      *                  EMPRESA COM A CONTA DE DEBITO DA FOLHA       *
      *                - A BAIXA DOS SALDOS DE PROVISAO (CADPROV ->   *
      *                  CADPROVN), ACUMULADOS PELO GPFPB108          *
      *                - OS LANCAMENTOS POR EMPRESA E DEPARTAMENTO NO *
      *                  LAY-OUT DO EXTRATO CADCTB (CADCTBS): BAIXA   *
      *                  DA PROVISAO E DESPESA DO QUE EXCEDER O SALDO *
      *                - O MOVIMENTO DE FGTS (CADFGTM) E O DE         *
      *                  RENDIMENTOS E RETENCOES (CADFREN) DO EVENTO  *
      *****************************************************************
      * PARAMETRO....: PARM='AAAAMME' - COMPETENCIA E EVENTO:         *
      *                E = '1' 1a PARCELA DO 13o SALARIO              *
      *                    '2' 2a PARCELA DO 13o SALARIO              *
      *                    'F' FERIAS                                 *
      *****************************************************************
      * OBSERVACAO...: 13o DO ANO = SALARIO X AVOS / 12; ADMITIDO     *
      *                ANTES DO ANO DA COMPETENCIA TEM 12 AVOS, NO    *
      *                ANO CONTA DO MES DA ADMISSAO A DEZEMBRO (O MES *
      *                DA ADMISSAO SO COM 15 DIAS OU MAIS NO          *
      *                CALENDARIO DE 360 DIAS). A 1a PARCELA FICA NO  *
      *                SALDO DO FUNCIONARIO (PROV-VLR-13-ADIANT) PARA *
      *                A DEDUCAO NA 2a. FERIAS E ABONO PELO SALARIO / *
      *                30 POR DIA. A DEDUCAO POR DEPENDENTE DO IRRF E *
      *                A DA FOLHA (CADPARM DO GPFPB107). SEM LOTACAO, *
      *                DEPARTAMENTO 'GER ' DA EMPRESA 01              *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADPROVN GRAVADO PASSA A SER           *
      *                   CATALOGADO NO CADGCAT (ROTINA COBBB010)     *
      *                   COMO GERACAO DO CADPROV, COM A QTDE DE      *
      *                   REGISTROS E O SELO DE INTEGRIDADE           *
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
           SELECT  CADTABS  ASSIGN  TO  UT-S-CADTABS
                   FILE     STATUS  IS  WS-FS-CADTABS.
      *
           SELECT  CADFDEP  ASSIGN  TO  UT-S-CADFDEP
                   FILE     STATUS  IS  WS-FS-CADFDEP.
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
           SELECT  CADFBNK  ASSIGN  TO  UT-S-CADFBNK
                   FILE     STATUS  IS  WS-FS-CADFBNK.
      *
           SELECT  CADFLOT  ASSIGN  TO  UT-S-CADFLOT
                   FILE     STATUS  IS  WS-FS-CADFLOT.
      *
           SELECT  CADEMPR  ASSIGN  TO  UT-S-CADEMPR
                   FILE     STATUS  IS  WS-FS-CADEMPR.
      *
           SELECT  CADPROV  ASSIGN  TO  UT-S-CADPROV
                   FILE     STATUS  IS  WS-FS-CADPROV.
      *
           SELECT  CADFERV  ASSIGN  TO  UT-S-CADFERV
                   FILE     STATUS  IS  WS-FS-CADFERV.
      *
           SELECT  CADBREV  ASSIGN  TO  UT-S-CADBREV
                   FILE     STATUS  IS  WS-FS-CADBREV.
      *
           SELECT  CADPROVN ASSIGN  TO  UT-S-CADPROVN
                   FILE     STATUS  IS  WS-FS-CADPROVN.
      *
           SELECT  CADCTBS  ASSIGN  TO  UT-S-CADCTBS
                   FILE     STATUS  IS  WS-FS-CADCTBS.
      *
           SELECT  CADFGTM  ASSIGN  TO  UT-S-CADFGTM
                   FILE     STATUS  IS  WS-FS-CADFGTM.
      *
           SELECT  CADFREN  ASSIGN  TO  UT-S-CADFREN
                   FILE     STATUS  IS  WS-FS-CADFREN.
      *
           SELECT  RELEVEN  ASSIGN  TO  UT-S-RELEVEN
                   FILE     STATUS  IS  WS-FS-RELEVEN.
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
       FD  CADTABS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADTABS         PIC     X(050).
      *
       FD  CADFDEP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFDEP         PIC     X(050).
      *
       FD  CADPARM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-ARQ-CADPARM     PIC     X(050).
      *
       FD  CADFBNK
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFBNK         PIC     X(050).
      *
       FD  CADFLOT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFLOT         PIC     X(050).
      *
       FD  CADEMPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADEMPR         PIC     X(150).
      *
       FD  CADPROV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPROV         PIC     X(050).
      *
       FD  CADFERV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFERV         PIC     X(050).
      *
       FD  CADBREV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBREV         PIC     X(100).
      *
       FD  CADPROVN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPROVN        PIC     X(050).
      *
       FD  CADCTBS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBS         PIC     X(100).
      *
       FD  CADFGTM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFGTM         PIC     X(050).
      *
       FD  CADFREN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFREN         PIC     X(100).
      *
       FD  RELEVEN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELEVEN         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADTABS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFDEP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFBNK       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADEMPR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPROV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFERV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBREV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPROVN      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCTBS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFGTM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFREN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELEVEN       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADTABS      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFDEP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFBNK      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADEMPR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPROV      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFERV      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADBREV      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPROVN     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCTBS      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADFGTM      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADFREN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELEVEN      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-PAGOS        PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-DIREITO  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-BANCO    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-EMPRESA  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-PROVISAO PIC     9(018) VALUE ZEROS.
       01      WS-QTD-TRAILERS     PIC     9(018) VALUE ZEROS.
      *
       01      WS-DET-CADBREV      PIC     9(007) VALUE ZEROS.
      *
       01      WS-VLR-DED-DEPEND   PIC     9(007)V9(002) VALUE ZEROS.
       01      WS-QTD-DEPENDENTES  PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        EVENTO E COMPETENCIA DO PARM                           *
      *****************************************************************
      *
       01      WS-EVENTO           PIC     X(001) VALUE SPACES.
         88    WS-EVT-13-PRIMEIRA          VALUE '1'.
         88    WS-EVT-13-SEGUNDA           VALUE '2'.
         88    WS-EVT-DECIMO               VALUE '1' '2'.
         88    WS-EVT-FERIAS               VALUE 'F'.
         88    WS-EVT-VALIDO               VALUE '1' '2' 'F'.
      *
       01      WS-COMPETENCIA      PIC     9(006) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-COMPETENCIA.
        03     WS-CMP-ANO          PIC     9(004).
        03     WS-CMP-MES          PIC     9(002).
      *
       01      WS-DT-ADM           PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-ADM.
        03     WS-ADM-DIA          PIC     9(002).
        03     WS-ADM-MES          PIC     9(002).
        03     WS-ADM-ANO          PIC     9(004).
      *
      *****************************************************************
      *        VERBAS DO EVENTO DO FUNCIONARIO                        *
      *****************************************************************
      *
       01      WS-QTD-REFERENCIA   PIC     9(003) VALUE ZEROS.
       01      WS-QTD-DIAS-MES-ADM PIC     9(003) VALUE ZEROS.
       01      WS-QTD-DIAS-GOZO    PIC     9(003) VALUE ZEROS.
       01      WS-QTD-DIAS-VEND    PIC     9(003) VALUE ZEROS.
      *
       01      WS-VLR-13-TOTAL     PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-FERIAS       PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-FER-TERCO    PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-ABONO        PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-ABONO-TERCO  PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-PROVENTO     PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-ADIANTADO    PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-TRIBUTAVEL   PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-ISENTO       PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-INSS         PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-IRRF         PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-LIQUIDO      PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-BASE-BAIXA   PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-BAIXA        PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-EXCEDENTE    PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-SALDO-PROV   PIC     9(011)V9(002) VALUE ZEROS.
       01      WS-VLR-FGTS         PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-PCT-FGTS         PIC     9(002)V9(002) VALUE 8,00.
       01      WS-VLR-BASE-IRRF    PIC    S9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-CALCULO      PIC    S9(011)V9(002) VALUE ZEROS.
      *
       01      WS-TOT-PROVENTO     PIC     9(011)V9(002) VALUE ZEROS.
       01      WS-TOT-ADIANTADO    PIC     9(011)V9(002) VALUE ZEROS.
       01      WS-TOT-INSS         PIC     9(011)V9(002) VALUE ZEROS.
       01      WS-TOT-IRRF         PIC     9(011)V9(002) VALUE ZEROS.
       01      WS-TOT-LIQUIDO      PIC     9(011)V9(002) VALUE ZEROS.
      *
       01      WS-TIPO-TABELA      PIC     X(001) VALUE SPACES.
       01      WS-VLR-BASE-FAIXA   PIC     9(009)V9(002) VALUE ZEROS.
      *
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
       01      WS-SW-FAIXA-ACHADA  PIC     X(001) VALUE 'N'.
         88    WS-FAIXA-ACHADA             VALUE 'S'.
         88    WS-FAIXA-NAO-ACHADA         VALUE 'N'.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
      *****************************************************************
      *    CODIFICACAO CONTABIL DO EVENTO (DEFINIDA PELO PARM)        *
      *****************************************************************
      *
       01      WS-CONTA-DESP-13    PIC     9(006) VALUE 540100.
       01      WS-CONTA-PROV-13    PIC     9(006) VALUE 220100.
       01      WS-CONTA-DESP-FER   PIC     9(006) VALUE 540200.
       01      WS-CONTA-PROV-FER   PIC     9(006) VALUE 220200.
       01      WS-CONTA-SALARIOS   PIC     9(006) VALUE 210500.
      *
       01      WS-CONTA-DESPESA    PIC     9(006) VALUE ZEROS.
       01      WS-CONTA-PROVISAO   PIC     9(006) VALUE ZEROS.
       01      WS-HISTORICO        PIC     X(030) VALUE SPACES.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE FAIXAS DE INSS/IRRF                          *
      *****************************************************************
      *
       01      WS-QTD-TAB-FXA      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FXA      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-FXA-TETO     PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FAIXAS.
         03    TAB-FXA-ITEM        OCCURS  00050  TIMES.
           05  TAB-FXA-TIPO        PIC     X(001).
           05  TAB-FXA-VLR-ATE     PIC     9(009)V9(002).
           05  TAB-FXA-PCT         PIC     9(002)V9(002).
           05  TAB-FXA-VLR-DEDUZIR PIC     9(009)V9(002).
      *
      *****************************************************************
      *        TABELA DE DEPENDENTES POR FUNCIONARIO                  *
      *****************************************************************
      *
       01      WS-QTD-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DEPENDENTES.
         03    TAB-DEP-ITEM        OCCURS  05000  TIMES.
           05  TAB-DEP-FUNC        PIC     9(005).
           05  TAB-DEP-QTD         PIC     9(003).
      *
       01      WS-SW-DEP-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-DEP-ACHOU                VALUE 'S'.
         88    WS-DEP-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE DOMICILIO BANCARIO DOS FUNCIONARIOS          *
      *****************************************************************
      *
       01      WS-QTD-TAB-BNK      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-BNK      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-BANCOS.
         03    TAB-BNK-ITEM        OCCURS  05000  TIMES.
           05  TAB-BNK-FUNC        PIC     9(005).
           05  TAB-BNK-BANCO       PIC     9(003).
           05  TAB-BNK-AGENCIA     PIC     9(004).
           05  TAB-BNK-OPERACAO    PIC     9(003).
           05  TAB-BNK-CONTA       PIC     9(009).
      *
       01      WS-SW-BNK-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-BNK-ACHOU                VALUE 'S'.
         88    WS-BNK-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE LOTACAO E LANCAMENTOS POR DEPARTAMENTO       *
      *****************************************************************
      *
       01      WS-QTD-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LOTACOES.
         03    TAB-LOT-ITEM        OCCURS  05000  TIMES.
           05  TAB-LOT-FUNC        PIC     9(005).
           05  TAB-LOT-COD-DEPT    PIC     X(004).
           05  TAB-LOT-COD-EMPRESA PIC     9(002).
      *
       01      WS-QTD-TAB-LCT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LCT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LANCAMENTOS.
         03    TAB-LCT-ITEM        OCCURS  00200  TIMES.
           05  TAB-LCT-COD-EMPRESA PIC     9(002).
           05  TAB-LCT-COD-DEPT    PIC     X(004).
           05  TAB-LCT-VLR-BAIXA   PIC     9(013)V9(002).
           05  TAB-LCT-VLR-DESPESA PIC     9(013)V9(002).
      *
       01      WS-SW-ACHOU         PIC     X(001) VALUE 'N'.
         88    WS-ACHOU                    VALUE 'S'.
         88    WS-NAO-ACHOU                VALUE 'N'.
      *
       01      WS-COD-DEPT         PIC     X(004) VALUE SPACES.
       01      WS-COD-EMPRESA      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE SALDOS DE PROVISAO (CADPROV); O REGISTRO E   *
      *        GUARDADO INTEIRO E REGRAVADO NO CADPROVN               *
      *****************************************************************
      *
       01      WS-QTD-TAB-PRV      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PRV      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PROVISOES.
         03    TAB-PRV-ITEM        OCCURS  05000  TIMES.
           05  TAB-PRV-REGISTRO    PIC     X(050).
      *
       01      WS-SW-PRV-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PRV-ACHOU                VALUE 'S'.
         88    WS-PRV-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS FERIAS COM INICIO NA COMPETENCIA (CADFERV)  *
      *****************************************************************
      *
       01      WS-QTD-TAB-FRV      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FRV      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FERIAS.
         03    TAB-FRV-ITEM        OCCURS  05000  TIMES.
           05  TAB-FRV-FUNC        PIC     9(005).
           05  TAB-FRV-DIAS        PIC     9(003).
           05  TAB-FRV-DIAS-VEND   PIC     9(003).
      *
      *****************************************************************
      *        EMPRESAS EMPREGADORAS (CADEMPR), INDEXADAS PELO CODIGO *
      *        DA EMPRESA, COM A CONTA DE DEBITO DA FOLHA E OS TOTAIS *
      *        DO TRAILER DE CADA EMPRESA                             *
      *****************************************************************
      *
       01      WS-IND-EMP          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-EMPRESAS.
         03    TAB-EMP-ITEM        OCCURS  00099  TIMES.
           05  TAB-EMP-SW-CADASTRO PIC     X(001).
             88  TAB-EMP-CADASTRADA        VALUE 'S'.
           05  TAB-EMP-BANCO       PIC     9(003).
           05  TAB-EMP-AGENCIA     PIC     9(004).
           05  TAB-EMP-OPERACAO    PIC     9(003).
           05  TAB-EMP-CONTA       PIC     9(009).
           05  TAB-EMP-QTD-DET     PIC     9(007).
           05  TAB-EMP-HASH-VLR    PIC     9(016)V9(002).
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
      *    LAY-OUT DO RELATORIO DA FOLHA DO EVENTO                    *
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
         03    FILLER              PIC     X(036) VALUE SPACES.
         03    FILLER              PIC     X(059) VALUE
         'F O L H A  D E  E V E N T O S                            '.
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
               'EVENTO.....: '.
         03    CAB5-EVENTO         PIC     X(030).
         03    FILLER              PIC     X(017) VALUE
               '   COMPETENCIA: '.
         03    CAB5-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-ANO            PIC     9(004).
         03    FILLER              PIC     X(017) VALUE
               '   REFERENCIA: '.
         03    CAB5-REFERENCIA     PIC     X(005).
         03    FILLER              PIC     X(041) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'CODIGO'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DO FUNCIONARIO           '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'REF'.
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PROVENTOS'.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'ADIANTADO'.
         03    FILLER              PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'INSS'.
         03    FILLER              PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'IRRF'.
         03    FILLER              PIC     X(007) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'LIQUIDO'.
         03    FILLER              PIC     X(017) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-CODIGO         PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME           PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-REFERENCIA     PIC     ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-PROVENTO       PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-ADIANTADO      PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-INSS           PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-IRRF           PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-LIQUIDO        PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(017) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(032) VALUE
               'DAS QUAIS: ABONO PECUNIARIO +1/3'.
         03    DET2-ABONO          PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(078) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(044) VALUE
               'TOTAL DO EVENTO'.
         03    TOT1-PROVENTO       PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT1-ADIANTADO      PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT1-INSS           PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT1-IRRF           PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT1-LIQUIDO        PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(017) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS                  *
      *****************************************************************
      *
           COPY    COBO1007.
      *
      *****************************************************************
      * INPUT..: CADTABS - TABELAS DE INSS/IRRF                       *
      *****************************************************************
      *
           COPY    COBI1071.
      *
      *****************************************************************
      * INPUT..: CADFDEP - DEPENDENTES DOS FUNCIONARIOS               *
      *****************************************************************
      *
           COPY    COBI2014.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS                   *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * INPUT..: CADFBNK - DOMICILIO BANCARIO                         *
      *****************************************************************
      *
           COPY    COBI1072.
      *
      *****************************************************************
      * INPUT..: CADFLOT - LOTACAO DOS FUNCIONARIOS                   *
      *****************************************************************
      *
           COPY    COBI2018.
      *
      *****************************************************************
      * INPUT..: CADEMPR - CADASTRO DAS EMPRESAS                      *
      *****************************************************************
      *
           COPY    COBI1229.
      *
      *****************************************************************
      * INPUT..: CADPROV - SALDOS DE PROVISAO                         *
      *****************************************************************
      *
           COPY    COBO1075.
      *
      *****************************************************************
      * INPUT..: CADFERV - MOVIMENTO DE FERIAS GOZADAS/VENDIDAS       *
      *****************************************************************
      *
           COPY    COBI1073.
      *
      *****************************************************************
      * OUTPUT.: CADBREV - LOTE DE CREDITO DO EVENTO                  *
      *****************************************************************
      *
           COPY    COBO1025.
      *
      *****************************************************************
      * OUTPUT.: CADCTBS - LANCAMENTOS DA FOLHA                       *
      *****************************************************************
      *
           COPY    COBO1028.
      *
      *****************************************************************
      * OUTPUT.: CADFGTM - MOVIMENTO DE FGTS DA FOLHA                 *
      *****************************************************************
      *
           COPY    COBO1236.
      *
      *****************************************************************
      * OUTPUT.: CADFREN - MOVIMENTO DE RENDIMENTOS E RETENCOES       *
      *****************************************************************
      *
           COPY    COBO1238.
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
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
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
         03    LKG-EVENTO          PIC     X(001).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADRESP   EQUAL 10.

           PERFORM 2000-00-GRAVA-TRAILER-REMESSA.

           PERFORM 2200-00-LANCA-EVENTO-DEPT.

           PERFORM 2300-00-GRAVACAO-CADPROVN.

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
                           CADTABS
                           CADFDEP
                           CADPARM
                           CADFBNK
                           CADFLOT
                           CADEMPR
                           CADPROV
                           CADFERV
                   OUTPUT  CADBREV
                           CADPROVN
                           CADCTBS
                           CADFGTM
                           CADFREN
                           RELEVEN.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADPROV'       TO      WGC-ARQUIVO.

           PERFORM 0497-00-CHAMA-COBBB010.

           PERFORM 0350-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-SEM-PARM
           END-IF.

           PERFORM 0400-00-CARGA-TAB-FAIXAS
             UNTIL WS-FS-CADTABS   EQUAL   10.

           IF      WS-QTD-TAB-FXA  EQUAL   ZEROS
                   PERFORM         0990-00-ABEND-SEM-PARM
           END-IF.

           PERFORM 0420-00-CARGA-TAB-DEPEND
             UNTIL WS-FS-CADFDEP   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-BANCOS
             UNTIL WS-FS-CADFBNK   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-LOTACAO
             UNTIL WS-FS-CADFLOT   EQUAL   10.

           PERFORM 0480-00-CARGA-TAB-PROVISAO
             UNTIL WS-FS-CADPROV   EQUAL   10.

           PERFORM 0490-00-CARGA-TAB-FERIAS
             UNTIL WS-FS-CADFERV   EQUAL   10.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

           PERFORM 0495-00-CARGA-TAB-EMPRESAS
             UNTIL WS-FS-CADEMPR   EQUAL   10.

           MOVE    LKG-MES         TO      CAB5-MES.
           MOVE    LKG-ANO         TO      CAB5-ANO.

           PERFORM 1900-00-GRAVA-HEADER-REMESSA.

           PERFORM 0500-00-LEITURA-CADRESP.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *    COMPETENCIA E EVENTO; O EVENTO DEFINE A PROVISAO BAIXADA,  *
      *    AS CONTAS DOS LANCAMENTOS E O HISTORICO                    *
      *
           IF      LKG-TAM         LESS        7           OR
                   LKG-MES         NOT NUMERIC OR
                   LKG-MES         EQUAL       ZEROS       OR
                   LKG-MES         GREATER     12          OR
                   LKG-ANO         NOT NUMERIC OR
                   LKG-ANO         EQUAL       ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           MOVE    LKG-EVENTO      TO      WS-EVENTO.

           IF      NOT WS-EVT-VALIDO
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           MOVE    LKG-PERIODO     TO      WS-COMPETENCIA.

           IF      WS-EVT-DECIMO
                   MOVE    WS-CONTA-DESP-13        TO
                           WS-CONTA-DESPESA
                   MOVE    WS-CONTA-PROV-13        TO
                           WS-CONTA-PROVISAO
                   MOVE    'AVOS '         TO      CAB5-REFERENCIA
           ELSE
                   MOVE    WS-CONTA-DESP-FER       TO
                           WS-CONTA-DESPESA
                   MOVE    WS-CONTA-PROV-FER       TO
                           WS-CONTA-PROVISAO
                   MOVE    'DIAS '         TO      CAB5-REFERENCIA
           END-IF.

           IF      WS-EVT-13-PRIMEIRA
                   MOVE    '13o SALARIO 1a PARCELA'        TO
                           WS-HISTORICO
                   MOVE    '13o SALARIO - 1a PARCELA'      TO
                           CAB5-EVENTO
           END-IF.

           IF      WS-EVT-13-SEGUNDA
                   MOVE    '13o SALARIO 2a PARCELA'        TO
                           WS-HISTORICO
                   MOVE    '13o SALARIO - 2a PARCELA'      TO
                           CAB5-EVENTO
           END-IF.

           IF      WS-EVT-FERIAS
                   MOVE    'FERIAS + 1/3 E ABONO'          TO
                           WS-HISTORICO
                   MOVE    'FERIAS + 1/3 E ABONO'          TO
                           CAB5-EVENTO
           END-IF.
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

           IF      WS-FS-CADTABS NOT EQUAL 00 AND 10
                   MOVE 'CADTABS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADTABS     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFDEP NOT EQUAL 00 AND 10
                   MOVE 'CADFDEP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFDEP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFBNK NOT EQUAL 00 AND 10
                   MOVE 'CADFBNK'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFBNK     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFLOT NOT EQUAL 00 AND 10
                   MOVE 'CADFLOT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFLOT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADEMPR NOT EQUAL 00 AND 10
                   MOVE 'CADEMPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEMPR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPROV NOT EQUAL 00 AND 10
                   MOVE 'CADPROV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPROV     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFERV NOT EQUAL 00 AND 10
                   MOVE 'CADFERV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFERV     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBREV NOT EQUAL 00
                   MOVE 'CADBREV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBREV     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPROVN NOT EQUAL 00
                   MOVE 'CADPROVN' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPROVN    TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCTBS NOT EQUAL 00
                   MOVE 'CADCTBS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBS     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFGTM NOT EQUAL 00
                   MOVE 'CADFGTM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFGTM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFREN NOT EQUAL 00
                   MOVE 'CADFREN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFREN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELEVEN NOT EQUAL 00
                   MOVE 'RELEVEN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELEVEN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *    DEDUCAO POR DEPENDENTE DO IRRF - A MESMA DA FOLHA MENSAL   *
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB107' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:9)        TO
                                   WS-VLR-DED-DEPEND (1:9)
                   END-IF
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-FAIXAS    SECTION.
      *****************************************************************
      *
           READ    CADTABS         INTO    REG-TABS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADTABS   EQUAL   00
                   ADD 001         TO      WS-LID-CADTABS

                   IF      WS-QTD-TAB-FXA  GREATER OR EQUAL 00050
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FXA
                   MOVE    TABS-TIPO       TO
                           TAB-FXA-TIPO        (WS-QTD-TAB-FXA)
                   MOVE    TABS-VLR-ATE    TO
                           TAB-FXA-VLR-ATE     (WS-QTD-TAB-FXA)
                   MOVE    TABS-PCT        TO
                           TAB-FXA-PCT         (WS-QTD-TAB-FXA)
                   MOVE    TABS-VLR-DEDUZIR        TO
                           TAB-FXA-VLR-DEDUZIR (WS-QTD-TAB-FXA)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-DEPEND    SECTION.
      *****************************************************************
      *
           READ    CADFDEP         INTO    REG-FDEP.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFDEP   NOT EQUAL 00
                   GO      TO      0420-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFDEP.

           SET     WS-DEP-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-DEP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEP GREATER WS-QTD-TAB-DEP
                   OR      WS-DEP-ACHOU

             IF    FDEP-FUNC-CODIGO EQUAL
                   TAB-DEP-FUNC (WS-IND-TAB-DEP)
                   SET     WS-DEP-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-DEP-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-DEP
                   ADD     001     TO
                           TAB-DEP-QTD (WS-IND-TAB-DEP)
           ELSE
                   IF      WS-QTD-TAB-DEP  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-DEP
                   MOVE    FDEP-FUNC-CODIGO        TO
                           TAB-DEP-FUNC (WS-QTD-TAB-DEP)
                   MOVE    001     TO
                           TAB-DEP-QTD  (WS-QTD-TAB-DEP)
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-BANCOS    SECTION.
      *****************************************************************
      *
           READ    CADFBNK         INTO    REG-FBNK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFBNK   EQUAL   00
                   ADD 001         TO      WS-LID-CADFBNK

                   IF      WS-QTD-TAB-BNK  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-BNK
                   MOVE    FBNK-FUNC-CODIGO        TO
                           TAB-BNK-FUNC     (WS-QTD-TAB-BNK)
                   MOVE    FBNK-BANCO      TO
                           TAB-BNK-BANCO    (WS-QTD-TAB-BNK)
                   MOVE    FBNK-AGENCIA    TO
                           TAB-BNK-AGENCIA  (WS-QTD-TAB-BNK)
                   MOVE    FBNK-OPERACAO   TO
                           TAB-BNK-OPERACAO (WS-QTD-TAB-BNK)
                   MOVE    FBNK-CONTA      TO
                           TAB-BNK-CONTA    (WS-QTD-TAB-BNK)
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

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFLOT   EQUAL   00
                   ADD 001         TO      WS-LID-CADFLOT

                   IF      WS-QTD-TAB-LOT  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LOT
                   MOVE    FLOT-FUNC-CODIGO        TO
                           TAB-LOT-FUNC     (WS-QTD-TAB-LOT)
                   MOVE    FLOT-COD-DEPT   TO
                           TAB-LOT-COD-DEPT (WS-QTD-TAB-LOT)
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
       0480-00-CARGA-TAB-PROVISAO  SECTION.
      *****************************************************************
      *    O REGISTRO E GUARDADO INTEIRO; SALDO DE ADIANTAMENTO DO    *
      *    13o AINDA NAO INFORMADO (AREA LIVRE) E ZERO                *
      *
           READ    CADPROV         INTO    REG-PROV.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPROV   EQUAL   00
                   ADD 001         TO      WS-LID-CADPROV

                   IF      WS-QTD-TAB-PRV  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   IF      PROV-VLR-13-ADIANT NOT NUMERIC
                           MOVE    ZEROS   TO      PROV-VLR-13-ADIANT
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-PRV
                   MOVE    REG-PROV        TO
                           TAB-PRV-REGISTRO (WS-QTD-TAB-PRV)
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CARGA-TAB-FERIAS    SECTION.
      *****************************************************************
      *    SO AS FERIAS COM INICIO DO GOZO NA COMPETENCIA, E SO NA    *
      *    FOLHA DE FERIAS                                            *
      *
           READ    CADFERV         INTO    REG-FERV.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFERV   NOT EQUAL 00
                   GO      TO      0490-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFERV.

           IF      NOT WS-EVT-FERIAS                               OR
                   FERV-DAT-INICIO (1:6) NOT EQUAL WS-COMPETENCIA
                   GO      TO      0490-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-FRV  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-FRV.
           MOVE    FERV-FUNC-CODIGO        TO
                   TAB-FRV-FUNC      (WS-QTD-TAB-FRV).
           MOVE    FERV-QTD-DIAS   TO
                   TAB-FRV-DIAS      (WS-QTD-TAB-FRV).
           MOVE    FERV-QTD-DIAS-VEND      TO
                   TAB-FRV-DIAS-VEND (WS-QTD-TAB-FRV).
      *
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0495-00-CARGA-TAB-EMPRESAS  SECTION.
      *****************************************************************
      *    GUARDA A CONTA DE DEBITO DA FOLHA DE CADA EMPRESA;         *
      *    REGISTRO SEM CODIGO DE EMPRESA E A EMPRESA 01              *
      *
           READ    CADEMPR         INTO    REG-EMPR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADEMPR   EQUAL   00
                   ADD 001         TO      WS-LID-CADEMPR

                   IF      EMPR-COD-EMPRESA NOT NUMERIC    OR
                           EMPR-COD-EMPRESA EQUAL  ZEROS
                           MOVE    01      TO      EMPR-COD-EMPRESA
                   END-IF
                   MOVE    EMPR-COD-EMPRESA        TO      WS-IND-EMP
                   MOVE    'S'     TO
                           TAB-EMP-SW-CADASTRO (WS-IND-EMP)
                   MOVE    EMPR-FOL-BANCO          TO
                           TAB-EMP-BANCO       (WS-IND-EMP)
                   MOVE    EMPR-FOL-AGENCIA        TO
                           TAB-EMP-AGENCIA     (WS-IND-EMP)
                   MOVE    EMPR-FOL-OPERACAO       TO
                           TAB-EMP-OPERACAO    (WS-IND-EMP)
                   MOVE    EMPR-FOL-CONTA          TO
                           TAB-EMP-CONTA       (WS-IND-EMP)
           END-IF.
      *
       0495-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0497-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADPROVN NO CATALOGO DE GERACOES     *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0497-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADRESP     SECTION.
      *****************************************************************
      *
           READ    CADRESP         INTO    REG-FSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

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
           PERFORM 1100-00-CALCULA-EVENTO.

           PERFORM 0500-00-LEITURA-CADRESP.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1050-00-PROCURA-LOTACAO     SECTION.
      *****************************************************************
      *    DEPARTAMENTO E EMPRESA DA LOTACAO DO FUNCIONARIO; SEM      *
      *    LOTACAO, DEPARTAMENTO 'GER ' DA EMPRESA 01                 *
      *
           MOVE    'GER '          TO      WS-COD-DEPT.
           MOVE    01              TO      WS-COD-EMPRESA.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT

             IF    FSEL-CODIGO     EQUAL
                   TAB-LOT-FUNC (WS-IND-TAB-LOT)
                   MOVE    TAB-LOT-COD-DEPT (WS-IND-TAB-LOT)   TO
                           WS-COD-DEPT
                   MOVE    TAB-LOT-COD-EMPRESA (WS-IND-TAB-LOT) TO
                           WS-COD-EMPRESA
             END-IF

           END-PERFORM.

           MOVE    WS-COD-EMPRESA  TO      WS-IND-EMP.
      *
       1050-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CALCULA-EVENTO      SECTION.
      *****************************************************************
      *    FUNCIONARIO SEM AVOS DE 13o NO ANO OU SEM FERIAS COM       *
      *    INICIO NA COMPETENCIA NAO TEM O EVENTO                     *
      *
           MOVE    ZEROS           TO      WS-VLR-PROVENTO
                                           WS-VLR-ADIANTADO
                                           WS-VLR-TRIBUTAVEL
                                           WS-VLR-ISENTO
                                           WS-VLR-INSS
                                           WS-VLR-IRRF
                                           WS-VLR-BASE-BAIXA
                                           WS-VLR-ABONO
                                           WS-VLR-ABONO-TERCO
                                           WS-QTD-REFERENCIA.

           PERFORM 1050-00-PROCURA-LOTACAO.

           PERFORM 1150-00-PROCURA-PROVISAO.

           IF      WS-EVT-DECIMO
                   PERFORM 1200-00-CALCULA-DECIMO
           ELSE
                   PERFORM 1300-00-CALCULA-FERIAS
           END-IF.

           IF      WS-VLR-PROVENTO EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-SEM-DIREITO
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      WS-VLR-TRIBUTAVEL GREATER ZEROS  AND
                   NOT WS-EVT-13-PRIMEIRA
                   PERFORM 1450-00-DESCONTOS-LEGAIS
           END-IF.

           COMPUTE WS-VLR-CALCULO  =
                   WS-VLR-PROVENTO - WS-VLR-ADIANTADO -
                   WS-VLR-INSS     - WS-VLR-IRRF.

           IF      WS-VLR-CALCULO  LESS    ZEROS
                   MOVE    ZEROS   TO      WS-VLR-LIQUIDO
           ELSE
                   MOVE    WS-VLR-CALCULO  TO      WS-VLR-LIQUIDO
           END-IF.

           COMPUTE WS-VLR-FGTS     ROUNDED =
                   WS-VLR-TRIBUTAVEL * WS-PCT-FGTS / 100.

           ADD     001             TO      WS-QTD-PAGOS.

           ADD     WS-VLR-PROVENTO TO      WS-TOT-PROVENTO.
           ADD     WS-VLR-ADIANTADO
                                   TO      WS-TOT-ADIANTADO.
           ADD     WS-VLR-INSS     TO      WS-TOT-INSS.
           ADD     WS-VLR-IRRF     TO      WS-TOT-IRRF.
           ADD     WS-VLR-LIQUIDO  TO      WS-TOT-LIQUIDO.

           PERFORM 1500-00-BAIXA-PROVISAO.

           PERFORM 1400-00-IMPRIME-DETALHE.

           PERFORM 1700-00-GRAVA-CREDITO.

           PERFORM 1600-00-ACUMULA-LANCAMENTO.

           PERFORM 1750-00-GRAVA-FGTS.

           PERFORM 1760-00-GRAVA-RENDIMENTOS.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-PROCURA-PROVISAO    SECTION.
      *****************************************************************
      *    SALDO DE PROVISAO DO FUNCIONARIO; SEM SALDO, O REGISTRO E  *
      *    MONTADO ZERADO NA EMPRESA DA LOTACAO E SO ENTRA NA TABELA  *
      *    SE O EVENTO FOR PAGO (1500)                                *
      *
           SET     WS-PRV-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PRV FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PRV GREATER WS-QTD-TAB-PRV
                   OR      WS-PRV-ACHOU

             IF    TAB-PRV-REGISTRO (WS-IND-TAB-PRV) (1:5) EQUAL
                   FSEL-CODIGO
                   SET     WS-PRV-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-PRV-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-PRV
                   MOVE    TAB-PRV-REGISTRO (WS-IND-TAB-PRV)       TO
                           REG-PROV
                   GO      TO      1150-99-EXIT
           END-IF.

           MOVE    SPACES          TO      REG-PROV.
           MOVE    FSEL-CODIGO     TO      PROV-FUNC-CODIGO.
           MOVE    ZEROS           TO      PROV-VLR-13SAL
                                           PROV-VLR-FERIAS
                                           PROV-VLR-13-ADIANT.
           MOVE    WS-COD-EMPRESA  TO      PROV-COD-EMPRESA.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-CALCULA-DECIMO      SECTION.
      *****************************************************************
      *    13o DO ANO = SALARIO X AVOS / 12. 1a PARCELA = METADE, SEM *
      *    DESCONTOS; 2a PARCELA = 13o INTEGRAL (BASE DO INSS/IRRF)   *
      *    MENOS A 1a PARCELA PAGA, GUARDADA NO CADPROV               *
      *
           MOVE    FSEL-DT-ADM     TO      WS-DT-ADM.

           IF      WS-DT-ADM       NOT NUMERIC     OR
                   WS-DT-ADM       EQUAL   ZEROS   OR
                   WS-ADM-ANO      LESS    WS-CMP-ANO
                   MOVE    012     TO      WS-QTD-REFERENCIA
           ELSE
                   IF      WS-ADM-ANO      GREATER WS-CMP-ANO
                           GO      TO      1200-99-EXIT
                   END-IF
                   COMPUTE WS-QTD-REFERENCIA = 12 - WS-ADM-MES + 1
                   IF      WS-ADM-DIA      GREATER 30
                           MOVE    30      TO      WS-ADM-DIA
                   END-IF
                   COMPUTE WS-QTD-DIAS-MES-ADM = 30 - WS-ADM-DIA + 1
                   IF      WS-QTD-DIAS-MES-ADM LESS 15
                           SUBTRACT 001    FROM    WS-QTD-REFERENCIA
                   END-IF
           END-IF.

           IF      WS-QTD-REFERENCIA EQUAL ZEROS
                   GO      TO      1200-99-EXIT
           END-IF.

           COMPUTE WS-VLR-13-TOTAL ROUNDED =
                   FSEL-VLR-SALARIO * WS-QTD-REFERENCIA / 12.

           IF      WS-EVT-13-PRIMEIRA
                   COMPUTE WS-VLR-PROVENTO ROUNDED =
                           WS-VLR-13-TOTAL / 2
                   MOVE    WS-VLR-PROVENTO TO      WS-VLR-TRIBUTAVEL
                   MOVE    WS-VLR-PROVENTO TO      WS-VLR-BASE-BAIXA
                   GO      TO      1200-99-EXIT
           END-IF.

           MOVE    WS-VLR-13-TOTAL TO      WS-VLR-PROVENTO.
           MOVE    WS-VLR-13-TOTAL TO      WS-VLR-TRIBUTAVEL.
           MOVE    PROV-VLR-13-ADIANT      TO      WS-VLR-ADIANTADO.

           IF      WS-VLR-ADIANTADO GREATER WS-VLR-13-TOTAL
                   MOVE    WS-VLR-13-TOTAL TO      WS-VLR-ADIANTADO
           END-IF.

           COMPUTE WS-VLR-BASE-BAIXA =
                   WS-VLR-13-TOTAL - WS-VLR-ADIANTADO.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-CALCULA-FERIAS      SECTION.
      *****************************************************************
      *    DIAS DE GOZO E DIAS VENDIDOS DAS FERIAS COM INICIO NA      *
      *    COMPETENCIA, A SALARIO / 30 POR DIA, CADA UM COM O SEU     *
      *    1/3; O ABONO (VENDIDOS + 1/3) E ISENTO                     *
      *
           MOVE    ZEROS           TO      WS-QTD-DIAS-GOZO
                                           WS-QTD-DIAS-VEND.

           PERFORM VARYING WS-IND-TAB-FRV FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FRV GREATER WS-QTD-TAB-FRV

             IF    FSEL-CODIGO     EQUAL
                   TAB-FRV-FUNC (WS-IND-TAB-FRV)
                   ADD     TAB-FRV-DIAS      (WS-IND-TAB-FRV)  TO
                           WS-QTD-DIAS-GOZO
                   ADD     TAB-FRV-DIAS-VEND (WS-IND-TAB-FRV)  TO
                           WS-QTD-DIAS-VEND
             END-IF

           END-PERFORM.

           IF      WS-QTD-DIAS-GOZO EQUAL  ZEROS   AND
                   WS-QTD-DIAS-VEND EQUAL  ZEROS
                   GO      TO      1300-99-EXIT
           END-IF.

           COMPUTE WS-QTD-REFERENCIA =
                   WS-QTD-DIAS-GOZO + WS-QTD-DIAS-VEND.

           COMPUTE WS-VLR-FERIAS   ROUNDED =
                   FSEL-VLR-SALARIO / 30 * WS-QTD-DIAS-GOZO.

           COMPUTE WS-VLR-FER-TERCO ROUNDED =
                   WS-VLR-FERIAS / 3.

           COMPUTE WS-VLR-ABONO    ROUNDED =
                   FSEL-VLR-SALARIO / 30 * WS-QTD-DIAS-VEND.

           COMPUTE WS-VLR-ABONO-TERCO ROUNDED =
                   WS-VLR-ABONO / 3.

           COMPUTE WS-VLR-TRIBUTAVEL =
                   WS-VLR-FERIAS   + WS-VLR-FER-TERCO.

           COMPUTE WS-VLR-ISENTO   =
                   WS-VLR-ABONO    + WS-VLR-ABONO-TERCO.

           COMPUTE WS-VLR-PROVENTO =
                   WS-VLR-TRIBUTAVEL + WS-VLR-ISENTO.

           MOVE    WS-VLR-PROVENTO TO      WS-VLR-BASE-BAIXA.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-IMPRIME-DETALHE     SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    FSEL-CODIGO     TO      DET1-CODIGO.
           MOVE    FSEL-NOME       TO      DET1-NOME.
           MOVE    WS-QTD-REFERENCIA
                                   TO      DET1-REFERENCIA.
           MOVE    WS-VLR-PROVENTO TO      DET1-PROVENTO.
           MOVE    WS-VLR-ADIANTADO
                                   TO      DET1-ADIANTADO.
           MOVE    WS-VLR-INSS     TO      DET1-INSS.
           MOVE    WS-VLR-IRRF     TO      DET1-IRRF.
           MOVE    WS-VLR-LIQUIDO  TO      DET1-LIQUIDO.

           MOVE    DET1            TO      REG-RELEVEN.
           PERFORM 2700-00-GRAVACAO-RELEVEN.

           IF      WS-VLR-ISENTO   EQUAL   ZEROS
                   GO      TO      1400-99-EXIT
           END-IF.

           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    WS-VLR-ISENTO   TO      DET2-ABONO.

           MOVE    DET2            TO      REG-RELEVEN.
           PERFORM 2700-00-GRAVACAO-RELEVEN.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1450-00-DESCONTOS-LEGAIS    SECTION.
      *****************************************************************
      *    INSS SOBRE A BASE TRIBUTAVEL DO EVENTO; IRRF SOBRE A BASE  *
      *    MENOS O INSS E A DEDUCAO POR DEPENDENTE                    *
      *
           PERFORM 1460-00-CONTA-DEPENDENTES.

           MOVE    'I'             TO      WS-TIPO-TABELA.
           MOVE    WS-VLR-TRIBUTAVEL       TO      WS-VLR-BASE-FAIXA.
           PERFORM 1480-00-APLICA-TABELA.
           MOVE    WS-VLR-CALCULO  TO      WS-VLR-INSS.

           COMPUTE WS-VLR-BASE-IRRF =
                   WS-VLR-TRIBUTAVEL - WS-VLR-INSS -
                   (WS-QTD-DEPENDENTES * WS-VLR-DED-DEPEND).

           IF      WS-VLR-BASE-IRRF LESS   ZEROS
                   MOVE    ZEROS   TO      WS-VLR-BASE-IRRF
           END-IF.

           MOVE    'R'             TO      WS-TIPO-TABELA.
           MOVE    WS-VLR-BASE-IRRF
                                   TO      WS-VLR-BASE-FAIXA.
           PERFORM 1480-00-APLICA-TABELA.
           MOVE    WS-VLR-CALCULO  TO      WS-VLR-IRRF.
      *
       1450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1460-00-CONTA-DEPENDENTES   SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WS-QTD-DEPENDENTES.

           PERFORM VARYING WS-IND-TAB-DEP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEP GREATER WS-QTD-TAB-DEP

             IF    FSEL-CODIGO     EQUAL
                   TAB-DEP-FUNC (WS-IND-TAB-DEP)
                   MOVE    TAB-DEP-QTD (WS-IND-TAB-DEP)    TO
                           WS-QTD-DEPENDENTES
             END-IF

           END-PERFORM.
      *
       1460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1480-00-APLICA-TABELA       SECTION.
      *****************************************************************
      *    LOCALIZA A FAIXA (PRIMEIRO TETO NAO INFERIOR A BASE) E     *
      *    APLICA ALIQUOTA MENOS PARCELA A DEDUZIR; BASE ACIMA DA     *
      *    ULTIMA FAIXA DO TIPO E LIMITADA AO TETO DA MAIOR FAIXA     *
      *
           MOVE    ZEROS           TO      WS-VLR-CALCULO.

           SET     WS-FAIXA-NAO-ACHADA     TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FXA FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FXA GREATER WS-QTD-TAB-FXA
                   OR      WS-FAIXA-ACHADA

             IF    TAB-FXA-TIPO (WS-IND-TAB-FXA) EQUAL
                   WS-TIPO-TABELA                          AND
                   WS-VLR-BASE-FAIXA NOT GREATER
                   TAB-FXA-VLR-ATE (WS-IND-TAB-FXA)
                   SET     WS-FAIXA-ACHADA TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FAIXA-NAO-ACHADA
                   MOVE    ZEROS   TO      WS-IND-FXA-TETO
                   PERFORM VARYING WS-IND-TAB-FXA FROM 1 BY 1
                           UNTIL   WS-IND-TAB-FXA GREATER
                                   WS-QTD-TAB-FXA
                     IF    TAB-FXA-TIPO (WS-IND-TAB-FXA) EQUAL
                           WS-TIPO-TABELA
                       AND (WS-IND-FXA-TETO EQUAL ZEROS OR
                            TAB-FXA-VLR-ATE (WS-IND-TAB-FXA)
                            GREATER
                            TAB-FXA-VLR-ATE (WS-IND-FXA-TETO))
                           MOVE    WS-IND-TAB-FXA  TO
                                   WS-IND-FXA-TETO
                     END-IF
                   END-PERFORM
                   IF      WS-IND-FXA-TETO EQUAL   ZEROS
      *                    TIPO SEM NENHUMA FAIXA CADASTRADA
                           GO      TO      1480-99-EXIT
                   END-IF
                   MOVE    TAB-FXA-VLR-ATE (WS-IND-FXA-TETO)
                                   TO      WS-VLR-BASE-FAIXA
                   MOVE    WS-IND-FXA-TETO TO      WS-IND-TAB-FXA
           ELSE
                   SUBTRACT 001    FROM    WS-IND-TAB-FXA
           END-IF.

           COMPUTE WS-VLR-CALCULO  ROUNDED =
                   (WS-VLR-BASE-FAIXA *
                    TAB-FXA-PCT (WS-IND-TAB-FXA) / 100) -
                   TAB-FXA-VLR-DEDUZIR (WS-IND-TAB-FXA).

           IF      WS-VLR-CALCULO  LESS    ZEROS
                   MOVE    ZEROS   TO      WS-VLR-CALCULO
           END-IF.
      *
       1480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-BAIXA-PROVISAO      SECTION.
      *****************************************************************
      *    BAIXA DO SALDO PROVISIONADO ATE O VALOR DO EVENTO; O QUE   *
      *    EXCEDER O SALDO VAI PARA A DESPESA. A 1a PARCELA DO 13o E  *
      *    GUARDADA NO SALDO E ZERADA NA 2a                           *
      *
           IF      WS-EVT-DECIMO
                   MOVE    PROV-VLR-13SAL  TO      WS-VLR-SALDO-PROV
           ELSE
                   MOVE    PROV-VLR-FERIAS TO      WS-VLR-SALDO-PROV
           END-IF.

           IF      WS-VLR-BASE-BAIXA GREATER WS-VLR-SALDO-PROV
                   MOVE    WS-VLR-SALDO-PROV       TO      WS-VLR-BAIXA
           ELSE
                   MOVE    WS-VLR-BASE-BAIXA       TO      WS-VLR-BAIXA
           END-IF.

           COMPUTE WS-VLR-EXCEDENTE =
                   WS-VLR-BASE-BAIXA - WS-VLR-BAIXA.

           IF      WS-EVT-DECIMO
                   SUBTRACT WS-VLR-BAIXA   FROM    PROV-VLR-13SAL
           ELSE
                   SUBTRACT WS-VLR-BAIXA   FROM    PROV-VLR-FERIAS
           END-IF.

           IF      WS-EVT-13-PRIMEIRA
                   ADD     WS-VLR-PROVENTO TO      PROV-VLR-13-ADIANT
           END-IF.

           IF      WS-EVT-13-SEGUNDA
                   MOVE    ZEROS   TO      PROV-VLR-13-ADIANT
           END-IF.

           IF      WS-PRV-NAO-ACHOU
      *            FUNCIONARIO SEM SALDO: O ADIANTAMENTO DA 1a PARCELA
      *            PRECISA SER GUARDADO PARA A 2a
                   IF      WS-QTD-TAB-PRV  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-PRV
                   MOVE    WS-QTD-TAB-PRV  TO      WS-IND-TAB-PRV
                   ADD     001     TO      WS-QTD-SEM-PROVISAO
           END-IF.

           MOVE    REG-PROV        TO
                   TAB-PRV-REGISTRO (WS-IND-TAB-PRV).
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-ACUMULA-LANCAMENTO  SECTION.
      *****************************************************************
      *    BAIXA DA PROVISAO E DESPESA EXCEDENTE, POR EMPRESA E       *
      *    DEPARTAMENTO DA LOTACAO                                    *
      *
           SET     WS-NAO-ACHOU            TO      TRUE.

           PERFORM VARYING WS-IND-TAB-LCT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LCT GREATER WS-QTD-TAB-LCT
                   OR      WS-ACHOU

             IF    WS-COD-EMPRESA  EQUAL
                   TAB-LCT-COD-EMPRESA (WS-IND-TAB-LCT)    AND
                   WS-COD-DEPT     EQUAL
                   TAB-LCT-COD-DEPT (WS-IND-TAB-LCT)
                   SET     WS-ACHOU        TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-LCT
           ELSE
                   IF      WS-QTD-TAB-LCT  GREATER OR EQUAL 00200
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LCT
                   MOVE    WS-QTD-TAB-LCT  TO      WS-IND-TAB-LCT
                   MOVE    WS-COD-EMPRESA  TO
                           TAB-LCT-COD-EMPRESA (WS-IND-TAB-LCT)
                   MOVE    WS-COD-DEPT     TO
                           TAB-LCT-COD-DEPT    (WS-IND-TAB-LCT)
                   MOVE    ZEROS           TO
                           TAB-LCT-VLR-BAIXA   (WS-IND-TAB-LCT)
                           TAB-LCT-VLR-DESPESA (WS-IND-TAB-LCT)
           END-IF.

           ADD     WS-VLR-BAIXA    TO
                   TAB-LCT-VLR-BAIXA   (WS-IND-TAB-LCT).
           ADD     WS-VLR-EXCEDENTE
                                   TO
                   TAB-LCT-VLR-DESPESA (WS-IND-TAB-LCT).
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1700-00-GRAVA-CREDITO       SECTION.
      *****************************************************************
      *    CREDITO DO LIQUIDO NO DOMICILIO BANCARIO DO FUNCIONARIO,   *
      *    DEBITADO NA CONTA DA FOLHA DA EMPRESA                      *
      *
           IF      WS-VLR-LIQUIDO  EQUAL   ZEROS
                   GO      TO      1700-99-EXIT
           END-IF.

           SET     WS-BNK-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-BNK FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BNK GREATER WS-QTD-TAB-BNK
                   OR      WS-BNK-ACHOU

             IF    FSEL-CODIGO     EQUAL
                   TAB-BNK-FUNC (WS-IND-TAB-BNK)
                   SET     WS-BNK-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-BNK-NAO-ACHOU
                   ADD     001     TO      WS-QTD-SEM-BANCO
                   GO      TO      1700-99-EXIT
           END-IF.

           IF      NOT TAB-EMP-CADASTRADA (WS-IND-EMP)
      *            SEM CONTA DE DEBITO DA FOLHA DA EMPRESA
                   ADD     001     TO      WS-QTD-SEM-EMPRESA
                   GO      TO      1700-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-BNK.

           MOVE    SPACES          TO      REG-BREM.

           MOVE    'D'             TO      BREM-TIP-REG.
           MOVE    ZEROS           TO      BREM-COD-FIL.
           MOVE    TAB-BNK-BANCO    (WS-IND-TAB-BNK)
                                   TO      BREM-BANCO.
           MOVE    TAB-BNK-AGENCIA  (WS-IND-TAB-BNK)
                                   TO      BREM-AGENCIA.
           MOVE    TAB-BNK-OPERACAO (WS-IND-TAB-BNK)
                                   TO      BREM-OPERACAO.
           MOVE    TAB-BNK-CONTA    (WS-IND-TAB-BNK)
                                   TO      BREM-CONTA.
           MOVE    WS-VLR-LIQUIDO  TO      BREM-VLR-PAGTO.
           MOVE    WS-COD-EMPRESA  TO      BREM-COD-EMPRESA.

           PERFORM 1800-00-GRAVACAO-CADBREV.

           ADD     001             TO      WS-DET-CADBREV.
           ADD     001             TO
                   TAB-EMP-QTD-DET     (WS-IND-EMP).
           ADD     WS-VLR-LIQUIDO  TO
                   TAB-EMP-HASH-VLR    (WS-IND-EMP).
      *
       1700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1750-00-GRAVA-FGTS          SECTION.
      *****************************************************************
      *    FGTS DO EVENTO SOBRE A PARTE TRIBUTAVEL ('D' 13o, 'F'      *
      *    FERIAS), PARA O RECOLHIMENTO MENSAL (GPFPB168); NA 2a      *
      *    PARCELA A BASE E O 13o MENOS A 1a PARCELA JA RECOLHIDA     *
      *
           IF      WS-EVT-13-SEGUNDA
                   COMPUTE WS-VLR-FGTS     ROUNDED =
                           (WS-VLR-TRIBUTAVEL - WS-VLR-ADIANTADO) *
                           WS-PCT-FGTS / 100
           END-IF.

           MOVE    SPACES          TO      REG-FGTM.

           MOVE    WS-COMPETENCIA  TO      FGTM-COMPETENCIA.
           IF      WS-EVT-DECIMO
                   MOVE    'D'     TO      FGTM-TIPO-FOLHA
           ELSE
                   MOVE    'F'     TO      FGTM-TIPO-FOLHA
           END-IF.
           MOVE    FSEL-CODIGO     TO      FGTM-FUNC-CODIGO.
           IF      WS-EVT-13-SEGUNDA
                   COMPUTE FGTM-VLR-BASE   =
                           WS-VLR-TRIBUTAVEL - WS-VLR-ADIANTADO
           ELSE
                   MOVE    WS-VLR-TRIBUTAVEL       TO      FGTM-VLR-BASE
           END-IF.
           MOVE    WS-PCT-FGTS     TO      FGTM-PCT-FGTS.
           MOVE    WS-VLR-FGTS     TO      FGTM-VLR-FGTS.
           MOVE    WS-DATA-PROC    TO      FGTM-DAT-GERACAO.

           WRITE   REG-CADFGTM     FROM    REG-FGTM.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADFGTM.
      *
       1750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1760-00-GRAVA-RENDIMENTOS   SECTION.
      *****************************************************************
      *    RENDIMENTOS DO EVENTO NA COMPETENCIA: 13o NO REGISTRO 'D'  *
      *    (NA 2a PARCELA, O 13o MENOS A 1a, PARA QUE A SOMA DO ANO   *
      *    SEJA O 13o INTEGRAL); FERIAS NO 'F', COM O ABONO ISENTO    *
      *
           MOVE    SPACES          TO      REG-FREN.

           MOVE    WS-COMPETENCIA  TO      FREN-COMPETENCIA.
           IF      WS-EVT-DECIMO
                   MOVE    'D'     TO      FREN-TIPO-FOLHA
           ELSE
                   MOVE    'F'     TO      FREN-TIPO-FOLHA
           END-IF.
           MOVE    FSEL-CODIGO     TO      FREN-FUNC-CODIGO.
           MOVE    WS-COD-EMPRESA  TO      FREN-COD-EMPRESA.
           MOVE    FSEL-CPF        TO      FREN-CPF.
           MOVE    FSEL-NOME       TO      FREN-NOME.
           COMPUTE FREN-VLR-TRIBUTAVEL =
                   WS-VLR-TRIBUTAVEL - WS-VLR-ADIANTADO.
           MOVE    WS-VLR-INSS     TO      FREN-VLR-INSS.
           MOVE    WS-VLR-IRRF     TO      FREN-VLR-IRRF.
           MOVE    WS-VLR-ISENTO   TO      FREN-VLR-ISENTO.

           WRITE   REG-CADFREN     FROM    REG-FREN.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    016             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADFREN.
      *
       1760-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1800-00-GRAVACAO-CADBREV    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADBREV     FROM    REG-BREM.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADBREV.
      *
       1800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1900-00-GRAVA-HEADER-REMESSA SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-BREM.

           MOVE    'H'             TO      BREM-TIP-REG.
           MOVE    0000001         TO      BREM-NUM-REMESSA.
           MOVE    WS-DATA-PROC    TO      BREM-DAT-GERACAO.

           PERFORM 1800-00-GRAVACAO-CADBREV.
      *
       1900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVA-TRAILER-REMESSA SECTION.
      *****************************************************************
      *    UM TRAILER POR EMPRESA COM CREDITOS NA REMESSA; REMESSA    *
      *    VAZIA SAI COM O TRAILER ZERADO DA EMPRESA 01               *
      *
           PERFORM 2050-00-TRAILER-EMPRESA
             VARYING WS-IND-EMP FROM 1 BY 1
             UNTIL WS-IND-EMP GREATER 99.

           IF      WS-QTD-TRAILERS EQUAL   ZEROS
                   MOVE    01      TO      WS-IND-EMP
                   PERFORM 2060-00-GRAVA-TRAILER-EMPRESA
           END-IF.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2050-00-TRAILER-EMPRESA     SECTION.
      *****************************************************************
      *
           IF      TAB-EMP-QTD-DET (WS-IND-EMP) GREATER ZEROS
                   PERFORM 2060-00-GRAVA-TRAILER-EMPRESA
           END-IF.
      *
       2050-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2060-00-GRAVA-TRAILER-EMPRESA SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-BREM.

           MOVE    'T'             TO      BREM-TIP-REG.
           MOVE    TAB-EMP-QTD-DET  (WS-IND-EMP)
                                   TO      BREM-QTD-REG.
           MOVE    TAB-EMP-HASH-VLR (WS-IND-EMP)
                                   TO      BREM-HASH-VLR.
           MOVE    TAB-EMP-BANCO    (WS-IND-EMP)
                                   TO      BREM-EMP-BANCO.
           MOVE    TAB-EMP-AGENCIA  (WS-IND-EMP)
                                   TO      BREM-EMP-AGENCIA.
           MOVE    TAB-EMP-OPERACAO (WS-IND-EMP)
                                   TO      BREM-EMP-OPERACAO.
           MOVE    TAB-EMP-CONTA    (WS-IND-EMP)
                                   TO      BREM-EMP-CONTA.
           MOVE    WS-IND-EMP      TO      BREM-COD-EMPRESA.

           PERFORM 1800-00-GRAVACAO-CADBREV.

           ADD     001             TO      WS-QTD-TRAILERS.
      *
       2060-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-LANCA-EVENTO-DEPT   SECTION.
      *****************************************************************
      *    POR EMPRESA E DEPARTAMENTO: BAIXA DA PROVISAO (DEBITO NA   *
      *    PROVISAO) E DESPESA DO QUE EXCEDEU O SALDO, AMBAS A        *
      *    CREDITO DE SALARIOS A PAGAR, NO LAY-OUT DO EXTRATO CADCTB  *
      *    (ABSORVIDO PELO GPFPB028)                                  *
      *
           PERFORM 2250-00-GRAVA-LANCAMENTOS
             VARYING WS-IND-TAB-LCT FROM 1 BY 1
             UNTIL WS-IND-TAB-LCT GREATER WS-QTD-TAB-LCT.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2250-00-GRAVA-LANCAMENTOS   SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-CTB.
           MOVE    ZEROS           TO      CTB-COD-PEC.
           MOVE    WS-CONTA-SALARIOS       TO      CTB-CONTA-CREDITO.
           MOVE    WS-HISTORICO    TO      CTB-HISTORICO.
           MOVE    TAB-LCT-COD-DEPT (WS-IND-TAB-LCT)        TO
                   CTB-HISTORICO (26:4).
           MOVE    WS-DATA-PROC    TO      CTB-DT-MOV.
           MOVE    TAB-LCT-COD-EMPRESA (WS-IND-TAB-LCT)     TO
                   CTB-COD-EMPRESA.
           MOVE    ZEROS           TO      CTB-QTD-ETQ.

           IF      TAB-LCT-VLR-BAIXA (WS-IND-TAB-LCT) GREATER ZEROS
                   MOVE    WS-CONTA-PROVISAO       TO
                           CTB-CONTA-DEBITO
                   MOVE    TAB-LCT-VLR-BAIXA (WS-IND-TAB-LCT)   TO
                           CTB-VLR-UNIT
                           CTB-VLR-TOTAL
                   PERFORM 2270-00-GRAVACAO-CADCTBS
           END-IF.

           IF      TAB-LCT-VLR-DESPESA (WS-IND-TAB-LCT) GREATER ZEROS
                   MOVE    WS-CONTA-DESPESA        TO
                           CTB-CONTA-DEBITO
                   MOVE    TAB-LCT-VLR-DESPESA (WS-IND-TAB-LCT) TO
                           CTB-VLR-UNIT
                           CTB-VLR-TOTAL
                   PERFORM 2270-00-GRAVACAO-CADCTBS
           END-IF.
      *
       2250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2270-00-GRAVACAO-CADCTBS    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADCTBS     FROM    REG-CTB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADCTBS.
      *
       2270-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-GRAVACAO-CADPROVN   SECTION.
      *****************************************************************
      *    SALDOS DE PROVISAO APOS A BAIXA DO EVENTO                  *
      *
           PERFORM VARYING WS-IND-TAB-PRV FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PRV GREATER WS-QTD-TAB-PRV

             WRITE REG-CADPROVN    FROM
                   TAB-PRV-REGISTRO (WS-IND-TAB-PRV)

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  013             TO      WS-PTO-ERRO
             PERFORM 0200-00-TESTA-FILE-STATUS

             ADD   001             TO      WS-GRV-CADPROVN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  TAB-PRV-REGISTRO (WS-IND-TAB-PRV)
                                   TO      WGC-REG-IMAGEM
             MOVE  050             TO      WGC-TAM-REG
             PERFORM 0497-00-CHAMA-COBBB010

           END-PERFORM.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-TOTAIS      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 52
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELEVEN.
           PERFORM 2700-00-GRAVACAO-RELEVEN.

           MOVE    WS-TOT-PROVENTO TO      TOT1-PROVENTO.
           MOVE    WS-TOT-ADIANTADO
                                   TO      TOT1-ADIANTADO.
           MOVE    WS-TOT-INSS     TO      TOT1-INSS.
           MOVE    WS-TOT-IRRF     TO      TOT1-IRRF.
           MOVE    WS-TOT-LIQUIDO  TO      TOT1-LIQUIDO.

           MOVE    TOT1            TO      REG-RELEVEN.
           PERFORM 2700-00-GRAVACAO-RELEVEN.
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

           MOVE    CAB1            TO      REG-RELEVEN.
           PERFORM 2700-00-GRAVACAO-RELEVEN.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELEVEN.
           PERFORM 2700-00-GRAVACAO-RELEVEN.

           MOVE    CAB4            TO      REG-RELEVEN.
           PERFORM 2700-00-GRAVACAO-RELEVEN.

           MOVE    CAB5            TO      REG-RELEVEN.
           PERFORM 2700-00-GRAVACAO-RELEVEN.

           MOVE    CAB4            TO      REG-RELEVEN.
           PERFORM 2700-00-GRAVACAO-RELEVEN.

           MOVE    CAB6            TO      REG-RELEVEN.
           PERFORM 2700-00-GRAVACAO-RELEVEN.

           MOVE    SPACES          TO      REG-RELEVEN.
           PERFORM 2700-00-GRAVACAO-RELEVEN.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELEVEN    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELEVEN.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELEVEN.
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
                   CADTABS
                   CADFDEP
                   CADPARM
                   CADFBNK
                   CADFLOT
                   CADEMPR
                   CADPROV
                   CADFERV
                   CADBREV
                   CADPROVN
                   CADCTBS
                   CADFGTM
                   CADFREN
                   RELEVEN.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    017             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB171'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    018             TO      WS-PTO-ERRO.

           PERFORM 0497-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB171'      TO      WRL-PROGRAMA.
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
           DISPLAY '******************* GPFPB171 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB171 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* EVENTO...........................: '
           WS-EVENTO '         *'.
           MOVE    WS-LID-CADRESP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRESP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPROV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPROV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFERV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFERV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-TAB-FRV  TO      WS-EDICAO.
           DISPLAY '* FERIAS COM INICIO NA COMPETENCIA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PAGOS    TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS PAGOS NO EVENTO.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-DIREITO      TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS SEM O EVENTO........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-PROVISAO     TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS SEM SALDO NO CADPROV: ' WS-EDICAO
           ' *'.
           MOVE    WS-DET-CADBREV  TO      WS-EDICAO.
           DISPLAY '* CREDITOS NA REMESSA..............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-BANCO
                                   TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS SEM DOMICILIO BANC..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-EMPRESA
                                   TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS DE EMPRESA NAO CADAS: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-TRAILERS TO      WS-EDICAO.
           DISPLAY '* TRAILERS POR EMPRESA GRAVADOS....: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPROVN TO      WS-EDICAO.
           DISPLAY '* SALDOS GRAVADOS.......- CADPROVN: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADPROV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCTBS  TO      WS-EDICAO.
           DISPLAY '* LANCAMENTOS GRAVADOS..- CADCTBS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFGTM  TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS DE FGTS....- CADFGTM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFREN  TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS DE RENDIMENTOS........: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB171 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB171 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB171 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB171 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-SEM-PARM      SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB171 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* SEM PARAMETRO/TABELA VIGENTE (CADPARM OU    *'.
           DISPLAY '* CADTABS VAZIO) PARA A FOLHA DE EVENTOS      *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB171 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB171 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY
           '******************* GPFPB171 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'    *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB171 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB171 ******************'

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

           DISPLAY '******************* GPFPB171 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB171 ******************'.
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
           DISPLAY '******************* GPFPB171 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB171 ******************'.

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

           DISPLAY '******************* GPFPB171 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB171 ******************'.
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
           DISPLAY '******************* GPFPB171 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB171 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB171                  *
      *****************************************************************
