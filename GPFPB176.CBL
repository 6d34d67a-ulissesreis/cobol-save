      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB176.
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
      * OBJETIVO.....: REEMBOLSO MENSAL DAS DESPESAS DE VIAGEM E      *
      *                CAMPO DOS FUNCIONARIOS. CRITICA OS PEDIDOS DE  *
      *                REEMBOLSO (CADDESP) DA COMPETENCIA CONTRA A    *
      *                POLITICA DE CADA CATEGORIA (CADLDSP) E A       *
      *                APROVACAO DO GERENTE DO DEPARTAMENTO DA        *
      *                LOTACAO (CADFLOT/CADDEPT) E GERA:              *
      *                - A REMESSA DE CREDITO DOS REEMBOLSOS          *
      *                  APROVADOS NO DOMICILIO BANCARIO DO           *
      *                  FUNCIONARIO (CADFBNK), NO LAY-OUT CADBREM    *
      *                  (CADBRDS), UM CREDITO POR FUNCIONARIO        *
      *                - OS LANCAMENTOS DA DESPESA POR EMPRESA,       *
      *                  DEPARTAMENTO E CONTA DA CATEGORIA NO LAY-OUT *
      *                  DO EXTRATO CADCTB (CADCTBE), ABSORVIDOS NO   *
      *                  EXTRATO PELO GPFPB028                        *
      *                - O RELATORIO DAS DESPESAS POR DEPARTAMENTO E  *
      *                  CATEGORIA, COM A RELACAO DOS PEDIDOS         *
      *                  REJEITADOS (RELDESP)                         *
      *****************************************************************
      * PARAMETRO....: PARM='AAAAMM' - COMPETENCIA DO REEMBOLSO       *
      *****************************************************************
      * OBSERVACAO...: FUNCIONARIO SEM LOTACAO E DO DEPARTAMENTO      *
      *                'GER ' DA EMPRESA 01. A DESPESA DO PROPRIO     *
      *                GERENTE E APROVADA PELO GERENTE DO             *
      *                DEPARTAMENTO 'GER '. O CREDITO E DEBITADO NA   *
      *                CONTA DA FOLHA DA EMPRESA (CADEMPR)            *
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
           SELECT  CADDESP  ASSIGN  TO  UT-S-CADDESP
                   FILE     STATUS  IS  WS-FS-CADDESP.
      *
           SELECT  CADLDSP  ASSIGN  TO  UT-S-CADLDSP
                   FILE     STATUS  IS  WS-FS-CADLDSP.
      *
           SELECT  CADRESP  ASSIGN  TO  UT-S-CADRESP
                   FILE     STATUS  IS  WS-FS-CADRESP.
      *
           SELECT  CADFLOT  ASSIGN  TO  UT-S-CADFLOT
                   FILE     STATUS  IS  WS-FS-CADFLOT.
      *
           SELECT  CADDEPT  ASSIGN  TO  UT-S-CADDEPT
                   FILE     STATUS  IS  WS-FS-CADDEPT.
      *
           SELECT  CADFBNK  ASSIGN  TO  UT-S-CADFBNK
                   FILE     STATUS  IS  WS-FS-CADFBNK.
      *
           SELECT  CADEMPR  ASSIGN  TO  UT-S-CADEMPR
                   FILE     STATUS  IS  WS-FS-CADEMPR.
      *
           SELECT  CADBRDS  ASSIGN  TO  UT-S-CADBRDS
                   FILE     STATUS  IS  WS-FS-CADBRDS.
      *
           SELECT  CADCTBE  ASSIGN  TO  UT-S-CADCTBE
                   FILE     STATUS  IS  WS-FS-CADCTBE.
      *
           SELECT  RELDESP  ASSIGN  TO  UT-S-RELDESP
                   FILE     STATUS  IS  WS-FS-RELDESP.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADDESP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADDESP         PIC     X(100).
      *
       FD  CADLDSP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADLDSP         PIC     X(050).
      *
       FD  CADRESP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRESP         PIC     X(200).
      *
       FD  CADFLOT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFLOT         PIC     X(050).
      *
       FD  CADDEPT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADDEPT         PIC     X(050).
      *
       FD  CADFBNK
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFBNK         PIC     X(050).
      *
       FD  CADEMPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADEMPR         PIC     X(150).
      *
       FD  CADBRDS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBRDS         PIC     X(100).
      *
       FD  CADCTBE
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBE         PIC     X(100).
      *
       FD  RELDESP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELDESP         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADDESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADLDSP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADDEPT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFBNK       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADEMPR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBRDS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCTBE       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELDESP       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADDESP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADLDSP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADDEPT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFBNK      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADEMPR      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADBRDS      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCTBE      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELDESP      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-APROVADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-TRAILERS     PIC     9(018) VALUE ZEROS.
      *
       01      WS-DET-CADBRDS      PIC     9(007) VALUE ZEROS.
      *
       01      WS-COMPETENCIA      PIC     9(006) VALUE ZEROS.
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-DT-DESPESA       PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-DESPESA.
        03     WS-DSP-ANO          PIC     9(004).
        03     WS-DSP-MES          PIC     9(002).
        03     WS-DSP-DIA          PIC     9(002).
      *
       01      WS-VLR-DESPESA      PIC     9(007)V9(002) VALUE ZEROS.
       01      WS-MOTIVO           PIC     X(030) VALUE SPACES.
       01      WS-NOME-FUNC        PIC     X(030) VALUE SPACES.
      *
      *****************************************************************
      *    CODIFICACAO CONTABIL DO REEMBOLSO                          *
      *****************************************************************
      *
       01      WS-CONTA-DESP-PADRAO PIC    9(006) VALUE 540500.
       01      WS-CONTA-REEMB-PAGAR PIC    9(006) VALUE 210700.
       01      WS-HISTORICO        PIC     X(030) VALUE
               'REEMBOLSO DE DESPESAS         '.
      *
      *****************************************************************
      *        LOTACAO E APROVACAO DO PEDIDO                          *
      *****************************************************************
      *
       01      WS-COD-DEPT         PIC     X(004) VALUE SPACES.
       01      WS-COD-CC           PIC     X(006) VALUE SPACES.
       01      WS-COD-EMPRESA      PIC     9(002) VALUE ZEROS.
       01      WS-COD-CONTA        PIC     9(006) VALUE ZEROS.
       01      WS-COD-CATEGORIA    PIC     X(002) VALUE SPACES.
      *
       01      WS-DEPT-PESQ        PIC     X(004) VALUE SPACES.
       01      WS-CC-PESQ          PIC     X(006) VALUE SPACES.
       01      WS-COD-GERENTE      PIC     9(005) VALUE ZEROS.
      *
      *****************************************************************
      *        TOTAIS DO RELATORIO                                    *
      *****************************************************************
      *
       01      WS-DEP-QTD-APROV    PIC     9(007) VALUE ZEROS.
       01      WS-DEP-VLR-APROV    PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-DEP-QTD-REJEIT   PIC     9(007) VALUE ZEROS.
       01      WS-DEP-VLR-REJEIT   PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-GER-QTD-APROV    PIC     9(007) VALUE ZEROS.
       01      WS-GER-VLR-APROV    PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-GER-QTD-REJEIT   PIC     9(007) VALUE ZEROS.
       01      WS-GER-VLR-REJEIT   PIC     9(013)V9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        CONTROLE DA SEQUENCIA DEPARTAMENTO/CATEGORIA           *
      *****************************************************************
      *
       01      WS-CHAVE-ANTERIOR   PIC     X(006) VALUE LOW-VALUES.
       01      WS-CHAVE-ATUAL      PIC     X(006) VALUE SPACES.
       01      WS-DEPT-ANTERIOR    PIC     X(004) VALUE LOW-VALUES.
       01      WS-IND-RES-ATUAL    PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-SW-SECAO         PIC     X(001) VALUE 'R'.
         88    WS-SECAO-RESUMO             VALUE 'R'.
         88    WS-SECAO-REJEITADAS         VALUE 'J'.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE CATEGORIAS DA POLITICA (CADLDSP)             *
      *****************************************************************
      *
       01      WS-QTD-TAB-CAT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CAT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CATEGORIAS.
         03    TAB-CAT-ITEM        OCCURS  00100  TIMES.
           05  TAB-CAT-CODIGO      PIC     X(002).
           05  TAB-CAT-DESCRICAO   PIC     X(020).
           05  TAB-CAT-VLR-LIMITE  PIC     9(007)V9(002).
           05  TAB-CAT-CONTA       PIC     9(006).
      *
       01      WS-SW-CAT-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-CAT-ACHOU                VALUE 'S'.
         88    WS-CAT-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE FUNCIONARIOS E VALOR A REEMBOLSAR            *
      *****************************************************************
      *
       01      WS-QTD-TAB-FUN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FUN      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FUNCIONARIOS.
         03    TAB-FUN-ITEM        OCCURS  05000  TIMES.
           05  TAB-FUN-CODIGO      PIC     9(005).
           05  TAB-FUN-NOME        PIC     X(030).
           05  TAB-FUN-COD-EMPRESA PIC     9(002).
           05  TAB-FUN-IND-BNK     PIC     9(005) COMP.
           05  TAB-FUN-VLR-REEMB   PIC     9(011)V9(002).
      *
       01      WS-SW-FUN-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FUN-ACHOU                VALUE 'S'.
         88    WS-FUN-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE LOTACAO (DEPARTAMENTO, CC E EMPRESA)         *
      *****************************************************************
      *
       01      WS-QTD-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LOTACOES.
         03    TAB-LOT-ITEM        OCCURS  05000  TIMES.
           05  TAB-LOT-FUNC        PIC     9(005).
           05  TAB-LOT-COD-DEPT    PIC     X(004).
           05  TAB-LOT-COD-CC      PIC     X(006).
           05  TAB-LOT-COD-EMPRESA PIC     9(002).
      *
      *****************************************************************
      *        TABELA DE DEPARTAMENTOS E GERENTES (CADDEPT)           *
      *****************************************************************
      *
       01      WS-QTD-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DEPARTAMENTOS.
         03    TAB-DEP-ITEM        OCCURS  00500  TIMES.
           05  TAB-DEP-COD-DEPT    PIC     X(004).
           05  TAB-DEP-COD-CC      PIC     X(006).
           05  TAB-DEP-NOME        PIC     X(025).
           05  TAB-DEP-COD-GERENTE PIC     9(005).
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
      *        LANCAMENTOS POR EMPRESA, DEPARTAMENTO E CONTA          *
      *****************************************************************
      *
       01      WS-QTD-TAB-LCT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LCT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LANCAMENTOS.
         03    TAB-LCT-ITEM        OCCURS  00500  TIMES.
           05  TAB-LCT-COD-EMPRESA PIC     9(002).
           05  TAB-LCT-COD-DEPT    PIC     X(004).
           05  TAB-LCT-CONTA       PIC     9(006).
           05  TAB-LCT-VLR         PIC     9(013)V9(002).
      *
       01      WS-SW-LCT-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-LCT-ACHOU                VALUE 'S'.
         88    WS-LCT-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        RESUMO POR DEPARTAMENTO E CATEGORIA                    *
      *****************************************************************
      *
       01      WS-QTD-TAB-RES      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-RES      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-RESUMO.
         03    TAB-RES-ITEM        OCCURS  00500  TIMES.
           05  TAB-RES-CHAVE.
             07  TAB-RES-COD-DEPT  PIC     X(004).
             07  TAB-RES-CATEGORIA PIC     X(002).
           05  TAB-RES-QTD-APROV   PIC     9(005).
           05  TAB-RES-VLR-APROV   PIC     9(011)V9(002).
           05  TAB-RES-QTD-REJEIT  PIC     9(005).
           05  TAB-RES-VLR-REJEIT  PIC     9(011)V9(002).
      *
       01      WS-SW-RES-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-RES-ACHOU                VALUE 'S'.
         88    WS-RES-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        PEDIDOS REJEITADOS                                     *
      *****************************************************************
      *
       01      WS-QTD-TAB-REJ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-REJ      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-REJEITADAS.
         03    TAB-REJ-ITEM        OCCURS  05000  TIMES.
           05  TAB-REJ-FUNC        PIC     9(005).
           05  TAB-REJ-NOME        PIC     X(030).
           05  TAB-REJ-DT-DESPESA  PIC     9(008).
           05  TAB-REJ-CATEGORIA   PIC     X(002).
           05  TAB-REJ-NUM-DOCTO   PIC     X(010).
           05  TAB-REJ-VLR         PIC     9(007)V9(002).
           05  TAB-REJ-MOTIVO      PIC     X(030).
      *
      *****************************************************************
      *        EMPRESAS EMPREGADORAS (CADEMPR), INDEXADAS PELO CODIGO *
      *        DA EMPRESA                                             *
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
      *    LAY-OUT DO RELATORIO DE DESPESAS                           *
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
         03    FILLER              PIC     X(045) VALUE SPACES.
         03    FILLER              PIC     X(041) VALUE
         'R E E M B O L S O  D E  D E S P E S A S'.
         03    FILLER              PIC     X(035) VALUE SPACES.
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
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    CAB5-TITULO         PIC     X(060).
         03    FILLER              PIC     X(047) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'DEPT'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(025) VALUE
               'NOME DO DEPARTAMENTO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'CAT'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(020) VALUE
               'DESCRICAO CATEGORIA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'QTD.APR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
               '  VALOR APROVADO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'QTD.REJ'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
               ' VALOR REJEITADO'.
         03    FILLER              PIC     X(018) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-DEPT           PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME           PIC     X(025).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CATEGORIA      PIC     X(002).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-DESCRICAO      PIC     X(020).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-APROV      PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-APROV      PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-REJEIT     PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-REJEIT     PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(018) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(058).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-QTD-APROV      PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-VLR-APROV      PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-QTD-REJEIT     PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-VLR-REJEIT     PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(018) VALUE SPACES.
      *
       01      CAB7.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'CODIGO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DO FUNCIONARIO           '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'DATA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'CAT'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'DOCUMENTO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE
               '       VALOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'MOTIVO DA REJEICAO'.
         03    FILLER              PIC     X(017) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET2-CODIGO         PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET2-NOME           PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-DIA            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET2-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET2-ANO            PIC     9(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-CATEGORIA      PIC     X(002).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET2-NUM-DOCTO      PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-VALOR          PIC     Z.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-MOTIVO         PIC     X(030).
         03    FILLER              PIC     X(017) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADDESP - PEDIDOS DE REEMBOLSO DE DESPESAS           *
      *****************************************************************
      *
           COPY    COBI1252.
      *
      *****************************************************************
      * INPUT..: CADLDSP - POLITICA DE REEMBOLSO POR CATEGORIA        *
      *****************************************************************
      *
           COPY    COBI1253.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS                  *
      *****************************************************************
      *
           COPY    COBO1007.
      *
      *****************************************************************
      * INPUT..: CADFLOT - LOTACAO DOS FUNCIONARIOS                   *
      *****************************************************************
      *
           COPY    COBI2018.
      *
      *****************************************************************
      * INPUT..: CADDEPT - CADASTRO DE DEPARTAMENTOS                  *
      *****************************************************************
      *
           COPY    COBO2017.
      *
      *****************************************************************
      * INPUT..: CADFBNK - DOMICILIO BANCARIO DOS FUNCIONARIOS        *
      *****************************************************************
      *
           COPY    COBI1072.
      *
      *****************************************************************
      * INPUT..: CADEMPR - CADASTRO DAS EMPRESAS                      *
      *****************************************************************
      *
           COPY    COBI1229.
      *
      *****************************************************************
      * OUTPUT.: CADBRDS - REMESSA DE CREDITO DOS REEMBOLSOS          *
      *****************************************************************
      *
           COPY    COBO1025.
      *
      *****************************************************************
      * OUTPUT.: CADCTBE - LANCAMENTOS DA DESPESA REEMBOLSADA         *
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
             UNTIL WS-FS-CADDESP   EQUAL 10.

           PERFORM 1700-00-GRAVA-CREDITO
             VARYING WS-IND-TAB-FUN FROM 1 BY 1
             UNTIL WS-IND-TAB-FUN GREATER WS-QTD-TAB-FUN.

           PERFORM 2000-00-GRAVA-TRAILER-REMESSA.

           PERFORM 2200-00-LANCA-DESPESA-DEPT.

           PERFORM 2300-00-IMPRIME-RESUMO.

           PERFORM 2500-00-IMPRIME-REJEITADAS.

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

           OPEN    INPUT   CADDESP
                           CADLDSP
                           CADRESP
                           CADFLOT
                           CADDEPT
                           CADFBNK
                           CADEMPR
                   OUTPUT  CADBRDS
                           CADCTBE
                           RELDESP.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-TAB-CATEGORIAS
             UNTIL WS-FS-CADLDSP   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-FUNCIONARIOS
             UNTIL WS-FS-CADRESP   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-LOTACAO
             UNTIL WS-FS-CADFLOT   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-DEPARTAMENTOS
             UNTIL WS-FS-CADDEPT   EQUAL   10.

           PERFORM 0480-00-CARGA-TAB-BANCOS
             UNTIL WS-FS-CADFBNK   EQUAL   10.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

           PERFORM 0495-00-CARGA-TAB-EMPRESAS
             UNTIL WS-FS-CADEMPR   EQUAL   10.

           MOVE    LKG-MES         TO      CAB5-MES.
           MOVE    LKG-ANO         TO      CAB5-ANO.

           PERFORM 1900-00-GRAVA-HEADER-REMESSA.

           PERFORM 0500-00-LEITURA-CADDESP.
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
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADDESP NOT EQUAL 00 AND 10
                   MOVE 'CADDESP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADDESP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADLDSP NOT EQUAL 00 AND 10
                   MOVE 'CADLDSP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADLDSP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRESP NOT EQUAL 00 AND 10
                   MOVE 'CADRESP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRESP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFLOT NOT EQUAL 00 AND 10
                   MOVE 'CADFLOT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFLOT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADDEPT NOT EQUAL 00 AND 10
                   MOVE 'CADDEPT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADDEPT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFBNK NOT EQUAL 00 AND 10
                   MOVE 'CADFBNK'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFBNK     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADEMPR NOT EQUAL 00 AND 10
                   MOVE 'CADEMPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEMPR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBRDS NOT EQUAL 00
                   MOVE 'CADBRDS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBRDS     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCTBE NOT EQUAL 00
                   MOVE 'CADCTBE'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBE     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELDESP NOT EQUAL 00
                   MOVE 'RELDESP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELDESP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-CATEGORIAS SECTION.
      *****************************************************************
      *    CATEGORIA SEM CONTA PROPRIA E DEBITADA NA CONTA PADRAO     *
      *
           READ    CADLDSP         INTO    REG-LDSP.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADLDSP   EQUAL   00
                   ADD 001         TO      WS-LID-CADLDSP

                   IF      WS-QTD-TAB-CAT  GREATER OR EQUAL 00100
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   IF      LDSP-VLR-LIMITE NOT NUMERIC
                           MOVE    ZEROS   TO      LDSP-VLR-LIMITE
                   END-IF
                   IF      LDSP-CONTA-DESPESA NOT NUMERIC  OR
                           LDSP-CONTA-DESPESA EQUAL ZEROS
                           MOVE    WS-CONTA-DESP-PADRAO    TO
                                   LDSP-CONTA-DESPESA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-CAT
                   MOVE    LDSP-CATEGORIA  TO
                           TAB-CAT-CODIGO     (WS-QTD-TAB-CAT)
                   MOVE    LDSP-DESCRICAO  TO
                           TAB-CAT-DESCRICAO  (WS-QTD-TAB-CAT)
                   MOVE    LDSP-VLR-LIMITE TO
                           TAB-CAT-VLR-LIMITE (WS-QTD-TAB-CAT)
                   MOVE    LDSP-CONTA-DESPESA      TO
                           TAB-CAT-CONTA      (WS-QTD-TAB-CAT)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-FUNCIONARIOS SECTION.
      *****************************************************************
      *
           READ    CADRESP         INTO    REG-FSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRESP   EQUAL   00
                   ADD 001         TO      WS-LID-CADRESP

                   IF      WS-QTD-TAB-FUN  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FUN
                   MOVE    FSEL-CODIGO     TO
                           TAB-FUN-CODIGO      (WS-QTD-TAB-FUN)
                   MOVE    FSEL-NOME       TO
                           TAB-FUN-NOME        (WS-QTD-TAB-FUN)
                   MOVE    ZEROS           TO
                           TAB-FUN-COD-EMPRESA (WS-QTD-TAB-FUN)
                           TAB-FUN-IND-BNK     (WS-QTD-TAB-FUN)
                           TAB-FUN-VLR-REEMB   (WS-QTD-TAB-FUN)
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-LOTACAO   SECTION.
      *****************************************************************
      *
           READ    CADFLOT         INTO    REG-FLOT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

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
                   MOVE    FLOT-COD-CC     TO
                           TAB-LOT-COD-CC   (WS-QTD-TAB-LOT)
                   IF      FLOT-COD-EMPRESA NOT NUMERIC    OR
                           FLOT-COD-EMPRESA EQUAL  ZEROS
                           MOVE    01      TO      FLOT-COD-EMPRESA
                   END-IF
                   MOVE    FLOT-COD-EMPRESA        TO
                           TAB-LOT-COD-EMPRESA (WS-QTD-TAB-LOT)
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-DEPARTAMENTOS SECTION.
      *****************************************************************
      *    DEPARTAMENTO SEM GERENTE INFORMADO FICA COM GERENTE ZERADO *
      *
           READ    CADDEPT         INTO    REG-DEPT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADDEPT   EQUAL   00
                   ADD 001         TO      WS-LID-CADDEPT

                   IF      WS-QTD-TAB-DEP  GREATER OR EQUAL 00500
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   IF      DEPT-COD-GERENTE NOT NUMERIC
                           MOVE    ZEROS   TO      DEPT-COD-GERENTE
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-DEP
                   MOVE    DEPT-COD-DEPT   TO
                           TAB-DEP-COD-DEPT    (WS-QTD-TAB-DEP)
                   MOVE    DEPT-COD-CC     TO
                           TAB-DEP-COD-CC      (WS-QTD-TAB-DEP)
                   MOVE    DEPT-NOME       TO
                           TAB-DEP-NOME        (WS-QTD-TAB-DEP)
                   MOVE    DEPT-COD-GERENTE        TO
                           TAB-DEP-COD-GERENTE (WS-QTD-TAB-DEP)
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CARGA-TAB-BANCOS    SECTION.
      *****************************************************************
      *
           READ    CADFBNK         INTO    REG-FBNK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

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
       0480-99-EXIT.
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

           MOVE    007             TO      WS-PTO-ERRO.

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
       0500-00-LEITURA-CADDESP     SECTION.
      *****************************************************************
      *
           READ    CADDESP         INTO    REG-DREE.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADDESP   EQUAL   00
                   ADD 001         TO      WS-LID-CADDESP
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           PERFORM 1100-00-CRITICA-DESPESA.

           IF      WS-MOTIVO       EQUAL   SPACES
                   PERFORM 1300-00-APROVA-DESPESA
           ELSE
                   PERFORM 1400-00-REJEITA-DESPESA
           END-IF.

           PERFORM 1500-00-ACUMULA-RESUMO.

           PERFORM 0500-00-LEITURA-CADDESP.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CRITICA-DESPESA     SECTION.
      *****************************************************************
      *    O PRIMEIRO MOTIVO ENCONTRADO REJEITA O PEDIDO              *
      *
           MOVE    SPACES          TO      WS-MOTIVO
                                           WS-NOME-FUNC.

           IF      DREE-DT-DESPESA NUMERIC
                   MOVE    DREE-DT-DESPESA TO      WS-DT-DESPESA
           ELSE
                   MOVE    ZEROS   TO      WS-DT-DESPESA
           END-IF.

           IF      DREE-VLR-DESPESA NUMERIC
                   MOVE    DREE-VLR-DESPESA        TO
                           WS-VLR-DESPESA
           ELSE
                   MOVE    ZEROS   TO      WS-VLR-DESPESA
           END-IF.

           MOVE    DREE-CATEGORIA  TO      WS-COD-CATEGORIA.

           PERFORM 1110-00-PROCURA-LOTACAO.

           SET     WS-FUN-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FUN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FUN GREATER WS-QTD-TAB-FUN
                   OR      WS-FUN-ACHOU

             IF    DREE-FUNC-CODIGO EQUAL
                   TAB-FUN-CODIGO (WS-IND-TAB-FUN)
                   SET     WS-FUN-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FUN-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-FUN
                   MOVE    TAB-FUN-NOME (WS-IND-TAB-FUN)   TO
                           WS-NOME-FUNC
           END-IF.

           IF      WS-DSP-ANO      NOT EQUAL LKG-ANO       OR
                   WS-DSP-MES      NOT EQUAL LKG-MES
                   MOVE    'DESPESA FORA DA COMPETENCIA   '
                                   TO      WS-MOTIVO
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      WS-FUN-NAO-ACHOU
                   MOVE    'FUNCIONARIO NAO CADASTRADO    '
                                   TO      WS-MOTIVO
                   GO      TO      1100-99-EXIT
           END-IF.

           PERFORM 1120-00-PESQUISA-CATEGORIA.

           IF      WS-CAT-NAO-ACHOU
                   MOVE    'CATEGORIA NAO REEMBOLSAVEL    '
                                   TO      WS-MOTIVO
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      WS-VLR-DESPESA  EQUAL   ZEROS
                   MOVE    'VALOR DA DESPESA INVALIDO     '
                                   TO      WS-MOTIVO
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      TAB-CAT-VLR-LIMITE (WS-IND-TAB-CAT) GREATER ZEROS
             AND   WS-VLR-DESPESA  GREATER
                   TAB-CAT-VLR-LIMITE (WS-IND-TAB-CAT)
                   MOVE    'ACIMA DO LIMITE DA CATEGORIA  '
                                   TO      WS-MOTIVO
                   GO      TO      1100-99-EXIT
           END-IF.

           PERFORM 1130-00-IDENTIFICA-GERENTE.

           IF      WS-COD-GERENTE  EQUAL   ZEROS
                   MOVE    'SEM GERENTE PARA APROVACAO    '
                                   TO      WS-MOTIVO
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      DREE-COD-APROVADOR NOT NUMERIC          OR
                   DREE-COD-APROVADOR NOT EQUAL WS-COD-GERENTE
                   MOVE    'SEM APROVACAO DO GERENTE      '
                                   TO      WS-MOTIVO
                   GO      TO      1100-99-EXIT
           END-IF.

           SET     WS-BNK-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-BNK FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BNK GREATER WS-QTD-TAB-BNK
                   OR      WS-BNK-ACHOU

             IF    DREE-FUNC-CODIGO EQUAL
                   TAB-BNK-FUNC (WS-IND-TAB-BNK)
                   SET     WS-BNK-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-BNK-NAO-ACHOU
                   MOVE    'SEM DOMICILIO BANCARIO        '
                                   TO      WS-MOTIVO
                   GO      TO      1100-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-BNK.

           MOVE    WS-COD-EMPRESA  TO      WS-IND-EMP.

           IF      NOT TAB-EMP-CADASTRADA (WS-IND-EMP)
                   MOVE    'EMPRESA NAO CADASTRADA        '
                                   TO      WS-MOTIVO
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1110-00-PROCURA-LOTACAO     SECTION.
      *****************************************************************
      *    DEPARTAMENTO, CENTRO DE CUSTO E EMPRESA DA LOTACAO DO      *
      *    FUNCIONARIO; SEM LOTACAO, DEPARTAMENTO 'GER ' DA EMPRESA 01*
      *
           MOVE    'GER '          TO      WS-COD-DEPT.
           MOVE    SPACES          TO      WS-COD-CC.
           MOVE    01              TO      WS-COD-EMPRESA.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT

             IF    DREE-FUNC-CODIGO EQUAL
                   TAB-LOT-FUNC (WS-IND-TAB-LOT)
                   MOVE    TAB-LOT-COD-DEPT (WS-IND-TAB-LOT)   TO
                           WS-COD-DEPT
                   MOVE    TAB-LOT-COD-CC   (WS-IND-TAB-LOT)   TO
                           WS-COD-CC
                   MOVE    TAB-LOT-COD-EMPRESA (WS-IND-TAB-LOT) TO
                           WS-COD-EMPRESA
             END-IF

           END-PERFORM.
      *
       1110-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1120-00-PESQUISA-CATEGORIA  SECTION.
      *****************************************************************
      *
           SET     WS-CAT-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CAT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CAT GREATER WS-QTD-TAB-CAT
                   OR      WS-CAT-ACHOU

             IF    WS-COD-CATEGORIA EQUAL
                   TAB-CAT-CODIGO (WS-IND-TAB-CAT)
                   SET     WS-CAT-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-CAT-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-CAT
           END-IF.
      *
       1120-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1130-00-IDENTIFICA-GERENTE  SECTION.
      *****************************************************************
      *    GERENTE DO DEPARTAMENTO/CC DA LOTACAO; QUANDO O PEDIDO E   *
      *    DO PROPRIO GERENTE, APROVA O GERENTE DO DEPARTAMENTO 'GER '*
      *
           MOVE    WS-COD-DEPT     TO      WS-DEPT-PESQ.
           MOVE    WS-COD-CC       TO      WS-CC-PESQ.

           PERFORM 1150-00-PESQUISA-GERENTE.

           IF      WS-COD-GERENTE  EQUAL   DREE-FUNC-CODIGO
                   MOVE    'GER '  TO      WS-DEPT-PESQ
                   MOVE    SPACES  TO      WS-CC-PESQ
                   PERFORM 1150-00-PESQUISA-GERENTE
           END-IF.

           IF      WS-COD-GERENTE  EQUAL   DREE-FUNC-CODIGO
                   MOVE    ZEROS   TO      WS-COD-GERENTE
           END-IF.
      *
       1130-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-PESQUISA-GERENTE    SECTION.
      *****************************************************************
      *    CENTRO DE CUSTO EM BRANCO ACEITA QUALQUER CC DO            *
      *    DEPARTAMENTO QUE TENHA GERENTE                             *
      *
           MOVE    ZEROS           TO      WS-COD-GERENTE.

           SET     WS-DEP-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-DEP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEP GREATER WS-QTD-TAB-DEP
                   OR      WS-DEP-ACHOU

             IF    WS-DEPT-PESQ    EQUAL
                   TAB-DEP-COD-DEPT (WS-IND-TAB-DEP)       AND
                  (WS-CC-PESQ      EQUAL
                   TAB-DEP-COD-CC   (WS-IND-TAB-DEP)       OR
                  (WS-CC-PESQ      EQUAL   SPACES          AND
                   TAB-DEP-COD-GERENTE (WS-IND-TAB-DEP) GREATER ZEROS))
                   SET     WS-DEP-ACHOU    TO      TRUE
                   MOVE    TAB-DEP-COD-GERENTE (WS-IND-TAB-DEP) TO
                           WS-COD-GERENTE
             END-IF

           END-PERFORM.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-APROVA-DESPESA      SECTION.
      *****************************************************************
      *    SOMA NO CREDITO DO FUNCIONARIO E NA DESPESA DA EMPRESA,    *
      *    DEPARTAMENTO E CONTA DA CATEGORIA                          *
      *
           ADD     001             TO      WS-QTD-APROVADAS.

           ADD     WS-VLR-DESPESA  TO
                   TAB-FUN-VLR-REEMB   (WS-IND-TAB-FUN).
           MOVE    WS-COD-EMPRESA  TO
                   TAB-FUN-COD-EMPRESA (WS-IND-TAB-FUN).
           MOVE    WS-IND-TAB-BNK  TO
                   TAB-FUN-IND-BNK     (WS-IND-TAB-FUN).

           MOVE    TAB-CAT-CONTA (WS-IND-TAB-CAT)  TO      WS-COD-CONTA.

           PERFORM 2100-00-ACUMULA-LANCAMENTO.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-REJEITA-DESPESA     SECTION.
      *****************************************************************
      *
           ADD     001             TO      WS-QTD-REJEITADAS.

           IF      WS-QTD-TAB-REJ  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-REJ.

           MOVE    DREE-FUNC-CODIGO        TO
                   TAB-REJ-FUNC       (WS-QTD-TAB-REJ).
           MOVE    WS-NOME-FUNC    TO
                   TAB-REJ-NOME       (WS-QTD-TAB-REJ).
           MOVE    WS-DT-DESPESA   TO
                   TAB-REJ-DT-DESPESA (WS-QTD-TAB-REJ).
           MOVE    DREE-CATEGORIA  TO
                   TAB-REJ-CATEGORIA  (WS-QTD-TAB-REJ).
           MOVE    DREE-NUM-DOCTO  TO
                   TAB-REJ-NUM-DOCTO  (WS-QTD-TAB-REJ).
           MOVE    WS-VLR-DESPESA  TO
                   TAB-REJ-VLR        (WS-QTD-TAB-REJ).
           MOVE    WS-MOTIVO       TO
                   TAB-REJ-MOTIVO     (WS-QTD-TAB-REJ).
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-ACUMULA-RESUMO      SECTION.
      *****************************************************************
      *    APROVADOS E REJEITADOS POR DEPARTAMENTO E CATEGORIA        *
      *
           SET     WS-RES-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-RES FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RES GREATER WS-QTD-TAB-RES
                   OR      WS-RES-ACHOU

             IF    WS-COD-DEPT     EQUAL
                   TAB-RES-COD-DEPT  (WS-IND-TAB-RES)      AND
                   DREE-CATEGORIA  EQUAL
                   TAB-RES-CATEGORIA (WS-IND-TAB-RES)
                   SET     WS-RES-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-RES-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-RES
           ELSE
                   IF      WS-QTD-TAB-RES  GREATER OR EQUAL 00500
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-RES
                   MOVE    WS-QTD-TAB-RES  TO      WS-IND-TAB-RES
                   MOVE    WS-COD-DEPT     TO
                           TAB-RES-COD-DEPT   (WS-IND-TAB-RES)
                   MOVE    DREE-CATEGORIA  TO
                           TAB-RES-CATEGORIA  (WS-IND-TAB-RES)
                   MOVE    ZEROS           TO
                           TAB-RES-QTD-APROV  (WS-IND-TAB-RES)
                           TAB-RES-VLR-APROV  (WS-IND-TAB-RES)
                           TAB-RES-QTD-REJEIT (WS-IND-TAB-RES)
                           TAB-RES-VLR-REJEIT (WS-IND-TAB-RES)
           END-IF.

           IF      WS-MOTIVO       EQUAL   SPACES
                   ADD     001     TO
                           TAB-RES-QTD-APROV  (WS-IND-TAB-RES)
                   ADD     WS-VLR-DESPESA  TO
                           TAB-RES-VLR-APROV  (WS-IND-TAB-RES)
           ELSE
                   ADD     001     TO
                           TAB-RES-QTD-REJEIT (WS-IND-TAB-RES)
                   ADD     WS-VLR-DESPESA  TO
                           TAB-RES-VLR-REJEIT (WS-IND-TAB-RES)
           END-IF.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1700-00-GRAVA-CREDITO       SECTION.
      *****************************************************************
      *    UM CREDITO POR FUNCIONARIO COM O TOTAL APROVADO, NO        *
      *    DOMICILIO BANCARIO DO FUNCIONARIO, DEBITADO NA CONTA DA    *
      *    FOLHA DA EMPRESA                                           *
      *
           IF      TAB-FUN-VLR-REEMB (WS-IND-TAB-FUN) EQUAL ZEROS
                   GO      TO      1700-99-EXIT
           END-IF.

           MOVE    TAB-FUN-IND-BNK     (WS-IND-TAB-FUN)
                                   TO      WS-IND-TAB-BNK.
           MOVE    TAB-FUN-COD-EMPRESA (WS-IND-TAB-FUN)
                                   TO      WS-IND-EMP.

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
           MOVE    TAB-FUN-VLR-REEMB (WS-IND-TAB-FUN)
                                   TO      BREM-VLR-PAGTO.
           MOVE    WS-IND-EMP      TO      BREM-COD-EMPRESA.

           PERFORM 1800-00-GRAVACAO-CADBRDS.

           ADD     001             TO      WS-DET-CADBRDS.
           ADD     001             TO
                   TAB-EMP-QTD-DET     (WS-IND-EMP).
           ADD     TAB-FUN-VLR-REEMB (WS-IND-TAB-FUN)      TO
                   TAB-EMP-HASH-VLR    (WS-IND-EMP).
      *
       1700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1800-00-GRAVACAO-CADBRDS    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADBRDS     FROM    REG-BREM.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADBRDS.
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

           PERFORM 1800-00-GRAVACAO-CADBRDS.
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

           PERFORM 1800-00-GRAVACAO-CADBRDS.

           ADD     001             TO      WS-QTD-TRAILERS.
      *
       2060-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-ACUMULA-LANCAMENTO  SECTION.
      *****************************************************************
      *    DESPESA APROVADA NA EMPRESA E DEPARTAMENTO DA LOTACAO E    *
      *    NA CONTA DA CATEGORIA                                      *
      *
           SET     WS-LCT-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-LCT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LCT GREATER WS-QTD-TAB-LCT
                   OR      WS-LCT-ACHOU

             IF    WS-COD-EMPRESA  EQUAL
                   TAB-LCT-COD-EMPRESA (WS-IND-TAB-LCT)    AND
                   WS-COD-DEPT     EQUAL
                   TAB-LCT-COD-DEPT    (WS-IND-TAB-LCT)    AND
                   WS-COD-CONTA    EQUAL
                   TAB-LCT-CONTA       (WS-IND-TAB-LCT)
                   SET     WS-LCT-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-LCT-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-LCT
                   ADD     WS-VLR-DESPESA  TO
                           TAB-LCT-VLR (WS-IND-TAB-LCT)
           ELSE
                   IF      WS-QTD-TAB-LCT  GREATER OR EQUAL 00500
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LCT
                   MOVE    WS-COD-EMPRESA  TO
                           TAB-LCT-COD-EMPRESA (WS-QTD-TAB-LCT)
                   MOVE    WS-COD-DEPT     TO
                           TAB-LCT-COD-DEPT    (WS-QTD-TAB-LCT)
                   MOVE    WS-COD-CONTA    TO
                           TAB-LCT-CONTA       (WS-QTD-TAB-LCT)
                   MOVE    WS-VLR-DESPESA  TO
                           TAB-LCT-VLR         (WS-QTD-TAB-LCT)
           END-IF.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-LANCA-DESPESA-DEPT  SECTION.
      *****************************************************************
      *    UM LANCAMENTO POR EMPRESA, DEPARTAMENTO E CONTA DE         *
      *    DESPESA, A CREDITO DE REEMBOLSOS A PAGAR, NO LAY-OUT DO    *
      *    EXTRATO CADCTB                                             *
      *
           PERFORM 2250-00-GRAVA-LANCAMENTO
             VARYING WS-IND-TAB-LCT FROM 1 BY 1
             UNTIL WS-IND-TAB-LCT GREATER WS-QTD-TAB-LCT.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2250-00-GRAVA-LANCAMENTO    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-CTB.
           MOVE    ZEROS           TO      CTB-COD-PEC.
           MOVE    TAB-LCT-CONTA (WS-IND-TAB-LCT)  TO
                   CTB-CONTA-DEBITO.
           MOVE    WS-CONTA-REEMB-PAGAR    TO      CTB-CONTA-CREDITO.
           MOVE    WS-HISTORICO    TO      CTB-HISTORICO.
           MOVE    TAB-LCT-COD-DEPT (WS-IND-TAB-LCT)        TO
                   CTB-HISTORICO (26:4).
           MOVE    WS-DATA-PROC    TO      CTB-DT-MOV.
           MOVE    TAB-LCT-COD-EMPRESA (WS-IND-TAB-LCT)     TO
                   CTB-COD-EMPRESA.
           MOVE    ZEROS           TO      CTB-QTD-ETQ.
           MOVE    TAB-LCT-VLR (WS-IND-TAB-LCT)     TO
                   CTB-VLR-UNIT
                   CTB-VLR-TOTAL.

           WRITE   REG-CADCTBE     FROM    REG-CTB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADCTBE.
      *
       2250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-IMPRIME-RESUMO      SECTION.
      *****************************************************************
      *    DESPESAS POR DEPARTAMENTO E CATEGORIA, EM ORDEM DE         *
      *    DEPARTAMENTO E CATEGORIA, COM TOTAL DO DEPARTAMENTO E      *
      *    TOTAL GERAL                                                *
      *
           SET     WS-SECAO-RESUMO TO      TRUE.

           MOVE    'DESPESAS POR DEPARTAMENTO E CATEGORIA'
                                   TO      CAB5-TITULO.

           MOVE    99              TO      WS-LINHAS.

           PERFORM 2350-00-PROXIMA-CHAVE.

           PERFORM 2400-00-IMPRIME-LINHA-RESUMO
             UNTIL WS-RES-NAO-ACHOU.

           IF      WS-DEPT-ANTERIOR NOT EQUAL LOW-VALUES
                   PERFORM 2450-00-IMPRIME-TOTAL-DEPT
           END-IF.

           IF      WS-LINHAS       GREATER 52
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELDESP.
           PERFORM 2700-00-GRAVACAO-RELDESP.

           MOVE    'TOTAL GERAL'   TO      TOT1-DESCRICAO.
           MOVE    WS-GER-QTD-APROV        TO      TOT1-QTD-APROV.
           MOVE    WS-GER-VLR-APROV        TO      TOT1-VLR-APROV.
           MOVE    WS-GER-QTD-REJEIT       TO      TOT1-QTD-REJEIT.
           MOVE    WS-GER-VLR-REJEIT       TO      TOT1-VLR-REJEIT.

           MOVE    TOT1            TO      REG-RELDESP.
           PERFORM 2700-00-GRAVACAO-RELDESP.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2350-00-PROXIMA-CHAVE       SECTION.
      *****************************************************************
      *    MENOR DEPARTAMENTO/CATEGORIA ACIMA DO ULTIMO IMPRESSO      *
      *
           SET     WS-RES-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-RES FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RES GREATER WS-QTD-TAB-RES

             IF    TAB-RES-CHAVE (WS-IND-TAB-RES) GREATER
                   WS-CHAVE-ANTERIOR
                   IF      WS-RES-NAO-ACHOU                OR
                           TAB-RES-CHAVE (WS-IND-TAB-RES) LESS
                           WS-CHAVE-ATUAL
                           SET     WS-RES-ACHOU    TO      TRUE
                           MOVE    TAB-RES-CHAVE (WS-IND-TAB-RES)
                                   TO      WS-CHAVE-ATUAL
                           MOVE    WS-IND-TAB-RES  TO
                                   WS-IND-RES-ATUAL
                   END-IF
             END-IF

           END-PERFORM.
      *
       2350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2400-00-IMPRIME-LINHA-RESUMO SECTION.
      *****************************************************************
      *
           MOVE    WS-IND-RES-ATUAL        TO      WS-IND-TAB-RES.

           IF      TAB-RES-COD-DEPT (WS-IND-TAB-RES) NOT EQUAL
                   WS-DEPT-ANTERIOR
                   IF      WS-DEPT-ANTERIOR NOT EQUAL LOW-VALUES
                           PERFORM 2450-00-IMPRIME-TOTAL-DEPT
                   END-IF
                   MOVE    TAB-RES-COD-DEPT (WS-IND-TAB-RES)    TO
                           WS-DEPT-ANTERIOR
                   MOVE    ZEROS   TO      WS-DEP-QTD-APROV
                                           WS-DEP-VLR-APROV
                                           WS-DEP-QTD-REJEIT
                                           WS-DEP-VLR-REJEIT
           END-IF.

           MOVE    SPACES          TO      DET1-NOME.

           SET     WS-DEP-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-DEP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEP GREATER WS-QTD-TAB-DEP
                   OR      WS-DEP-ACHOU

             IF    TAB-RES-COD-DEPT (WS-IND-TAB-RES) EQUAL
                   TAB-DEP-COD-DEPT (WS-IND-TAB-DEP)
                   SET     WS-DEP-ACHOU    TO      TRUE
                   MOVE    TAB-DEP-NOME (WS-IND-TAB-DEP)   TO
                           DET1-NOME
             END-IF

           END-PERFORM.

           MOVE    TAB-RES-CATEGORIA (WS-IND-TAB-RES)
                                   TO      WS-COD-CATEGORIA.

           PERFORM 1120-00-PESQUISA-CATEGORIA.

           IF      WS-CAT-ACHOU
                   MOVE    TAB-CAT-DESCRICAO (WS-IND-TAB-CAT)   TO
                           DET1-DESCRICAO
           ELSE
                   MOVE    'NAO CADASTRADA'        TO
                           DET1-DESCRICAO
           END-IF.

           MOVE    TAB-RES-COD-DEPT   (WS-IND-TAB-RES) TO  DET1-DEPT.
           MOVE    TAB-RES-CATEGORIA  (WS-IND-TAB-RES) TO
                   DET1-CATEGORIA.
           MOVE    TAB-RES-QTD-APROV  (WS-IND-TAB-RES) TO
                   DET1-QTD-APROV.
           MOVE    TAB-RES-VLR-APROV  (WS-IND-TAB-RES) TO
                   DET1-VLR-APROV.
           MOVE    TAB-RES-QTD-REJEIT (WS-IND-TAB-RES) TO
                   DET1-QTD-REJEIT.
           MOVE    TAB-RES-VLR-REJEIT (WS-IND-TAB-RES) TO
                   DET1-VLR-REJEIT.

           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    DET1            TO      REG-RELDESP.
           PERFORM 2700-00-GRAVACAO-RELDESP.

           ADD     TAB-RES-QTD-APROV  (WS-IND-TAB-RES) TO
                   WS-DEP-QTD-APROV
                   WS-GER-QTD-APROV.
           ADD     TAB-RES-VLR-APROV  (WS-IND-TAB-RES) TO
                   WS-DEP-VLR-APROV
                   WS-GER-VLR-APROV.
           ADD     TAB-RES-QTD-REJEIT (WS-IND-TAB-RES) TO
                   WS-DEP-QTD-REJEIT
                   WS-GER-QTD-REJEIT.
           ADD     TAB-RES-VLR-REJEIT (WS-IND-TAB-RES) TO
                   WS-DEP-VLR-REJEIT
                   WS-GER-VLR-REJEIT.

           MOVE    WS-CHAVE-ATUAL  TO      WS-CHAVE-ANTERIOR.

           PERFORM 2350-00-PROXIMA-CHAVE.
      *
       2400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2450-00-IMPRIME-TOTAL-DEPT  SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 53
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    SPACES          TO      TOT1-DESCRICAO.
           STRING  'TOTAL DO DEPARTAMENTO '
                   WS-DEPT-ANTERIOR
                   DELIMITED BY SIZE
                   INTO            TOT1-DESCRICAO
           END-STRING.
           MOVE    WS-DEP-QTD-APROV        TO      TOT1-QTD-APROV.
           MOVE    WS-DEP-VLR-APROV        TO      TOT1-VLR-APROV.
           MOVE    WS-DEP-QTD-REJEIT       TO      TOT1-QTD-REJEIT.
           MOVE    WS-DEP-VLR-REJEIT       TO      TOT1-VLR-REJEIT.

           MOVE    TOT1            TO      REG-RELDESP.
           PERFORM 2700-00-GRAVACAO-RELDESP.

           MOVE    SPACES          TO      REG-RELDESP.
           PERFORM 2700-00-GRAVACAO-RELDESP.
      *
       2450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-REJEITADAS  SECTION.
      *****************************************************************
      *    RELACAO DOS PEDIDOS REJEITADOS, NA ORDEM DO CADDESP        *
      *
           IF      WS-QTD-TAB-REJ  EQUAL   ZEROS
                   GO      TO      2500-99-EXIT
           END-IF.

           SET     WS-SECAO-REJEITADAS     TO      TRUE.

           MOVE    'PEDIDOS DE REEMBOLSO REJEITADOS'
                                   TO      CAB5-TITULO.

           MOVE    99              TO      WS-LINHAS.

           PERFORM 2550-00-IMPRIME-REJEITADA
             VARYING WS-IND-TAB-REJ FROM 1 BY 1
             UNTIL WS-IND-TAB-REJ GREATER WS-QTD-TAB-REJ.
      *
       2500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2550-00-IMPRIME-REJEITADA   SECTION.
      *****************************************************************
      *
           MOVE    TAB-REJ-DT-DESPESA (WS-IND-TAB-REJ)
                                   TO      WS-DT-DESPESA.

           MOVE    TAB-REJ-FUNC      (WS-IND-TAB-REJ)  TO  DET2-CODIGO.
           MOVE    TAB-REJ-NOME      (WS-IND-TAB-REJ)  TO  DET2-NOME.
           MOVE    WS-DSP-DIA      TO      DET2-DIA.
           MOVE    WS-DSP-MES      TO      DET2-MES.
           MOVE    WS-DSP-ANO      TO      DET2-ANO.
           MOVE    TAB-REJ-CATEGORIA (WS-IND-TAB-REJ)  TO
                   DET2-CATEGORIA.
           MOVE    TAB-REJ-NUM-DOCTO (WS-IND-TAB-REJ)  TO
                   DET2-NUM-DOCTO.
           MOVE    TAB-REJ-VLR       (WS-IND-TAB-REJ)  TO  DET2-VALOR.
           MOVE    TAB-REJ-MOTIVO    (WS-IND-TAB-REJ)  TO  DET2-MOTIVO.

           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    DET2            TO      REG-RELDESP.
           PERFORM 2700-00-GRAVACAO-RELDESP.
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

           MOVE    CAB1            TO      REG-RELDESP.
           PERFORM 2700-00-GRAVACAO-RELDESP.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELDESP.
           PERFORM 2700-00-GRAVACAO-RELDESP.

           MOVE    CAB4            TO      REG-RELDESP.
           PERFORM 2700-00-GRAVACAO-RELDESP.

           MOVE    CAB5            TO      REG-RELDESP.
           PERFORM 2700-00-GRAVACAO-RELDESP.

           MOVE    CAB4            TO      REG-RELDESP.
           PERFORM 2700-00-GRAVACAO-RELDESP.

           IF      WS-SECAO-RESUMO
                   MOVE    CAB6    TO      REG-RELDESP
           ELSE
                   MOVE    CAB7    TO      REG-RELDESP
           END-IF.
           PERFORM 2700-00-GRAVACAO-RELDESP.

           MOVE    SPACES          TO      REG-RELDESP.
           PERFORM 2700-00-GRAVACAO-RELDESP.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELDESP    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELDESP.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELDESP.
           ADD     001             TO      WS-LINHAS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADDESP
                   CADLDSP
                   CADRESP
                   CADFLOT
                   CADDEPT
                   CADFBNK
                   CADEMPR
                   CADBRDS
                   CADCTBE
                   RELDESP.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB176'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADDESP  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB176 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB176 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADDESP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADDESP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-APROVADAS        TO      WS-EDICAO.
           DISPLAY '* PEDIDOS APROVADOS................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJEITADAS       TO      WS-EDICAO.
           DISPLAY '* PEDIDOS REJEITADOS...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADLDSP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADLDSP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRESP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRESP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFLOT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFLOT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADDEPT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADDEPT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFBNK  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFBNK.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADEMPR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADEMPR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-DET-CADBRDS  TO      WS-EDICAO.
           DISPLAY '* CREDITOS NA REMESSA..............: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADBRDS  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADBRDS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCTBE  TO      WS-EDICAO.
           DISPLAY '* LANCAMENTOS DE DESPESA GERADOS...: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELDESP  TO      WS-EDICAO.
           DISPLAY '* LINHAS GRAVADAS.......- RELDESP.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB176 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB176 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB176 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB176 ******************'.

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
           '******************* GPFPB176 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'    *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB176 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB176 ******************'

           CALL    'IBM'.

           GOBACK.
      *
       0997-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB176 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB176 ******************'.
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
           DISPLAY '******************* GPFPB176 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB176 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB176                  *
      *****************************************************************
