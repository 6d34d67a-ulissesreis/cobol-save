      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB163.
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
      * OBJETIVO.....: RAZAO CONTABIL: POSTA O EXTRATO DE LANCAMENTOS *
      *                DO DIA (CADCTB, GERADO PELO GPFPB028) NOS      *
      *                SALDOS POR CONTA DO CADPLAN E MES (CADSLCT ->  *
      *                CADSLCN) E IMPRIME O BALANCETE DE VERIFICACAO  *
      *                DO MES DO PARM (RELBALC): SALDO DE ABERTURA,   *
      *                DEBITOS, CREDITOS E SALDO ATUAL POR CONTA,     *
      *                ASSINALANDO O SALDO CONTRARIO A NATUREZA DA    *
      *                CONTA (PLAN-NATUREZA).                         *
      *                LANCAMENTO EM PERIODO FECHADO NO CADPCTL OU    *
      *                COM CONTA FORA DO CADPLAN NAO E POSTADO E E    *
      *                LISTADO NO RELATORIO (RETURN-CODE 04).         *
      *                EXTRATO SEM TRAILER, QUE NAO CONFERE COM O     *
      *                TRAILER OU JA POSTADO CANCELA O PROGRAMA SEM   *
      *                POSTAR NADA.                                   *
      *                OS SALDOS, O CONTROLE DE POSTAGEM E O          *
      *                BALANCETE SAO SEPARADOS POR EMPRESA            *
      *                (CTB-COD-EMPRESA; SEM EMPRESA = 01).           *
      *****************************************************************
      * PARAMETRO....: PARM='AAAAMM' OU 'AAAAMMEE' - MES DO BALANCETE *
      *                E EMPRESA (EE); SEM EMPRESA OU EE = 00 IMPRIME *
      *                O BALANCETE DE TODAS AS EMPRESAS. A POSTAGEM E *
      *                SEMPRE DO EXTRATO INTEIRO                      *
      *****************************************************************
      * OBSERVACAO...: EXECUTAR DEPOIS DO GPFPB077 TER CERTIFICADO O  *
      *                SELO DO CADCTB (RETURN-CODE 0)                 *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - SALDOS E CONTROLE DE POSTAGEM POR EMPRESA,  *
      *                   CONFERENCIA DO EXTRATO COM O TRAILER DE     *
      *                   CADA EMPRESA E BALANCETE POR EMPRESA, COM A *
      *                   EMPRESA OPCIONAL NO PARM                    *
      * 15/10/2026 - US - CADA CADSLCN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DOS SALDOS CONTABEIS (CADSLCT), COM A DATA  *
      *                   DA RODADA, A QTDE DE REGISTROS E O SELO     *
      * 15/10/2026 - US - SALDOS CONTABEIS NOS ARQUIVOS PROPRIOS      *
      *                   CADSLCT/CADSLCN (REG-SLCT), SEPARADOS DO    *
      *                   CADSALD DE SALDOS DAS CONTAS (COBO4003)     *
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
      * INPUT..: CADPLAN - PLANO DE CONTAS CONTABEIS     - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADPLAN  ASSIGN  TO  UT-S-CADPLAN
                   FILE     STATUS  IS  WS-FS-CADPLAN.
      *
      *****************************************************************
      * INPUT..: CADPCTL - CONTROLE DE PERIODOS CONTABEIS - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADPCTL  ASSIGN  TO  UT-S-CADPCTL
                   FILE     STATUS  IS  WS-FS-CADPCTL.
      *
      *****************************************************************
      * INPUT..: CADSLCT - SALDOS CONTABEIS (ANTERIOR)   - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADSLCT  ASSIGN  TO  UT-S-CADSLCT
                   FILE     STATUS  IS  WS-FS-CADSLCT.
      *
      *****************************************************************
      * INPUT..: CADCTB - EXTRATO DE LANCAMENTOS CONTAB. - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADCTB   ASSIGN  TO  UT-S-CADCTB
                   FILE     STATUS  IS  WS-FS-CADCTB.
      *
      *****************************************************************
      * OUTPUT.: CADSLCN - SALDOS CONTABEIS (ATUALIZADO) - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADSLCN  ASSIGN  TO  UT-S-CADSLCN
                   FILE     STATUS  IS  WS-FS-CADSLCN.
      *
      *****************************************************************
      * OUTPUT.: RELBALC - BALANCETE DE VERIFICACAO      - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELBALC  ASSIGN  TO  UT-S-RELBALC
                   FILE     STATUS  IS  WS-FS-RELBALC.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADPLAN - PLANO DE CONTAS CONTABEIS     - LRECL=100  *
      *****************************************************************
      *
       FD  CADPLAN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPLAN         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADPCTL - CONTROLE DE PERIODOS CONTABEIS - LRECL=050 *
      *****************************************************************
      *
       FD  CADPCTL
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPCTL         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADSLCT - SALDOS CONTABEIS (ANTERIOR)   - LRECL=100  *
      *****************************************************************
      *
       FD  CADSLCT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADSLCT         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCTB - EXTRATO DE LANCAMENTOS CONTAB. - LRECL=100  *
      *****************************************************************
      *
       FD  CADCTB
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTB          PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADSLCN - SALDOS CONTABEIS (ATUALIZADO) - LRECL=100  *
      *****************************************************************
      *
       FD  CADSLCN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADSLCN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELBALC - BALANCETE DE VERIFICACAO      - LRECL=133  *
      *****************************************************************
      *
       FD  RELBALC
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELBALC         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPLAN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPCTL       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSLCT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCTB        PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSLCN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELBALC       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADPLAN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPCTL      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADSLCT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCTB       PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADSLCN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELBALC      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-POSTADOS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RECUSADOS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-INVERTIDOS   PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      WS-PERIODO-MOV      PIC     9(006) VALUE ZEROS.
      *
       01      WS-MOTIVO-ABEND     PIC     X(043) VALUE SPACES.
      *
      *****************************************************************
      *        EMPRESA DO LANCAMENTO E EMPRESA PEDIDA NO PARM         *
      *        (ZEROS = TODAS)                                        *
      *****************************************************************
      *
       01      WS-COD-EMPRESA      PIC     9(002) VALUE ZEROS.
       01      WS-EMP-SELECIONADA  PIC     9(002) VALUE ZEROS.
       01      WS-IND-EMP          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-QTD-TRAILERS     PIC     9(007) VALUE ZEROS.
       01      WS-QTD-BALANCETES   PIC     9(007) VALUE ZEROS.
      *
      *****************************************************************
      *        CONFERENCIA DO EXTRATO COM O TRAILER E REGISTRO DE     *
      *        CONTROLE DO CADSLCT, POR EMPRESA (INDEXADOS PELO       *
      *        CODIGO DA EMPRESA)                                     *
      *****************************************************************
      *
       01      TAB-EMPRESAS.
         03    TAB-EMP-ITEM        OCCURS  00099  TIMES.
           05  TAB-EMP-QTD-DETALHE PIC     9(007).
           05  TAB-EMP-VLR-CALC    PIC     9(013)V9(002).
           05  TAB-EMP-QTD-TRAILER PIC     9(003).
           05  TAB-EMP-TRL-QTD-REG PIC     9(007).
           05  TAB-EMP-TRL-VLR-TOTAL
                                   PIC     9(013)V9(002).
           05  TAB-EMP-TRL-CHECKSUM
                                   PIC     9(009).
           05  TAB-EMP-SW-CONTROLE PIC     X(001).
             88  TAB-EMP-TEM-CONTROLE      VALUE 'S'.
           05  TAB-EMP-CTL-DAT-ULT-POST
                                   PIC     9(008).
           05  TAB-EMP-CTL-QTD-POSTAGENS
                                   PIC     9(007).
           05  TAB-EMP-CTL-ULT-QTD-REG
                                   PIC     9(007).
           05  TAB-EMP-CTL-ULT-VLR-TOTAL
                                   PIC     9(013)V9(002).
           05  TAB-EMP-CTL-ULT-CHECKSUM
                                   PIC     9(009).
           05  TAB-EMP-SW-SALDO    PIC     X(001).
             88  TAB-EMP-TEM-SALDO         VALUE 'S'.
      *
      *****************************************************************
      *        TABELA DO PLANO DE CONTAS                              *
      *****************************************************************
      *
       01      WS-QTD-TAB-PLA      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PLA      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-CONTA-PROC       PIC     9(006) VALUE ZEROS.
      *
       01      TAB-PLANO.
         03    TAB-PLA-ITEM        OCCURS  02000  TIMES.
           05  TAB-PLA-CONTA       PIC     9(006).
           05  TAB-PLA-DESCRICAO   PIC     X(030).
           05  TAB-PLA-NATUREZA    PIC     X(001).
      *
       01      WS-SW-PLA-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PLA-ACHOU                VALUE 'S'.
         88    WS-PLA-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA INTERNA COM OS PERIODOS CONTABEIS FECHADOS      *
      *****************************************************************
      *
       01      WS-QTD-TAB-PFE      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PFE      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PER-FECHADOS.
         03    TAB-PFE-PERIODO     PIC     9(006) OCCURS 200 TIMES.
      *
       01      WS-SW-PER-FECHADO   PIC     X(001) VALUE 'N'.
         88    WS-PERIODO-FECHADO          VALUE 'S'.
         88    WS-PERIODO-ABERTO           VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS SALDOS POR CONTA E MES                      *
      *****************************************************************
      *
       01      WS-QTD-TAB-SAL      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-SAL      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-SALDOS.
         03    TAB-SAL-ITEM        OCCURS  20000  TIMES.
           05  TAB-SAL-COD-EMPRESA PIC     9(002).
           05  TAB-SAL-CONTA       PIC     9(006).
           05  TAB-SAL-PERIODO     PIC     9(006).
           05  TAB-SAL-VLR-DEBITOS PIC     9(015)V9(002).
           05  TAB-SAL-VLR-CREDITOS
                                   PIC     9(015)V9(002).
           05  TAB-SAL-DAT-ULT-MOV PIC     9(008).
      *
       01      WS-SW-SAL-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-SAL-ACHOU                VALUE 'S'.
         88    WS-SAL-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        SALDOS DA CONTA NO BALANCETE                           *
      *****************************************************************
      *
       01      WS-VLR-ABERTURA     PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-DEBITOS      PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-CREDITOS     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-ATUAL        PIC    S9(015)V9(002) VALUE ZEROS.
      *
       01      WS-TOT-DEBITOS      PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-TOT-CREDITOS     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-TOT-SLD-DEVEDOR  PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-TOT-SLD-CREDOR   PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-SW-SECAO         PIC     X(001) VALUE 'R'.
         88    WS-SECAO-RECUSADOS          VALUE 'R'.
         88    WS-SECAO-BALANCETE          VALUE 'B'.
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
      *    LAY-OUT DO BALANCETE DE VERIFICACAO                        *
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
         03    FILLER              PIC     X(030) VALUE SPACES.
         03    FILLER              PIC     X(053) VALUE
              'B A L A N C E T E  D E  V E R I F I C A C A O'.
         03    FILLER              PIC     X(038) VALUE SPACES.
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
         03    FILLER              PIC     X(011) VALUE 'PERIODO..: '.
         03    CAB5-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-ANO            PIC     9(004).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'EMPRESA..: '.
         03    CAB5-EMPRESA        PIC     X(005).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    CAB5-SECAO          PIC     X(040).
         03    FILLER              PIC     X(049) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'CONTA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(025) VALUE 'DESCRICAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(001) VALUE 'N'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(019) VALUE
               '   SALDO ANTERIOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               '           DEBITOS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               '          CREDITOS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(019) VALUE
               '      SALDO ATUAL'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(020) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CONTA          PIC     9(006).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DESCRICAO      PIC     X(025).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NATUREZA       PIC     X(001).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-ABERTURA   PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    DET1-DC-ABERTURA    PIC     X(001).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-DEBITOS    PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-CREDITOS   PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-ATUAL      PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    DET1-DC-ATUAL       PIC     X(001).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(009).
         03    FILLER              PIC     X(020) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(038).
         03    FILLER              PIC     X(022) VALUE SPACES.
         03    TOT1-VLR-DEBITOS    PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-VLR-CREDITOS   PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    TOT1-SITUACAO       PIC     X(020).
         03    FILLER              PIC     X(009) VALUE SPACES.
      *
       01      CAB7.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'DATA MOV.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'DEBITO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'CREDITO'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               '             VALOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'HISTORICO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(040) VALUE
               'MOTIVO DA RECUSA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'EMP'.
         03    FILLER              PIC     X(006) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-DT-MOV         PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-CONTA-DEBITO   PIC     9(006).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-CONTA-CREDITO  PIC     9(006).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-VLR-TOTAL      PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-HISTORICO      PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-MOTIVO         PIC     X(040).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-EMPRESA        PIC     9(002).
         03    FILLER              PIC     X(007) VALUE SPACES.
      *
       01      WS-DT-MOV-ED.
         03    WS-DT-MOV-ED-DIA    PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    WS-DT-MOV-ED-MES    PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    WS-DT-MOV-ED-ANO    PIC     9(004).
      *
      *****************************************************************
      * INPUT..: CADPLAN - PLANO DE CONTAS CONTABEIS                  *
      *****************************************************************
      *
           COPY    COBI1067.
      *
      *****************************************************************
      * INPUT..: CADPCTL - CONTROLE DE PERIODOS CONTABEIS             *
      *****************************************************************
      *
           COPY    COBO4006.
      *
      *****************************************************************
      * INPUT..: CADSLCT - SALDOS CONTABEIS POR CONTA E MES           *
      *****************************************************************
      *
           COPY    COBO1231.
      *
      *****************************************************************
      * INPUT..: CADCTB - EXTRATO DE LANCAMENTOS CONTABEIS            *
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
         03    LKG-COD-EMPRESA     PIC     9(002).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADCTB    EQUAL   10.

           PERFORM 2000-00-CONFERE-EXTRATO.

           PERFORM 2500-00-GRAVA-SALDOS.

           PERFORM 2600-00-IMPRIME-BALANCETE.

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

           MOVE    LKG-MES         TO      CAB5-MES.
           MOVE    LKG-ANO         TO      CAB5-ANO.
           MOVE    'TODAS'         TO      CAB5-EMPRESA.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

           OPEN    INPUT   CADPLAN
                           CADPCTL
                           CADSLCT
                           CADCTB
                   OUTPUT  CADSLCN
                           RELBALC.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADSLCT'       TO      WGC-ARQUIVO.

           PERFORM 0460-00-CHAMA-COBBB010.

           PERFORM 0400-00-CARGA-TAB-PLANO
             UNTIL WS-FS-CADPLAN   EQUAL   10.

           PERFORM 0450-00-CARGA-TAB-PERIODOS
             UNTIL WS-FS-CADPCTL   EQUAL   10.

           PERFORM 0500-00-CARGA-TAB-SALDOS
             UNTIL WS-FS-CADSLCT   EQUAL   10.

           PERFORM 0600-00-LEITURA-CADCTB.
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

           MOVE    ZEROS           TO      WS-EMP-SELECIONADA.

           IF      LKG-TAM         GREATER     6
                   IF      LKG-TAM         LESS        8   OR
                           LKG-COD-EMPRESA NOT NUMERIC
                           PERFORM         0997-00-ABEND-PARM
                   END-IF
                   MOVE    LKG-COD-EMPRESA TO      WS-EMP-SELECIONADA
           END-IF.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPLAN NOT EQUAL 00 AND 10
                   MOVE 'CADPLAN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPLAN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPCTL NOT EQUAL 00 AND 10
                   MOVE 'CADPCTL'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPCTL     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADSLCT NOT EQUAL 00 AND 10
                   MOVE 'CADSLCT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSLCT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCTB  NOT EQUAL 00 AND 10
                   MOVE 'CADCTB'   TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTB      TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADSLCN NOT EQUAL 00
                   MOVE 'CADSLCN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSLCN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELBALC NOT EQUAL 00
                   MOVE 'RELBALC'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELBALC     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-PLANO     SECTION.
      *****************************************************************
      *
           READ    CADPLAN         INTO    REG-PLAN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPLAN   NOT EQUAL       00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPLAN.

           IF      WS-QTD-TAB-PLA  GREATER OR EQUAL 02000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-PLA.

           MOVE    PLAN-CONTA      TO
                   TAB-PLA-CONTA     (WS-QTD-TAB-PLA).
           MOVE    PLAN-DESCRICAO  TO
                   TAB-PLA-DESCRICAO (WS-QTD-TAB-PLA).
           MOVE    PLAN-NATUREZA   TO
                   TAB-PLA-NATUREZA  (WS-QTD-TAB-PLA).
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-CARGA-TAB-PERIODOS  SECTION.
      *****************************************************************
      *    CARREGA OS PERIODOS CONTABEIS FECHADOS NA TABELA INTERNA   *
      *
           READ    CADPCTL         INTO    REG-PCTL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPCTL   NOT EQUAL       00
                   GO      TO      0450-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPCTL.

           IF      NOT PCTL-PERIODO-REG    OR
                   NOT PCTL-FECHADO
                   GO      TO      0450-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-PFE  GREATER OR EQUAL 200
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-PFE.

           MOVE    PCTL-PERIODO    TO
                   TAB-PFE-PERIODO (WS-QTD-TAB-PFE).
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADSLCN NO CATALOGO DE GERACOES      *
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
       0500-00-CARGA-TAB-SALDOS    SECTION.
      *****************************************************************
      *    GUARDA O REGISTRO DE CONTROLE E CARREGA OS SALDOS POSTADOS *
      *    ATE A EXECUCAO ANTERIOR                                    *
      *
           READ    CADSLCT         INTO    REG-SLCT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADSLCT   NOT EQUAL       00
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADSLCT.

      *    SALDOS ANTERIORES A SEPARACAO POR EMPRESA SAO DA EMPRESA 01
           IF      SLCT-COD-EMPRESA NOT NUMERIC    OR
                   SLCT-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      SLCT-COD-EMPRESA
           END-IF.

           MOVE    SLCT-COD-EMPRESA        TO      WS-IND-EMP.

           IF      SLCT-CONTROLE
                   MOVE    'S'     TO
                           TAB-EMP-SW-CONTROLE       (WS-IND-EMP)
                   MOVE    SLCT-DAT-ULT-POST       TO
                           TAB-EMP-CTL-DAT-ULT-POST  (WS-IND-EMP)
                   MOVE    SLCT-QTD-POSTAGENS      TO
                           TAB-EMP-CTL-QTD-POSTAGENS (WS-IND-EMP)
                   MOVE    SLCT-ULT-QTD-REG        TO
                           TAB-EMP-CTL-ULT-QTD-REG   (WS-IND-EMP)
                   MOVE    SLCT-ULT-VLR-TOTAL      TO
                           TAB-EMP-CTL-ULT-VLR-TOTAL (WS-IND-EMP)
                   MOVE    SLCT-ULT-CHECKSUM       TO
                           TAB-EMP-CTL-ULT-CHECKSUM  (WS-IND-EMP)
                   GO      TO      0500-99-EXIT
           END-IF.

           MOVE    'S'             TO      TAB-EMP-SW-SALDO
                                                   (WS-IND-EMP).

           IF      WS-QTD-TAB-SAL  GREATER OR EQUAL 20000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-SAL.

           MOVE    SLCT-COD-EMPRESA        TO
                   TAB-SAL-COD-EMPRESA  (WS-QTD-TAB-SAL).
           MOVE    SLCT-CONTA      TO
                   TAB-SAL-CONTA        (WS-QTD-TAB-SAL).
           MOVE    SLCT-PERIODO    TO
                   TAB-SAL-PERIODO      (WS-QTD-TAB-SAL).
           MOVE    SLCT-VLR-DEBITOS        TO
                   TAB-SAL-VLR-DEBITOS  (WS-QTD-TAB-SAL).
           MOVE    SLCT-VLR-CREDITOS       TO
                   TAB-SAL-VLR-CREDITOS (WS-QTD-TAB-SAL).
           MOVE    SLCT-DAT-ULT-MOV        TO
                   TAB-SAL-DAT-ULT-MOV  (WS-QTD-TAB-SAL).
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-LEITURA-CADCTB      SECTION.
      *****************************************************************
      *
           READ    CADCTB          INTO    REG-CTB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCTB    EQUAL   00
                   ADD 001         TO      WS-LID-CADCTB
           END-IF.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    CRITICA E POSTA CADA LANCAMENTO; O TRAILER DE CADA EMPRESA *
      *    E GUARDADO PARA A CONFERENCIA DO EXTRATO                   *
      *
           IF      CTB-COD-EMPRESA NOT NUMERIC     OR
                   CTB-COD-EMPRESA EQUAL   ZEROS
                   MOVE    01      TO      WS-COD-EMPRESA
           ELSE
                   MOVE    CTB-COD-EMPRESA TO      WS-COD-EMPRESA
           END-IF.

           MOVE    WS-COD-EMPRESA  TO      WS-IND-EMP.

           IF      CTB-TRAILER
                   ADD     001     TO      WS-QTD-TRAILERS
                   ADD     001     TO
                           TAB-EMP-QTD-TRAILER   (WS-IND-EMP)
                   MOVE    CTB-QTD-REG     TO
                           TAB-EMP-TRL-QTD-REG   (WS-IND-EMP)
                   MOVE    CTB-VLR-TOTAL-GER       TO
                           TAB-EMP-TRL-VLR-TOTAL (WS-IND-EMP)
                   MOVE    CTB-SELO-CHECKSUM       TO
                           TAB-EMP-TRL-CHECKSUM  (WS-IND-EMP)
                   GO      TO      1000-90-LEITURA
           END-IF.

           ADD     001             TO
                   TAB-EMP-QTD-DETALHE   (WS-IND-EMP).
           ADD     CTB-VLR-TOTAL   TO
                   TAB-EMP-VLR-CALC      (WS-IND-EMP).

           MOVE    CTB-DT-MOV (1:6)        TO      WS-PERIODO-MOV.

           PERFORM 1100-00-CRITICA-PERIODO.

           IF      WS-PERIODO-FECHADO
                   MOVE    'PERIODO CONTABIL FECHADO (CADPCTL)'
                                   TO      DET2-MOTIVO
                   PERFORM 1500-00-IMPRIME-RECUSADO
                   GO      TO      1000-90-LEITURA
           END-IF.

           MOVE    CTB-CONTA-DEBITO        TO      WS-CONTA-PROC.

           PERFORM 1200-00-PROCURA-CONTA.

           IF      WS-PLA-NAO-ACHOU
                   MOVE    'CONTA A DEBITO FORA DO CADPLAN'
                                   TO      DET2-MOTIVO
                   PERFORM 1500-00-IMPRIME-RECUSADO
                   GO      TO      1000-90-LEITURA
           END-IF.

           MOVE    CTB-CONTA-CREDITO       TO      WS-CONTA-PROC.

           PERFORM 1200-00-PROCURA-CONTA.

           IF      WS-PLA-NAO-ACHOU
                   MOVE    'CONTA A CREDITO FORA DO CADPLAN'
                                   TO      DET2-MOTIVO
                   PERFORM 1500-00-IMPRIME-RECUSADO
                   GO      TO      1000-90-LEITURA
           END-IF.

           MOVE    CTB-CONTA-DEBITO        TO      WS-CONTA-PROC.

           PERFORM 1300-00-POSICIONA-SALDO.

           ADD     CTB-VLR-TOTAL   TO
                   TAB-SAL-VLR-DEBITOS  (WS-IND-TAB-SAL).

           MOVE    CTB-CONTA-CREDITO       TO      WS-CONTA-PROC.

           PERFORM 1300-00-POSICIONA-SALDO.

           ADD     CTB-VLR-TOTAL   TO
                   TAB-SAL-VLR-CREDITOS (WS-IND-TAB-SAL).

           ADD     001             TO      WS-QTD-POSTADOS.
      *
       1000-90-LEITURA.

           PERFORM 0600-00-LEITURA-CADCTB.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CRITICA-PERIODO     SECTION.
      *****************************************************************
      *    LANCAMENTO EM PERIODO CONTABIL JA FECHADO NAO E POSTADO    *
      *
           SET     WS-PERIODO-ABERTO       TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PFE FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PFE GREATER WS-QTD-TAB-PFE
                   OR      WS-PERIODO-FECHADO

             IF    WS-PERIODO-MOV  EQUAL
                   TAB-PFE-PERIODO (WS-IND-TAB-PFE)
                   SET     WS-PERIODO-FECHADO      TO      TRUE
             END-IF

           END-PERFORM.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-PROCURA-CONTA       SECTION.
      *****************************************************************
      *    PROCURA A CONTA DE WS-CONTA-PROC NO PLANO DE CONTAS        *
      *
           SET     WS-PLA-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PLA FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PLA GREATER WS-QTD-TAB-PLA
                   OR      WS-PLA-ACHOU

             IF    WS-CONTA-PROC   EQUAL
                   TAB-PLA-CONTA (WS-IND-TAB-PLA)
                   SET     WS-PLA-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-PLA-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-PLA
           END-IF.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-POSICIONA-SALDO     SECTION.
      *****************************************************************
      *    POSICIONA WS-IND-TAB-SAL NO SALDO DA CONTA WS-CONTA-PROC   *
      *    DA EMPRESA NO MES DO LANCAMENTO, INCLUINDO-O SE AINDA NAO  *
      *    EXISTIR                                                    *
      *
           SET     WS-SAL-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-SAL FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SAL GREATER WS-QTD-TAB-SAL
                   OR      WS-SAL-ACHOU

             IF    WS-COD-EMPRESA  EQUAL
                   TAB-SAL-COD-EMPRESA (WS-IND-TAB-SAL)    AND
                   WS-CONTA-PROC   EQUAL
                   TAB-SAL-CONTA   (WS-IND-TAB-SAL)        AND
                   WS-PERIODO-MOV  EQUAL
                   TAB-SAL-PERIODO (WS-IND-TAB-SAL)
                   SET     WS-SAL-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-SAL-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-SAL
           ELSE
                   IF      WS-QTD-TAB-SAL  GREATER OR EQUAL 20000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-SAL
                   MOVE    WS-QTD-TAB-SAL  TO      WS-IND-TAB-SAL
                   MOVE    WS-COD-EMPRESA  TO
                           TAB-SAL-COD-EMPRESA  (WS-IND-TAB-SAL)
                   MOVE    'S'     TO
                           TAB-EMP-SW-SALDO     (WS-IND-EMP)
                   MOVE    WS-CONTA-PROC   TO
                           TAB-SAL-CONTA        (WS-IND-TAB-SAL)
                   MOVE    WS-PERIODO-MOV  TO
                           TAB-SAL-PERIODO      (WS-IND-TAB-SAL)
                   MOVE    ZEROS           TO
                           TAB-SAL-VLR-DEBITOS  (WS-IND-TAB-SAL)
                           TAB-SAL-VLR-CREDITOS (WS-IND-TAB-SAL)
                           TAB-SAL-DAT-ULT-MOV  (WS-IND-TAB-SAL)
           END-IF.

           IF      CTB-DT-MOV      GREATER
                   TAB-SAL-DAT-ULT-MOV (WS-IND-TAB-SAL)
                   MOVE    CTB-DT-MOV      TO
                           TAB-SAL-DAT-ULT-MOV  (WS-IND-TAB-SAL)
           END-IF.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-IMPRIME-RECUSADO    SECTION.
      *****************************************************************
      *    LANCAMENTO NAO POSTADO; O MOTIVO VEM EM DET2-MOTIVO        *
      *
           ADD     001             TO      WS-QTD-RECUSADOS.

           IF      WS-LINHAS       GREATER 54
                   PERFORM 2900-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CTB-DT-MOV (7:2)        TO      WS-DT-MOV-ED-DIA.
           MOVE    CTB-DT-MOV (5:2)        TO      WS-DT-MOV-ED-MES.
           MOVE    CTB-DT-MOV (1:4)        TO      WS-DT-MOV-ED-ANO.

           MOVE    WS-DT-MOV-ED    TO      DET2-DT-MOV.
           MOVE    CTB-CONTA-DEBITO        TO      DET2-CONTA-DEBITO.
           MOVE    CTB-CONTA-CREDITO       TO      DET2-CONTA-CREDITO.
           MOVE    CTB-VLR-TOTAL   TO      DET2-VLR-TOTAL.
           MOVE    CTB-HISTORICO   TO      DET2-HISTORICO.
           MOVE    WS-COD-EMPRESA  TO      DET2-EMPRESA.

           MOVE    DET2            TO      REG-RELBALC.
           PERFORM 2950-00-GRAVACAO-RELBALC.

           ADD     001             TO      WS-LINHAS.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-CONFERE-EXTRATO     SECTION.
      *****************************************************************
      *    O EXTRATO SO E POSTADO SE CADA EMPRESA CONFERIR COM O SEU  *
      *    TRAILER E SE NAO FOR O MESMO EXTRATO DA POSTAGEM ANTERIOR  *
      *
           IF      WS-QTD-TRAILERS EQUAL   ZEROS
                   MOVE    'EXTRATO CADCTB SEM REGISTRO TRAILER'
                                   TO      WS-MOTIVO-ABEND
                   PERFORM 0996-00-ABEND-EXTRATO
           END-IF.

           PERFORM 2100-00-CONFERE-EMPRESA
             VARYING WS-IND-EMP FROM 1 BY 1
             UNTIL WS-IND-EMP GREATER 99.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-CONFERE-EMPRESA     SECTION.
      *****************************************************************
      *
           IF      TAB-EMP-QTD-DETALHE (WS-IND-EMP) EQUAL ZEROS AND
                   TAB-EMP-QTD-TRAILER (WS-IND-EMP) EQUAL ZEROS
                   GO      TO      2100-99-EXIT
           END-IF.

           IF      TAB-EMP-QTD-TRAILER (WS-IND-EMP) NOT EQUAL 1
                   MOVE    'EXTRATO CADCTB SEM TRAILER UNICO DA EMPRESA'
                                   TO      WS-MOTIVO-ABEND
                   PERFORM 0996-00-ABEND-EXTRATO
           END-IF.

           IF      TAB-EMP-QTD-DETALHE   (WS-IND-EMP) NOT EQUAL
                   TAB-EMP-TRL-QTD-REG   (WS-IND-EMP)          OR
                   TAB-EMP-VLR-CALC      (WS-IND-EMP) NOT EQUAL
                   TAB-EMP-TRL-VLR-TOTAL (WS-IND-EMP)
                   MOVE    'EXTRATO CADCTB NAO CONFERE COM O TRAILER'
                                   TO      WS-MOTIVO-ABEND
                   PERFORM 0996-00-ABEND-EXTRATO
           END-IF.

           IF      TAB-EMP-TEM-CONTROLE (WS-IND-EMP)               AND
                   TAB-EMP-TRL-QTD-REG       (WS-IND-EMP) EQUAL
                   TAB-EMP-CTL-ULT-QTD-REG   (WS-IND-EMP)          AND
                   TAB-EMP-TRL-VLR-TOTAL     (WS-IND-EMP) EQUAL
                   TAB-EMP-CTL-ULT-VLR-TOTAL (WS-IND-EMP)          AND
                   TAB-EMP-TRL-CHECKSUM      (WS-IND-EMP) EQUAL
                   TAB-EMP-CTL-ULT-CHECKSUM  (WS-IND-EMP)
                   MOVE    'EXTRATO CADCTB JA POSTADO ANTERIORMENTE'
                                   TO      WS-MOTIVO-ABEND
                   PERFORM 0996-00-ABEND-EXTRATO
           END-IF.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-GRAVA-SALDOS        SECTION.
      *****************************************************************
      *    UM REGISTRO DE CONTROLE POR EMPRESA (COM O TRAILER DA      *
      *    EMPRESA NO EXTRATO POSTADO) E OS SALDOS POR EMPRESA, CONTA *
      *    E MES                                                      *
      *
           PERFORM 2520-00-GRAVA-CONTROLE
             VARYING WS-IND-EMP FROM 1 BY 1
             UNTIL WS-IND-EMP GREATER 99.

           PERFORM VARYING WS-IND-TAB-SAL FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SAL GREATER WS-QTD-TAB-SAL
             MOVE  SPACES          TO      REG-SLCT
             SET   SLCT-SALDO      TO      TRUE
             MOVE  TAB-SAL-COD-EMPRESA  (WS-IND-TAB-SAL)
                                   TO      SLCT-COD-EMPRESA
             MOVE  TAB-SAL-CONTA        (WS-IND-TAB-SAL)
                                   TO      SLCT-CONTA
             MOVE  TAB-SAL-PERIODO      (WS-IND-TAB-SAL)
                                   TO      SLCT-PERIODO
             MOVE  TAB-SAL-VLR-DEBITOS  (WS-IND-TAB-SAL)
                                   TO      SLCT-VLR-DEBITOS
             MOVE  TAB-SAL-VLR-CREDITOS (WS-IND-TAB-SAL)
                                   TO      SLCT-VLR-CREDITOS
             MOVE  TAB-SAL-DAT-ULT-MOV  (WS-IND-TAB-SAL)
                                   TO      SLCT-DAT-ULT-MOV
             PERFORM 2550-00-GRAVACAO-CADSLCN
           END-PERFORM.
      *
       2500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2520-00-GRAVA-CONTROLE      SECTION.
      *****************************************************************
      *    EMPRESA COM TRAILER NO EXTRATO RECEBE O NOVO CONTROLE;     *
      *    EMPRESA SEM MOVIMENTO NO EXTRATO MANTEM O CONTROLE ANTERIOR*
      *
           IF      TAB-EMP-QTD-TRAILER  (WS-IND-EMP) EQUAL ZEROS AND
                   NOT TAB-EMP-TEM-CONTROLE (WS-IND-EMP)
                   GO      TO      2520-99-EXIT
           END-IF.

           MOVE    SPACES          TO      REG-SLCT.
           SET     SLCT-CONTROLE   TO      TRUE.
           MOVE    WS-IND-EMP      TO      SLCT-COD-EMPRESA.

           IF      TAB-EMP-QTD-TRAILER  (WS-IND-EMP) GREATER ZEROS
                   MOVE    WS-DATA-PROC    TO      SLCT-DAT-ULT-POST
                   COMPUTE SLCT-QTD-POSTAGENS      =
                           TAB-EMP-CTL-QTD-POSTAGENS (WS-IND-EMP) + 1
                   MOVE    TAB-EMP-TRL-QTD-REG       (WS-IND-EMP)
                                   TO      SLCT-ULT-QTD-REG
                   MOVE    TAB-EMP-TRL-VLR-TOTAL     (WS-IND-EMP)
                                   TO      SLCT-ULT-VLR-TOTAL
                   MOVE    TAB-EMP-TRL-CHECKSUM      (WS-IND-EMP)
                                   TO      SLCT-ULT-CHECKSUM
           ELSE
                   MOVE    TAB-EMP-CTL-DAT-ULT-POST  (WS-IND-EMP)
                                   TO      SLCT-DAT-ULT-POST
                   MOVE    TAB-EMP-CTL-QTD-POSTAGENS (WS-IND-EMP)
                                   TO      SLCT-QTD-POSTAGENS
                   MOVE    TAB-EMP-CTL-ULT-QTD-REG   (WS-IND-EMP)
                                   TO      SLCT-ULT-QTD-REG
                   MOVE    TAB-EMP-CTL-ULT-VLR-TOTAL (WS-IND-EMP)
                                   TO      SLCT-ULT-VLR-TOTAL
                   MOVE    TAB-EMP-CTL-ULT-CHECKSUM  (WS-IND-EMP)
                                   TO      SLCT-ULT-CHECKSUM
           END-IF.

           PERFORM 2550-00-GRAVACAO-CADSLCN.
      *
       2520-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2550-00-GRAVACAO-CADSLCN    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADSLCN     FROM    REG-SLCT.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADSLCN.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-SLCT        TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0460-00-CHAMA-COBBB010.
      *
       2550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2600-00-IMPRIME-BALANCETE   SECTION.
      *****************************************************************
      *    UM BALANCETE POR EMPRESA: A EMPRESA DO PARM OU TODAS AS    *
      *    EMPRESAS COM SALDO                                         *
      *
           SET     WS-SECAO-BALANCETE      TO      TRUE.

           IF      WS-EMP-SELECIONADA GREATER ZEROS
                   MOVE    WS-EMP-SELECIONADA      TO      WS-IND-EMP
                   PERFORM 2620-00-BALANCETE-EMPRESA
           ELSE
                   PERFORM 2610-00-SELECIONA-EMPRESA
                     VARYING WS-IND-EMP FROM 1 BY 1
                     UNTIL WS-IND-EMP GREATER 99
           END-IF.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2610-00-SELECIONA-EMPRESA   SECTION.
      *****************************************************************
      *
           IF      TAB-EMP-TEM-SALDO (WS-IND-EMP)
                   PERFORM 2620-00-BALANCETE-EMPRESA
           END-IF.
      *
       2610-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2620-00-BALANCETE-EMPRESA   SECTION.
      *****************************************************************
      *    UMA LINHA POR CONTA DO CADPLAN COM SALDO OU MOVIMENTO NA   *
      *    EMPRESA, NA ORDEM DO PLANO DE CONTAS                       *
      *
           ADD     001             TO      WS-QTD-BALANCETES.

           MOVE    WS-IND-EMP      TO      WS-COD-EMPRESA.
           MOVE    WS-COD-EMPRESA  TO      CAB5-EMPRESA.

           MOVE    ZEROS           TO      WS-TOT-DEBITOS
                                           WS-TOT-CREDITOS
                                           WS-TOT-SLD-DEVEDOR
                                           WS-TOT-SLD-CREDOR.

           MOVE    99              TO      WS-LINHAS.

           PERFORM VARYING WS-IND-TAB-PLA FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PLA GREATER WS-QTD-TAB-PLA
             PERFORM 2650-00-IMPRIME-CONTA
           END-PERFORM.

           IF      WS-LINHAS       GREATER 50
                   PERFORM 2900-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELBALC.
           PERFORM 2950-00-GRAVACAO-RELBALC.

           MOVE    'TOTAL DOS DEBITOS E CREDITOS DO MES'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-DEBITOS  TO      TOT1-VLR-DEBITOS.
           MOVE    WS-TOT-CREDITOS TO      TOT1-VLR-CREDITOS.
           IF      WS-TOT-DEBITOS  EQUAL   WS-TOT-CREDITOS
                   MOVE    'CONFERE'       TO      TOT1-SITUACAO
           ELSE
                   MOVE    '*** NAO CONFERE ***'
                                   TO      TOT1-SITUACAO
           END-IF.
           MOVE    TOT1            TO      REG-RELBALC.
           PERFORM 2950-00-GRAVACAO-RELBALC.

           MOVE    'TOTAL DOS SALDOS DEVEDORES E CREDORES'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-SLD-DEVEDOR      TO      TOT1-VLR-DEBITOS.
           MOVE    WS-TOT-SLD-CREDOR       TO      TOT1-VLR-CREDITOS.
           IF      WS-TOT-SLD-DEVEDOR      EQUAL   WS-TOT-SLD-CREDOR
                   MOVE    'CONFERE'       TO      TOT1-SITUACAO
           ELSE
                   MOVE    '*** NAO CONFERE ***'
                                   TO      TOT1-SITUACAO
           END-IF.
           MOVE    TOT1            TO      REG-RELBALC.
           PERFORM 2950-00-GRAVACAO-RELBALC.

           ADD     003             TO      WS-LINHAS.
      *
       2620-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2650-00-IMPRIME-CONTA       SECTION.
      *****************************************************************
      *    ABERTURA = MESES ANTERIORES AO DO PARM; SALDO POSITIVO E   *
      *    DEVEDOR (D) E NEGATIVO E CREDOR (C)                        *
      *
           MOVE    ZEROS           TO      WS-VLR-ABERTURA
                                           WS-VLR-DEBITOS
                                           WS-VLR-CREDITOS.

           PERFORM VARYING WS-IND-TAB-SAL FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SAL GREATER WS-QTD-TAB-SAL
             IF    TAB-SAL-CONTA (WS-IND-TAB-SAL) EQUAL
                   TAB-PLA-CONTA (WS-IND-TAB-PLA)          AND
                   TAB-SAL-COD-EMPRESA (WS-IND-TAB-SAL) EQUAL
                   WS-COD-EMPRESA
                   IF    TAB-SAL-PERIODO (WS-IND-TAB-SAL) LESS
                         LKG-PERIODO
                         ADD      TAB-SAL-VLR-DEBITOS  (WS-IND-TAB-SAL)
                                  TO      WS-VLR-ABERTURA
                         SUBTRACT TAB-SAL-VLR-CREDITOS (WS-IND-TAB-SAL)
                                  FROM    WS-VLR-ABERTURA
                   END-IF
                   IF    TAB-SAL-PERIODO (WS-IND-TAB-SAL) EQUAL
                         LKG-PERIODO
                         ADD      TAB-SAL-VLR-DEBITOS  (WS-IND-TAB-SAL)
                                  TO      WS-VLR-DEBITOS
                         ADD      TAB-SAL-VLR-CREDITOS (WS-IND-TAB-SAL)
                                  TO      WS-VLR-CREDITOS
                   END-IF
             END-IF
           END-PERFORM.

           IF      WS-VLR-ABERTURA EQUAL   ZEROS   AND
                   WS-VLR-DEBITOS  EQUAL   ZEROS   AND
                   WS-VLR-CREDITOS EQUAL   ZEROS
                   GO      TO      2650-99-EXIT
           END-IF.

           COMPUTE WS-VLR-ATUAL    =       WS-VLR-ABERTURA +
                                           WS-VLR-DEBITOS  -
                                           WS-VLR-CREDITOS.

           ADD     WS-VLR-DEBITOS  TO      WS-TOT-DEBITOS.
           ADD     WS-VLR-CREDITOS TO      WS-TOT-CREDITOS.

           IF      WS-LINHAS       GREATER 54
                   PERFORM 2900-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    TAB-PLA-CONTA     (WS-IND-TAB-PLA) TO DET1-CONTA.
           MOVE    TAB-PLA-DESCRICAO (WS-IND-TAB-PLA) TO DET1-DESCRICAO.
           MOVE    TAB-PLA-NATUREZA  (WS-IND-TAB-PLA) TO DET1-NATUREZA.

           MOVE    WS-VLR-ABERTURA TO      DET1-VLR-ABERTURA.
           EVALUATE TRUE
             WHEN  WS-VLR-ABERTURA GREATER ZEROS
                   MOVE    'D'     TO      DET1-DC-ABERTURA
             WHEN  WS-VLR-ABERTURA LESS    ZEROS
                   MOVE    'C'     TO      DET1-DC-ABERTURA
             WHEN  OTHER
                   MOVE    SPACES  TO      DET1-DC-ABERTURA
           END-EVALUATE.

           MOVE    WS-VLR-DEBITOS  TO      DET1-VLR-DEBITOS.
           MOVE    WS-VLR-CREDITOS TO      DET1-VLR-CREDITOS.

           MOVE    WS-VLR-ATUAL    TO      DET1-VLR-ATUAL.
           MOVE    SPACES          TO      DET1-SITUACAO.
           EVALUATE TRUE
             WHEN  WS-VLR-ATUAL    GREATER ZEROS
                   MOVE    'D'     TO      DET1-DC-ATUAL
                   ADD     WS-VLR-ATUAL    TO      WS-TOT-SLD-DEVEDOR
             WHEN  WS-VLR-ATUAL    LESS    ZEROS
                   MOVE    'C'     TO      DET1-DC-ATUAL
                   SUBTRACT WS-VLR-ATUAL   FROM    WS-TOT-SLD-CREDOR
             WHEN  OTHER
                   MOVE    SPACES  TO      DET1-DC-ATUAL
           END-EVALUATE.

      *    SALDO DO LADO CONTRARIO A NATUREZA DA CONTA
           IF    ( TAB-PLA-NATUREZA (WS-IND-TAB-PLA) EQUAL 'D' AND
                   WS-VLR-ATUAL    LESS    ZEROS )         OR
                 ( TAB-PLA-NATUREZA (WS-IND-TAB-PLA) EQUAL 'C' AND
                   WS-VLR-ATUAL    GREATER ZEROS )
                   MOVE    'INVERTIDO'     TO      DET1-SITUACAO
                   ADD     001     TO      WS-QTD-INVERTIDOS
           END-IF.

           MOVE    DET1            TO      REG-RELBALC.
           PERFORM 2950-00-GRAVACAO-RELBALC.

           ADD     001             TO      WS-LINHAS.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2900-00-GRAVACAO-CABECALHO  SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE
                                   TO      WS-TIME.

           MOVE    WS-TIME-DIA     TO      WS-DIA.
           MOVE    WS-TIME-MES     TO      WS-MES.
           MOVE    WS-TIME-ANO     TO      WS-ANO.

           MOVE    WS-DATA         TO      CAB1-DATA.

           MOVE    CAB1            TO      REG-RELBALC.
           PERFORM 2950-00-GRAVACAO-RELBALC.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELBALC.
           PERFORM 2950-00-GRAVACAO-RELBALC.

           MOVE    CAB4            TO      REG-RELBALC.
           PERFORM 2950-00-GRAVACAO-RELBALC.

           IF      WS-SECAO-RECUSADOS
                   MOVE    'LANCAMENTOS NAO POSTADOS'
                                   TO      CAB5-SECAO
           ELSE
                   MOVE    'SALDOS POR CONTA'
                                   TO      CAB5-SECAO
           END-IF.

           MOVE    CAB5            TO      REG-RELBALC.
           PERFORM 2950-00-GRAVACAO-RELBALC.

           MOVE    CAB4            TO      REG-RELBALC.
           PERFORM 2950-00-GRAVACAO-RELBALC.

           IF      WS-SECAO-RECUSADOS
                   MOVE    CAB7    TO      REG-RELBALC
           ELSE
                   MOVE    CAB6    TO      REG-RELBALC
           END-IF.
           PERFORM 2950-00-GRAVACAO-RELBALC.

           MOVE    006             TO      WS-LINHAS.
      *
       2900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2950-00-GRAVACAO-RELBALC    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELBALC.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELBALC.
      *
       2950-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADPLAN
                   CADPCTL
                   CADSLCT
                   CADCTB
                   CADSLCN
                   RELBALC.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB163'      TO      WGC-PROGRAMA.
           MOVE    WS-DATA-PROC    TO      WGC-DATA-NEGOCIO.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0460-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB163'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-RECUSADOS        GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-QTD-POSTADOS TO      WRL-QTD-PROC.

           CALL    'COBBB100'      USING   WRL-GRUPO
           END-CALL.

      *    O RETURN-CODE E COLOCADO DEPOIS DA CHAMADA AO COBBB100 -
      *    O RETORNO DA SUBROTINA SUBSTITUI O REGISTRADOR DO
      *    CHAMADOR E LIMPARIA O CODIGO JA COLOCADO
           IF      WRL-RETCODE     GREATER ZEROS
                   MOVE    04      TO      RETURN-CODE
           END-IF.
      *
       3000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3100-00-MONTA-ESTATISTICA   SECTION.
      *****************************************************************
      *
           DISPLAY '******************* GPFPB163 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB163 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADPLAN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPLAN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPCTL  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPCTL.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADSLCT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADSLCT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCTB   TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCTB..: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADSLCN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADSLCN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADSLCT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELBALC  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELBALC.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-POSTADOS TO      WS-EDICAO.
           DISPLAY '* LANCAMENTOS POSTADOS.............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RECUSADOS        TO      WS-EDICAO.
           DISPLAY '* LANCAMENTOS NAO POSTADOS.........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-INVERTIDOS       TO      WS-EDICAO.
           DISPLAY '* CONTAS COM SALDO INVERTIDO.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-TRAILERS TO      WS-EDICAO.
           DISPLAY '* EMPRESAS POSTADAS (TRAILERS).....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-BALANCETES       TO      WS-EDICAO.
           DISPLAY '* BALANCETES DE EMPRESA IMPRESSOS..: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB163 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB163 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB163 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB163 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0996-00-ABEND-EXTRATO       SECTION.
      *****************************************************************
      *    O MOTIVO VEM EM WS-MOTIVO-ABEND; NENHUM SALDO E GRAVADO    *
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB163 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* ' WS-MOTIVO-ABEND ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '*        NENHUM LANCAMENTO FOI POSTADO        *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB163 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB163 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0996-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY
           '******************* GPFPB163 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'    *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB163 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB163 ******************'

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

           DISPLAY '******************* GPFPB163 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB163 ******************'.
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
           DISPLAY '******************* GPFPB163 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB163 ******************'.

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

           DISPLAY '******************* GPFPB163 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB163 ******************'.
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
           DISPLAY '******************* GPFPB163 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB163 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB163                  *
      *****************************************************************
