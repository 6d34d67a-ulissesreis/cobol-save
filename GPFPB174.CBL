      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB174.
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
      * OBJETIVO.....: CONTROLE MENSAL DE VENCIMENTO DOS TREINAMENTOS *
      *                OBRIGATORIOS E EXAMES OCUPACIONAIS (ASO): PARA *
      *                CADA DEPARTAMENTO (CADDEPT) E FUNCIONARIO      *
      *                ATIVO NELE LOTADO (CADFLOT/CADRESP), CONFRONTA *
      *                AS CERTIFICACOES EXIGIDAS (CADCREQ) COM AS     *
      *                REALIZADAS (CADCERT) E IMPRIME, POR            *
      *                DEPARTAMENTO, AS VENCIDAS, AS NAO REALIZADAS E *
      *                AS QUE VENCEM DENTRO DO HORIZONTE (RELCERT).   *
      *                O FUNCIONARIO COM ITEM OBRIGATORIO VENCIDO OU  *
      *                NAO REALIZADO E GRAVADO NO CADFINA, PARA QUE   *
      *                OS SUPERVISORES NAO O ESCALEM NAS TAREFAS      *
      *                RESTRITAS                                      *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB174:                    *
      *                PARM-VALOR (1:3) - HORIZONTE EM DIAS (9(3)),   *
      *                                   060 NA IMPLANTACAO          *
      *****************************************************************
      * OBSERVACAO...: OS DIAS SAO CALCULADOS NO CALENDARIO COMERCIAL *
      *                DE 360 DIAS, COMO NO GPFPB086. CERTIFICACAO    *
      *                NAO EXIGIDA PELO DEPARTAMENTO E LISTADA SE     *
      *                VENCIDA OU A VENCER, MAS NAO TORNA O           *
      *                FUNCIONARIO INAPTO                             *
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
           SELECT  CADCERT  ASSIGN  TO  UT-S-CADCERT
                   FILE     STATUS  IS  WS-FS-CADCERT.
      *
           SELECT  CADCREQ  ASSIGN  TO  UT-S-CADCREQ
                   FILE     STATUS  IS  WS-FS-CADCREQ.
      *
           SELECT  CADDEPT  ASSIGN  TO  UT-S-CADDEPT
                   FILE     STATUS  IS  WS-FS-CADDEPT.
      *
           SELECT  CADFLOT  ASSIGN  TO  UT-S-CADFLOT
                   FILE     STATUS  IS  WS-FS-CADFLOT.
      *
           SELECT  CADRESP  ASSIGN  TO  UT-S-CADRESP
                   FILE     STATUS  IS  WS-FS-CADRESP.
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
           SELECT  CADFINA  ASSIGN  TO  UT-S-CADFINA
                   FILE     STATUS  IS  WS-FS-CADFINA.
      *
           SELECT  RELCERT  ASSIGN  TO  UT-S-RELCERT
                   FILE     STATUS  IS  WS-FS-RELCERT.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADCERT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCERT         PIC     X(050).
      *
       FD  CADCREQ
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCREQ         PIC     X(050).
      *
       FD  CADDEPT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADDEPT         PIC     X(050).
      *
       FD  CADFLOT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFLOT         PIC     X(050).
      *
       FD  CADRESP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRESP         PIC     X(200).
      *
       FD  CADPARM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPARM         PIC     X(050).
      *
       FD  CADFINA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFINA         PIC     X(100).
      *
       FD  RELCERT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELCERT         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADCERT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCREQ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADDEPT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFINA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELCERT       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADCERT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCREQ      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADDEPT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADFINA      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELCERT      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-FUNC-AVAL    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-VENCIDAS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-NAO-REALIZ   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-A-VENCER     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-OPCIONAIS    PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-DIAS-HORIZ   PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PROC.
        03     WS-PROC-ANO         PIC     9(004).
        03     WS-PROC-MES         PIC     9(002).
        03     WS-PROC-DIA         PIC     9(002).
      *
       01      WS-DAT-VALID        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DAT-VALID.
        03     WS-VAL-ANO          PIC     9(004).
        03     WS-VAL-MES          PIC     9(002).
        03     WS-VAL-DIA          PIC     9(002).
      *
       01      WS-DIAS-PROC        PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-VALID       PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-RESTAM      PIC     S9(005) VALUE ZEROS.
      *
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
      *****************************************************************
      *        AVALIACAO DO FUNCIONARIO E DE CADA CERTIFICACAO        *
      *****************************************************************
      *
       01      WS-COD-DEPT         PIC     X(004) VALUE SPACES.
       01      WS-COD-TIPO         PIC     X(004) VALUE SPACES.
       01      WS-DESCRICAO        PIC     X(025) VALUE SPACES.
       01      WS-DT-REALIZACAO    PIC     9(008) VALUE ZEROS.
       01      WS-SITUACAO         PIC     X(013) VALUE SPACES.
       01      WS-IND-OBRIG        PIC     X(003) VALUE SPACES.
      *
       01      WS-QTD-PEND-FUNC    PIC     9(003) VALUE ZEROS.
       01      WS-TIPO-PEND-FUNC   PIC     X(004) VALUE SPACES.
       01      WS-DT-PEND-FUNC     PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-DEPT-IMPRESSO PIC     X(001) VALUE 'N'.
         88    WS-DEPT-IMPRESSO            VALUE 'S'.
         88    WS-DEPT-NAO-IMPRESSO        VALUE 'N'.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DOS DEPARTAMENTOS (CADDEPT)                     *
      *****************************************************************
      *
       01      WS-QTD-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DEPARTAMENTOS.
         03    TAB-DEP-ITEM        OCCURS  00500  TIMES.
           05  TAB-DEP-COD-DEPT    PIC     X(004).
           05  TAB-DEP-NOME        PIC     X(025).
      *
      *****************************************************************
      *        TABELA DAS CERTIFICACOES EXIGIDAS (CADCREQ)            *
      *****************************************************************
      *
       01      WS-QTD-TAB-REQ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-REQ      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-EXIGIDAS.
         03    TAB-REQ-ITEM        OCCURS  05000  TIMES.
           05  TAB-REQ-COD-DEPT    PIC     X(004).
           05  TAB-REQ-TIPO        PIC     X(004).
           05  TAB-REQ-DESCRICAO   PIC     X(025).
      *
       01      WS-SW-REQ-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-REQ-ACHOU                VALUE 'S'.
         88    WS-REQ-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE LOTACAO (CADFLOT)                            *
      *****************************************************************
      *
       01      WS-QTD-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LOTACAO.
         03    TAB-LOT-ITEM        OCCURS  05000  TIMES.
           05  TAB-LOT-FUNC        PIC     9(005).
           05  TAB-LOT-COD-DEPT    PIC     X(004).
      *
      *****************************************************************
      *        TABELA DOS FUNCIONARIOS ATIVOS (CADRESP)               *
      *****************************************************************
      *
       01      WS-QTD-TAB-FUN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FUN      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FUNCIONARIOS.
         03    TAB-FUN-ITEM        OCCURS  05000  TIMES.
           05  TAB-FUN-CODIGO      PIC     9(005).
           05  TAB-FUN-NOME        PIC     X(030).
      *
       01      WS-SW-FUN-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FUN-ACHOU                VALUE 'S'.
         88    WS-FUN-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS CERTIFICACOES REALIZADAS (CADCERT) - A DE   *
      *        MAIOR VALIDADE POR FUNCIONARIO E TIPO                  *
      *****************************************************************
      *
       01      WS-QTD-TAB-CER      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CER      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CERTIFICACOES.
         03    TAB-CER-ITEM        OCCURS  10000  TIMES.
           05  TAB-CER-FUNC        PIC     9(005).
           05  TAB-CER-TIPO        PIC     X(004).
           05  TAB-CER-DT-REALIZ   PIC     9(008).
           05  TAB-CER-DT-VALIDADE PIC     9(008).
      *
       01      WS-SW-CER-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-CER-ACHOU                VALUE 'S'.
         88    WS-CER-NAO-ACHOU            VALUE 'N'.
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
       01      WS-DT-AAAAMMDD      PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-AAAAMMDD.
        03     WS-DT-ANO           PIC     9(004).
        03     WS-DT-MES           PIC     9(002).
        03     WS-DT-DIA           PIC     9(002).
      *
      *****************************************************************
      *    LAY-OUT DO RELATORIO DE VENCIMENTO DAS CERTIFICACOES       *
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
         'V E N C I M E N T O  D E  T R E I N A M E N T O S  E  A S O'.
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
         03    FILLER              PIC     X(037) VALUE
               'VENCIDAS, NAO REALIZADAS E A VENCER '.
         03    FILLER              PIC     X(008) VALUE 'EM ATE '.
         03    CAB5-HORIZ          PIC     ZZ9.
         03    FILLER              PIC     X(082) VALUE ' DIAS'.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'DEPT'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'FUNC.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DO FUNCIONARIO           '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'TIPO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(025) VALUE 'DESCRICAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'REALIZACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'VALIDADE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE '   DIAS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'OBR'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-DEPT           PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-FUNC           PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME           PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-TIPO           PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DESCRICAO      PIC     X(025).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DT-REALIZ      PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DT-VALIDADE    PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DIAS           PIC     ZZ.ZZ9-.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(013).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OBRIG          PIC     X(003).
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               'DEPARTAMENTO: '.
         03    DET2-DEPT           PIC     X(004).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    DET2-NOME           PIC     X(025).
         03    FILLER              PIC     X(084) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(040).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-QTDE           PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(079) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADCERT - CERTIFICACOES E EXAMES DOS FUNCIONARIOS    *
      *****************************************************************
      *
           COPY    COBI1248.
      *
      *****************************************************************
      * INPUT..: CADCREQ - CERTIFICACOES EXIGIDAS POR DEPARTAMENTO    *
      *****************************************************************
      *
           COPY    COBI1249.
      *
      *****************************************************************
      * INPUT..: CADDEPT - DEPARTAMENTOS E CENTROS DE CUSTO           *
      *****************************************************************
      *
           COPY    COBO2017.
      *
      *****************************************************************
      * INPUT..: CADFLOT - LOTACAO DOS FUNCIONARIOS                   *
      *****************************************************************
      *
           COPY    COBI2018.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS                  *
      *****************************************************************
      *
           COPY    COBO1007.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS                   *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * OUTPUT.: CADFINA - FUNCIONARIOS INAPTOS PARA TAREFA RESTRITA  *
      *****************************************************************
      *
           COPY    COBO1250.
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
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCESSA-DEPARTAMENTO
             VARYING WS-IND-TAB-DEP FROM 1 BY 1
             UNTIL WS-IND-TAB-DEP GREATER WS-QTD-TAB-DEP.

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

           OPEN    INPUT   CADCERT
                           CADCREQ
                           CADDEPT
                           CADFLOT
                           CADRESP
                           CADPARM
                   OUTPUT  CADFINA
                           RELCERT.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0350-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-SEM-PARM
           END-IF.

           COMPUTE WS-DIAS-PROC =
                   (WS-PROC-ANO * 360) + (WS-PROC-MES * 30) +
                    WS-PROC-DIA.

           MOVE    WS-QTD-DIAS-HORIZ       TO      CAB5-HORIZ.

           PERFORM 0400-00-CARGA-TAB-DEPARTAMENTOS
             UNTIL WS-FS-CADDEPT   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-EXIGIDAS
             UNTIL WS-FS-CADCREQ   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-LOTACAO
             UNTIL WS-FS-CADFLOT   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-FUNCIONARIOS
             UNTIL WS-FS-CADRESP   EQUAL   10.

           PERFORM 0480-00-CARGA-TAB-CERTIFICACOES
             UNTIL WS-FS-CADCERT   EQUAL   10.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCERT NOT EQUAL 00 AND 10
                   MOVE 'CADCERT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCERT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCREQ NOT EQUAL 00 AND 10
                   MOVE 'CADCREQ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCREQ     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADDEPT NOT EQUAL 00 AND 10
                   MOVE 'CADDEPT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADDEPT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFLOT NOT EQUAL 00 AND 10
                   MOVE 'CADFLOT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFLOT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRESP NOT EQUAL 00 AND 10
                   MOVE 'CADRESP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRESP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFINA NOT EQUAL 00
                   MOVE 'CADFINA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFINA     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELCERT NOT EQUAL 00
                   MOVE 'RELCERT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELCERT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB174' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:3)        TO
                                   WS-QTD-DIAS-HORIZ (1:3)
                   END-IF
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-DEPARTAMENTOS SECTION.
      *****************************************************************
      *
           READ    CADDEPT         INTO    REG-DEPT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADDEPT   EQUAL   00
                   ADD 001         TO      WS-LID-CADDEPT

                   IF      WS-QTD-TAB-DEP  GREATER OR EQUAL 00500
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-DEP
                   MOVE    DEPT-COD-DEPT   TO
                           TAB-DEP-COD-DEPT (WS-QTD-TAB-DEP)
                   MOVE    DEPT-NOME       TO
                           TAB-DEP-NOME     (WS-QTD-TAB-DEP)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-EXIGIDAS  SECTION.
      *****************************************************************
      *
           READ    CADCREQ         INTO    REG-CREQ.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCREQ   EQUAL   00
                   ADD 001         TO      WS-LID-CADCREQ

                   IF      WS-QTD-TAB-REQ  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-REQ
                   MOVE    CREQ-COD-DEPT   TO
                           TAB-REQ-COD-DEPT  (WS-QTD-TAB-REQ)
                   MOVE    CREQ-TIPO       TO
                           TAB-REQ-TIPO      (WS-QTD-TAB-REQ)
                   MOVE    CREQ-DESCRICAO  TO
                           TAB-REQ-DESCRICAO (WS-QTD-TAB-REQ)
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

           MOVE    005             TO      WS-PTO-ERRO.

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
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-FUNCIONARIOS SECTION.
      *****************************************************************
      *
           READ    CADRESP         INTO    REG-FSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRESP   EQUAL   00
                   ADD 001         TO      WS-LID-CADRESP

                   IF      WS-QTD-TAB-FUN  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FUN
                   MOVE    FSEL-CODIGO     TO
                           TAB-FUN-CODIGO (WS-QTD-TAB-FUN)
                   MOVE    FSEL-NOME       TO
                           TAB-FUN-NOME   (WS-QTD-TAB-FUN)
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CARGA-TAB-CERTIFICACOES SECTION.
      *****************************************************************
      *    RENOVACAO E NOVO REGISTRO DO MESMO TIPO: FICA O DE MAIOR   *
      *    VALIDADE                                                   *
      *
           READ    CADCERT         INTO    REG-CERT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCERT   NOT EQUAL 00
                   GO      TO      0480-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCERT.

           SET     WS-CER-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CER GREATER WS-QTD-TAB-CER
                   OR      WS-CER-ACHOU

             IF    TAB-CER-FUNC (WS-IND-TAB-CER) EQUAL
                   CERT-FUNC-CODIGO                        AND
                   TAB-CER-TIPO (WS-IND-TAB-CER) EQUAL CERT-TIPO
                   SET     WS-CER-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-CER-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-CER
                   IF      CERT-DT-VALIDADE        GREATER
                           TAB-CER-DT-VALIDADE (WS-IND-TAB-CER)
                           MOVE    CERT-DT-REALIZACAO      TO
                                   TAB-CER-DT-REALIZ   (WS-IND-TAB-CER)
                           MOVE    CERT-DT-VALIDADE        TO
                                   TAB-CER-DT-VALIDADE (WS-IND-TAB-CER)
                   END-IF
           ELSE
                   IF      WS-QTD-TAB-CER  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-CER
                   MOVE    CERT-FUNC-CODIGO        TO
                           TAB-CER-FUNC        (WS-QTD-TAB-CER)
                   MOVE    CERT-TIPO       TO
                           TAB-CER-TIPO        (WS-QTD-TAB-CER)
                   MOVE    CERT-DT-REALIZACAO      TO
                           TAB-CER-DT-REALIZ   (WS-QTD-TAB-CER)
                   MOVE    CERT-DT-VALIDADE        TO
                           TAB-CER-DT-VALIDADE (WS-QTD-TAB-CER)
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCESSA-DEPARTAMENTO SECTION.
      *****************************************************************
      *
           MOVE    TAB-DEP-COD-DEPT (WS-IND-TAB-DEP)
                                   TO      WS-COD-DEPT.

           SET     WS-DEPT-NAO-IMPRESSO    TO      TRUE.

           PERFORM 1100-00-PROCESSA-FUNCIONARIO
             VARYING WS-IND-TAB-LOT FROM 1 BY 1
             UNTIL WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-PROCESSA-FUNCIONARIO SECTION.
      *****************************************************************
      *    FUNCIONARIO ATIVO LOTADO NO DEPARTAMENTO: ITENS EXIGIDOS   *
      *    PELO DEPARTAMENTO E DEMAIS CERTIFICACOES QUE POSSUI        *
      *
           IF      TAB-LOT-COD-DEPT (WS-IND-TAB-LOT) NOT EQUAL
                   WS-COD-DEPT
                   GO      TO      1100-99-EXIT
           END-IF.

           SET     WS-FUN-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FUN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FUN GREATER WS-QTD-TAB-FUN
                   OR      WS-FUN-ACHOU

             IF    TAB-FUN-CODIGO (WS-IND-TAB-FUN) EQUAL
                   TAB-LOT-FUNC   (WS-IND-TAB-LOT)
                   SET     WS-FUN-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FUN-NAO-ACHOU
                   GO      TO      1100-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-FUN.

           ADD     001             TO      WS-QTD-FUNC-AVAL.

           MOVE    ZEROS           TO      WS-QTD-PEND-FUNC
                                           WS-DT-PEND-FUNC.
           MOVE    SPACES          TO      WS-TIPO-PEND-FUNC.

           PERFORM 1200-00-AVALIA-EXIGIDA
             VARYING WS-IND-TAB-REQ FROM 1 BY 1
             UNTIL WS-IND-TAB-REQ GREATER WS-QTD-TAB-REQ.

           PERFORM 1300-00-AVALIA-OPCIONAL
             VARYING WS-IND-TAB-CER FROM 1 BY 1
             UNTIL WS-IND-TAB-CER GREATER WS-QTD-TAB-CER.

           IF      WS-QTD-PEND-FUNC GREATER ZEROS
                   PERFORM 1500-00-GRAVA-INAPTO
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-AVALIA-EXIGIDA      SECTION.
      *****************************************************************
      *    ITEM OBRIGATORIO: NAO REALIZADO OU VENCIDO TORNA O         *
      *    FUNCIONARIO INAPTO                                         *
      *
           IF      TAB-REQ-COD-DEPT (WS-IND-TAB-REQ) NOT EQUAL
                   WS-COD-DEPT
                   GO      TO      1200-99-EXIT
           END-IF.

           MOVE    TAB-REQ-TIPO      (WS-IND-TAB-REQ)
                                   TO      WS-COD-TIPO.
           MOVE    TAB-REQ-DESCRICAO (WS-IND-TAB-REQ)
                                   TO      WS-DESCRICAO.
           MOVE    'SIM'           TO      WS-IND-OBRIG.

           SET     WS-CER-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CER GREATER WS-QTD-TAB-CER
                   OR      WS-CER-ACHOU

             IF    TAB-CER-FUNC (WS-IND-TAB-CER) EQUAL
                   TAB-FUN-CODIGO (WS-IND-TAB-FUN)         AND
                   TAB-CER-TIPO (WS-IND-TAB-CER) EQUAL WS-COD-TIPO
                   SET     WS-CER-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-CER-NAO-ACHOU
                   MOVE    ZEROS   TO      WS-DT-REALIZACAO
                                           WS-DAT-VALID
                                           WS-DIAS-RESTAM
                   MOVE    'NAO REALIZADO' TO      WS-SITUACAO
                   ADD     001     TO      WS-QTD-NAO-REALIZ
                   PERFORM 1400-00-ACUMULA-PENDENCIA
                   PERFORM 1600-00-IMPRIME-ITEM
                   GO      TO      1200-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-CER.

           PERFORM 1350-00-CALCULA-VENCIMENTO.

           IF      WS-DIAS-RESTAM  GREATER WS-QTD-DIAS-HORIZ
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      WS-DIAS-RESTAM  LESS    ZEROS
                   MOVE    'VENCIDO'       TO      WS-SITUACAO
                   ADD     001     TO      WS-QTD-VENCIDAS
                   PERFORM 1400-00-ACUMULA-PENDENCIA
           ELSE
                   MOVE    'A VENCER'      TO      WS-SITUACAO
                   ADD     001     TO      WS-QTD-A-VENCER
           END-IF.

           PERFORM 1600-00-IMPRIME-ITEM.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-AVALIA-OPCIONAL     SECTION.
      *****************************************************************
      *    CERTIFICACAO DO FUNCIONARIO NAO EXIGIDA PELO DEPARTAMENTO: *
      *    SO INFORMADA QUANDO VENCIDA OU A VENCER                    *
      *
           IF      TAB-CER-FUNC (WS-IND-TAB-CER) NOT EQUAL
                   TAB-FUN-CODIGO (WS-IND-TAB-FUN)
                   GO      TO      1300-99-EXIT
           END-IF.

           MOVE    TAB-CER-TIPO (WS-IND-TAB-CER)   TO      WS-COD-TIPO.
           MOVE    SPACES          TO      WS-DESCRICAO.

           SET     WS-REQ-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-REQ FROM 1 BY 1
                   UNTIL   WS-IND-TAB-REQ GREATER WS-QTD-TAB-REQ
                   OR      WS-REQ-ACHOU

             IF    TAB-REQ-TIPO (WS-IND-TAB-REQ) EQUAL WS-COD-TIPO
                   MOVE    TAB-REQ-DESCRICAO (WS-IND-TAB-REQ)
                                   TO      WS-DESCRICAO
                   IF      TAB-REQ-COD-DEPT (WS-IND-TAB-REQ) EQUAL
                           WS-COD-DEPT
                           SET     WS-REQ-ACHOU    TO      TRUE
                   END-IF
             END-IF

           END-PERFORM.

           IF      WS-REQ-ACHOU
                   GO      TO      1300-99-EXIT
           END-IF.

           PERFORM 1350-00-CALCULA-VENCIMENTO.

           IF      WS-DIAS-RESTAM  GREATER WS-QTD-DIAS-HORIZ
                   GO      TO      1300-99-EXIT
           END-IF.

           IF      WS-DIAS-RESTAM  LESS    ZEROS
                   MOVE    'VENCIDO'       TO      WS-SITUACAO
           ELSE
                   MOVE    'A VENCER'      TO      WS-SITUACAO
           END-IF.

           ADD     001             TO      WS-QTD-OPCIONAIS.
           MOVE    'NAO'           TO      WS-IND-OBRIG.

           PERFORM 1600-00-IMPRIME-ITEM.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1350-00-CALCULA-VENCIMENTO  SECTION.
      *****************************************************************
      *
           MOVE    TAB-CER-DT-REALIZ   (WS-IND-TAB-CER)
                                   TO      WS-DT-REALIZACAO.
           MOVE    TAB-CER-DT-VALIDADE (WS-IND-TAB-CER)
                                   TO      WS-DAT-VALID.

           COMPUTE WS-DIAS-VALID =
                   (WS-VAL-ANO * 360) + (WS-VAL-MES * 30) +
                    WS-VAL-DIA.

           COMPUTE WS-DIAS-RESTAM =
                   WS-DIAS-VALID - WS-DIAS-PROC.
      *
       1350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-ACUMULA-PENDENCIA   SECTION.
      *****************************************************************
      *
           ADD     001             TO      WS-QTD-PEND-FUNC.

           IF      WS-QTD-PEND-FUNC EQUAL  001
                   MOVE    WS-COD-TIPO     TO      WS-TIPO-PEND-FUNC
                   MOVE    WS-DAT-VALID    TO      WS-DT-PEND-FUNC
           END-IF.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-GRAVA-INAPTO        SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-FINA.

           MOVE    TAB-FUN-CODIGO (WS-IND-TAB-FUN)
                                   TO      FINA-FUNC-CODIGO.
           MOVE    TAB-FUN-NOME   (WS-IND-TAB-FUN)
                                   TO      FINA-NOME.
           MOVE    WS-COD-DEPT     TO      FINA-COD-DEPT.
           MOVE    WS-QTD-PEND-FUNC        TO      FINA-QTD-VENCIDAS.
           MOVE    WS-TIPO-PEND-FUNC       TO      FINA-TIPO.
           MOVE    WS-DT-PEND-FUNC TO      FINA-DT-VALIDADE.
           MOVE    WS-DATA-PROC    TO      FINA-DT-GERACAO.

           WRITE   REG-CADFINA     FROM    REG-FINA.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADFINA.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-IMPRIME-ITEM        SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           IF      WS-DEPT-NAO-IMPRESSO
                   SET     WS-DEPT-IMPRESSO        TO      TRUE
                   MOVE    SPACES  TO      REG-RELCERT
                   PERFORM 2700-00-GRAVACAO-RELCERT
                   MOVE    WS-COD-DEPT     TO      DET2-DEPT
                   MOVE    TAB-DEP-NOME (WS-IND-TAB-DEP)
                                   TO      DET2-NOME
                   MOVE    DET2    TO      REG-RELCERT
                   PERFORM 2700-00-GRAVACAO-RELCERT
           END-IF.

           MOVE    WS-COD-DEPT     TO      DET1-DEPT.
           MOVE    TAB-FUN-CODIGO (WS-IND-TAB-FUN) TO      DET1-FUNC.
           MOVE    TAB-FUN-NOME   (WS-IND-TAB-FUN) TO      DET1-NOME.
           MOVE    WS-COD-TIPO     TO      DET1-TIPO.
           MOVE    WS-DESCRICAO    TO      DET1-DESCRICAO.

           IF      WS-DT-REALIZACAO EQUAL  ZEROS
                   MOVE    SPACES  TO      DET1-DT-REALIZ
                                           DET1-DT-VALIDADE
           ELSE
                   MOVE    WS-DT-REALIZACAO        TO  WS-DT-AAAAMMDD
                   MOVE    WS-DT-DIA       TO      WS-DIA
                   MOVE    WS-DT-MES       TO      WS-MES
                   MOVE    WS-DT-ANO       TO      WS-ANO
                   MOVE    WS-DATA         TO      DET1-DT-REALIZ
                   MOVE    WS-DAT-VALID    TO      WS-DT-AAAAMMDD
                   MOVE    WS-DT-DIA       TO      WS-DIA
                   MOVE    WS-DT-MES       TO      WS-MES
                   MOVE    WS-DT-ANO       TO      WS-ANO
                   MOVE    WS-DATA         TO      DET1-DT-VALIDADE
           END-IF.

           MOVE    WS-DIAS-RESTAM  TO      DET1-DIAS.
           MOVE    WS-SITUACAO     TO      DET1-SITUACAO.
           MOVE    WS-IND-OBRIG    TO      DET1-OBRIG.

           MOVE    DET1            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-TOTAIS      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 48
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    SPACES          TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           MOVE    'FUNCIONARIOS AVALIADOS.................'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-FUNC-AVAL        TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           MOVE    'ITENS OBRIGATORIOS VENCIDOS............'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-VENCIDAS TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           MOVE    'ITENS OBRIGATORIOS NAO REALIZADOS......'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-NAO-REALIZ       TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           MOVE    'ITENS OBRIGATORIOS A VENCER............'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-A-VENCER TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           MOVE    'ITENS NAO OBRIGATORIOS LISTADOS........'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-OPCIONAIS        TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           MOVE    'FUNCIONARIOS INAPTOS (CADFINA).........'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-GRV-CADFINA  TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.
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

           MOVE    CAB1            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           MOVE    CAB4            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           MOVE    CAB5            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           MOVE    CAB4            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           MOVE    CAB6            TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           MOVE    SPACES          TO      REG-RELCERT.
           PERFORM 2700-00-GRAVACAO-RELCERT.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELCERT    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELCERT.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELCERT.
           ADD     001             TO      WS-LINHAS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADCERT
                   CADCREQ
                   CADDEPT
                   CADFLOT
                   CADRESP
                   CADPARM
                   CADFINA
                   RELCERT.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB174'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-QTD-FUNC-AVAL        TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB174 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB174 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADCERT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCERT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCREQ  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCREQ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADDEPT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADDEPT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFLOT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFLOT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRESP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRESP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FUNC-AVAL        TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS AVALIADOS...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-VENCIDAS TO      WS-EDICAO.
           DISPLAY '* OBRIGATORIOS VENCIDOS............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-NAO-REALIZ       TO      WS-EDICAO.
           DISPLAY '* OBRIGATORIOS NAO REALIZADOS......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-A-VENCER TO      WS-EDICAO.
           DISPLAY '* OBRIGATORIOS A VENCER............: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFINA  TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS INAPTOS..- CADFINA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELCERT  TO      WS-EDICAO.
           DISPLAY '* LINHAS GRAVADAS.......- RELCERT.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB174 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB174 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB174 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB174 ******************'.

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

           DISPLAY '******************* GPFPB174 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* SEM PARAMETRO VIGENTE NO CADPARM PARA O     *'.
           DISPLAY '* GPFPB174                                    *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB174 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB174 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB174 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB174 ******************'.
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
           DISPLAY '******************* GPFPB174 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB174 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB174                  *
      *****************************************************************
