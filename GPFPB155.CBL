      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB155.
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
      * OBJETIVO.....: BAIXA POR PERDA DE GUIAS INCOBRAVEIS. A        *
      *                COBRANCA INFORMA NO MOVIMENTO CADPERM A GUIA E *
      *                O MOTIVO (FALENCIA, PRESCRICAO, DEVEDOR NAO    *
      *                LOCALIZADO OU COBRANCA ESGOTADA):              *
      *                - TODA SOLICITACAO ACEITA FICA PENDENTE        *
      *                  (CADPERN) ATE A DECISAO (CADPERD) DE         *
      *                  OPERADOR ATIVO, AUTORIZADO A APROVAR PERDAS  *
      *                  (CADOPEX) E DIFERENTE DO SOLICITANTE         *
      *                - NA APROVACAO A GUIA RECEBE NO CADMLIQ UMA    *
      *                  BAIXA DE ORIGEM 'B' (CADMLQP, ACRESCENTADO   *
      *                  AO CADMLIQ), QUE A TIRA DA COBRANCA, DOS     *
      *                  AVISOS DE ATRASO E DOS BOLETOS               *
      *                - A PERDA E LANCADA CONTRA A PROVISAO DA GUIA  *
      *                  NO ULTIMO CALCULO DA PDD (CADPDDG, GERADO    *
      *                  PELO GPFPB154) E O QUE PASSAR DELA VAI PARA  *
      *                  A DESPESA, NO LAY-OUT DO CADCTB (CADCTBW,    *
      *                  ABSORVIDO PELO GPFPB028):                    *
      *                  D 110390 PDD            / C 110300 CLIENTES  *
      *                  D 560300 PERDAS ESTIM.  / C 110300 CLIENTES  *
      *                - A BAIXA EFETIVADA VAI PARA O HISTORICO       *
      *                  CADPERH                                      *
      *                TODAS AS SOLICITACOES DO DIA - EFETIVADAS,     *
      *                PENDENTES E RECUSADAS - SAEM NO RELATORIO      *
      *                RELPERD.                                       *
      *****************************************************************
      * PARAMETRO....: NAO HA                                         *
      *****************************************************************
      * OBSERVACAO...: O CADPERP E O CADPERN DA RODADA ANTERIOR. O    *
      *                CADPERH E ACUMULADO (GRAVADO EM EXTENSAO). SO  *
      *                GUIA VENCIDA E SEM NENHUMA BAIXA NO CADMLIQ    *
      *                PODE SER BAIXADA POR PERDA. GUIA LIQUIDADA     *
      *                ENQUANTO A BAIXA ESTAVA PENDENTE TEM A BAIXA   *
      *                CANCELADA                                      *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - A DECISAO DE OPERADOR AUTORIZADO A APROVAR  *
      *                   PERDAS (PERD, CADOPEX) PASSA A SER          *
      *                   REGISTRADA NO LOG CADOLOG (COBBB012), BASE  *
      *                   DA REVISAO DE ACESSOS (GPFPB181)            *
      * 15/10/2026 - US - CADA CADPERN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADPERD, COM A QTDE DE REGISTROS E O     *
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
      * INPUT..: CADOPER - CADASTRO DE OPERADORES        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADOPER  ASSIGN  TO  UT-S-CADOPER
                   FILE     STATUS  IS  WS-FS-CADOPER.
      *
      *****************************************************************
      * INPUT..: CADOPEX - ALCADAS COMPLEMENT. OPERADOR  - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADOPEX  ASSIGN  TO  UT-S-CADOPEX
                   FILE     STATUS  IS  WS-FS-CADOPEX.
      *
      *****************************************************************
      * INPUT..: CADMFIN - CADASTRO MOVIMENTO FINANCEIRO - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMFIN  ASSIGN  TO  UT-S-CADMFIN
                   FILE     STATUS  IS  WS-FS-CADMFIN.
      *
      *****************************************************************
      * INPUT..: CADMLIQ - GUIAS LIQUIDADAS (BAIXADAS)   - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADMLIQ  ASSIGN  TO  UT-S-CADMLIQ
                   FILE     STATUS  IS  WS-FS-CADMLIQ.
      *
      *****************************************************************
      * INPUT..: CADPDDG - PROVISAO POR GUIA (GPFPB154)  - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADPDDG  ASSIGN  TO  UT-S-CADPDDG
                   FILE     STATUS  IS  WS-FS-CADPDDG.
      *
      *****************************************************************
      * INPUT..: CADPERD - DECISOES SOBRE BAIXAS PENDEN. - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADPERD  ASSIGN  TO  UT-S-CADPERD
                   FILE     STATUS  IS  WS-FS-CADPERD.
      *
      *****************************************************************
      * INPUT..: CADPERP - BAIXAS PENDENTES ANTERIORES   - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADPERP  ASSIGN  TO  UT-S-CADPERP
                   FILE     STATUS  IS  WS-FS-CADPERP.
      *
      *****************************************************************
      * INPUT..: CADPERM - SOLICITACOES DE BAIXA P/PERDA - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADPERM  ASSIGN  TO  UT-S-CADPERM
                   FILE     STATUS  IS  WS-FS-CADPERM.
      *
      *****************************************************************
      * OUTPUT.: CADPERN - BAIXAS PENDENTES ATUALIZADAS  - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADPERN  ASSIGN  TO  UT-S-CADPERN
                   FILE     STATUS  IS  WS-FS-CADPERN.
      *
      *****************************************************************
      * OUTPUT.: CADPERH - HISTORICO DAS BAIXAS P/PERDA  - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADPERH  ASSIGN  TO  UT-S-CADPERH
                   FILE     STATUS  IS  WS-FS-CADPERH.
      *
      *****************************************************************
      * OUTPUT.: CADMLQP - BAIXAS DE GUIAS POR PERDA     - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADMLQP  ASSIGN  TO  UT-S-CADMLQP
                   FILE     STATUS  IS  WS-FS-CADMLQP.
      *
      *****************************************************************
      * OUTPUT.: CADCTBW - LANCAMENTOS DAS BAIXAS        - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADCTBW  ASSIGN  TO  UT-S-CADCTBW
                   FILE     STATUS  IS  WS-FS-CADCTBW.
      *
      *****************************************************************
      * OUTPUT.: RELPERD - BAIXAS DE GUIAS POR PERDA     - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELPERD  ASSIGN  TO  UT-S-RELPERD
                   FILE     STATUS  IS  WS-FS-RELPERD.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES        - LRECL=050  *
      *****************************************************************
      *
       FD  CADOPER
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOPER         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADOPEX - ALCADAS COMPLEMENT. OPERADOR  - LRECL=050  *
      *****************************************************************
      *
       FD  CADOPEX
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOPEX         PIC     X(050).
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
      * INPUT..: CADPDDG - PROVISAO POR GUIA (GPFPB154)  - LRECL=100  *
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
      * INPUT..: CADPERD - DECISOES SOBRE BAIXAS PENDEN. - LRECL=050  *
      *****************************************************************
      *
       FD  CADPERD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPERD         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADPERP - BAIXAS PENDENTES ANTERIORES   - LRECL=100  *
      *****************************************************************
      *
       FD  CADPERP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPERP         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADPERM - SOLICITACOES DE BAIXA P/PERDA - LRECL=050  *
      *****************************************************************
      *
       FD  CADPERM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPERM         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADPERN - BAIXAS PENDENTES ATUALIZADAS  - LRECL=100  *
      *****************************************************************
      *
       FD  CADPERN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPERN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADPERH - HISTORICO DAS BAIXAS P/PERDA  - LRECL=100  *
      *****************************************************************
      *
       FD  CADPERH
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPERH         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADMLQP - BAIXAS DE GUIAS POR PERDA     - LRECL=050  *
      *****************************************************************
      *
       FD  CADMLQP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMLQP         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADCTBW - LANCAMENTOS DAS BAIXAS        - LRECL=100  *
      *****************************************************************
      *
       FD  CADCTBW
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBW         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELPERD - BAIXAS DE GUIAS POR PERDA     - LRECL=133  *
      *****************************************************************
      *
       FD  RELPERD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELPERD         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADOPER       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOPEX       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMFIN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMLIQ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPDDG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPERD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPERP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPERM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPERN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPERH       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMLQP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCTBW       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELPERD       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADOPER      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADOPEX      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMFIN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMLIQ      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPDDG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPERD      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPERP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPERM      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPERN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPERH      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADMLQP      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCTBW      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELPERD      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-EFETIVADAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PENDENTES    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RECUSADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DEC-IGNORADAS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DEC-SEM-BAIXA
                                   PIC     9(018) VALUE ZEROS.
      *
       01      WS-VLR-TOT-EFETIVADO
                                   PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-PDD      PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-NAO-PROVIS   PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-CONTA-CLIENTES   PIC     9(006) VALUE 110300.
       01      WS-CONTA-PDD        PIC     9(006) VALUE 110390.
       01      WS-CONTA-PERDA-EST  PIC     9(006) VALUE 560300.
      *
       01      WS-COD-RECUSA       PIC     9(003) VALUE ZEROS.
       01      WS-OBSERVACAO       PIC     X(030) VALUE SPACES.
       01      WS-SITUACAO-REL     PIC     X(009) VALUE SPACES.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
       01      WS-EDICAO-VLR       PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-OPER-AUTORIZ  PIC     X(001) VALUE 'N'.
         88    WS-OPER-AUTORIZADO          VALUE 'S'.
         88    WS-OPER-NAO-AUTORIZ         VALUE 'N'.
      *
       01      WS-SW-DEC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-DEC-ACHOU                VALUE 'S'.
         88    WS-DEC-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-SW-GUI-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-GUI-ACHOU                VALUE 'S'.
         88    WS-GUI-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-SW-LIQ-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-LIQ-ACHOU                VALUE 'S'.
         88    WS-LIQ-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-SW-PDD-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PDD-ACHOU                VALUE 'S'.
         88    WS-PDD-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-SW-PEN-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PEN-ACHOU                VALUE 'S'.
         88    WS-PEN-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE OPERADORES (CADOPER + CADOPEX)               *
      *****************************************************************
      *
       01      WS-QTD-TAB-OPER     PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-OPER     PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-OPERADORES.
         03    TAB-OPER-ITEM       OCCURS  00200  TIMES.
           05  TAB-OPER-ID         PIC     X(004).
           05  TAB-OPER-SITUACAO   PIC     X(001).
           05  TAB-OPER-AUT        PIC     X(001).
      *
      *****************************************************************
      *        TABELA DAS GUIAS (CADMFIN)                             *
      *****************************************************************
      *
       01      WS-QTD-TAB-GUI      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-GUI      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-GUIAS.
         03    TAB-GUI-ITEM        OCCURS  10000  TIMES.
           05  TAB-GUI-CHAVE       PIC     X(025).
           05  TAB-GUI-COD-ENT     PIC     9(005).
           05  TAB-GUI-VLR         PIC     9(015).
           05  TAB-GUI-DAT-VENCTO  PIC     9(008).
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
      *
      *****************************************************************
      *        TABELA DA PROVISAO POR GUIA (CADPDDG)                  *
      *****************************************************************
      *
       01      WS-QTD-TAB-PDD      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PDD      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PROVISOES.
         03    TAB-PDD-ITEM        OCCURS  10000  TIMES.
           05  TAB-PDD-CHAVE       PIC     X(025).
           05  TAB-PDD-VLR         PIC     9(013)V9(002).
      *
      *****************************************************************
      *        TABELA DAS DECISOES SOBRE BAIXAS PENDENTES (CADPERD)   *
      *****************************************************************
      *
       01      WS-QTD-TAB-DEC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DEC      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DECISOES.
         03    TAB-DEC-ITEM        OCCURS  00500  TIMES.
           05  TAB-DEC-CHAVE       PIC     X(025).
           05  TAB-DEC-DECISAO     PIC     X(001).
           05  TAB-DEC-OPERADOR    PIC     X(004).
           05  TAB-DEC-MOTIVO      PIC     X(020).
           05  TAB-DEC-USADA       PIC     X(001).
      *
      *****************************************************************
      *        TABELA DAS GUIAS COM BAIXA PENDENTE (CADPERN)          *
      *****************************************************************
      *
       01      WS-QTD-TAB-PEN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PEN      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PENDENTES.
         03    TAB-PEN-ITEM        OCCURS  00500  TIMES.
           05  TAB-PEN-CHAVE       PIC     X(025).
      *
       01      WS-CHAVE-GUIA.
         03    WS-CHAVE-AGENCIA    PIC     9(004).
         03    WS-CHAVE-CONTA      PIC     9(009).
         03    WS-CHAVE-NUM-GUIA   PIC     9(012).
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
      *    LAY-OUT DO RELATORIO DE BAIXAS DE GUIAS POR PERDA          *
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
         03    FILLER              PIC     X(040) VALUE SPACES.
         03    FILLER              PIC     X(049) VALUE
              'B A I X A S  D E  G U I A S  P O R  P E R D A'.
         03    FILLER              PIC     X(032) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'AGEN'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'CONTA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE 'NUM. GUIA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'MOTIVO'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
              '   VALOR DA GUIA'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
              '  COBERTO P/ PDD'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'SOL.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'APR.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'OBSERVACAO'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-AGENCIA        PIC     9(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CONTA          PIC     9(009).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-GUIA       PIC     9(012).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-MOTIVO         PIC     X(010).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-VLR-GUIA       PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-VLR-PROVISAO   PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(009).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ID-SOLIC       PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ID-APROV       PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OBSERVACAO     PIC     X(030).
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT1-TEXTO          PIC     X(040).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-VALOR          PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(072) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES                     *
      *****************************************************************
      *
           COPY    COBI1077.
      *
      *****************************************************************
      * INPUT..: CADOPEX - ALCADAS COMPLEMENTARES DOS OPERADORES      *
      *****************************************************************
      *
           COPY    COBI1106.
      *
      *****************************************************************
      * INPUT..: CADMFIN - CADASTRO MOVIMENTO FINANCEIRO              *
      *****************************************************************
      *
           COPY    COBO4002.
      *
      *****************************************************************
      * I-O....: CADMLIQ/CADMLQP - GUIAS LIQUIDADAS (BAIXADAS)        *
      *****************************************************************
      *
           COPY    COBI1061.
      *
      *****************************************************************
      * INPUT..: CADPDDG - PROVISAO POR GUIA                          *
      *****************************************************************
      *
           COPY    COBO1107.
      *
      *****************************************************************
      * INPUT..: CADPERD - DECISOES SOBRE BAIXAS PENDENTES            *
      *****************************************************************
      *
           COPY    COBI1108.
      *
      *****************************************************************
      * INPUT..: CADPERM - SOLICITACOES DE BAIXA POR PERDA            *
      *****************************************************************
      *
           COPY    COBI1107.
      *
      *****************************************************************
      * I-O....: CADPERP/CADPERN/CADPERH - BAIXAS DE GUIAS POR PERDA  *
      *****************************************************************
      *
           COPY    COBO1106.
      *
      *****************************************************************
      * OUTPUT.: CADCTBW - LANCAMENTOS CONTABEIS DAS BAIXAS           *
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
      * INTERFACE.: LOG DE USO DAS AUTORIZACOES (COBBB012)            *
      *****************************************************************
      *
           COPY    RUCWS012.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADPERD     PIC     X(300) VALUE SPACES.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-BAIXAS-PENDENTES
             UNTIL WS-FS-CADPERP   EQUAL   10.

           PERFORM 0560-00-LEITURA-CADPERM.

           PERFORM 1500-00-BAIXAS-NOVAS
             UNTIL WS-FS-CADPERM   EQUAL   10.

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

           OPEN    INPUT   CADOPER
                           CADOPEX
                           CADMFIN
                           CADMLIQ
                           CADPDDG
                           CADPERD
                           CADPERP
                           CADPERM
                   OUTPUT  CADPERN
                           CADPERH
                           CADMLQP
                           CADCTBW
                           RELPERD.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADPERD'       TO      WGC-ARQUIVO.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPERD.

           PERFORM 0410-00-CARGA-CADOPER
             UNTIL WS-FS-CADOPER   EQUAL   10.

           PERFORM 0415-00-CARGA-CADOPEX
             UNTIL WS-FS-CADOPEX   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-GUIAS
             UNTIL WS-FS-CADMFIN   EQUAL   10.

           PERFORM 0430-00-CARGA-TAB-LIQUID
             UNTIL WS-FS-CADMLIQ   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-PDD
             UNTIL WS-FS-CADPDDG   EQUAL   10.

           PERFORM 0450-00-CARGA-CADPERD
             UNTIL WS-FS-CADPERD   EQUAL   10.

           PERFORM 0550-00-LEITURA-CADPERP.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0305-00-TESTA-FS-CADOPER.

           PERFORM 0310-00-TESTA-FS-CADOPEX.

           PERFORM 0315-00-TESTA-FS-CADMFIN.

           PERFORM 0320-00-TESTA-FS-CADMLIQ.

           PERFORM 0325-00-TESTA-FS-CADPDDG.

           PERFORM 0330-00-TESTA-FS-CADPERD.

           PERFORM 0335-00-TESTA-FS-CADPERP.

           PERFORM 0340-00-TESTA-FS-CADPERM.

           PERFORM 0350-00-TESTA-FS-CADPERN.

           PERFORM 0355-00-TESTA-FS-CADPERH.

           PERFORM 0360-00-TESTA-FS-CADMLQP.

           PERFORM 0365-00-TESTA-FS-CADCTBW.

           PERFORM 0370-00-TESTA-FS-RELPERD.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0305-00-TESTA-FS-CADOPER    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADOPER NOT EQUAL 00 AND 10
                   MOVE 'CADOPER'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOPER
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0305-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-CADOPEX    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADOPEX NOT EQUAL 00 AND 10
                   MOVE 'CADOPEX'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOPEX
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0315-00-TESTA-FS-CADMFIN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMFIN NOT EQUAL 00 AND 10
                   MOVE 'CADMFIN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMFIN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0315-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADMLIQ    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMLIQ NOT EQUAL 00 AND 10
                   MOVE 'CADMLIQ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMLIQ
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0325-00-TESTA-FS-CADPDDG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPDDG NOT EQUAL 00 AND 10
                   MOVE 'CADPDDG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPDDG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0325-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-CADPERD    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPERD NOT EQUAL 00 AND 10
                   MOVE 'CADPERD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPERD
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0335-00-TESTA-FS-CADPERP    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPERP NOT EQUAL 00 AND 10
                   MOVE 'CADPERP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPERP
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0335-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0340-00-TESTA-FS-CADPERM    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPERM NOT EQUAL 00 AND 10
                   MOVE 'CADPERM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPERM
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0340-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-TESTA-FS-CADPERN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPERN NOT EQUAL 00
                   MOVE 'CADPERN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPERN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0355-00-TESTA-FS-CADPERH    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPERH NOT EQUAL 00
                   MOVE 'CADPERH'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPERH
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0355-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0360-00-TESTA-FS-CADMLQP    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMLQP NOT EQUAL 00
                   MOVE 'CADMLQP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMLQP
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0365-00-TESTA-FS-CADCTBW    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCTBW NOT EQUAL 00
                   MOVE 'CADCTBW'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBW
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0365-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0370-00-TESTA-FS-RELPERD    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELPERD NOT EQUAL 00
                   MOVE 'RELPERD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELPERD
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0370-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0410-00-CARGA-CADOPER       SECTION.
      *****************************************************************
      *    A ALCADA DE APROVAR PERDAS VEM DO CADOPEX; O OPERADOR QUE  *
      *    NAO CONSTA DELE NAO APROVA                                 *
      *
           READ    CADOPER         INTO    REG-OPER.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0305-00-TESTA-FS-CADOPER.

           IF      WS-FS-CADOPER   EQUAL   00
                   ADD 001         TO      WS-LID-CADOPER

                   IF      WS-QTD-TAB-OPER GREATER OR EQUAL 00200
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-OPER
                   MOVE    OPER-ID TO
                           TAB-OPER-ID       (WS-QTD-TAB-OPER)
                   MOVE    OPER-SITUACAO     TO
                           TAB-OPER-SITUACAO (WS-QTD-TAB-OPER)
                   MOVE    'N'               TO
                           TAB-OPER-AUT      (WS-QTD-TAB-OPER)
           END-IF.
      *
       0410-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0415-00-CARGA-CADOPEX       SECTION.
      *****************************************************************
      *
           READ    CADOPEX         INTO    REG-OPEX.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADOPEX.

           IF      WS-FS-CADOPEX   NOT EQUAL 00
                   GO      TO      0415-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADOPEX.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER

             IF    OPEX-ID         EQUAL
                   TAB-OPER-ID (WS-IND-TAB-OPER)
               AND OPEX-APROVA-PERDA
                   MOVE    'S'     TO
                           TAB-OPER-AUT (WS-IND-TAB-OPER)
             END-IF

           END-PERFORM.
      *
       0415-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-GUIAS     SECTION.
      *****************************************************************
      *    VENCIMENTO DA GUIA = DATA DE LIQUIDACAO PREVISTA OU, SE    *
      *    NAO HOUVER, A DATA DO LANCAMENTO                           *
      *
           READ    CADMFIN         INTO    REG-MFIN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0315-00-TESTA-FS-CADMFIN.

           IF      WS-FS-CADMFIN   EQUAL   00
                   ADD 001         TO      WS-LID-CADMFIN

                   IF      WS-QTD-TAB-GUI  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-GUI
                   MOVE    MFIN-AGENCIA    TO      WS-CHAVE-AGENCIA
                   MOVE    MFIN-CONTA      TO      WS-CHAVE-CONTA
                   MOVE    MFIN-NUM-GUIA   TO      WS-CHAVE-NUM-GUIA
                   MOVE    WS-CHAVE-GUIA   TO
                           TAB-GUI-CHAVE      (WS-QTD-TAB-GUI)
                   MOVE    MFIN-COD-ENT    TO
                           TAB-GUI-COD-ENT    (WS-QTD-TAB-GUI)
                   MOVE    MFIN-VLR-LANCTO TO
                           TAB-GUI-VLR        (WS-QTD-TAB-GUI)
                   IF      MFIN-DAT-LIQUID NOT NUMERIC     OR
                           MFIN-DAT-LIQUID EQUAL   ZEROS
                           MOVE    MFIN-DAT-LANCTO TO
                                   TAB-GUI-DAT-VENCTO (WS-QTD-TAB-GUI)
                   ELSE
                           MOVE    MFIN-DAT-LIQUID TO
                                   TAB-GUI-DAT-VENCTO (WS-QTD-TAB-GUI)
                   END-IF
           END-IF.
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

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADMLIQ.

           IF      WS-FS-CADMLIQ   EQUAL   00
                   ADD 001         TO      WS-LID-CADMLIQ

                   IF      WS-QTD-TAB-LIQ  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LIQ
                   MOVE    MLIQ-CHAVE      TO
                           TAB-LIQ-CHAVE (WS-QTD-TAB-LIQ)
           END-IF.
      *
       0430-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-PDD       SECTION.
      *****************************************************************
      *
           READ    CADPDDG         INTO    REG-PDDG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0325-00-TESTA-FS-CADPDDG.

           IF      WS-FS-CADPDDG   EQUAL   00
                   ADD 001         TO      WS-LID-CADPDDG

                   IF      WS-QTD-TAB-PDD  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-PDD
                   MOVE    PDDG-CHAVE      TO
                           TAB-PDD-CHAVE (WS-QTD-TAB-PDD)
                   MOVE    PDDG-VLR-PROVISAO       TO
                           TAB-PDD-VLR   (WS-QTD-TAB-PDD)
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-CARGA-CADPERD       SECTION.
      *****************************************************************
      *
           READ    CADPERD         INTO    REG-PERD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0330-00-TESTA-FS-CADPERD.

           IF      WS-FS-CADPERD   EQUAL   00
                   ADD 001         TO      WS-LID-CADPERD

                   IF      WS-QTD-TAB-DEC  GREATER OR EQUAL 00500
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-DEC
                   MOVE    PERD-CHAVE      TO
                           TAB-DEC-CHAVE    (WS-QTD-TAB-DEC)
                   MOVE    PERD-DECISAO    TO
                           TAB-DEC-DECISAO  (WS-QTD-TAB-DEC)
                   MOVE    PERD-ID-OPERADOR        TO
                           TAB-DEC-OPERADOR (WS-QTD-TAB-DEC)
                   MOVE    PERD-MOTIVO     TO
                           TAB-DEC-MOTIVO   (WS-QTD-TAB-DEC)
                   MOVE    'N'             TO
                           TAB-DEC-USADA    (WS-QTD-TAB-DEC)
           END-IF.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0475-00-CHAMA-COBBB012      SECTION.
      *****************************************************************
      *    REGISTRA NO LOG CADOLOG O USO DA AUTORIZACAO PERD (CADOPEX)*
      *    PELO APROVADOR, BASE DA REVISAO DE ACESSOS (GPFPB181)      *
      *
           MOVE    'PERD'          TO      WOL-AUTORIZACAO.
           MOVE    'GPFPB155'      TO      WOL-PROGRAMA.

           MOVE    'COBBB012'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WOL-GRUPO
           END-CALL.

           IF      NOT WOL-OPERACAO-OK
                   MOVE    WOL-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0475-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CHAMA-COBBB010      SECTION.
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
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0550-00-LEITURA-CADPERP     SECTION.
      *****************************************************************
      *
           READ    CADPERP         INTO    REG-PERB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0335-00-TESTA-FS-CADPERP.

           IF      WS-FS-CADPERP   EQUAL   00
                   ADD 001         TO      WS-LID-CADPERP
           END-IF.
      *
       0550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0560-00-LEITURA-CADPERM     SECTION.
      *****************************************************************
      *
           READ    CADPERM         INTO    REG-PERM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0340-00-TESTA-FS-CADPERM.

           IF      WS-FS-CADPERM   EQUAL   00
                   ADD 001         TO      WS-LID-CADPERM
           END-IF.
      *
       0560-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-BAIXAS-PENDENTES    SECTION.
      *****************************************************************
      *    GUIA LIQUIDADA ENQUANTO PENDENTE TEM A BAIXA CANCELADA;    *
      *    BAIXA SEM DECISAO CONTINUA PENDENTE                        *
      *
           MOVE    ZEROS           TO      WS-COD-RECUSA.
           MOVE    SPACES          TO      WS-OBSERVACAO.

           MOVE    PERB-CHAVE      TO      WS-CHAVE-GUIA.

           PERFORM 2120-00-PROCURA-LIQUIDACAO.

           IF      WS-LIQ-ACHOU
                   MOVE    904     TO      WS-COD-RECUSA
                   PERFORM         2900-00-RECUSA-BAIXA
                   GO      TO      1000-90-LEITURA
           END-IF.

           PERFORM 1100-00-PROCURA-DECISAO.

           IF      WS-DEC-ACHOU
                   PERFORM         1200-00-APLICA-DECISAO
           ELSE
                   MOVE    'AGUARDA APROVACAO'     TO      WS-OBSERVACAO
                   PERFORM         2800-00-RETEM-BAIXA
           END-IF.
      *
       1000-90-LEITURA.

           PERFORM 0550-00-LEITURA-CADPERP.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-PROCURA-DECISAO     SECTION.
      *****************************************************************
      *    PROCURA A PRIMEIRA DECISAO AINDA NAO USADA PARA A GUIA     *
      *
           SET     WS-DEC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-DEC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEC GREATER WS-QTD-TAB-DEC
                   OR      WS-DEC-ACHOU

             IF    PERB-CHAVE      EQUAL
                   TAB-DEC-CHAVE (WS-IND-TAB-DEC)             AND
                   TAB-DEC-USADA (WS-IND-TAB-DEC) EQUAL 'N'
                   SET     WS-DEC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-DEC-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-DEC
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-APLICA-DECISAO      SECTION.
      *****************************************************************
      *    A DECISAO SO VALE SE O OPERADOR ESTIVER ATIVO, AUTORIZADO  *
      *    A APROVAR PERDAS E NAO FOR O SOLICITANTE; DO CONTRARIO E   *
      *    IGNORADA E A BAIXA CONTINUA PENDENTE                       *
      *
           MOVE    'S'             TO
                   TAB-DEC-USADA (WS-IND-TAB-DEC).

           PERFORM 1250-00-CONFERE-APROVADOR.

           IF      WS-OPER-NAO-AUTORIZ
                   MOVE    'DECISAO REJ-OPER. NAO AUTORIZ.'
                                   TO      WS-OBSERVACAO
                   ADD     001     TO      WS-QTD-DEC-IGNORADAS
                   PERFORM         2800-00-RETEM-BAIXA
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      TAB-DEC-OPERADOR (WS-IND-TAB-DEC) EQUAL
                   PERB-ID-SOLIC
                   MOVE    'DECISAO REJ-OPER. SOLICITANTE'
                                   TO      WS-OBSERVACAO
                   ADD     001     TO      WS-QTD-DEC-IGNORADAS
                   PERFORM         2800-00-RETEM-BAIXA
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      TAB-DEC-DECISAO (WS-IND-TAB-DEC) EQUAL 'A' OR 'R'
                   MOVE    TAB-DEC-OPERADOR (WS-IND-TAB-DEC)
                                   TO      WOL-ID-OPERADOR
                   MOVE    'A'     TO      WOL-FUNCAO
                   PERFORM 0475-00-CHAMA-COBBB012
           END-IF.

           EVALUATE TAB-DEC-DECISAO (WS-IND-TAB-DEC)
             WHEN  'R'
                   MOVE    TAB-DEC-OPERADOR (WS-IND-TAB-DEC)
                                   TO      PERB-ID-APROV
                   MOVE    908     TO      WS-COD-RECUSA
                   MOVE    TAB-DEC-MOTIVO   (WS-IND-TAB-DEC)
                                   TO      WS-OBSERVACAO
                   PERFORM         2900-00-RECUSA-BAIXA
             WHEN  'A'
                   MOVE    TAB-DEC-OPERADOR (WS-IND-TAB-DEC)
                                   TO      PERB-ID-APROV
                   PERFORM         2200-00-EFETIVA-BAIXA
             WHEN  OTHER
                   MOVE    'DECISAO REJ-CODIGO INVALIDO'
                                   TO      WS-OBSERVACAO
                   ADD     001     TO      WS-QTD-DEC-IGNORADAS
                   PERFORM         2800-00-RETEM-BAIXA
           END-EVALUATE.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-CONFERE-APROVADOR   SECTION.
      *****************************************************************
      *
           SET     WS-OPER-NAO-AUTORIZ     TO      TRUE.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER

             IF    TAB-DEC-OPERADOR (WS-IND-TAB-DEC) EQUAL
                   TAB-OPER-ID (WS-IND-TAB-OPER)
               AND TAB-OPER-SITUACAO (WS-IND-TAB-OPER) EQUAL 'A'
               AND TAB-OPER-AUT      (WS-IND-TAB-OPER) EQUAL 'S'
                   SET     WS-OPER-AUTORIZADO      TO      TRUE
             END-IF

           END-PERFORM.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1260-00-CONFERE-SOLICITANTE SECTION.
      *****************************************************************
      *    O SOLICITANTE SO PRECISA SER OPERADOR ATIVO                *
      *
           SET     WS-OPER-NAO-AUTORIZ     TO      TRUE.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER

             IF    PERB-ID-SOLIC   EQUAL   TAB-OPER-ID (WS-IND-TAB-OPER)
               AND TAB-OPER-SITUACAO (WS-IND-TAB-OPER) EQUAL 'A'
                   SET     WS-OPER-AUTORIZADO      TO      TRUE
             END-IF

           END-PERFORM.
      *
       1260-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-BAIXAS-NOVAS        SECTION.
      *****************************************************************
      *
           PERFORM 1600-00-TRATA-BAIXA-NOVA.

           PERFORM 0560-00-LEITURA-CADPERM.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-TRATA-BAIXA-NOVA    SECTION.
      *****************************************************************
      *    CRITICA A SOLICITACAO; A ACEITA FICA PENDENTE ATE A        *
      *    APROVACAO                                                  *
      *
           MOVE    ZEROS           TO      WS-COD-RECUSA.
           MOVE    SPACES          TO      WS-OBSERVACAO.

           MOVE    SPACES          TO      REG-PERB.

           MOVE    PERM-CHAVE      TO      PERB-CHAVE.
           MOVE    PERM-COD-MOTIVO TO      PERB-COD-MOTIVO.
           MOVE    PERM-DAT-MOV    TO      PERB-DAT-SOLIC.
           MOVE    PERM-ID-OPERADOR
                                   TO      PERB-ID-SOLIC.
           MOVE    ZEROS           TO      PERB-COD-ENT
                                           PERB-VLR-GUIA
                                           PERB-DAT-VENCTO
                                           PERB-DAT-EFET
                                           PERB-VLR-PROVISAO.

           IF      PERM-CHAVE      NOT NUMERIC     OR
                   NOT PERM-MOTIVO-VALIDO
                   MOVE    ZEROS   TO      PERB-CHAVE
                   MOVE    902     TO      WS-COD-RECUSA
                   PERFORM         2900-00-RECUSA-BAIXA
                   GO      TO      1600-99-EXIT
           END-IF.

           IF      PERM-DAT-MOV    NOT NUMERIC
                   MOVE    WS-DATA-PROC    TO      PERB-DAT-SOLIC
           END-IF.

           PERFORM 1260-00-CONFERE-SOLICITANTE.

           IF      WS-OPER-NAO-AUTORIZ
                   MOVE    906     TO      WS-COD-RECUSA
                   PERFORM         2900-00-RECUSA-BAIXA
                   GO      TO      1600-99-EXIT
           END-IF.

           MOVE    PERB-CHAVE      TO      WS-CHAVE-GUIA.

           PERFORM 2110-00-PROCURA-GUIA.

           IF      WS-GUI-NAO-ACHOU
                   MOVE    901     TO      WS-COD-RECUSA
                   PERFORM         2900-00-RECUSA-BAIXA
                   GO      TO      1600-99-EXIT
           END-IF.

           MOVE    TAB-GUI-COD-ENT    (WS-IND-TAB-GUI)
                                   TO      PERB-COD-ENT.
           MOVE    TAB-GUI-VLR        (WS-IND-TAB-GUI)
                                   TO      PERB-VLR-GUIA.
           MOVE    TAB-GUI-DAT-VENCTO (WS-IND-TAB-GUI)
                                   TO      PERB-DAT-VENCTO.

           PERFORM 2120-00-PROCURA-LIQUIDACAO.

           IF      WS-LIQ-ACHOU
                   MOVE    903     TO      WS-COD-RECUSA
                   PERFORM         2900-00-RECUSA-BAIXA
                   GO      TO      1600-99-EXIT
           END-IF.

           IF      PERB-DAT-VENCTO NOT LESS WS-DATA-PROC
                   MOVE    905     TO      WS-COD-RECUSA
                   PERFORM         2900-00-RECUSA-BAIXA
                   GO      TO      1600-99-EXIT
           END-IF.

           PERFORM 2140-00-PROCURA-PENDENTE.

           IF      WS-PEN-ACHOU
                   MOVE    907     TO      WS-COD-RECUSA
                   PERFORM         2900-00-RECUSA-BAIXA
                   GO      TO      1600-99-EXIT
           END-IF.

           MOVE    'AGUARDA APROVACAO'     TO      WS-OBSERVACAO.

           PERFORM 2800-00-RETEM-BAIXA.
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2110-00-PROCURA-GUIA        SECTION.
      *****************************************************************
      *
           SET     WS-GUI-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-GUI FROM 1 BY 1
                   UNTIL   WS-IND-TAB-GUI GREATER WS-QTD-TAB-GUI
                   OR      WS-GUI-ACHOU

             IF    WS-CHAVE-GUIA   EQUAL
                   TAB-GUI-CHAVE (WS-IND-TAB-GUI)
                   SET     WS-GUI-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-GUI-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-GUI
           END-IF.
      *
       2110-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2120-00-PROCURA-LIQUIDACAO  SECTION.
      *****************************************************************
      *    QUALQUER BAIXA NO CADMLIQ TIRA A GUIA DA COBRANCA          *
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
      *
       2120-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2130-00-PROCURA-PROVISAO    SECTION.
      *****************************************************************
      *
           SET     WS-PDD-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PDD FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PDD GREATER WS-QTD-TAB-PDD
                   OR      WS-PDD-ACHOU

             IF    WS-CHAVE-GUIA   EQUAL
                   TAB-PDD-CHAVE (WS-IND-TAB-PDD)
                   SET     WS-PDD-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-PDD-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-PDD
           END-IF.
      *
       2130-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2140-00-PROCURA-PENDENTE    SECTION.
      *****************************************************************
      *
           SET     WS-PEN-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PEN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PEN GREATER WS-QTD-TAB-PEN
                   OR      WS-PEN-ACHOU

             IF    WS-CHAVE-GUIA   EQUAL
                   TAB-PEN-CHAVE (WS-IND-TAB-PEN)
                   SET     WS-PEN-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.
      *
       2140-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-EFETIVA-BAIXA       SECTION.
      *****************************************************************
      *    BAIXA A GUIA NO CADMLIQ, GRAVA O HISTORICO E OS            *
      *    LANCAMENTOS CONTABEIS DA PERDA                             *
      *
           MOVE    PERB-CHAVE      TO      WS-CHAVE-GUIA.

           PERFORM 2130-00-PROCURA-PROVISAO.

           IF      WS-PDD-ACHOU
                   MOVE    TAB-PDD-VLR (WS-IND-TAB-PDD)
                                   TO      PERB-VLR-PROVISAO
           ELSE
                   MOVE    ZEROS   TO      PERB-VLR-PROVISAO
           END-IF.

           IF      PERB-VLR-PROVISAO       GREATER PERB-VLR-GUIA
                   MOVE    PERB-VLR-GUIA   TO      PERB-VLR-PROVISAO
           END-IF.

           COMPUTE WS-VLR-NAO-PROVIS =
                   PERB-VLR-GUIA   - PERB-VLR-PROVISAO.

           SET     PERB-EFETIVADA          TO      TRUE.

           MOVE    WS-DATA-PROC    TO      PERB-DAT-EFET.

           PERFORM 2250-00-GRAVACAO-CADPERH.

           PERFORM 2270-00-GRAVACAO-CADMLQP.

           IF      PERB-VLR-PROVISAO       GREATER ZEROS
                   MOVE    SPACES  TO      REG-CTB
                   MOVE    WS-CONTA-PDD    TO      CTB-CONTA-DEBITO
                   MOVE    'BAIXA GUIA COBERTA PELA PDD'
                                   TO      CTB-HISTORICO
                   MOVE    PERB-VLR-PROVISAO
                                   TO      CTB-VLR-TOTAL
                   PERFORM         2300-00-GRAVACAO-CADCTBW
           END-IF.

           IF      WS-VLR-NAO-PROVIS       GREATER ZEROS
                   MOVE    SPACES  TO      REG-CTB
                   MOVE    WS-CONTA-PERDA-EST
                                   TO      CTB-CONTA-DEBITO
                   MOVE    'BAIXA GUIA - PERDA NAO PROVIS.'
                                   TO      CTB-HISTORICO
                   MOVE    WS-VLR-NAO-PROVIS
                                   TO      CTB-VLR-TOTAL
                   PERFORM         2300-00-GRAVACAO-CADCTBW
           END-IF.

           ADD     001             TO      WS-QTD-EFETIVADAS.
           ADD     PERB-VLR-GUIA   TO      WS-VLR-TOT-EFETIVADO.
           ADD     PERB-VLR-PROVISAO
                                   TO      WS-VLR-TOT-PDD.

           MOVE    'EFETIVADA'     TO      WS-SITUACAO-REL.

           PERFORM 2500-00-IMPRIME-BAIXA.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2250-00-GRAVACAO-CADPERH    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADPERH     FROM    REG-PERB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0355-00-TESTA-FS-CADPERH.

           ADD     001             TO      WS-GRV-CADPERH.
      *
       2250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2270-00-GRAVACAO-CADMLQP    SECTION.
      *****************************************************************
      *    BAIXA DE ORIGEM 'B' PELO VALOR DA GUIA. A GUIA ENTRA NA    *
      *    TABELA PARA NAO SER BAIXADA DE NOVO NA MESMA RODADA        *
      *
           MOVE    SPACES          TO      REG-MLIQ.

           MOVE    PERB-CHAVE      TO      MLIQ-CHAVE.
           MOVE    PERB-VLR-GUIA   TO      MLIQ-VLR-PAGO.
           MOVE    WS-DATA-PROC    TO      MLIQ-DAT-PAGTO.
           SET     MLIQ-ORIGEM-PERDA       TO      TRUE.

           WRITE   REG-CADMLQP     FROM    REG-MLIQ.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADMLQP.

           ADD     001             TO      WS-GRV-CADMLQP.

           IF      WS-QTD-TAB-LIQ  GREATER OR EQUAL 10000
                   PERFORM         0989-00-ABEND-TABELA
           END-IF.
           ADD     001             TO      WS-QTD-TAB-LIQ.
           MOVE    PERB-CHAVE      TO
                   TAB-LIQ-CHAVE (WS-QTD-TAB-LIQ).
      *
       2270-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-GRAVACAO-CADCTBW    SECTION.
      *****************************************************************
      *    CREDITO NA CONTA DE CLIENTES; CONTA A DEBITO, HISTORICO E  *
      *    VALOR JA MONTADOS PELO CHAMADOR                            *
      *
           MOVE    ZEROS           TO      CTB-COD-PEC.
           MOVE    WS-CONTA-CLIENTES
                                   TO      CTB-CONTA-CREDITO.
           MOVE    WS-DATA-PROC    TO      CTB-DT-MOV.
           MOVE    ZEROS           TO      CTB-QTD-ETQ.
           MOVE    CTB-VLR-TOTAL   TO      CTB-VLR-UNIT.

           WRITE   REG-CADCTBW     FROM    REG-CTB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0365-00-TESTA-FS-CADCTBW.

           ADD     001             TO      WS-GRV-CADCTBW.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-BAIXA       SECTION.
      *****************************************************************
      *    LISTA A BAIXA COM A SITUACAO EM WS-SITUACAO-REL E A        *
      *    OBSERVACAO EM WS-OBSERVACAO                                *
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    PERB-AGENCIA    TO      DET1-AGENCIA.
           MOVE    PERB-CONTA      TO      DET1-CONTA.
           MOVE    PERB-NUM-GUIA   TO      DET1-NUM-GUIA.
           MOVE    PERB-VLR-GUIA   TO      DET1-VLR-GUIA.
           MOVE    PERB-VLR-PROVISAO
                                   TO      DET1-VLR-PROVISAO.
           MOVE    WS-SITUACAO-REL TO      DET1-SITUACAO.
           MOVE    PERB-ID-SOLIC   TO      DET1-ID-SOLIC.
           MOVE    PERB-ID-APROV   TO      DET1-ID-APROV.
           MOVE    WS-OBSERVACAO   TO      DET1-OBSERVACAO.

           EVALUATE TRUE
             WHEN  PERB-FALENCIA
                   MOVE    'FALENCIA'      TO      DET1-MOTIVO
             WHEN  PERB-PRESCRITO
                   MOVE    'PRESCRITO'     TO      DET1-MOTIVO
             WHEN  PERB-NAO-LOCALIZADO
                   MOVE    'NAO LOCAL.'    TO      DET1-MOTIVO
             WHEN  PERB-COBRANCA-ESGOTADA
                   MOVE    'COBR.ESGOT'    TO      DET1-MOTIVO
             WHEN  OTHER
                   MOVE    PERB-COD-MOTIVO TO      DET1-MOTIVO
           END-EVALUATE.

           MOVE    DET1            TO      REG-RELPERD.
           PERFORM 2700-00-GRAVACAO-RELPERD.
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

           MOVE    CAB1            TO      REG-RELPERD.
           PERFORM 2700-00-GRAVACAO-RELPERD.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELPERD.
           PERFORM 2700-00-GRAVACAO-RELPERD.

           MOVE    CAB4            TO      REG-RELPERD.
           PERFORM 2700-00-GRAVACAO-RELPERD.

           MOVE    CAB6            TO      REG-RELPERD.
           PERFORM 2700-00-GRAVACAO-RELPERD.

           MOVE    004             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELPERD    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELPERD.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0370-00-TESTA-FS-RELPERD.

           ADD     001             TO      WS-GRV-RELPERD.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-RETEM-BAIXA         SECTION.
      *****************************************************************
      *    GRAVA A BAIXA NO ARQUIVO DE PENDENTES DA PROXIMA RODADA    *
      *
           SET     PERB-PENDENTE           TO      TRUE.

           WRITE   REG-CADPERN     FROM    REG-PERB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0350-00-TESTA-FS-CADPERN.

           ADD     001             TO      WS-GRV-CADPERN.

           MOVE    WS-GCAT-CADPERD TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADPERN     TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPERD.

           ADD     001             TO      WS-QTD-PENDENTES.

           IF      WS-QTD-TAB-PEN  GREATER OR EQUAL 00500
                   PERFORM         0989-00-ABEND-TABELA
           END-IF.
           ADD     001             TO      WS-QTD-TAB-PEN.
           MOVE    PERB-CHAVE      TO
                   TAB-PEN-CHAVE (WS-QTD-TAB-PEN).

           MOVE    'PENDENTE'      TO      WS-SITUACAO-REL.

           PERFORM 2500-00-IMPRIME-BAIXA.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2900-00-RECUSA-BAIXA        SECTION.
      *****************************************************************
      *    A BAIXA RECUSADA SO SAI NO RELATORIO; A GUIA CONTINUA EM   *
      *    COBRANCA                                                   *
      *
           ADD     001             TO      WS-QTD-RECUSADAS.

           IF      WS-OBSERVACAO   EQUAL   SPACES
                   EVALUATE WS-COD-RECUSA
                     WHEN  901
                           MOVE    'GUIA SEM CADASTRO NO CADMFIN'
                                   TO      WS-OBSERVACAO
                     WHEN  902
                           MOVE    'GUIA/MOTIVO INVALIDO'
                                   TO      WS-OBSERVACAO
                     WHEN  903
                           MOVE    'GUIA JA LIQUIDADA OU BAIXADA'
                                   TO      WS-OBSERVACAO
                     WHEN  904
                           MOVE    'GUIA LIQUIDADA ANTES DA APROV.'
                                   TO      WS-OBSERVACAO
                     WHEN  905
                           MOVE    'GUIA AINDA NAO VENCIDA'
                                   TO      WS-OBSERVACAO
                     WHEN  906
                           MOVE    'SOLICITANTE NAO CADASTRADO'
                                   TO      WS-OBSERVACAO
                     WHEN  907
                           MOVE    'GUIA JA TEM BAIXA PENDENTE'
                                   TO      WS-OBSERVACAO
                     WHEN  908
                           MOVE    'RECUSADA PELO APROVADOR'
                                   TO      WS-OBSERVACAO
                   END-EVALUATE
           END-IF.

           MOVE    'RECUSADA'      TO      WS-SITUACAO-REL.

           PERFORM 2500-00-IMPRIME-BAIXA.
      *
       2900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM VARYING WS-IND-TAB-DEC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEC GREATER WS-QTD-TAB-DEC

             IF    TAB-DEC-USADA (WS-IND-TAB-DEC) EQUAL 'N'
                   ADD     001     TO      WS-QTD-DEC-SEM-BAIXA
             END-IF

           END-PERFORM.

           IF      WS-LINHAS       GREATER 52
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    SPACES          TO      REG-RELPERD.
           PERFORM 2700-00-GRAVACAO-RELPERD.

           MOVE    'VALOR TOTAL DAS GUIAS BAIXADAS.........:'
                                   TO      TOT1-TEXTO.
           MOVE    WS-VLR-TOT-EFETIVADO
                                   TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELPERD.
           PERFORM 2700-00-GRAVACAO-RELPERD.

           MOVE    '(-) COBERTO PELA PROVISAO (D 110390)...:'
                                   TO      TOT1-TEXTO.
           MOVE    WS-VLR-TOT-PDD  TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELPERD.
           PERFORM 2700-00-GRAVACAO-RELPERD.

           MOVE    '(=) PERDA NAO PROVISIONADA (D 560300)..:'
                                   TO      TOT1-TEXTO.
           COMPUTE TOT1-VALOR =
                   WS-VLR-TOT-EFETIVADO - WS-VLR-TOT-PDD.
           MOVE    TOT1            TO      REG-RELPERD.
           PERFORM 2700-00-GRAVACAO-RELPERD.

           CLOSE   CADOPER
                   CADOPEX
                   CADMFIN
                   CADMLIQ
                   CADPDDG
                   CADPERD
                   CADPERP
                   CADPERM
                   CADPERN
                   CADPERH
                   CADMLQP
                   CADCTBW
                   RELPERD.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADPERD TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB155'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    016             TO      WS-PTO-ERRO.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPERD.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB155'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-QTD-EFETIVADAS
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
           DISPLAY '******************* GPFPB155 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB155 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADOPER  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOPER.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADOPEX  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOPEX.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMFIN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMFIN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMLIQ  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMLIQ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPDDG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPDDG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPERD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPERD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPERP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPERP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPERM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPERM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPERN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPERN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADPERD TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADPERD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPERH  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPERH.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADMLQP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADMLQP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCTBW  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCTBW.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EFETIVADAS
                                   TO      WS-EDICAO.
           DISPLAY '* BAIXAS EFETIVADAS................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PENDENTES
                                   TO      WS-EDICAO.
           DISPLAY '* BAIXAS PENDENTES P/ APROVACAO....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RECUSADAS
                                   TO      WS-EDICAO.
           DISPLAY '* BAIXAS RECUSADAS.................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DEC-IGNORADAS
                                   TO      WS-EDICAO.
           DISPLAY '* DECISOES IGNORADAS...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DEC-SEM-BAIXA
                                   TO      WS-EDICAO.
           DISPLAY '* DECISOES SEM BAIXA PENDENTE......: ' WS-EDICAO
           ' *'.
           MOVE    WS-VLR-TOT-EFETIVADO
                                   TO      WS-EDICAO-VLR.
           DISPLAY '* VALOR BAIXADO.....: ' WS-EDICAO-VLR
           '      *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB155 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB155 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB155 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB155 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB155 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB155 ******************'.
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
           DISPLAY '******************* GPFPB155 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB155 ******************'.

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

           DISPLAY '******************* GPFPB155 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB155 ******************'.
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
           DISPLAY '******************* GPFPB155 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB155 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB155                  *
      *****************************************************************
