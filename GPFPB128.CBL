      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB128.
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
      * OBJETIVO.....: APROVACAO DOS PEDIDOS DE COMPRA RETIDOS PELO   *
      *                GPFPB038 ACIMA DA ALCADA AUTOMATICA (CADPAPR). *
      *                APLICA O MOVIMENTO DE LIBERACAO/REJEICAO       *
      *                (CADPAPM), CONFERINDO O APROVADOR NO CADASTRO  *
      *                DE OPERADORES (CADOPER): ATIVO, AUTORIZADO A   *
      *                APROVAR PEDIDOS E COM NIVEL DE ALCADA IGUAL    *
      *                OU SUPERIOR AO EXIGIDO PELO PEDIDO.            *
      *                - LIBERADOS: GRAVADOS NO LAY-OUT DO CADPORD    *
      *                  (CADPORL), QUE SEGUE PARA O RECEBIMENTO E    *
      *                  PARA A TRANSMISSAO ELETRONICA (GPFPB120), E  *
      *                  IMPRESSO O DOCUMENTO DO PEDIDO (RELPEDL)     *
      *                - REJEITADOS E PENDENTES ALEM DO PRAZO         *
      *                  (EXPIRADOS): DEVOLVIDOS A COMPRAS NO         *
      *                  RELATORIO RELAPRV                            *
      *                - DEMAIS: CONTINUAM PENDENTES (CADPAPN)        *
      *                - ANTES DE LIBERAR, CONFERE O SALDO DO         *
      *                  ORCAMENTO DE COMPRAS DO CENTRO DE CUSTO:     *
      *                  ORCADO (CADBUDG) - REALIZADO (CADBACU) -     *
      *                  COMPROMETIDO (CADBCOM) - JA LIBERADO. SE NAO *
      *                  COUBER, O PEDIDO FICA RETIDO POR ORCAMENTO   *
      *                  ('B') NO CADPAPN E NO RELATORIO DE EXCECAO   *
      *                  RELORCX, ATE A LIBERACAO PELA CONTROLADORIA  *
      *                  (DECISAO 'O' DE OPERADOR COM OPER-AUT-BUDG)  *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB128:                    *
      *                PARM-VALOR (1:3) - PRAZO MAXIMO DE PENDENCIA   *
      *                                   EM DIAS (9(3))              *
      *****************************************************************
      * OBSERVACAO...: O CADPAPR CLASSIFICADO POR PEDIDO + PECA. OS   *
      *                DIAS SAO CALCULADOS NO CALENDARIO COMERCIAL DE *
      *                360 DIAS (APROXIMACAO SUFICIENTE)              *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CONFERENCIA DE SALDO ORCAMENTARIO NA        *
      *                   LIBERACAO, RETENCAO POR ORCAMENTO E         *
      *                   LIBERACAO PELA CONTROLADORIA (RELORCX)      *
      * 15/10/2026 - US - O MOVIMENTO DE APROVACAO ACEITO NA          *
      *                   CONFERENCIA DO OPERADOR PASSA A REGISTRAR   *
      *                   NO LOG CADOLOG (COBBB012) O USO DA          *
      *                   AUTORIZACAO PORD OU BUDG, BASE DA REVISAO   *
      *                   DE ACESSOS (GPFPB181)                       *
      * 15/10/2026 - US - CADA CADPAPN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADPAPR, COM A QTDE DE REGISTROS E O     *
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
      * INPUT..: CADPAPR - PEDIDOS PENDENTES DE APROVACAO - LRECL=150 *
      *****************************************************************
      *
           SELECT  CADPAPR  ASSIGN  TO  UT-S-CADPAPR
                   FILE     STATUS  IS  WS-FS-CADPAPR.
      *
      *****************************************************************
      * INPUT..: CADPAPM - MOVIMENTO DE APROVACAO         - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADPAPM  ASSIGN  TO  UT-S-CADPAPM
                   FILE     STATUS  IS  WS-FS-CADPAPM.
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES         - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADOPER  ASSIGN  TO  UT-S-CADOPER
                   FILE     STATUS  IS  WS-FS-CADOPER.
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES       - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADFORN  ASSIGN  TO  UT-S-CADFORN
                   FILE     STATUS  IS  WS-FS-CADFORN.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS       - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
      *****************************************************************
      * INPUT..: CADBUDG - ORCAMENTO ANUAL                - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADBUDG  ASSIGN  TO  UT-S-CADBUDG
                   FILE     STATUS  IS  WS-FS-CADBUDG.
      *
      *****************************************************************
      * INPUT..: CADBACU - REALIZADO ACUMULADO            - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADBACU  ASSIGN  TO  UT-S-CADBACU
                   FILE     STATUS  IS  WS-FS-CADBACU.
      *
      *****************************************************************
      * INPUT..: CADBCOM - ORCAMENTO COMPROMETIDO         - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADBCOM  ASSIGN  TO  UT-S-CADBCOM
                   FILE     STATUS  IS  WS-FS-CADBCOM.
      *
      *****************************************************************
      * OUTPUT.: CADPAPN - PEDIDOS AINDA PENDENTES        - LRECL=150 *
      *****************************************************************
      *
           SELECT  CADPAPN  ASSIGN  TO  UT-S-CADPAPN
                   FILE     STATUS  IS  WS-FS-CADPAPN.
      *
      *****************************************************************
      * OUTPUT.: CADPORL - PEDIDOS LIBERADOS (LAY-OUT CADPORD)        *
      *                                                   - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADPORL  ASSIGN  TO  UT-S-CADPORL
                   FILE     STATUS  IS  WS-FS-CADPORL.
      *
      *****************************************************************
      * OUTPUT.: RELPEDL - DOCUMENTOS DOS PEDIDOS LIBERADOS           *
      *                                                   - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELPEDL  ASSIGN  TO  UT-S-RELPEDL
                   FILE     STATUS  IS  WS-FS-RELPEDL.
      *
      *****************************************************************
      * OUTPUT.: RELAPRV - PEDIDOS DEVOLVIDOS A COMPRAS   - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELAPRV  ASSIGN  TO  UT-S-RELAPRV
                   FILE     STATUS  IS  WS-FS-RELAPRV.
      *
      *****************************************************************
      * OUTPUT.: RELORCX - PEDIDOS RETIDOS POR ORCAMENTO  - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELORCX  ASSIGN  TO  UT-S-RELORCX
                   FILE     STATUS  IS  WS-FS-RELORCX.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADPAPR - PEDIDOS PENDENTES DE APROVACAO - LRECL=150 *
      *****************************************************************
      *
       FD  CADPAPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPAPR         PIC     X(150).
      *
      *****************************************************************
      * INPUT..: CADPAPM - MOVIMENTO DE APROVACAO         - LRECL=050 *
      *****************************************************************
      *
       FD  CADPAPM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPAPM         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES         - LRECL=050 *
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
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES       - LRECL=050 *
      *****************************************************************
      *
       FD  CADFORN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFORN         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS       - LRECL=050 *
      *****************************************************************
      *
       FD  CADPARM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-ARQ-CADPARM     PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADBUDG - ORCAMENTO ANUAL                - LRECL=050 *
      *****************************************************************
      *
       FD  CADBUDG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBUDG         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADBACU - REALIZADO ACUMULADO            - LRECL=050 *
      *****************************************************************
      *
       FD  CADBACU
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBACU         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADBCOM - ORCAMENTO COMPROMETIDO         - LRECL=050 *
      *****************************************************************
      *
       FD  CADBCOM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBCOM         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADPAPN - PEDIDOS AINDA PENDENTES        - LRECL=150 *
      *****************************************************************
      *
       FD  CADPAPN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPAPN         PIC     X(150).
      *
      *****************************************************************
      * OUTPUT.: CADPORL - PEDIDOS LIBERADOS (LAY-OUT CADPORD)        *
      *****************************************************************
      *
       FD  CADPORL
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPORL         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELPEDL - DOCUMENTOS DOS PEDIDOS LIBERADOS           *
      *****************************************************************
      *
       FD  RELPEDL
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELPEDL         PIC     X(133).
      *
      *****************************************************************
      * OUTPUT.: RELAPRV - PEDIDOS DEVOLVIDOS A COMPRAS   - LRECL=133 *
      *****************************************************************
      *
       FD  RELAPRV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELAPRV         PIC     X(133).
      *
      *****************************************************************
      * OUTPUT.: RELORCX - PEDIDOS RETIDOS POR ORCAMENTO  - LRECL=133 *
      *****************************************************************
      *
       FD  RELORCX
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELORCX         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPAPR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPAPM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOPER       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFORN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPAPN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPORL       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELPEDL       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELAPRV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBUDG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBACU       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBCOM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELORCX       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADPAPR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPAPM      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADOPER      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFORN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPAPN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPORL      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELPEDL      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELAPRV      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELORCX      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-LIBERADOS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADOS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EXPIRADOS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PENDENTES    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-MOV-INVALIDO PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJ-OPERADOR PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJ-ALCADA   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-MOV-S-PEDIDO PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RET-ORCAM    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-LIB-CONTROL  PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-PED-ANTERIOR     PIC     9(007) VALUE ZEROS.
       01      WS-VLR-ITEM         PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-PEDIDO       PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-QTD-DIAS-PRAZO   PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        DECISAO APLICADA AO PEDIDO CORRENTE                    *
      *****************************************************************
      *
       01      WS-DECISAO-PED      PIC     X(001) VALUE SPACES.
         88    WS-PED-LIBERAR              VALUE 'L'.
         88    WS-PED-REJEITAR             VALUE 'R'.
         88    WS-PED-EXPIRAR              VALUE 'E'.
         88    WS-PED-RETER-ORCAM          VALUE 'B'.
         88    WS-PED-PENDENTE             VALUE ' '.
      *
       01      WS-OPER-DECISAO     PIC     X(004) VALUE SPACES.
       01      WS-DAT-DECISAO      PIC     9(008) VALUE ZEROS.
       01      WS-MOTIVO-DECISAO   PIC     X(030) VALUE SPACES.
      *
       01      WS-SW-LIB-ORCAM     PIC     X(001) VALUE 'N'.
         88    WS-LIB-ORCAM                VALUE 'S'.
         88    WS-SEM-LIB-ORCAM            VALUE 'N'.
      *
       01      WS-OPER-CONTROLADOR PIC     X(004) VALUE SPACES.
      *
       01      WS-SW-GRUPO-ABERTO  PIC     X(001) VALUE 'N'.
         88    WS-GRUPO-ABERTO             VALUE 'S'.
         88    WS-GRUPO-FECHADO            VALUE 'N'.
      *
       01      WS-SW-PAPM-VALIDO   PIC     X(001) VALUE 'S'.
         88    WS-PAPM-VALIDO              VALUE 'S'.
         88    WS-PAPM-INVALIDO            VALUE 'N'.
      *
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PROC.
        03     WS-PROC-ANO         PIC     9(004).
        03     WS-PROC-MES         PIC     9(002).
        03     WS-PROC-DIA         PIC     9(002).
      *
       01      WS-DAT-EMISSAO      PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DAT-EMISSAO.
        03     WS-EMI-ANO          PIC     9(004).
        03     WS-EMI-MES          PIC     9(002).
        03     WS-EMI-DIA          PIC     9(002).
      *
       01      WS-DIAS-PROC        PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-EMISSAO     PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-PENDENTE    PIC     S9(005) VALUE ZEROS.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
       01      WS-LINHAS-ORC       PIC     9(003) VALUE 99.
       01      WS-PAGI-ORC         PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE SALDO ORCAMENTARIO DE COMPRAS (CLASSE 'CP')  *
      *        POR CENTRO DE CUSTO: ORCADO, REALIZADO, COMPROMETIDO E *
      *        O VALOR JA LIBERADO NESTA EXECUCAO                     *
      *****************************************************************
      *
       01      WS-QTD-TAB-ORC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ORC      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-SALDO-ORCAM.
         03    TAB-ORC-ITEM        OCCURS  01000  TIMES.
           05  TAB-ORC-COD-CC      PIC     X(006).
           05  TAB-ORC-VLR-ANUAL   PIC     9(013)V9(002).
           05  TAB-ORC-VLR-ACUM    PIC     9(013)V9(002).
           05  TAB-ORC-VLR-COMPROM PIC     9(013)V9(002).
           05  TAB-ORC-VLR-LIBERADO
                                   PIC     9(015)V9(002).
      *
       01      WS-SW-ORC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ORC-ACHOU                VALUE 'S'.
         88    WS-ORC-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-COD-CC-ORC       PIC     X(006) VALUE SPACES.
       01      WS-VLR-SALDO-ORCAM  PIC    S9(015)V9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE OPERADORES APROVADORES DE PEDIDO (CADOPER)   *
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
           05  TAB-OPER-NIVEL      PIC     9(001).
           05  TAB-OPER-AUT-BUDG   PIC     X(001).
      *
       01      WS-NIV-OPERADOR     PIC     9(001) VALUE ZEROS.
      *
       01      WS-SW-CONTROLADOR   PIC     X(001) VALUE 'N'.
         88    WS-CONTROLADOR-OK           VALUE 'S'.
         88    WS-CONTROLADOR-NAO          VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE MOVIMENTOS DE APROVACAO VALIDOS (CADPAPM)    *
      *****************************************************************
      *
       01      WS-QTD-TAB-APR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-APR      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-APROVACOES.
         03    TAB-APR-ITEM        OCCURS  02000  TIMES.
           05  TAB-APR-PEDIDO      PIC     9(007).
           05  TAB-APR-DECISAO     PIC     X(001).
           05  TAB-APR-OPERADOR    PIC     X(004).
           05  TAB-APR-NIVEL       PIC     9(001).
           05  TAB-APR-MOTIVO      PIC     X(030).
           05  TAB-APR-USADO       PIC     X(001).
      *
      *****************************************************************
      *        TABELA INTERNA COM O CADASTRO DE FORNECEDORES          *
      *****************************************************************
      *
       01      WS-QTD-TAB-FOR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FOR      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FORNECEDORES.
         03    TAB-FOR-ITEM        OCCURS  02000  TIMES.
           05  TAB-FOR-CODIGO      PIC     9(010).
           05  TAB-FOR-NOME        PIC     X(030).
      *
       01      WS-NOME-FORN        PIC     X(030) VALUE SPACES.
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
      *    LAY-OUT DO DOCUMENTO DE PEDIDO (O MESMO DO GPFPB038)       *
      *****************************************************************
      *
       01      PED1.
         03    FILLER              PIC     X(001) VALUE '1'.
         03    FILLER              PIC     X(010) VALUE '#MAINFRAME'.
         03    FILLER              PIC     X(030) VALUE SPACES.
         03    FILLER              PIC     X(043) VALUE
              'P E D I D O  D E  C O M P R A  -  S I G P F'.
         03    FILLER              PIC     X(029) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'DATA...: '.
         03    PED1-DATA           PIC     9(008).
         03    FILLER              PIC     X(003) VALUE SPACES.
      *
       01      PED2.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PEDIDO: '.
         03    PED2-PEDIDO         PIC     9(007).
         03    FILLER              PIC     X(016) VALUE
               '  FORNECEDOR: '.
         03    PED2-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    PED2-NOME-FORN      PIC     X(030).
         03    FILLER              PIC     X(057) VALUE SPACES.
      *
       01      PED4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      PED6.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'COD. PECA'.
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE 'NOME DA PECA'.
         03    FILLER              PIC     X(022) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'QTDE COMPR'.
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
              'VALOR UNITARIO'.
         03    FILLER              PIC     X(008) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'VALOR TOTAL'.
         03    FILLER              PIC     X(031) VALUE SPACES.
      *
       01      PEDD.
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    PEDD-CODIGO         PIC     9(005).
         03    FILLER              PIC     X(008) VALUE SPACES.
         03    PEDD-NOME           PIC     X(030).
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    PEDD-QTDE           PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    PEDD-VLR-UNIT       PIC     Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    PEDD-VLR-TOTAL      PIC     Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(033) VALUE SPACES.
      *
       01      PEDR.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(024) VALUE
               'VALOR TOTAL DO PEDIDO: '.
         03    PEDR-VLR-PEDIDO     PIC     ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(084) VALUE SPACES.
      *
      *****************************************************************
      *    LAY-OUT DO RELATORIO DE PEDIDOS DEVOLVIDOS A COMPRAS       *
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
         03    FILLER              PIC     X(053) VALUE
         'P E D I D O S  D E V O L V I D O S  A  C O M P R A S '.
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
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'PEDIDO '.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'FORNECEDOR'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(021) VALUE
               '         VALOR PEDIDO'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'NIV'.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'OPER'.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE '  DIAS'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'MOTIVO'.
         03    FILLER              PIC     X(016) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-PEDIDO         PIC     9(007).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-VLR-PEDIDO     PIC     ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-NIVEL          PIC     9(001).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-OPERADOR       PIC     X(004).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-DIAS           PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-MOTIVO         PIC     X(030).
         03    FILLER              PIC     X(016) VALUE SPACES.
      *
      *****************************************************************
      *    LAY-OUT DO RELATORIO DE EXCECAO - RETIDOS POR ORCAMENTO    *
      *****************************************************************
      *
       01      CAB3X.
         03    FILLER              PIC     X(036) VALUE SPACES.
         03    FILLER              PIC     X(059) VALUE
         'P E D I D O S  R E T I D O S  P O R  O R C A M E N T O   '.
         03    FILLER              PIC     X(026) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3X-PAGINA        PIC     ZZ9.
      *
       01      CAB6X.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'PEDIDO '.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'FORNECEDOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'C.CUST'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(021) VALUE
               '         VALOR PEDIDO'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(021) VALUE
               '     SALDO ORCAMENTO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(022) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'OPER'.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE '  DIAS'.
         03    FILLER              PIC     X(014) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET2-PEDIDO         PIC     9(007).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET2-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-COD-CC         PIC     X(006).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET2-VLR-PEDIDO     PIC     ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET2-SALDO          PIC     -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET2-SITUACAO       PIC     X(022).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET2-OPERADOR       PIC     X(004).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET2-DIAS           PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(014) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADPAPR - PEDIDOS PENDENTES DE APROVACAO             *
      *****************************************************************
      *
           COPY    COBO1088.
      *
      *****************************************************************
      * INPUT..: CADPAPM - MOVIMENTO DE APROVACAO                     *
      *****************************************************************
      *
           COPY    COBI1086.
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES                     *
      *****************************************************************
      *
           COPY    COBI1077.
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES                   *
      *****************************************************************
      *
           COPY    COBI1008.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS                   *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * INPUT..: CADBUDG - ORCAMENTO ANUAL                            *
      *****************************************************************
      *
           COPY    COBI1068.
      *
      *****************************************************************
      * INPUT..: CADBACU - REALIZADO ACUMULADO                        *
      *****************************************************************
      *
           COPY    COBO1072.
      *
      *****************************************************************
      * INPUT..: CADBCOM - ORCAMENTO COMPROMETIDO                     *
      *****************************************************************
      *
           COPY    COBO1089.
      *
      *****************************************************************
      * OUTPUT.: CADPORL - PEDIDOS LIBERADOS (LAY-OUT CADPORD)        *
      *****************************************************************
      *
           COPY    COBO1034.
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
       01      WS-GCAT-CADPAPR     PIC     X(300) VALUE SPACES.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADPAPR   EQUAL 10.

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

           OPEN    INPUT   CADPAPR
                           CADPAPM
                           CADOPER
                           CADFORN
                           CADPARM
                           CADBUDG
                           CADBACU
                           CADBCOM
                   OUTPUT  CADPAPN
                           CADPORL
                           RELPEDL
                           RELAPRV
                           RELORCX.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADPAPR'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPAPR.

           PERFORM 0400-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-SEM-PARM
           END-IF.

           COMPUTE WS-DIAS-PROC =
                   (WS-PROC-ANO * 360) + (WS-PROC-MES * 30) +
                    WS-PROC-DIA.

           PERFORM 0410-00-CARGA-ORCAMENTO
             UNTIL WS-FS-CADBUDG   EQUAL   10.

           PERFORM 0412-00-CARGA-ACUMULADO
             UNTIL WS-FS-CADBACU   EQUAL   10.

           PERFORM 0414-00-CARGA-COMPROMETIDO
             UNTIL WS-FS-CADBCOM   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-CADFORN
             UNTIL WS-FS-CADFORN   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-CADOPER
             UNTIL WS-FS-CADOPER   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-CADPAPM
             UNTIL WS-FS-CADPAPM   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADPAPR.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADPAPR.

           PERFORM 0305-00-TESTA-FS-CADPAPM.

           PERFORM 0310-00-TESTA-FS-CADOPER.

           PERFORM 0315-00-TESTA-FS-CADFORN.

           PERFORM 0320-00-TESTA-FS-CADPARM.

           PERFORM 0325-00-TESTA-FS-CADPAPN.

           PERFORM 0330-00-TESTA-FS-CADPORL.

           PERFORM 0335-00-TESTA-FS-RELPEDL.

           PERFORM 0340-00-TESTA-FS-RELAPRV.

           PERFORM 0345-00-TESTA-FS-ORCAMENTO.

           PERFORM 0350-00-TESTA-FS-RELORCX.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADPAPR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPAPR NOT EQUAL 00 AND 10
                   MOVE 'CADPAPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPAPR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0305-00-TESTA-FS-CADPAPM    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPAPM NOT EQUAL 00 AND 10
                   MOVE 'CADPAPM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPAPM
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0305-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-CADOPER    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADOPER NOT EQUAL 00 AND 10
                   MOVE 'CADOPER'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOPER
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0315-00-TESTA-FS-CADFORN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADFORN NOT EQUAL 00 AND 10
                   MOVE 'CADFORN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFORN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0315-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADPARM    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0325-00-TESTA-FS-CADPAPN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPAPN NOT EQUAL 00
                   MOVE 'CADPAPN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPAPN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0325-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-CADPORL    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPORL NOT EQUAL 00
                   MOVE 'CADPORL'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPORL
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0335-00-TESTA-FS-RELPEDL    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELPEDL NOT EQUAL 00
                   MOVE 'RELPEDL'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELPEDL
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0335-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0340-00-TESTA-FS-RELAPRV    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELAPRV NOT EQUAL 00
                   MOVE 'RELAPRV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELAPRV
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0340-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0345-00-TESTA-FS-ORCAMENTO  SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADBUDG NOT EQUAL 00 AND 10
                   MOVE 'CADBUDG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBUDG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBACU NOT EQUAL 00 AND 10
                   MOVE 'CADBACU'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBACU
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBCOM NOT EQUAL 00 AND 10
                   MOVE 'CADBCOM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBCOM
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0345-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-TESTA-FS-RELORCX    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELORCX NOT EQUAL 00
                   MOVE 'RELORCX'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELORCX
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADPARM.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB128' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:3)        TO
                                   WS-QTD-DIAS-PRAZO (1:3)
                   END-IF
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0410-00-CARGA-ORCAMENTO     SECTION.
      *****************************************************************
      *    ORCAMENTO ANUAL DE COMPRAS (CLASSE 'CP') DO EXERCICIO      *
      *
           READ    CADBUDG         INTO    REG-BUDG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0345-00-TESTA-FS-ORCAMENTO.

           IF      WS-FS-CADBUDG   EQUAL   00
             IF    BUDG-ANO        EQUAL   WS-PROC-ANO AND
                   BUDG-CLASSE     EQUAL   'CP'
                   MOVE    BUDG-COD-CC     TO      WS-COD-CC-ORC
                   PERFORM 0480-00-PROCURA-CC-ORCAM
                   ADD     BUDG-VLR-ANUAL  TO
                           TAB-ORC-VLR-ANUAL (WS-IND-TAB-ORC)
             END-IF
           END-IF.
      *
       0410-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0412-00-CARGA-ACUMULADO     SECTION.
      *****************************************************************
      *    REALIZADO ACUMULADO DE COMPRAS DO EXERCICIO                *
      *
           READ    CADBACU         INTO    REG-BACU.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0345-00-TESTA-FS-ORCAMENTO.

           IF      WS-FS-CADBACU   EQUAL   00
             IF    BACU-ANO        EQUAL   WS-PROC-ANO AND
                   BACU-CLASSE     EQUAL   'CP'
                   MOVE    BACU-COD-CC     TO      WS-COD-CC-ORC
                   PERFORM 0480-00-PROCURA-CC-ORCAM
                   ADD     BACU-VLR-ACUM   TO
                           TAB-ORC-VLR-ACUM (WS-IND-TAB-ORC)
             END-IF
           END-IF.
      *
       0412-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0414-00-CARGA-COMPROMETIDO  SECTION.
      *****************************************************************
      *    SALDO A RECEBER DOS PEDIDOS EM ABERTO (GPFPB129)           *
      *
           READ    CADBCOM         INTO    REG-BCOM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0345-00-TESTA-FS-ORCAMENTO.

           IF      WS-FS-CADBCOM   EQUAL   00
             IF    BCOM-ANO        EQUAL   WS-PROC-ANO AND
                   BCOM-CLASSE     EQUAL   'CP'
                   MOVE    BCOM-COD-CC     TO      WS-COD-CC-ORC
                   PERFORM 0480-00-PROCURA-CC-ORCAM
                   ADD     BCOM-VLR-COMPROM TO
                           TAB-ORC-VLR-COMPROM (WS-IND-TAB-ORC)
             END-IF
           END-IF.
      *
       0414-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-CADFORN   SECTION.
      *****************************************************************
      *
           READ    CADFORN         INTO    REG-FORN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0315-00-TESTA-FS-CADFORN.

           IF      WS-FS-CADFORN   EQUAL   00
                   ADD 001         TO      WS-LID-CADFORN

                   IF      WS-QTD-TAB-FOR  LESS    02000
                           ADD     001     TO      WS-QTD-TAB-FOR
                           MOVE    FORN-CODIGO     TO
                                   TAB-FOR-CODIGO (WS-QTD-TAB-FOR)
                           MOVE    FORN-NOME       TO
                                   TAB-FOR-NOME   (WS-QTD-TAB-FOR)
                   END-IF
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-CADOPER   SECTION.
      *****************************************************************
      *    CARREGA OS OPERADORES COM A AUTORIZACAO E O NIVEL DE       *
      *    ALCADA PARA APROVAR PEDIDOS DE COMPRA                      *
      *
           READ    CADOPER         INTO    REG-OPER.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADOPER.

           IF      WS-FS-CADOPER   EQUAL   00
                   ADD 001         TO      WS-LID-CADOPER

                   IF      WS-QTD-TAB-OPER GREATER OR EQUAL 00200
                           PERFORM 0997-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-OPER
                   MOVE    OPER-ID TO
                           TAB-OPER-ID       (WS-QTD-TAB-OPER)
                   MOVE    OPER-SITUACAO     TO
                           TAB-OPER-SITUACAO (WS-QTD-TAB-OPER)
                   MOVE    OPER-AUT-PORD     TO
                           TAB-OPER-AUT      (WS-QTD-TAB-OPER)
                   MOVE    OPER-AUT-BUDG     TO
                           TAB-OPER-AUT-BUDG (WS-QTD-TAB-OPER)
                   IF      OPER-NIV-APROV  NUMERIC
                           MOVE    OPER-NIV-APROV  TO
                                   TAB-OPER-NIVEL (WS-QTD-TAB-OPER)
                   ELSE
                           MOVE    ZEROS   TO
                                   TAB-OPER-NIVEL (WS-QTD-TAB-OPER)
                   END-IF
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-PROCURA-OPERADOR    SECTION.
      *****************************************************************
      *    DEVOLVE O NIVEL DE ALCADA DO APROVADOR (ZERO = OPERADOR    *
      *    INEXISTENTE, INATIVO OU SEM AUTORIZACAO)                   *
      *
           MOVE    ZEROS           TO      WS-NIV-OPERADOR.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER

             IF    PAPM-ID-OPERADOR        EQUAL
                   TAB-OPER-ID (WS-IND-TAB-OPER)
               AND TAB-OPER-SITUACAO (WS-IND-TAB-OPER) EQUAL 'A'
               AND TAB-OPER-AUT      (WS-IND-TAB-OPER) EQUAL 'S'
                   MOVE    TAB-OPER-NIVEL (WS-IND-TAB-OPER)
                                   TO      WS-NIV-OPERADOR
             END-IF

           END-PERFORM.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0455-00-PROCURA-CONTROLADOR SECTION.
      *****************************************************************
      *    CONFERE SE O OPERADOR ESTA ATIVO E AUTORIZADO A LIBERAR    *
      *    PEDIDO RETIDO POR ESTOURO DE ORCAMENTO (CONTROLADORIA)     *
      *
           SET     WS-CONTROLADOR-NAO      TO      TRUE.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER

             IF    PAPM-ID-OPERADOR        EQUAL
                   TAB-OPER-ID (WS-IND-TAB-OPER)
               AND TAB-OPER-SITUACAO (WS-IND-TAB-OPER) EQUAL 'A'
               AND TAB-OPER-AUT-BUDG (WS-IND-TAB-OPER) EQUAL 'S'
                   SET     WS-CONTROLADOR-OK       TO      TRUE
             END-IF

           END-PERFORM.
      *
       0455-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-CADPAPM   SECTION.
      *****************************************************************
      *    CARREGA OS MOVIMENTOS DE APROVACAO VALIDOS, JA COM O       *
      *    NIVEL DE ALCADA DO APROVADOR                               *
      *
           READ    CADPAPM         INTO    REG-PAPM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0305-00-TESTA-FS-CADPAPM.

           IF      WS-FS-CADPAPM   NOT EQUAL 00
                   GO      TO      0460-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPAPM.

           SET     WS-PAPM-VALIDO  TO      TRUE.

           IF      PAPM-NUM-PEDIDO NOT NUMERIC OR
                  (NOT PAPM-LIBERAR AND NOT PAPM-REJEITAR AND
                   NOT PAPM-LIBERAR-ORCAM)
                   SET     WS-PAPM-INVALIDO        TO      TRUE
                   ADD     001     TO      WS-QTD-MOV-INVALIDO
                   DISPLAY 'GPFPB128 - MOVIMENTO REJEITADO: '
                           REG-PAPM (1:12)
                   GO      TO      0460-99-EXIT
           END-IF.

      *    LIBERACAO ACIMA DO ORCAMENTO: SO OPERADOR DA CONTROLADORIA *
      *    (OPER-AUT-BUDG = 'S'), SEM EXIGENCIA DE NIVEL DE ALCADA    *
           IF      PAPM-LIBERAR-ORCAM
                   PERFORM 0455-00-PROCURA-CONTROLADOR
                   MOVE    ZEROS   TO      WS-NIV-OPERADOR
                   IF      WS-CONTROLADOR-OK
                           MOVE    9       TO      WS-NIV-OPERADOR
                   END-IF
           ELSE
                   PERFORM 0450-00-PROCURA-OPERADOR
           END-IF.

           IF      WS-NIV-OPERADOR EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-REJ-OPERADOR
                   DISPLAY 'GPFPB128 - OPERADOR NAO AUTORIZADO: '
                           PAPM-ID-OPERADOR ' PEDIDO: '
                           PAPM-NUM-PEDIDO
                   GO      TO      0460-99-EXIT
           END-IF.

           MOVE    PAPM-ID-OPERADOR        TO      WOL-ID-OPERADOR.
           MOVE    'A'             TO      WOL-FUNCAO.

           IF      PAPM-LIBERAR-ORCAM
                   MOVE    'BUDG'  TO      WOL-AUTORIZACAO
           ELSE
                   MOVE    'PORD'  TO      WOL-AUTORIZACAO
           END-IF.

           PERFORM 0475-00-CHAMA-COBBB012.

           IF      WS-QTD-TAB-APR  GREATER OR EQUAL 02000
                   PERFORM 0997-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-APR.

           MOVE    PAPM-NUM-PEDIDO TO
                   TAB-APR-PEDIDO   (WS-QTD-TAB-APR).
           MOVE    PAPM-DECISAO    TO
                   TAB-APR-DECISAO  (WS-QTD-TAB-APR).
           MOVE    PAPM-ID-OPERADOR
                                   TO
                   TAB-APR-OPERADOR (WS-QTD-TAB-APR).
           MOVE    WS-NIV-OPERADOR TO
                   TAB-APR-NIVEL    (WS-QTD-TAB-APR).
           MOVE    PAPM-MOTIVO     TO
                   TAB-APR-MOTIVO   (WS-QTD-TAB-APR).
           MOVE    'N'             TO
                   TAB-APR-USADO    (WS-QTD-TAB-APR).
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0475-00-CHAMA-COBBB012      SECTION.
      *****************************************************************
      *    REGISTRA NO LOG CADOLOG O USO DA AUTORIZACAO PORD          *
      *    (APROVADOR DE PEDIDOS) OU BUDG (CONTROLADORIA) PELO        *
      *    OPERADOR ACEITO, BASE DA REVISAO DE ACESSOS (GPFPB181)     *
      *
           MOVE    'GPFPB128'      TO      WOL-PROGRAMA.

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
       0480-00-PROCURA-CC-ORCAM    SECTION.
      *****************************************************************
      *    LOCALIZA (OU INCLUI) O CENTRO DE CUSTO NA TABELA DE SALDO  *
      *    ORCAMENTARIO. SPACES = RUBRICA DE COMPRAS GERAIS           *
      *
           IF      WS-COD-CC-ORC   EQUAL   SPACES
                   MOVE    'GERAL '        TO      WS-COD-CC-ORC
           END-IF.

           SET     WS-ORC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-ORC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ORC GREATER WS-QTD-TAB-ORC
                   OR      WS-ORC-ACHOU

             IF    WS-COD-CC-ORC   EQUAL
                   TAB-ORC-COD-CC (WS-IND-TAB-ORC)
                   SET     WS-ORC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ORC-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-ORC
           ELSE
                   IF      WS-QTD-TAB-ORC  GREATER OR EQUAL 01000
                           PERFORM 0997-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-ORC
                   MOVE    WS-QTD-TAB-ORC  TO      WS-IND-TAB-ORC
                   MOVE    WS-COD-CC-ORC   TO
                           TAB-ORC-COD-CC       (WS-IND-TAB-ORC)
                   MOVE    ZEROS   TO
                           TAB-ORC-VLR-ANUAL    (WS-IND-TAB-ORC)
                           TAB-ORC-VLR-ACUM     (WS-IND-TAB-ORC)
                           TAB-ORC-VLR-COMPROM  (WS-IND-TAB-ORC)
                           TAB-ORC-VLR-LIBERADO (WS-IND-TAB-ORC)
           END-IF.
      *
       0480-99-EXIT.
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
       0500-00-LEITURA-CADPAPR     SECTION.
      *****************************************************************
      *
           READ    CADPAPR         INTO    REG-PAPR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADPAPR.

           IF      WS-FS-CADPAPR   EQUAL   00
                   ADD 001         TO      WS-LID-CADPAPR
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           IF      PAPR-NUM-PEDIDO NOT EQUAL WS-PED-ANTERIOR
                   PERFORM         1100-00-FECHA-PEDIDO
                   PERFORM         1200-00-DECIDE-PEDIDO
           END-IF.

           EVALUATE TRUE
             WHEN  WS-PED-LIBERAR
                   PERFORM         1300-00-LIBERA-ITEM
             WHEN  WS-PED-PENDENTE
                   PERFORM         1400-00-GRAVACAO-CADPAPN
             WHEN  WS-PED-RETER-ORCAM
                   PERFORM         1420-00-GRAVA-RETIDO-ORCAM
             WHEN  OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 0500-00-LEITURA-CADPAPR.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-FECHA-PEDIDO        SECTION.
      *****************************************************************
      *    IMPRIME O RODAPE (VALOR TOTAL) DO PEDIDO LIBERADO          *
      *
           IF      WS-GRUPO-ABERTO
                   MOVE    SPACES          TO      REG-RELPEDL
                   PERFORM 2200-00-GRAVACAO-RELPEDL
                   MOVE    WS-VLR-PEDIDO   TO      PEDR-VLR-PEDIDO
                   MOVE    PEDR            TO      REG-RELPEDL
                   PERFORM 2200-00-GRAVACAO-RELPEDL
                   SET     WS-GRUPO-FECHADO        TO      TRUE
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-DECIDE-PEDIDO       SECTION.
      *****************************************************************
      *    DEFINE O DESTINO DO PEDIDO: LIBERADO OU REJEITADO POR UM   *
      *    APROVADOR COM ALCADA SUFICIENTE, EXPIRADO SE PENDENTE HA   *
      *    MAIS DIAS QUE O PRAZO, OU CONTINUA PENDENTE. O PEDIDO JA   *
      *    APROVADO E RETIDO POR ORCAMENTO VOLTA A SER CONFERIDO E    *
      *    TODA LIBERACAO PASSA PELA CONFERENCIA DE SALDO             *
      *
           MOVE    PAPR-NUM-PEDIDO TO      WS-PED-ANTERIOR.

           MOVE    ZEROS           TO      WS-VLR-PEDIDO
                                           WS-DAT-DECISAO.

           MOVE    SPACES          TO      WS-DECISAO-PED
                                           WS-OPER-DECISAO
                                           WS-OPER-CONTROLADOR
                                           WS-MOTIVO-DECISAO.

           SET     WS-SEM-LIB-ORCAM        TO      TRUE.

           PERFORM 1250-00-PROCURA-APROVACAO.

           IF      WS-PED-LIBERAR
                   MOVE    WS-DATA-PROC    TO      WS-DAT-DECISAO
           END-IF.

           IF      WS-PED-PENDENTE AND PAPR-RETIDO-ORCAM
                   SET     WS-PED-LIBERAR  TO      TRUE
                   MOVE    PAPR-ID-APROVADOR
                                   TO      WS-OPER-DECISAO
                   MOVE    PAPR-DAT-DECISAO
                                   TO      WS-DAT-DECISAO
           END-IF.

           MOVE    PAPR-DAT-EMISSAO
                                   TO      WS-DAT-EMISSAO.

           COMPUTE WS-DIAS-EMISSAO =
                   (WS-EMI-ANO * 360) + (WS-EMI-MES * 30) +
                    WS-EMI-DIA.

           COMPUTE WS-DIAS-PENDENTE =
                   WS-DIAS-PROC - WS-DIAS-EMISSAO.

           IF      WS-PED-PENDENTE AND
                   WS-DIAS-PENDENTE GREATER WS-QTD-DIAS-PRAZO
                   SET     WS-PED-EXPIRAR  TO      TRUE
                   MOVE    'PRAZO DE APROVACAO ESGOTADO'
                                   TO      WS-MOTIVO-DECISAO
           END-IF.

           IF      WS-PED-LIBERAR
                   PERFORM 1230-00-CONFERE-ORCAMENTO
           END-IF.

           EVALUATE TRUE
             WHEN  WS-PED-LIBERAR
                   ADD     001     TO      WS-QTD-LIBERADOS
                   PERFORM 1270-00-ABRE-DOCUMENTO
             WHEN  WS-PED-REJEITAR
                   ADD     001     TO      WS-QTD-REJEITADOS
                   MOVE    'REJEITADO '    TO      DET1-SITUACAO
                   PERFORM 2500-00-IMPRIME-DEVOLVIDO
             WHEN  WS-PED-EXPIRAR
                   ADD     001     TO      WS-QTD-EXPIRADOS
                   MOVE    'EXPIRADO  '    TO      DET1-SITUACAO
                   PERFORM 2500-00-IMPRIME-DEVOLVIDO
             WHEN  WS-PED-RETER-ORCAM
                   ADD     001     TO      WS-QTD-RET-ORCAM
                   MOVE    'RETIDO POR ORCAMENTO'  TO DET2-SITUACAO
                   MOVE    WS-OPER-DECISAO TO      DET2-OPERADOR
                   PERFORM 2550-00-IMPRIME-RETIDO-ORCAM
             WHEN  OTHER
                   ADD     001     TO      WS-QTD-PENDENTES
           END-EVALUATE.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1230-00-CONFERE-ORCAMENTO   SECTION.
      *****************************************************************
      *    SALDO DO ORCAMENTO DE COMPRAS DO CENTRO DE CUSTO DO        *
      *    PEDIDO: ORCADO - REALIZADO - COMPROMETIDO - JA LIBERADO.   *
      *    SE NAO COUBER, SO SAI COM A LIBERACAO DA CONTROLADORIA     *
      *
           MOVE    PAPR-COD-CC     TO      WS-COD-CC-ORC.

           PERFORM 0480-00-PROCURA-CC-ORCAM.

           COMPUTE WS-VLR-SALDO-ORCAM =
                   TAB-ORC-VLR-ANUAL    (WS-IND-TAB-ORC) -
                   TAB-ORC-VLR-ACUM     (WS-IND-TAB-ORC) -
                   TAB-ORC-VLR-COMPROM  (WS-IND-TAB-ORC) -
                   TAB-ORC-VLR-LIBERADO (WS-IND-TAB-ORC).

           IF      PAPR-VLR-PEDIDO NOT GREATER WS-VLR-SALDO-ORCAM
                   ADD     PAPR-VLR-PEDIDO TO
                           TAB-ORC-VLR-LIBERADO (WS-IND-TAB-ORC)
                   GO      TO      1230-99-EXIT
           END-IF.

           IF      WS-LIB-ORCAM
                   ADD     PAPR-VLR-PEDIDO TO
                           TAB-ORC-VLR-LIBERADO (WS-IND-TAB-ORC)
                   ADD     001     TO      WS-QTD-LIB-CONTROL
                   MOVE    'LIBERADO CONTROLADORIA'
                                   TO      DET2-SITUACAO
                   MOVE    WS-OPER-CONTROLADOR
                                   TO      DET2-OPERADOR
                   PERFORM 2550-00-IMPRIME-RETIDO-ORCAM
           ELSE
                   SET     WS-PED-RETER-ORCAM      TO      TRUE
           END-IF.
      *
       1230-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-PROCURA-APROVACAO   SECTION.
      *****************************************************************
      *    PROCURA UM MOVIMENTO DO PEDIDO CUJO APROVADOR TENHA A      *
      *    ALCADA EXIGIDA. MOVIMENTO DE ALCADA INSUFICIENTE E         *
      *    REJEITADO E O PEDIDO CONTINUA AGUARDANDO                   *
      *
           PERFORM VARYING WS-IND-TAB-APR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-APR GREATER WS-QTD-TAB-APR

             IF    TAB-APR-PEDIDO (WS-IND-TAB-APR) EQUAL
                   PAPR-NUM-PEDIDO
               AND TAB-APR-USADO  (WS-IND-TAB-APR) EQUAL 'N'
                   MOVE    'S'     TO
                           TAB-APR-USADO (WS-IND-TAB-APR)
                   IF      TAB-APR-DECISAO (WS-IND-TAB-APR) EQUAL 'O'
                           SET     WS-LIB-ORCAM    TO      TRUE
                           MOVE    TAB-APR-OPERADOR (WS-IND-TAB-APR)
                                   TO      WS-OPER-CONTROLADOR
                   ELSE
                   IF      TAB-APR-NIVEL (WS-IND-TAB-APR) LESS
                           PAPR-NIV-EXIGIDO
                           ADD     001     TO      WS-QTD-REJ-ALCADA
                           DISPLAY 'GPFPB128 - ALCADA INSUFICIENTE: '
                                   TAB-APR-OPERADOR (WS-IND-TAB-APR)
                                   ' PEDIDO: ' PAPR-NUM-PEDIDO
                   ELSE
                     IF    WS-PED-PENDENTE
                           MOVE    TAB-APR-DECISAO (WS-IND-TAB-APR)
                                   TO      WS-DECISAO-PED
                           MOVE    TAB-APR-OPERADOR (WS-IND-TAB-APR)
                                   TO      WS-OPER-DECISAO
                           MOVE    TAB-APR-MOTIVO (WS-IND-TAB-APR)
                                   TO      WS-MOTIVO-DECISAO
                     END-IF
                   END-IF
                   END-IF
             END-IF

           END-PERFORM.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1270-00-ABRE-DOCUMENTO      SECTION.
      *****************************************************************
      *    IMPRIME O CABECALHO DO DOCUMENTO DO PEDIDO LIBERADO        *
      *
           MOVE    SPACES          TO      WS-NOME-FORN.

           PERFORM VARYING WS-IND-TAB-FOR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FOR GREATER WS-QTD-TAB-FOR
                   OR      WS-NOME-FORN   NOT EQUAL SPACES

             IF    PAPR-FORNECEDOR EQUAL
                   TAB-FOR-CODIGO (WS-IND-TAB-FOR)
                   MOVE    TAB-FOR-NOME (WS-IND-TAB-FOR)
                                   TO      WS-NOME-FORN
             END-IF

           END-PERFORM.

           SET     WS-GRUPO-ABERTO TO      TRUE.

           MOVE    WS-DATA-PROC    TO      PED1-DATA.
           MOVE    PED1            TO      REG-RELPEDL.
           PERFORM 2200-00-GRAVACAO-RELPEDL.

           MOVE    PAPR-NUM-PEDIDO TO      PED2-PEDIDO.
           MOVE    PAPR-FORNECEDOR TO      PED2-FORNECEDOR.
           MOVE    WS-NOME-FORN    TO      PED2-NOME-FORN.
           MOVE    PED2            TO      REG-RELPEDL.
           PERFORM 2200-00-GRAVACAO-RELPEDL.

           MOVE    PED4            TO      REG-RELPEDL.
           PERFORM 2200-00-GRAVACAO-RELPEDL.

           MOVE    PED6            TO      REG-RELPEDL.
           PERFORM 2200-00-GRAVACAO-RELPEDL.

           MOVE    PED4            TO      REG-RELPEDL.
           PERFORM 2200-00-GRAVACAO-RELPEDL.
      *
       1270-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-LIBERA-ITEM         SECTION.
      *****************************************************************
      *    GRAVA O ITEM LIBERADO NO LAY-OUT DO CADPORD E NO           *
      *    DOCUMENTO DO PEDIDO                                        *
      *
           MOVE    SPACES          TO      REG-PORD.

           MOVE    PAPR-NUM-PEDIDO TO      PORD-NUM-PEDIDO.
           MOVE    PAPR-FORNECEDOR TO      PORD-FORNECEDOR.
           MOVE    PAPR-COD-PEC    TO      PORD-COD-PEC.
           MOVE    PAPR-NOME       TO      PORD-NOME.
           MOVE    PAPR-QTD-COMPRA TO      PORD-QTD-COMPRA.
           MOVE    ZEROS           TO      PORD-QTD-RECEBIDA.
           MOVE    PAPR-VLR-UNIT   TO      PORD-VLR-UNIT.
           MOVE    WS-DATA-PROC    TO      PORD-DAT-EMISSAO.
           MOVE    'A'             TO      PORD-SITUACAO.
           MOVE    PAPR-COD-CC     TO      PORD-COD-CC.
           MOVE    ZEROS           TO      PORD-DAT-PROMET.

           WRITE   REG-CADPORL     FROM    REG-PORD.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0330-00-TESTA-FS-CADPORL.

           ADD     001             TO      WS-GRV-CADPORL.

           COMPUTE WS-VLR-ITEM =
                   PORD-QTD-COMPRA * PORD-VLR-UNIT.

           ADD     WS-VLR-ITEM     TO      WS-VLR-PEDIDO.

           MOVE    PORD-COD-PEC    TO      PEDD-CODIGO.
           MOVE    PORD-NOME       TO      PEDD-NOME.
           MOVE    PORD-QTD-COMPRA TO      PEDD-QTDE.
           MOVE    PORD-VLR-UNIT   TO      PEDD-VLR-UNIT.
           MOVE    WS-VLR-ITEM     TO      PEDD-VLR-TOTAL.

           MOVE    PEDD            TO      REG-RELPEDL.
           PERFORM 2200-00-GRAVACAO-RELPEDL.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-GRAVACAO-CADPAPN    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADPAPN     FROM    REG-PAPR.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0325-00-TESTA-FS-CADPAPN.

           ADD     001             TO      WS-GRV-CADPAPN.

           MOVE    WS-GCAT-CADPAPR TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADPAPN     TO      WGC-REG-IMAGEM.
           MOVE    150             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPAPR.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1420-00-GRAVA-RETIDO-ORCAM  SECTION.
      *****************************************************************
      *    PEDIDO APROVADO QUE ESTOUROU O ORCAMENTO: CONTINUA NO      *
      *    CADPAPN, RETIDO ('B'), GUARDANDO QUEM APROVOU E QUANDO     *
      *
           MOVE    'B'             TO      PAPR-SITUACAO.
           MOVE    WS-OPER-DECISAO TO      PAPR-ID-APROVADOR.
           MOVE    WS-DAT-DECISAO  TO      PAPR-DAT-DECISAO.

           PERFORM 1400-00-GRAVACAO-CADPAPN.
      *
       1420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-GRAVACAO-RELPEDL    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELPEDL.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0335-00-TESTA-FS-RELPEDL.

           ADD     001             TO      WS-GRV-RELPEDL.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-DEVOLVIDO   SECTION.
      *****************************************************************
      *    UMA LINHA POR PEDIDO REJEITADO OU EXPIRADO, PARA COMPRAS   *
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    PAPR-NUM-PEDIDO TO      DET1-PEDIDO.
           MOVE    PAPR-FORNECEDOR TO      DET1-FORNECEDOR.
           MOVE    PAPR-VLR-PEDIDO TO      DET1-VLR-PEDIDO.
           MOVE    PAPR-NIV-EXIGIDO
                                   TO      DET1-NIVEL.
           MOVE    WS-OPER-DECISAO TO      DET1-OPERADOR.
           MOVE    WS-DIAS-PENDENTE
                                   TO      DET1-DIAS.
           MOVE    WS-MOTIVO-DECISAO
                                   TO      DET1-MOTIVO.

           MOVE    DET1            TO      REG-RELAPRV.
           PERFORM 2700-00-GRAVACAO-RELAPRV.
      *
       2500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2550-00-IMPRIME-RETIDO-ORCAM SECTION.
      *****************************************************************
      *    UMA LINHA POR PEDIDO RETIDO POR ORCAMENTO OU LIBERADO PELA *
      *    CONTROLADORIA ACIMA DO SALDO                               *
      *
           IF      WS-LINHAS-ORC   GREATER 54
                   PERFORM         2650-00-CABECALHO-RELORCX
           END-IF.

           ADD     001             TO      WS-LINHAS-ORC.

           MOVE    PAPR-NUM-PEDIDO TO      DET2-PEDIDO.
           MOVE    PAPR-FORNECEDOR TO      DET2-FORNECEDOR.
           MOVE    WS-COD-CC-ORC   TO      DET2-COD-CC.
           MOVE    PAPR-VLR-PEDIDO TO      DET2-VLR-PEDIDO.
           MOVE    WS-VLR-SALDO-ORCAM
                                   TO      DET2-SALDO.
           MOVE    WS-DIAS-PENDENTE
                                   TO      DET2-DIAS.

           MOVE    DET2            TO      REG-RELORCX.
           PERFORM 2750-00-GRAVACAO-RELORCX.
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

           MOVE    CAB1            TO      REG-RELAPRV.
           PERFORM 2700-00-GRAVACAO-RELAPRV.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELAPRV.
           PERFORM 2700-00-GRAVACAO-RELAPRV.

           MOVE    CAB4            TO      REG-RELAPRV.
           PERFORM 2700-00-GRAVACAO-RELAPRV.

           MOVE    SPACES          TO      REG-RELAPRV.
           PERFORM 2700-00-GRAVACAO-RELAPRV.

           MOVE    CAB6            TO      REG-RELAPRV.
           PERFORM 2700-00-GRAVACAO-RELAPRV.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2650-00-CABECALHO-RELORCX   SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE
                                   TO      WS-TIME.

           MOVE    WS-TIME-DIA     TO      WS-DIA.
           MOVE    WS-TIME-MES     TO      WS-MES.
           MOVE    WS-TIME-ANO     TO      WS-ANO.

           MOVE    WS-DATA         TO      CAB1-DATA.

           MOVE    CAB1            TO      REG-RELORCX.
           PERFORM 2750-00-GRAVACAO-RELORCX.

           ADD     001             TO      WS-PAGI-ORC.
           MOVE    WS-PAGI-ORC     TO      CAB3X-PAGINA.

           MOVE    CAB3X           TO      REG-RELORCX.
           PERFORM 2750-00-GRAVACAO-RELORCX.

           MOVE    CAB4            TO      REG-RELORCX.
           PERFORM 2750-00-GRAVACAO-RELORCX.

           MOVE    SPACES          TO      REG-RELORCX.
           PERFORM 2750-00-GRAVACAO-RELORCX.

           MOVE    CAB6X           TO      REG-RELORCX.
           PERFORM 2750-00-GRAVACAO-RELORCX.

           MOVE    005             TO      WS-LINHAS-ORC.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELAPRV    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELAPRV.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0340-00-TESTA-FS-RELAPRV.

           ADD     001             TO      WS-GRV-RELAPRV.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2750-00-GRAVACAO-RELORCX    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELORCX.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0350-00-TESTA-FS-RELORCX.

           ADD     001             TO      WS-GRV-RELORCX.
      *
       2750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-MOVIMENTO-S-PEDIDO  SECTION.
      *****************************************************************
      *    MOVIMENTOS DE APROVACAO PARA PEDIDOS QUE NAO ESTAO         *
      *    PENDENTES (JA DECIDIDOS OU INEXISTENTES)                   *
      *
           PERFORM VARYING WS-IND-TAB-APR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-APR GREATER WS-QTD-TAB-APR

             IF    TAB-APR-USADO  (WS-IND-TAB-APR) EQUAL 'N'
                   ADD     001     TO      WS-QTD-MOV-S-PEDIDO
                   DISPLAY 'GPFPB128 - PEDIDO NAO PENDENTE: '
                           TAB-APR-PEDIDO (WS-IND-TAB-APR)
             END-IF

           END-PERFORM.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 1100-00-FECHA-PEDIDO.

           PERFORM 2800-00-MOVIMENTO-S-PEDIDO.

           CLOSE   CADPAPR
                   CADPAPM
                   CADOPER
                   CADFORN
                   CADPARM
                   CADPAPN
                   CADPORL
                   RELPEDL
                   RELAPRV
                   CADBUDG
                   CADBACU
                   CADBCOM
                   RELORCX.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADPAPR TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB128'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    016             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPAPR.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB128'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADPAPR  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB128 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB128 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADPAPR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPAPR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPAPM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPAPM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADOPER  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOPER.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPORL  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPORL.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPAPN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPAPN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADPAPR TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADPAPR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-LIBERADOS
                                   TO      WS-EDICAO.
           DISPLAY '* PEDIDOS LIBERADOS................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJEITADOS
                                   TO      WS-EDICAO.
           DISPLAY '* PEDIDOS REJEITADOS...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EXPIRADOS
                                   TO      WS-EDICAO.
           DISPLAY '* PEDIDOS EXPIRADOS (PRAZO)........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PENDENTES
                                   TO      WS-EDICAO.
           DISPLAY '* PEDIDOS AINDA PENDENTES..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RET-ORCAM
                                   TO      WS-EDICAO.
           DISPLAY '* PEDIDOS RETIDOS POR ORCAMENTO....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-LIB-CONTROL
                                   TO      WS-EDICAO.
           DISPLAY '* LIBERADOS PELA CONTROLADORIA.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-MOV-INVALIDO
                                   TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS INVALIDOS.............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJ-OPERADOR
                                   TO      WS-EDICAO.
           DISPLAY '* REJEITADOS POR OPERADOR..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJ-ALCADA
                                   TO      WS-EDICAO.
           DISPLAY '* REJEITADOS POR ALCADA............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-MOV-S-PEDIDO
                                   TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS SEM PEDIDO PENDENTE...: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB128 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-SEM-PARM      SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB128 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* SEM PARAMETRO VIGENTE NO CADPARM PARA O     *'.
           DISPLAY '* PROGRAMA GPFPB128 (PRAZO DE APROVACAO)      *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB128 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB128 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB128 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB128 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB128 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0997-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB128 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB128 ******************'.
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
           DISPLAY '******************* GPFPB128 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB128 ******************'.

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

           DISPLAY '******************* GPFPB128 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB128 ******************'.
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
           DISPLAY '******************* GPFPB128 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB128 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB128                  *
      *****************************************************************
