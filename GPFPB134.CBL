      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB134.
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
      * OBJETIVO.....: CONTROLE DAS ALTERACOES DE DADOS BANCARIOS DE  *
      *                FORNECEDOR (BANCO, AGENCIA, OPERACAO E CONTA   *
      *                DO CADFPAG). A CADA EXECUCAO O CADFPAG E       *
      *                COMPARADO COM A ULTIMA VERSAO DO HISTORICO     *
      *                (CADFPHS); DADOS DIFERENTES GERAM NOVA VERSAO  *
      *                RETIDA ('R') POR N DIAS DE CARENCIA, DURANTE   *
      *                OS QUAIS O GPFPB082 NAO REMETE OS TITULOS DO   *
      *                FORNECEDOR. A RETENCAO TERMINA ANTES DO PRAZO  *
      *                COM A CONFIRMACAO POR CALL-BACK (CADCBCK) DE   *
      *                OPERADOR DA TESOURARIA AUTORIZADO E DIFERENTE  *
      *                DO QUE ALTEROU O CADFPAG, COM OS MESMOS DADOS  *
      *                BANCARIOS. O HISTORICO ATUALIZADO SAI NO       *
      *                CADFPHN E O RELALTB LISTA AS ALTERACOES, AS    *
      *                RETENCOES EM CURSO, AS LIBERACOES E AS         *
      *                CONFIRMACOES RECUSADAS.                        *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB134:                    *
      *                PARM-VALOR (1:3) - DIAS DE CARENCIA APOS A     *
      *                                   ALTERACAO BANCARIA (9(3))   *
      *****************************************************************
      * OBSERVACAO...: EXECUTAR ANTES DO GPFPB082, QUE RECEBE O       *
      *                CADFPHN COMO CADFPHS. NA PRIMEIRA EXECUCAO     *
      *                (CADFPHS VAZIO) TODOS OS FORNECEDORES RECEBEM  *
      *                A VERSAO INICIAL, SEM RETENCAO. DIAS NO        *
      *                CALENDARIO COMERCIAL DE 360 DIAS               *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - A CONFIRMACAO DE OPERADOR AUTORIZADO AO     *
      *                   CALL-BACK (CBCK) PASSA A SER REGISTRADA NO  *
      *                   LOG CADOLOG (COBBB012), BASE DA REVISAO DE  *
      *                   ACESSOS (GPFPB181)                          *
      * 15/10/2026 - US - CADA CADFPHN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADFPHS, COM A QTDE DE REGISTROS E O     *
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
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO         - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES         - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADOPER  ASSIGN  TO  UT-S-CADOPER
                   FILE     STATUS  IS  WS-FS-CADOPER.
      *
      *****************************************************************
      * INPUT..: CADFPHS - HISTORICO DE DADOS BANCARIOS   - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADFPHS  ASSIGN  TO  UT-S-CADFPHS
                   FILE     STATUS  IS  WS-FS-CADFPHS.
      *
      *****************************************************************
      * INPUT..: CADCBCK - CONFIRMACOES POR CALL-BACK     - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADCBCK  ASSIGN  TO  UT-S-CADCBCK
                   FILE     STATUS  IS  WS-FS-CADCBCK.
      *
      *****************************************************************
      * INPUT..: CADFPAG - CONDICOES DE PAGTO FORNECEDOR  - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADFPAG  ASSIGN  TO  UT-S-CADFPAG
                   FILE     STATUS  IS  WS-FS-CADFPAG.
      *
      *****************************************************************
      * OUTPUT.: CADFPHN - HISTORICO BANCARIO ATUALIZADO  - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADFPHN  ASSIGN  TO  UT-S-CADFPHN
                   FILE     STATUS  IS  WS-FS-CADFPHN.
      *
      *****************************************************************
      * OUTPUT.: RELALTB - RELATORIO DE ALTERACOES BANC.  - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELALTB  ASSIGN  TO  UT-S-RELALTB
                   FILE     STATUS  IS  WS-FS-RELALTB.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO         - LRECL=050 *
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
      * INPUT..: CADFPHS - HISTORICO DE DADOS BANCARIOS   - LRECL=100 *
      *****************************************************************
      *
       FD  CADFPHS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFPHS         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCBCK - CONFIRMACOES POR CALL-BACK     - LRECL=050 *
      *****************************************************************
      *
       FD  CADCBCK
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCBCK         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADFPAG - CONDICOES DE PAGTO FORNECEDOR  - LRECL=050 *
      *****************************************************************
      *
       FD  CADFPAG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFPAG         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADFPHN - HISTORICO BANCARIO ATUALIZADO  - LRECL=100 *
      *****************************************************************
      *
       FD  CADFPHN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFPHN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELALTB - RELATORIO DE ALTERACOES BANC.  - LRECL=133 *
      *****************************************************************
      *
       FD  RELALTB
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELALTB         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOPER       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFPHS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCBCK       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFPAG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFPHN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELALTB       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADOPER      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFPHS      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCBCK      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFPAG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADFPHN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELALTB      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-INICIAIS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ALTERADOS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CONFIRMADOS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-LIBERADOS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RETIDOS      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CBCK-RECUSA  PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-QTD-DIAS-CARENCIA PIC    9(003) VALUE ZEROS.
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
       01      WS-DAT-ALTERACAO    PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DAT-ALTERACAO.
        03     WS-ALT-ANO          PIC     9(004).
        03     WS-ALT-MES          PIC     9(002).
        03     WS-ALT-DIA          PIC     9(002).
      *
       01      WS-DIAS-PROC        PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-ALTERACAO   PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-DECORRIDOS  PIC     S9(005) VALUE ZEROS.
       01      WS-DIAS-RESTANTES   PIC     S9(005) VALUE ZEROS.
      *
       01      WS-IND-ULT          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-VERSAO-ULT       PIC     9(003) VALUE ZEROS.
      *
       01      WS-OCORRENCIA       PIC     X(030) VALUE SPACES.
      *
       01      WS-SITUACAO-NOVA    PIC     X(001) VALUE SPACES.
      *
       01      WS-SW-CONFIRMOU     PIC     X(001) VALUE 'N'.
         88    WS-CONFIRMOU                VALUE 'S'.
         88    WS-NAO-CONFIRMOU            VALUE 'N'.
      *
       01      WS-SW-OPER-AUTORIZ  PIC     X(001) VALUE 'N'.
         88    WS-OPER-AUTORIZADO          VALUE 'S'.
         88    WS-OPER-NAO-AUTORIZ         VALUE 'N'.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DO HISTORICO DE DADOS BANCARIOS (CADFPHS +      *
      *        VERSOES CRIADAS NESTA EXECUCAO, REGRAVADA NO CADFPHN)  *
      *****************************************************************
      *
       01      WS-QTD-TAB-HIS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-HIS      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-HISTORICO.
         03    TAB-HIS-ITEM        OCCURS  10000  TIMES.
           05  TAB-HIS-FORNECEDOR  PIC     9(010).
           05  TAB-HIS-VERSAO      PIC     9(003).
           05  TAB-HIS-BANCO       PIC     9(003).
           05  TAB-HIS-AGENCIA     PIC     9(004).
           05  TAB-HIS-OPERACAO    PIC     9(003).
           05  TAB-HIS-CONTA       PIC     9(009).
           05  TAB-HIS-DAT-ALTER   PIC     9(008).
           05  TAB-HIS-ID-ALTER    PIC     X(004).
           05  TAB-HIS-CARENCIA    PIC     9(003).
           05  TAB-HIS-SITUACAO    PIC     X(001).
           05  TAB-HIS-DAT-LIBER   PIC     9(008).
           05  TAB-HIS-ID-CONF     PIC     X(004).
      *
      *****************************************************************
      *        TABELA DE OPERADORES DA TESOURARIA (CADOPER)           *
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
      *        TABELA DAS CONFIRMACOES POR CALL-BACK (CADCBCK) DE     *
      *        OPERADOR AUTORIZADO                                    *
      *****************************************************************
      *
       01      WS-QTD-TAB-CBK      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CBK      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CALL-BACK.
         03    TAB-CBK-ITEM        OCCURS  00500  TIMES.
           05  TAB-CBK-FORNECEDOR  PIC     9(010).
           05  TAB-CBK-BANCO       PIC     9(003).
           05  TAB-CBK-AGENCIA     PIC     9(004).
           05  TAB-CBK-OPERACAO    PIC     9(003).
           05  TAB-CBK-CONTA       PIC     9(009).
           05  TAB-CBK-OPERADOR    PIC     X(004).
           05  TAB-CBK-DATA        PIC     9(008).
           05  TAB-CBK-SITUACAO    PIC     X(001).
      *            ' ' PENDENTE / 'U' UTILIZADA / 'X' RECUSADA
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
      *    LAY-OUT DO RELATORIO DE ALTERACOES BANCARIAS               *
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
         03    FILLER              PIC     X(033) VALUE SPACES.
         03    FILLER              PIC     X(054) VALUE
         'A L T E R A C O E S  D E  D A D O S  B A N C A R I O S'.
         03    FILLER              PIC     X(034) VALUE SPACES.
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
         03    FILLER              PIC     X(010) VALUE 'FORNECEDOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'VER'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'BCO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'AGEN'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'OPE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'CONTA    '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'DT.ALTER'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'ALT.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'CONF'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE '  REST'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'OCORRENCIA'.
         03    FILLER              PIC     X(028) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VERSAO         PIC     9(003).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-BANCO          PIC     9(003).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-AGENCIA        PIC     9(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OPERACAO       PIC     9(003).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CONTA          PIC     9(009).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DAT-ALTERACAO  PIC     9(008).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ID-ALTERACAO   PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ID-CONFIRMACAO PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DIAS-RESTANTES PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-OCORRENCIA     PIC     X(030).
         03    FILLER              PIC     X(028) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO                     *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES                     *
      *****************************************************************
      *
           COPY    COBI1077.
      *
      *****************************************************************
      * INPUT..: CADFPHS/CADFPHN - HISTORICO DE DADOS BANCARIOS       *
      *****************************************************************
      *
           COPY    COBO1094.
      *
      *****************************************************************
      * INPUT..: CADCBCK - CONFIRMACOES POR CALL-BACK                 *
      *****************************************************************
      *
           COPY    COBI1090.
      *
      *****************************************************************
      * INPUT..: CADFPAG - CONDICOES DE PAGAMENTO DO FORNECEDOR       *
      *****************************************************************
      *
           COPY    COBI1048.
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
       01      WS-GCAT-CADFPHS     PIC     X(300) VALUE SPACES.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADFPAG   EQUAL   10.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADPARM
                           CADOPER
                           CADFPHS
                           CADCBCK
                           CADFPAG
                   OUTPUT  CADFPHN
                           RELALTB.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADFPHS'       TO      WGC-ARQUIVO.

           PERFORM 0450-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFPHS.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

           PERFORM 0400-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-SEM-PARM
           END-IF.

           COMPUTE WS-DIAS-PROC =
                   (WS-PROC-ANO * 360) + (WS-PROC-MES * 30) +
                    WS-PROC-DIA.

           PERFORM 0410-00-CARGA-CADOPER
             UNTIL WS-FS-CADOPER   EQUAL   10.

           PERFORM 0420-00-CARGA-CADFPHS
             UNTIL WS-FS-CADFPHS   EQUAL   10.

           PERFORM 0430-00-CARGA-CADCBCK
             UNTIL WS-FS-CADCBCK   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADFPAG.
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

           IF      WS-FS-CADOPER NOT EQUAL 00 AND 10
                   MOVE 'CADOPER'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOPER     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFPHS NOT EQUAL 00 AND 10
                   MOVE 'CADFPHS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFPHS     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCBCK NOT EQUAL 00 AND 10
                   MOVE 'CADCBCK'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCBCK     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFPAG NOT EQUAL 00 AND 10
                   MOVE 'CADFPAG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFPAG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFPHN NOT EQUAL 00
                   MOVE 'CADFPHN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFPHN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELALTB NOT EQUAL 00
                   MOVE 'RELALTB'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELALTB     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB134' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:3)        TO
                                   WS-QTD-DIAS-CARENCIA (1:3)
                   END-IF
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0410-00-CARGA-CADOPER       SECTION.
      *****************************************************************
      *
           READ    CADOPER         INTO    REG-OPER.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADOPER   EQUAL   00
                   ADD 001         TO      WS-LID-CADOPER

                   IF      WS-QTD-TAB-OPER GREATER OR EQUAL 00200
                           MOVE    004     TO      WS-PTO-ERRO
                           PERFORM 0997-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-OPER
                   MOVE    OPER-ID TO
                           TAB-OPER-ID       (WS-QTD-TAB-OPER)
                   MOVE    OPER-SITUACAO     TO
                           TAB-OPER-SITUACAO (WS-QTD-TAB-OPER)
                   MOVE    OPER-AUT-CBCK     TO
                           TAB-OPER-AUT      (WS-QTD-TAB-OPER)
           END-IF.
      *
       0410-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-CADFPHS       SECTION.
      *****************************************************************
      *
           READ    CADFPHS         INTO    REG-FPHS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFPHS   EQUAL   00
                   ADD 001         TO      WS-LID-CADFPHS
                   PERFORM 1600-00-GUARDA-VERSAO
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0430-00-CARGA-CADCBCK       SECTION.
      *****************************************************************
      *    A CONFIRMACAO DE OPERADOR INATIVO OU SEM AUTORIZACAO DE    *
      *    CALL-BACK E RECUSADA NA CARGA                              *
      *
           READ    CADCBCK         INTO    REG-CBCK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCBCK   NOT EQUAL 00
                   GO      TO      0430-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCBCK.

           IF      WS-QTD-TAB-CBK  GREATER OR EQUAL 00500
                   MOVE    007     TO      WS-PTO-ERRO
                   PERFORM 0997-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-CBK.

           MOVE    CBCK-FORNECEDOR TO
                   TAB-CBK-FORNECEDOR (WS-QTD-TAB-CBK).
           MOVE    CBCK-BANCO      TO
                   TAB-CBK-BANCO      (WS-QTD-TAB-CBK).
           MOVE    CBCK-AGENCIA    TO
                   TAB-CBK-AGENCIA    (WS-QTD-TAB-CBK).
           MOVE    CBCK-OPERACAO   TO
                   TAB-CBK-OPERACAO   (WS-QTD-TAB-CBK).
           MOVE    CBCK-CONTA      TO
                   TAB-CBK-CONTA      (WS-QTD-TAB-CBK).
           MOVE    CBCK-ID-OPERADOR        TO
                   TAB-CBK-OPERADOR   (WS-QTD-TAB-CBK).
           MOVE    CBCK-DAT-CONFIRMACAO    TO
                   TAB-CBK-DATA       (WS-QTD-TAB-CBK).
           MOVE    SPACES          TO
                   TAB-CBK-SITUACAO   (WS-QTD-TAB-CBK).

           SET     WS-OPER-NAO-AUTORIZ     TO      TRUE.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER

             IF    CBCK-ID-OPERADOR        EQUAL
                   TAB-OPER-ID (WS-IND-TAB-OPER)
               AND TAB-OPER-SITUACAO (WS-IND-TAB-OPER) EQUAL 'A'
               AND TAB-OPER-AUT      (WS-IND-TAB-OPER) EQUAL 'S'
                   SET     WS-OPER-AUTORIZADO      TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-OPER-NAO-AUTORIZ
                   MOVE    WS-QTD-TAB-CBK  TO      WS-IND-TAB-CBK
                   MOVE    'CBCK REJ-OPERADOR NAO AUTORIZ.'
                                   TO      WS-OCORRENCIA
                   PERFORM 1500-00-RECUSA-CONFIRMACAO
           END-IF.

           IF      WS-OPER-AUTORIZADO
                   MOVE    CBCK-ID-OPERADOR
                                   TO      WOL-ID-OPERADOR
                   MOVE    'A'     TO      WOL-FUNCAO
                   PERFORM 0440-00-CHAMA-COBBB012
           END-IF.
      *
       0430-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CHAMA-COBBB012      SECTION.
      *****************************************************************
      *    REGISTRA NO LOG CADOLOG O USO DA AUTORIZACAO CBCK PELO     *
      *    OPERADOR DA CONFIRMACAO, BASE DA REVISAO DE ACESSOS        *
      *    (GPFPB181)                                                 *
      *
           MOVE    'CBCK'          TO      WOL-AUTORIZACAO.
           MOVE    'GPFPB134'      TO      WOL-PROGRAMA.

           MOVE    'COBBB012'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WOL-GRUPO
           END-CALL.

           IF      NOT WOL-OPERACAO-OK
                   MOVE    WOL-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-CHAMA-COBBB010      SECTION.
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
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADFPAG     SECTION.
      *****************************************************************
      *
           READ    CADFPAG         INTO    REG-FPAG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFPAG   EQUAL   00
                   ADD 001         TO      WS-LID-CADFPAG
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           PERFORM 1100-00-COMPARA-VERSAO.

           PERFORM 0500-00-LEITURA-CADFPAG.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-COMPARA-VERSAO      SECTION.
      *****************************************************************
      *    COMPARA O CADFPAG COM A ULTIMA VERSAO DO FORNECEDOR NO     *
      *    HISTORICO E TRATA A VERSAO EM CARENCIA                     *
      *
           PERFORM 1150-00-PROCURA-ULTIMA-VERSAO.

           IF      WS-IND-ULT      EQUAL   ZEROS
      *            PRIMEIRA VEZ QUE O FORNECEDOR E VISTO - SEM RETENCAO
                   MOVE    ZEROS   TO      WS-VERSAO-ULT
                   MOVE    'I'     TO      WS-SITUACAO-NOVA
                   PERFORM 1200-00-NOVA-VERSAO
                   ADD     001     TO      WS-QTD-INICIAIS
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      FPAG-BANCO      NOT EQUAL
                   TAB-HIS-BANCO    (WS-IND-ULT)   OR
                   FPAG-AGENCIA    NOT EQUAL
                   TAB-HIS-AGENCIA  (WS-IND-ULT)   OR
                   FPAG-OPERACAO   NOT EQUAL
                   TAB-HIS-OPERACAO (WS-IND-ULT)   OR
                   FPAG-CONTA      NOT EQUAL
                   TAB-HIS-CONTA    (WS-IND-ULT)
                   MOVE    'S'     TO      TAB-HIS-SITUACAO (WS-IND-ULT)
                   MOVE    'R'     TO      WS-SITUACAO-NOVA
                   PERFORM 1200-00-NOVA-VERSAO
                   ADD     001     TO      WS-QTD-ALTERADOS
                   MOVE    'ALTERACAO DETECTADA - RETIDO'
                                   TO      WS-OCORRENCIA
                   PERFORM 2700-00-IMPRIME-VERSAO
           END-IF.

           IF      TAB-HIS-SITUACAO (WS-IND-ULT) EQUAL 'R'
                   PERFORM 1300-00-TRATA-CARENCIA
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-PROCURA-ULTIMA-VERSAO SECTION.
      *****************************************************************
      *    WS-IND-ULT = ENTRADA DE MAIOR VERSAO DO FORNECEDOR (ZEROS  *
      *    QUANDO NAO HA HISTORICO)                                   *
      *
           MOVE    ZEROS           TO      WS-IND-ULT
                                           WS-VERSAO-ULT.

           PERFORM VARYING WS-IND-TAB-HIS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-HIS GREATER WS-QTD-TAB-HIS

             IF    FPAG-FORNECEDOR EQUAL
                   TAB-HIS-FORNECEDOR (WS-IND-TAB-HIS)    AND
                   TAB-HIS-VERSAO     (WS-IND-TAB-HIS)    GREATER
                   WS-VERSAO-ULT
                   MOVE    WS-IND-TAB-HIS  TO      WS-IND-ULT
                   MOVE    TAB-HIS-VERSAO (WS-IND-TAB-HIS)
                                           TO      WS-VERSAO-ULT
             END-IF

           END-PERFORM.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-NOVA-VERSAO         SECTION.
      *****************************************************************
      *    INCLUI NO HISTORICO A VERSAO DO CADFPAG CORRENTE, COM A    *
      *    SITUACAO JA MOVIDA PARA WS-SITUACAO-NOVA                   *
      *
           MOVE    SPACES          TO      REG-FPHS.

           MOVE    WS-SITUACAO-NOVA        TO      FPHS-SITUACAO.
           MOVE    FPAG-FORNECEDOR TO      FPHS-FORNECEDOR.
           COMPUTE FPHS-VERSAO     =       WS-VERSAO-ULT + 1.
           MOVE    FPAG-BANCO      TO      FPHS-BANCO.
           MOVE    FPAG-AGENCIA    TO      FPHS-AGENCIA.
           MOVE    FPAG-OPERACAO   TO      FPHS-OPERACAO.
           MOVE    FPAG-CONTA      TO      FPHS-CONTA.
           MOVE    WS-DATA-PROC    TO      FPHS-DAT-ALTERACAO.
           MOVE    FPAG-ID-OPERADOR        TO      FPHS-ID-ALTERACAO.
           MOVE    WS-QTD-DIAS-CARENCIA    TO
                   FPHS-QTD-DIAS-CARENCIA.
           MOVE    ZEROS           TO      FPHS-DAT-LIBERACAO.

           PERFORM 1600-00-GUARDA-VERSAO.

           MOVE    WS-QTD-TAB-HIS  TO      WS-IND-ULT.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-TRATA-CARENCIA      SECTION.
      *****************************************************************
      *    VERSAO RETIDA: CONFIRMACAO POR CALL-BACK VALIDA LIBERA NA  *
      *    HORA; SEM ELA, LIBERA QUANDO OS DIAS DE CARENCIA VIGENTES  *
      *    NA DETECCAO SE ESGOTAM                                     *
      *
           PERFORM 1400-00-PROCURA-CONFIRMACAO.

           IF      WS-CONFIRMOU
                   MOVE    'C'     TO      TAB-HIS-SITUACAO (WS-IND-ULT)
                   MOVE    WS-DATA-PROC    TO
                           TAB-HIS-DAT-LIBER (WS-IND-ULT)
                   MOVE    TAB-CBK-OPERADOR (WS-IND-TAB-CBK)
                                   TO      TAB-HIS-ID-CONF (WS-IND-ULT)
                   ADD     001     TO      WS-QTD-CONFIRMADOS
                   MOVE    ZEROS   TO      WS-DIAS-RESTANTES
                   MOVE    'CONFIRMADA POR CALL-BACK'
                                   TO      WS-OCORRENCIA
                   PERFORM 2700-00-IMPRIME-VERSAO
                   GO      TO      1300-99-EXIT
           END-IF.

           MOVE    TAB-HIS-DAT-ALTER (WS-IND-ULT)
                                   TO      WS-DAT-ALTERACAO.

           COMPUTE WS-DIAS-ALTERACAO =
                   (WS-ALT-ANO * 360) + (WS-ALT-MES * 30) +
                    WS-ALT-DIA.

           COMPUTE WS-DIAS-DECORRIDOS =
                   WS-DIAS-PROC - WS-DIAS-ALTERACAO.

           COMPUTE WS-DIAS-RESTANTES =
                   TAB-HIS-CARENCIA (WS-IND-ULT) - WS-DIAS-DECORRIDOS.

           IF      WS-DIAS-RESTANTES NOT GREATER ZEROS
                   MOVE    'L'     TO      TAB-HIS-SITUACAO (WS-IND-ULT)
                   MOVE    WS-DATA-PROC    TO
                           TAB-HIS-DAT-LIBER (WS-IND-ULT)
                   ADD     001     TO      WS-QTD-LIBERADOS
                   MOVE    ZEROS   TO      WS-DIAS-RESTANTES
                   MOVE    'LIBERADA - FIM DA CARENCIA'
                                   TO      WS-OCORRENCIA
                   PERFORM 2700-00-IMPRIME-VERSAO
                   GO      TO      1300-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-RETIDOS.

           IF      TAB-HIS-DAT-ALTER (WS-IND-ULT) LESS WS-DATA-PROC
                   MOVE    'RETIDO EM CARENCIA'
                                   TO      WS-OCORRENCIA
                   PERFORM 2700-00-IMPRIME-VERSAO
           END-IF.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-PROCURA-CONFIRMACAO SECTION.
      *****************************************************************
      *    A CONFIRMACAO PENDENTE DO FORNECEDOR SO VALE COM OS MESMOS *
      *    DADOS DA VERSAO RETIDA E OPERADOR DIFERENTE DO QUE ALTEROU *
      *
           SET     WS-NAO-CONFIRMOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CBK FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CBK GREATER WS-QTD-TAB-CBK
                   OR      WS-CONFIRMOU

             IF    TAB-CBK-FORNECEDOR (WS-IND-TAB-CBK) EQUAL
                   TAB-HIS-FORNECEDOR (WS-IND-ULT)     AND
                   TAB-CBK-SITUACAO   (WS-IND-TAB-CBK) EQUAL SPACES
                   PERFORM 1450-00-VALIDA-CONFIRMACAO
             END-IF

           END-PERFORM.

           IF      WS-CONFIRMOU
                   SUBTRACT 001    FROM    WS-IND-TAB-CBK
           END-IF.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1450-00-VALIDA-CONFIRMACAO  SECTION.
      *****************************************************************
      *
           IF      TAB-CBK-BANCO    (WS-IND-TAB-CBK) NOT EQUAL
                   TAB-HIS-BANCO    (WS-IND-ULT)     OR
                   TAB-CBK-AGENCIA  (WS-IND-TAB-CBK) NOT EQUAL
                   TAB-HIS-AGENCIA  (WS-IND-ULT)     OR
                   TAB-CBK-OPERACAO (WS-IND-TAB-CBK) NOT EQUAL
                   TAB-HIS-OPERACAO (WS-IND-ULT)     OR
                   TAB-CBK-CONTA    (WS-IND-TAB-CBK) NOT EQUAL
                   TAB-HIS-CONTA    (WS-IND-ULT)
                   MOVE    'CBCK REJ-DADOS DIVERGENTES'
                                   TO      WS-OCORRENCIA
                   PERFORM 1500-00-RECUSA-CONFIRMACAO
                   GO      TO      1450-99-EXIT
           END-IF.

           IF      TAB-CBK-OPERADOR (WS-IND-TAB-CBK) EQUAL
                   TAB-HIS-ID-ALTER (WS-IND-ULT)
                   MOVE    'CBCK REJ-MESMO OPERADOR ALTER.'
                                   TO      WS-OCORRENCIA
                   PERFORM 1500-00-RECUSA-CONFIRMACAO
                   GO      TO      1450-99-EXIT
           END-IF.

           MOVE    'U'             TO
                   TAB-CBK-SITUACAO (WS-IND-TAB-CBK).

           SET     WS-CONFIRMOU            TO      TRUE.
      *
       1450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-RECUSA-CONFIRMACAO  SECTION.
      *****************************************************************
      *    MARCA A CONFIRMACAO WS-IND-TAB-CBK COMO RECUSADA E A LISTA *
      *    COM A OCORRENCIA JA MOVIDA                                 *
      *
           MOVE    'X'             TO
                   TAB-CBK-SITUACAO (WS-IND-TAB-CBK).

           ADD     001             TO      WS-QTD-CBCK-RECUSA.

           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    TAB-CBK-FORNECEDOR (WS-IND-TAB-CBK)
                                   TO      DET1-FORNECEDOR.
           MOVE    ZEROS           TO      DET1-VERSAO
                                           DET1-DIAS-RESTANTES.
           MOVE    TAB-CBK-BANCO    (WS-IND-TAB-CBK)
                                   TO      DET1-BANCO.
           MOVE    TAB-CBK-AGENCIA  (WS-IND-TAB-CBK)
                                   TO      DET1-AGENCIA.
           MOVE    TAB-CBK-OPERACAO (WS-IND-TAB-CBK)
                                   TO      DET1-OPERACAO.
           MOVE    TAB-CBK-CONTA    (WS-IND-TAB-CBK)
                                   TO      DET1-CONTA.
           MOVE    TAB-CBK-DATA     (WS-IND-TAB-CBK)
                                   TO      DET1-DAT-ALTERACAO.
           MOVE    SPACES          TO      DET1-ID-ALTERACAO.
           MOVE    TAB-CBK-OPERADOR (WS-IND-TAB-CBK)
                                   TO      DET1-ID-CONFIRMACAO.
           MOVE    WS-OCORRENCIA   TO      DET1-OCORRENCIA.

           MOVE    DET1            TO      REG-RELALTB.
           PERFORM 2800-00-GRAVACAO-RELALTB.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-GUARDA-VERSAO       SECTION.
      *****************************************************************
      *    INCLUI A VERSAO (REG-FPHS) NA TABELA DO HISTORICO          *
      *
           IF      WS-QTD-TAB-HIS  GREATER OR EQUAL 10000
                   MOVE    009     TO      WS-PTO-ERRO
                   PERFORM 0997-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-HIS.

           MOVE    FPHS-FORNECEDOR TO
                   TAB-HIS-FORNECEDOR (WS-QTD-TAB-HIS).
           MOVE    FPHS-VERSAO     TO
                   TAB-HIS-VERSAO     (WS-QTD-TAB-HIS).
           MOVE    FPHS-BANCO      TO
                   TAB-HIS-BANCO      (WS-QTD-TAB-HIS).
           MOVE    FPHS-AGENCIA    TO
                   TAB-HIS-AGENCIA    (WS-QTD-TAB-HIS).
           MOVE    FPHS-OPERACAO   TO
                   TAB-HIS-OPERACAO   (WS-QTD-TAB-HIS).
           MOVE    FPHS-CONTA      TO
                   TAB-HIS-CONTA      (WS-QTD-TAB-HIS).
           MOVE    FPHS-DAT-ALTERACAO      TO
                   TAB-HIS-DAT-ALTER  (WS-QTD-TAB-HIS).
           MOVE    FPHS-ID-ALTERACAO       TO
                   TAB-HIS-ID-ALTER   (WS-QTD-TAB-HIS).
           MOVE    FPHS-QTD-DIAS-CARENCIA  TO
                   TAB-HIS-CARENCIA   (WS-QTD-TAB-HIS).
           MOVE    FPHS-SITUACAO   TO
                   TAB-HIS-SITUACAO   (WS-QTD-TAB-HIS).
           MOVE    FPHS-DAT-LIBERACAO      TO
                   TAB-HIS-DAT-LIBER  (WS-QTD-TAB-HIS).
           MOVE    FPHS-ID-CONFIRMACAO     TO
                   TAB-HIS-ID-CONF    (WS-QTD-TAB-HIS).
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1700-00-CONFIRMACAO-SOBRA   SECTION.
      *****************************************************************
      *    CONFIRMACAO QUE NAO ENCONTROU VERSAO RETIDA DO FORNECEDOR  *
      *
           PERFORM VARYING WS-IND-TAB-CBK FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CBK GREATER WS-QTD-TAB-CBK

             IF    TAB-CBK-SITUACAO (WS-IND-TAB-CBK) EQUAL SPACES
                   MOVE    'CBCK REJ-SEM ALTERACAO PENDENTE'
                                   TO      WS-OCORRENCIA
                   PERFORM 1500-00-RECUSA-CONFIRMACAO
             END-IF

           END-PERFORM.
      *
       1700-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELALTB.
           PERFORM 2800-00-GRAVACAO-RELALTB.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELALTB.
           PERFORM 2800-00-GRAVACAO-RELALTB.

           MOVE    CAB4            TO      REG-RELALTB.
           PERFORM 2800-00-GRAVACAO-RELALTB.

           MOVE    SPACES          TO      REG-RELALTB.
           PERFORM 2800-00-GRAVACAO-RELALTB.

           MOVE    CAB6            TO      REG-RELALTB.
           PERFORM 2800-00-GRAVACAO-RELALTB.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-IMPRIME-VERSAO      SECTION.
      *****************************************************************
      *    IMPRIME A VERSAO WS-IND-ULT DO HISTORICO COM A OCORRENCIA  *
      *    E OS DIAS DE CARENCIA RESTANTES                            *
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           IF      TAB-HIS-SITUACAO (WS-IND-ULT) EQUAL 'R' AND
                   TAB-HIS-DAT-ALTER (WS-IND-ULT) EQUAL WS-DATA-PROC
                   MOVE    TAB-HIS-CARENCIA (WS-IND-ULT)
                                   TO      WS-DIAS-RESTANTES
           END-IF.

           MOVE    TAB-HIS-FORNECEDOR (WS-IND-ULT)
                                   TO      DET1-FORNECEDOR.
           MOVE    TAB-HIS-VERSAO     (WS-IND-ULT)
                                   TO      DET1-VERSAO.
           MOVE    TAB-HIS-BANCO      (WS-IND-ULT)
                                   TO      DET1-BANCO.
           MOVE    TAB-HIS-AGENCIA    (WS-IND-ULT)
                                   TO      DET1-AGENCIA.
           MOVE    TAB-HIS-OPERACAO   (WS-IND-ULT)
                                   TO      DET1-OPERACAO.
           MOVE    TAB-HIS-CONTA      (WS-IND-ULT)
                                   TO      DET1-CONTA.
           MOVE    TAB-HIS-DAT-ALTER  (WS-IND-ULT)
                                   TO      DET1-DAT-ALTERACAO.
           MOVE    TAB-HIS-ID-ALTER   (WS-IND-ULT)
                                   TO      DET1-ID-ALTERACAO.
           MOVE    TAB-HIS-ID-CONF    (WS-IND-ULT)
                                   TO      DET1-ID-CONFIRMACAO.
           MOVE    WS-DIAS-RESTANTES
                                   TO      DET1-DIAS-RESTANTES.
           MOVE    WS-OCORRENCIA   TO      DET1-OCORRENCIA.

           MOVE    DET1            TO      REG-RELALTB.
           PERFORM 2800-00-GRAVACAO-RELALTB.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-RELALTB    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELALTB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELALTB.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2900-00-GRAVACAO-CADFPHN    SECTION.
      *****************************************************************
      *    REGRAVA O HISTORICO COMPLETO, COM AS VERSOES NOVAS E AS    *
      *    SITUACOES ATUALIZADAS NESTA EXECUCAO                       *
      *
           MOVE    WS-GCAT-CADFPHS TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-HIS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-HIS GREATER WS-QTD-TAB-HIS

             MOVE  SPACES          TO      REG-FPHS
             MOVE  TAB-HIS-FORNECEDOR (WS-IND-TAB-HIS)
                                   TO      FPHS-FORNECEDOR
             MOVE  TAB-HIS-VERSAO     (WS-IND-TAB-HIS)
                                   TO      FPHS-VERSAO
             MOVE  TAB-HIS-BANCO      (WS-IND-TAB-HIS)
                                   TO      FPHS-BANCO
             MOVE  TAB-HIS-AGENCIA    (WS-IND-TAB-HIS)
                                   TO      FPHS-AGENCIA
             MOVE  TAB-HIS-OPERACAO   (WS-IND-TAB-HIS)
                                   TO      FPHS-OPERACAO
             MOVE  TAB-HIS-CONTA      (WS-IND-TAB-HIS)
                                   TO      FPHS-CONTA
             MOVE  TAB-HIS-DAT-ALTER  (WS-IND-TAB-HIS)
                                   TO      FPHS-DAT-ALTERACAO
             MOVE  TAB-HIS-ID-ALTER   (WS-IND-TAB-HIS)
                                   TO      FPHS-ID-ALTERACAO
             MOVE  TAB-HIS-CARENCIA   (WS-IND-TAB-HIS)
                                   TO      FPHS-QTD-DIAS-CARENCIA
             MOVE  TAB-HIS-SITUACAO   (WS-IND-TAB-HIS)
                                   TO      FPHS-SITUACAO
             MOVE  TAB-HIS-DAT-LIBER  (WS-IND-TAB-HIS)
                                   TO      FPHS-DAT-LIBERACAO
             MOVE  TAB-HIS-ID-CONF    (WS-IND-TAB-HIS)
                                   TO      FPHS-ID-CONFIRMACAO

             WRITE REG-CADFPHN     FROM    REG-FPHS

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  011             TO      WS-PTO-ERRO
             PERFORM 0200-00-TESTA-FILE-STATUS

             ADD   001             TO      WS-GRV-CADFPHN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-CADFPHN     TO      WGC-REG-IMAGEM
             MOVE  100             TO      WGC-TAM-REG
             PERFORM 0450-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFPHS.
      *
       2900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 1700-00-CONFIRMACAO-SOBRA.

           PERFORM 2900-00-GRAVACAO-CADFPHN.

           CLOSE   CADPARM
                   CADOPER
                   CADFPHS
                   CADCBCK
                   CADFPAG
                   CADFPHN
                   RELALTB.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADFPHS TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB134'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0450-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFPHS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB134'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADFPAG  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB134 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB134 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADOPER  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOPER.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFPHS  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFPHS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCBCK  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCBCK.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFPAG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFPAG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFPHN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADFPHN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADFPHS TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADFPHS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELALTB  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELALTB.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-INICIAIS TO      WS-EDICAO.
           DISPLAY '* VERSOES INICIAIS REGISTRADAS.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ALTERADOS
                                   TO      WS-EDICAO.
           DISPLAY '* ALTERACOES BANCARIAS DETECTADAS..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CONFIRMADOS
                                   TO      WS-EDICAO.
           DISPLAY '* CONFIRMADAS POR CALL-BACK........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-LIBERADOS
                                   TO      WS-EDICAO.
           DISPLAY '* LIBERADAS PELO FIM DA CARENCIA...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RETIDOS  TO      WS-EDICAO.
           DISPLAY '* FORNECEDORES RETIDOS EM CARENCIA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CBCK-RECUSA
                                   TO      WS-EDICAO.
           DISPLAY '* CONFIRMACOES RECUSADAS...........: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB134 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-SEM-PARM      SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB134 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* SEM PARAMETRO VIGENTE NO CADPARM PARA O     *'.
           DISPLAY '* PROGRAMA GPFPB134 (DIAS DE CARENCIA)        *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB134 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB134 ******************'.

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

           DISPLAY '******************* GPFPB134 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB134 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB134 ******************'.

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

           DISPLAY '******************* GPFPB134 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB134 ******************'.
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
           DISPLAY '******************* GPFPB134 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB134 ******************'.

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

           DISPLAY '******************* GPFPB134 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB134 ******************'.
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
           DISPLAY '******************* GPFPB134 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB134 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB134                  *
      *****************************************************************
