      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB133.
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
      * OBJETIVO.....: REGISTRO DOS ADIANTAMENTOS A FORNECEDOR        *
      *                (PAGAMENTO ANTECIPADO EXIGIDO ANTES DO         *
      *                EMBARQUE). CADA SOLICITACAO DO CADADIM E       *
      *                CRITICADA CONTRA O CADFORN (FORNECEDOR ATIVO E *
      *                MOEDA) E O CADPORD (PEDIDO EM ABERTO DO        *
      *                FORNECEDOR); O VALOR EM MOEDA ESTRANGEIRA E    *
      *                CONVERTIDO PARA BRL PELA TAXA MAIS RECENTE DO  *
      *                CADCAMB. O ADIANTAMENTO ACEITO E INCLUIDO NO   *
      *                CADASTRO (CADADIN) E GERA UM TITULO NO LAY-OUT *
      *                DO CADAPAG (CADAPAD, TIPO 'D') PARA PAGAMENTO  *
      *                PELA REMESSA NORMAL (GPFPB082 / CADBREM). O    *
      *                SALDO E ABATIDO DAS NOTAS FISCAIS DO PEDIDO NA *
      *                CONFERENCIA DE TRES VIAS (GPFPB081). O         *
      *                RELADIA LISTA AS SOLICITACOES REJEITADAS E OS  *
      *                ADIANTAMENTOS AINDA EM ABERTO HA MAIS DE N     *
      *                DIAS.                                          *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB133:                    *
      *                PARM-VALOR (1:3) - DIAS EM ABERTO A PARTIR DOS *
      *                                   QUAIS O ADIANTAMENTO E      *
      *                                   LISTADO (9(3))              *
      *****************************************************************
      * OBSERVACAO...: O CADADIA E O CADASTRO DE ADIANTAMENTOS MAIS   *
      *                RECENTE (CADADIN DO GPFPB081 OU DESTE PROGRAMA *
      *                NA EXECUCAO ANTERIOR). O CADAPAD DEVE SER      *
      *                CONCATENADO AO CADAPAG DE ENTRADA DO GPFPB082. *
      *                DIAS NO CALENDARIO COMERCIAL DE 360 DIAS       *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - TITULO DE ADIANTAMENTO GRAVADO NA EMPRESA   *
      *                   PRINCIPAL (APAG-COD-EMPRESA = 01)           *
      * 15/10/2026 - US - CADA CADADIN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADADIA, COM A QTDE DE REGISTROS E O     *
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
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES       - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADFORN  ASSIGN  TO  UT-S-CADFORN
                   FILE     STATUS  IS  WS-FS-CADFORN.
      *
      *****************************************************************
      * INPUT..: CADPORD - PEDIDOS DE COMPRA              - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADPORD  ASSIGN  TO  UT-S-CADPORD
                   FILE     STATUS  IS  WS-FS-CADPORD.
      *
      *****************************************************************
      * INPUT..: CADCAMB - TAXAS DIARIAS DE CAMBIO        - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADCAMB  ASSIGN  TO  UT-S-CADCAMB
                   FILE     STATUS  IS  WS-FS-CADCAMB.
      *
      *****************************************************************
      * INPUT..: CADADIA - ADIANTAMENTOS A FORNECEDOR     - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADADIA  ASSIGN  TO  UT-S-CADADIA
                   FILE     STATUS  IS  WS-FS-CADADIA.
      *
      *****************************************************************
      * INPUT..: CADADIM - SOLICITACOES DE ADIANTAMENTO   - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADADIM  ASSIGN  TO  UT-S-CADADIM
                   FILE     STATUS  IS  WS-FS-CADADIM.
      *
      *****************************************************************
      * OUTPUT.: CADADIN - ADIANTAMENTOS ATUALIZADOS      - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADADIN  ASSIGN  TO  UT-S-CADADIN
                   FILE     STATUS  IS  WS-FS-CADADIN.
      *
      *****************************************************************
      * OUTPUT.: CADAPAD - TITULOS DE ADIANTAMENTO        - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADAPAD  ASSIGN  TO  UT-S-CADAPAD
                   FILE     STATUS  IS  WS-FS-CADAPAD.
      *
      *****************************************************************
      * OUTPUT.: RELADIA - RELATORIO DE ADIANTAMENTOS     - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELADIA  ASSIGN  TO  UT-S-RELADIA
                   FILE     STATUS  IS  WS-FS-RELADIA.
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
      * INPUT..: CADPORD - PEDIDOS DE COMPRA              - LRECL=100 *
      *****************************************************************
      *
       FD  CADPORD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPORD         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCAMB - TAXAS DIARIAS DE CAMBIO        - LRECL=050 *
      *****************************************************************
      *
       FD  CADCAMB
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCAMB         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADADIA - ADIANTAMENTOS A FORNECEDOR     - LRECL=100 *
      *****************************************************************
      *
       FD  CADADIA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADADIA         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADADIM - SOLICITACOES DE ADIANTAMENTO   - LRECL=050 *
      *****************************************************************
      *
       FD  CADADIM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADADIM         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADADIN - ADIANTAMENTOS ATUALIZADOS      - LRECL=100 *
      *****************************************************************
      *
       FD  CADADIN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADADIN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADAPAD - TITULOS DE ADIANTAMENTO        - LRECL=100 *
      *****************************************************************
      *
       FD  CADAPAD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADAPAD         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELADIA - RELATORIO DE ADIANTAMENTOS     - LRECL=133 *
      *****************************************************************
      *
       FD  RELADIA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELADIA         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFORN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPORD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCAMB       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADADIA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADADIM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADADIN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADAPAD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELADIA       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADFORN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPORD      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCAMB      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADADIA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADADIM      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADADIN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADAPAD      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELADIA      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-ACEITOS      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADOS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EM-ABERTO    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FORA-PRAZO   PIC     9(018) VALUE ZEROS.
       01      WS-VLR-ADIANTADO    PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-SALDO-ABERTO PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
       01      WS-EDICAO-VLR       PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01      WS-QTD-DIAS-ABERTO  PIC     9(003) VALUE ZEROS.
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
       01      WS-DAT-SOLIC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DAT-SOLIC.
        03     WS-SOL-ANO          PIC     9(004).
        03     WS-SOL-MES          PIC     9(002).
        03     WS-SOL-DIA          PIC     9(002).
      *
       01      WS-DIAS-PROC        PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-SOLIC       PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-ABERTO      PIC     S9(005) VALUE ZEROS.
      *
       01      WS-ULT-NUM-ADIANT   PIC     9(007) VALUE ZEROS.
      *
       01      WS-PEDIDO-BUSCA     PIC     9(007) VALUE ZEROS.
       01      WS-FORNECEDOR-BUSCA PIC     9(010) VALUE ZEROS.
      *
       01      WS-MOEDA-FORN       PIC     X(003) VALUE SPACES.
       01      WS-MOEDA-SEL        PIC     X(003) VALUE SPACES.
       01      WS-TAXA-SEL         PIC     9(005)V9(004) VALUE ZEROS.
      *
       01      WS-OCORRENCIA       PIC     X(024) VALUE SPACES.
      *
       01      WS-SW-CRITICA       PIC     X(001) VALUE 'S'.
         88    WS-MOVIMENTO-VALIDO         VALUE 'S'.
         88    WS-MOVIMENTO-INVALIDO       VALUE 'N'.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE FORNECEDORES (CADFORN)                       *
      *****************************************************************
      *
       01      WS-QTD-TAB-FOR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FOR      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FORNECEDORES.
         03    TAB-FOR-ITEM        OCCURS  02000  TIMES.
           05  TAB-FOR-CODIGO      PIC     9(010).
           05  TAB-FOR-ATIVO       PIC     X(001).
           05  TAB-FOR-MOEDA       PIC     X(003).
      *
       01      WS-SW-FOR-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FOR-ACHOU                VALUE 'S'.
         88    WS-FOR-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS PEDIDOS EM ABERTO POR FORNECEDOR (CADPORD)  *
      *****************************************************************
      *
       01      WS-QTD-TAB-PED      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PED      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PEDIDOS.
         03    TAB-PED-ITEM        OCCURS  05000  TIMES.
           05  TAB-PED-NUM-PEDIDO  PIC     9(007).
           05  TAB-PED-FORNECEDOR  PIC     9(010).
      *
       01      WS-SW-PED-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PED-ACHOU                VALUE 'S'.
         88    WS-PED-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE TAXAS DE CAMBIO (CADCAMB) - GUARDA, POR      *
      *        MOEDA, A TAXA DE DATA MAIS RECENTE NAO POSTERIOR A     *
      *        DATA DE PROCESSAMENTO                                  *
      *****************************************************************
      *
       01      WS-QTD-TAB-CAMB     PIC     9(004) VALUE ZEROS.
       01      WS-IDX-CAMB         PIC     9(004) VALUE ZEROS.
      *
       01      WS-SW-CAMB-ACHOU    PIC     X(001) VALUE 'N'.
         88    WS-CAMB-ACHOU               VALUE 'S'.
         88    WS-CAMB-NAO-ACHOU           VALUE 'N'.
      *
       01      TAB-TAXAS-CAMBIO.
         03    TAB-CAMB-OCCURS     OCCURS  50    TIMES.
           05  TAB-CAMB-MOEDA      PIC     X(003).
           05  TAB-CAMB-DATA       PIC     9(008).
           05  TAB-CAMB-TAXA       PIC     9(005)V9(004).
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
      *    LAY-OUT DO RELATORIO DE ADIANTAMENTOS                      *
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
         'A D I A N T A M E N T O S  A  F O R N E C E D O R'.
         03    FILLER              PIC     X(026) VALUE SPACES.
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
         03    FILLER              PIC     X(007) VALUE 'ADIANT.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'FORNECEDOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'PEDIDO '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'MOE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
               '     VALOR MOEDA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
               '       VALOR BRL'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
               '       SALDO BRL'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'DT.SOLIC'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE '  DIAS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(024) VALUE 'OCORRENCIA'.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-ADIANT     PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-PEDIDO     PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-MOEDA      PIC     X(003).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-MOEDA      PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-ADIANT     PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-SALDO      PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DAT-SOLIC      PIC     9(008).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DIAS           PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OCORRENCIA     PIC     X(024).
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO                     *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES                   *
      *****************************************************************
      *
           COPY    COBI1008.
      *
      *****************************************************************
      * INPUT..: CADPORD - PEDIDOS DE COMPRA                          *
      *****************************************************************
      *
           COPY    COBO1034.
      *
      *****************************************************************
      * INPUT..: CADCAMB - TAXAS DIARIAS DE CAMBIO                    *
      *****************************************************************
      *
           COPY    COBO1056.
      *
      *****************************************************************
      * INPUT..: CADADIA/CADADIN - ADIANTAMENTOS A FORNECEDOR         *
      *****************************************************************
      *
           COPY    COBO1092.
      *
      *****************************************************************
      * INPUT..: CADADIM - SOLICITACOES DE ADIANTAMENTO               *
      *****************************************************************
      *
           COPY    COBI1088.
      *
      *****************************************************************
      * OUTPUT.: CADAPAD - TITULOS DE ADIANTAMENTO (LAY-OUT CADAPAG)  *
      *****************************************************************
      *
           COPY    COBO1049.
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
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADADIM   EQUAL   10.

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
                           CADFORN
                           CADPORD
                           CADCAMB
                           CADADIA
                           CADADIM
                   OUTPUT  CADADIN
                           CADAPAD
                           RELADIA.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADADIA'       TO      WGC-ARQUIVO.

           PERFORM 0495-00-CHAMA-COBBB010.

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

           PERFORM 0410-00-CARGA-CADFORN
             UNTIL WS-FS-CADFORN   EQUAL   10.

           PERFORM 0420-00-CARGA-CADPORD
             UNTIL WS-FS-CADPORD   EQUAL   10.

           PERFORM 0430-00-CARGA-CADCAMB
             UNTIL WS-FS-CADCAMB   EQUAL   10.

           PERFORM 0600-00-COPIA-CADADIA
             UNTIL WS-FS-CADADIA   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADADIM.
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

           IF      WS-FS-CADFORN NOT EQUAL 00 AND 10
                   MOVE 'CADFORN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFORN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPORD NOT EQUAL 00 AND 10
                   MOVE 'CADPORD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPORD     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCAMB NOT EQUAL 00 AND 10
                   MOVE 'CADCAMB'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCAMB     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADADIA NOT EQUAL 00 AND 10
                   MOVE 'CADADIA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADADIA     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADADIM NOT EQUAL 00 AND 10
                   MOVE 'CADADIM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADADIM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADADIN NOT EQUAL 00
                   MOVE 'CADADIN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADADIN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADAPAD NOT EQUAL 00
                   MOVE 'CADAPAD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADAPAD     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELADIA NOT EQUAL 00
                   MOVE 'RELADIA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELADIA     TO      WS-FS-ARQ
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
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB133' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:3)        TO
                                   WS-QTD-DIAS-ABERTO (1:3)
                   END-IF
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0410-00-CARGA-CADFORN       SECTION.
      *****************************************************************
      *
           READ    CADFORN         INTO    REG-FORN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFORN   EQUAL   00
                   ADD 001         TO      WS-LID-CADFORN

                   IF      WS-QTD-TAB-FOR  GREATER OR EQUAL 02000
                           MOVE    004     TO      WS-PTO-ERRO
                           PERFORM 0997-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FOR
                   MOVE    FORN-CODIGO     TO
                           TAB-FOR-CODIGO (WS-QTD-TAB-FOR)
                   MOVE    FORN-STATUS     TO
                           TAB-FOR-ATIVO  (WS-QTD-TAB-FOR)
                   IF      FORN-MOEDA-LOCAL
                           MOVE    'BRL'   TO
                                   TAB-FOR-MOEDA (WS-QTD-TAB-FOR)
                   ELSE
                           MOVE    FORN-COD-MOEDA  TO
                                   TAB-FOR-MOEDA (WS-QTD-TAB-FOR)
                   END-IF
           END-IF.
      *
       0410-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-CADPORD       SECTION.
      *****************************************************************
      *    SO OS PEDIDOS AINDA EM ABERTO ACEITAM ADIANTAMENTO         *
      *
           READ    CADPORD         INTO    REG-PORD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPORD   EQUAL   00
                   ADD 001         TO      WS-LID-CADPORD
                   IF      PORD-ABERTO
                           PERFORM 0425-00-GUARDA-PEDIDO
                   END-IF
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0425-00-GUARDA-PEDIDO       SECTION.
      *****************************************************************
      *    UMA ENTRADA POR PEDIDO/FORNECEDOR (O CADPORD TEM UMA LINHA *
      *    POR PECA)                                                  *
      *
           MOVE    PORD-NUM-PEDIDO TO      WS-PEDIDO-BUSCA.
           MOVE    PORD-FORNECEDOR TO      WS-FORNECEDOR-BUSCA.

           PERFORM 0480-00-PROCURA-PEDIDO.

           IF      WS-PED-ACHOU
                   GO      TO      0425-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-PED  GREATER OR EQUAL 05000
                   MOVE    006     TO      WS-PTO-ERRO
                   PERFORM 0997-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-PED.

           MOVE    PORD-NUM-PEDIDO TO
                   TAB-PED-NUM-PEDIDO (WS-QTD-TAB-PED).
           MOVE    PORD-FORNECEDOR TO
                   TAB-PED-FORNECEDOR (WS-QTD-TAB-PED).
      *
       0425-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0430-00-CARGA-CADCAMB       SECTION.
      *****************************************************************
      *    GUARDA, POR MOEDA, A TAXA DE DATA MAIS RECENTE NAO         *
      *    POSTERIOR A DATA DE PROCESSAMENTO                          *
      *
           READ    CADCAMB         INTO    REG-CAMB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCAMB   NOT EQUAL 00
                   GO      TO      0430-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCAMB.

           IF      CAMB-DATA       GREATER WS-DATA-PROC
                   GO      TO      0430-99-EXIT
           END-IF.

           MOVE    CAMB-COD-MOEDA  TO      WS-MOEDA-SEL.

           PERFORM 0490-00-PROCURA-TAXA.

           IF      WS-CAMB-ACHOU
                   IF      CAMB-DATA GREATER
                           TAB-CAMB-DATA (WS-IDX-CAMB)
                           MOVE    CAMB-DATA       TO
                                   TAB-CAMB-DATA (WS-IDX-CAMB)
                           MOVE    CAMB-VLR-TAXA   TO
                                   TAB-CAMB-TAXA (WS-IDX-CAMB)
                   END-IF
           ELSE
                   IF      WS-QTD-TAB-CAMB NOT LESS  50
                           MOVE    008     TO      WS-PTO-ERRO
                           PERFORM 0997-00-ABEND-TABELA
                   END-IF
                   ADD     001             TO      WS-QTD-TAB-CAMB
                   MOVE    CAMB-COD-MOEDA  TO      TAB-CAMB-MOEDA
                                                    (WS-QTD-TAB-CAMB)
                   MOVE    CAMB-DATA       TO      TAB-CAMB-DATA
                                                    (WS-QTD-TAB-CAMB)
                   MOVE    CAMB-VLR-TAXA   TO      TAB-CAMB-TAXA
                                                    (WS-QTD-TAB-CAMB)
           END-IF.
      *
       0430-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0470-00-PROCURA-FORNECEDOR  SECTION.
      *****************************************************************
      *
           SET     WS-FOR-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FOR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FOR GREATER WS-QTD-TAB-FOR
                   OR      WS-FOR-ACHOU

             IF    ADIM-FORNECEDOR EQUAL
                   TAB-FOR-CODIGO (WS-IND-TAB-FOR)
                   SET     WS-FOR-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FOR-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-FOR
           END-IF.
      *
       0470-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-PROCURA-PEDIDO      SECTION.
      *****************************************************************
      *
           SET     WS-PED-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PED FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PED GREATER WS-QTD-TAB-PED
                   OR      WS-PED-ACHOU

             IF    WS-PEDIDO-BUSCA EQUAL
                   TAB-PED-NUM-PEDIDO (WS-IND-TAB-PED)     AND
                   WS-FORNECEDOR-BUSCA     EQUAL
                   TAB-PED-FORNECEDOR (WS-IND-TAB-PED)
                   SET     WS-PED-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-PED-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-PED
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-PROCURA-TAXA        SECTION.
      *****************************************************************
      *
           SET     WS-CAMB-NAO-ACHOU       TO      TRUE.

           PERFORM VARYING WS-IDX-CAMB FROM 001 BY 001
             UNTIL   WS-IDX-CAMB   GREATER WS-QTD-TAB-CAMB
             OR      WS-CAMB-ACHOU
                   IF      TAB-CAMB-MOEDA (WS-IDX-CAMB)
                                           EQUAL   WS-MOEDA-SEL
                           SET     WS-CAMB-ACHOU   TO      TRUE
                   END-IF
           END-PERFORM.

           IF      WS-CAMB-ACHOU
                   SUBTRACT 001    FROM    WS-IDX-CAMB
           END-IF.
      *
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0495-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADADIN NO CATALOGO DE GERACOES      *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0495-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADADIM     SECTION.
      *****************************************************************
      *
           READ    CADADIM         INTO    REG-ADIM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADADIM   EQUAL   00
                   ADD 001         TO      WS-LID-CADADIM
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-COPIA-CADADIA       SECTION.
      *****************************************************************
      *    REGRAVA O CADASTRO ATUAL NO CADADIN, GUARDANDO O ULTIMO    *
      *    NUMERO USADO E LISTANDO OS ADIANTAMENTOS EM ABERTO HA MAIS *
      *    DE N DIAS (SALDO AINDA NAO ABATIDO POR NOTA FISCAL)        *
      *
           READ    CADADIA         INTO    REG-ADIA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADADIA   NOT EQUAL 00
                   GO      TO      0600-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADADIA.

           IF      ADIA-NUM-ADIANT GREATER WS-ULT-NUM-ADIANT
                   MOVE    ADIA-NUM-ADIANT TO      WS-ULT-NUM-ADIANT
           END-IF.

           IF      ADIA-ABERTO
                   ADD     001             TO      WS-QTD-EM-ABERTO
                   ADD     ADIA-VLR-SALDO  TO      WS-VLR-SALDO-ABERTO
                   MOVE    ADIA-DAT-SOLIC  TO      WS-DAT-SOLIC
                   COMPUTE WS-DIAS-SOLIC =
                           (WS-SOL-ANO * 360) + (WS-SOL-MES * 30) +
                            WS-SOL-DIA
                   COMPUTE WS-DIAS-ABERTO =
                           WS-DIAS-PROC - WS-DIAS-SOLIC
                   IF      WS-DIAS-ABERTO  GREATER WS-QTD-DIAS-ABERTO
                           ADD     001     TO      WS-QTD-FORA-PRAZO
                           MOVE    'EM ABERTO FORA DO PRAZO'
                                           TO      WS-OCORRENCIA
                           PERFORM 2700-00-IMPRIME-DETALHE
                   END-IF
           END-IF.

           PERFORM 2900-00-GRAVACAO-CADADIN.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           PERFORM 1100-00-CRITICA-MOVIMENTO.

           IF      WS-MOVIMENTO-VALIDO
                   PERFORM 1200-00-INCLUI-ADIANTAMENTO
           ELSE
                   ADD     001     TO      WS-QTD-REJEITADOS
                   MOVE    ZEROS           TO      ADIA-NUM-ADIANT
                                                   ADIA-VLR-ADIANT
                                                   ADIA-VLR-SALDO
                                                   WS-DIAS-ABERTO
                   MOVE    ADIM-FORNECEDOR TO      ADIA-FORNECEDOR
                   MOVE    ADIM-NUM-PEDIDO TO      ADIA-NUM-PEDIDO
                   MOVE    ADIM-COD-MOEDA  TO      ADIA-COD-MOEDA
                   MOVE    ADIM-VLR-MOEDA  TO      ADIA-VLR-MOEDA
                   MOVE    WS-DATA-PROC    TO      ADIA-DAT-SOLIC
                   PERFORM 2700-00-IMPRIME-DETALHE
           END-IF.

           PERFORM 0500-00-LEITURA-CADADIM.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CRITICA-MOVIMENTO   SECTION.
      *****************************************************************
      *    FORNECEDOR ATIVO, PEDIDO EM ABERTO DO FORNECEDOR, MOEDA    *
      *    DO FORNECEDOR COM TAXA VIGENTE E VALOR INFORMADO           *
      *
           SET     WS-MOVIMENTO-INVALIDO   TO      TRUE.

           PERFORM 0470-00-PROCURA-FORNECEDOR.

           IF      WS-FOR-NAO-ACHOU
                   MOVE    'REJ-FORNECEDOR INVALIDO'
                                   TO      WS-OCORRENCIA
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      TAB-FOR-ATIVO (WS-IND-TAB-FOR) NOT EQUAL 'S'
                   MOVE    'REJ-FORNECEDOR INATIVO'
                                   TO      WS-OCORRENCIA
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    ADIM-NUM-PEDIDO TO      WS-PEDIDO-BUSCA.
           MOVE    ADIM-FORNECEDOR TO      WS-FORNECEDOR-BUSCA.

           PERFORM 0480-00-PROCURA-PEDIDO.

           IF      WS-PED-NAO-ACHOU
                   MOVE    'REJ-PEDIDO NAO E DO FORN'
                                   TO      WS-OCORRENCIA
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    TAB-FOR-MOEDA (WS-IND-TAB-FOR)
                                   TO      WS-MOEDA-FORN.

           IF      ADIM-COD-MOEDA  EQUAL   SPACES
                   MOVE    WS-MOEDA-FORN   TO      ADIM-COD-MOEDA
           END-IF.

           IF      ADIM-COD-MOEDA  NOT EQUAL WS-MOEDA-FORN
                   MOVE    'REJ-MOEDA DIF. FORNECED.'
                                   TO      WS-OCORRENCIA
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      ADIM-VLR-MOEDA  NOT NUMERIC OR
                   ADIM-VLR-MOEDA  EQUAL   ZEROS
                   MOVE    'REJ-VALOR NAO INFORMADO'
                                   TO      WS-OCORRENCIA
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      ADIM-COD-MOEDA  EQUAL   'BRL'
                   MOVE    1               TO      WS-TAXA-SEL
           ELSE
                   MOVE    ADIM-COD-MOEDA  TO      WS-MOEDA-SEL
                   PERFORM 0490-00-PROCURA-TAXA
                   IF      WS-CAMB-NAO-ACHOU
                           MOVE    'REJ-SEM TAXA DE CAMBIO'
                                           TO      WS-OCORRENCIA
                           GO      TO      1100-99-EXIT
                   END-IF
                   MOVE    TAB-CAMB-TAXA (WS-IDX-CAMB)
                                           TO      WS-TAXA-SEL
           END-IF.

           SET     WS-MOVIMENTO-VALIDO     TO      TRUE.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-INCLUI-ADIANTAMENTO SECTION.
      *****************************************************************
      *    NOVO ADIANTAMENTO NO CADASTRO E TITULO PARA A REMESSA      *
      *
           ADD     001             TO      WS-ULT-NUM-ADIANT.

           MOVE    SPACES          TO      REG-ADIA.

           MOVE    WS-ULT-NUM-ADIANT       TO      ADIA-NUM-ADIANT.
           MOVE    ADIM-FORNECEDOR TO      ADIA-FORNECEDOR.
           MOVE    ADIM-NUM-PEDIDO TO      ADIA-NUM-PEDIDO.
           MOVE    ADIM-COD-MOEDA  TO      ADIA-COD-MOEDA.
           MOVE    ADIM-VLR-MOEDA  TO      ADIA-VLR-MOEDA.
           MOVE    WS-TAXA-SEL     TO      ADIA-VLR-TAXA.

           COMPUTE ADIA-VLR-ADIANT ROUNDED =
                   ADIM-VLR-MOEDA * WS-TAXA-SEL.

           MOVE    ADIA-VLR-ADIANT TO      ADIA-VLR-SALDO.
           MOVE    WS-DATA-PROC    TO      ADIA-DAT-SOLIC.

           IF      ADIM-DAT-VENCTO NUMERIC AND
                   ADIM-DAT-VENCTO GREATER ZEROS
                   MOVE    ADIM-DAT-VENCTO TO      ADIA-DAT-VENCTO
           ELSE
                   MOVE    WS-DATA-PROC    TO      ADIA-DAT-VENCTO
           END-IF.

           MOVE    'A'             TO      ADIA-SITUACAO.

           PERFORM 2900-00-GRAVACAO-CADADIN.

           PERFORM 1300-00-GRAVACAO-CADAPAD.

           ADD     001             TO      WS-QTD-ACEITOS.
           ADD     ADIA-VLR-ADIANT TO      WS-VLR-ADIANTADO.

           MOVE    ZEROS           TO      WS-DIAS-ABERTO.
           MOVE    'ADIANTAMENTO REGISTRADO'
                                   TO      WS-OCORRENCIA.
           PERFORM 2700-00-IMPRIME-DETALHE.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-GRAVACAO-CADAPAD    SECTION.
      *****************************************************************
      *    TITULO TIPO 'D' NO LAY-OUT DO CADAPAG, COM O NUMERO DO     *
      *    ADIANTAMENTO NO LUGAR DO NUMERO DA NOTA FISCAL             *
      *
           MOVE    SPACES          TO      REG-APAG.

           MOVE    ADIA-NUM-ADIANT TO      APAG-NUM-NF.
           MOVE    ADIA-FORNECEDOR TO      APAG-FORNECEDOR.
           MOVE    ADIA-NUM-PEDIDO TO      APAG-NUM-PEDIDO.
           MOVE    ZEROS           TO      APAG-COD-PEC.
           MOVE    1               TO      APAG-QTD-APROVADA.
           MOVE    ADIA-VLR-ADIANT TO      APAG-VLR-UNIT
                                           APAG-VLR-TOTAL.
           MOVE    ADIA-DAT-VENCTO TO      APAG-DAT-VENCTO.
           MOVE    'A'             TO      APAG-SITUACAO.
           MOVE    'D'             TO      APAG-TIP-TITULO.
           MOVE    01              TO      APAG-COD-EMPRESA.

           WRITE   REG-CADAPAD     FROM    REG-APAG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADAPAD.
      *
       1300-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELADIA.
           PERFORM 2800-00-GRAVACAO-RELADIA.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELADIA.
           PERFORM 2800-00-GRAVACAO-RELADIA.

           MOVE    CAB4            TO      REG-RELADIA.
           PERFORM 2800-00-GRAVACAO-RELADIA.

           MOVE    SPACES          TO      REG-RELADIA.
           PERFORM 2800-00-GRAVACAO-RELADIA.

           MOVE    CAB6            TO      REG-RELADIA.
           PERFORM 2800-00-GRAVACAO-RELADIA.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-IMPRIME-DETALHE     SECTION.
      *****************************************************************
      *    IMPRIME O ADIANTAMENTO CORRENTE (REG-ADIA) COM A           *
      *    OCORRENCIA E OS DIAS EM ABERTO                             *
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    ADIA-NUM-ADIANT TO      DET1-NUM-ADIANT.
           MOVE    ADIA-FORNECEDOR TO      DET1-FORNECEDOR.
           MOVE    ADIA-NUM-PEDIDO TO      DET1-NUM-PEDIDO.
           MOVE    ADIA-COD-MOEDA  TO      DET1-COD-MOEDA.
           MOVE    ADIA-VLR-MOEDA  TO      DET1-VLR-MOEDA.
           MOVE    ADIA-VLR-ADIANT TO      DET1-VLR-ADIANT.
           MOVE    ADIA-VLR-SALDO  TO      DET1-VLR-SALDO.
           MOVE    ADIA-DAT-SOLIC  TO      DET1-DAT-SOLIC.
           MOVE    WS-DIAS-ABERTO  TO      DET1-DIAS.
           MOVE    WS-OCORRENCIA   TO      DET1-OCORRENCIA.

           MOVE    DET1            TO      REG-RELADIA.
           PERFORM 2800-00-GRAVACAO-RELADIA.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-RELADIA    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELADIA.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELADIA.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2900-00-GRAVACAO-CADADIN    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADADIN     FROM    REG-ADIA.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADADIN.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-ADIA        TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0495-00-CHAMA-COBBB010.
      *
       2900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADPARM
                   CADFORN
                   CADPORD
                   CADCAMB
                   CADADIA
                   CADADIM
                   CADADIN
                   CADAPAD
                   RELADIA.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB133'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0495-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB133'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADADIM  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB133 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB133 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADFORN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFORN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPORD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPORD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCAMB  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCAMB.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADADIA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADADIA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADADIM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADADIM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADADIN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADADIN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADADIA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADAPAD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADAPAD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELADIA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELADIA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ACEITOS  TO      WS-EDICAO.
           DISPLAY '* ADIANTAMENTOS REGISTRADOS........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJEITADOS
                                   TO      WS-EDICAO.
           DISPLAY '* SOLICITACOES REJEITADAS..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EM-ABERTO
                                   TO      WS-EDICAO.
           DISPLAY '* ADIANTAMENTOS ANTERIORES ABERTOS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FORA-PRAZO
                                   TO      WS-EDICAO.
           DISPLAY '* ABERTOS HA MAIS DE N DIAS........: ' WS-EDICAO
           ' *'.
           MOVE    WS-VLR-ADIANTADO
                                   TO      WS-EDICAO-VLR.
           DISPLAY '* VALOR ADIANTADO (BRL)..: ' WS-EDICAO-VLR
           ' *'.
           MOVE    WS-VLR-SALDO-ABERTO
                                   TO      WS-EDICAO-VLR.
           DISPLAY '* SALDO ANTERIOR ABERTO..: ' WS-EDICAO-VLR
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB133 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-SEM-PARM      SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB133 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* SEM PARAMETRO VIGENTE NO CADPARM PARA O     *'.
           DISPLAY '* PROGRAMA GPFPB133 (DIAS EM ABERTO)          *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB133 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB133 ******************'.

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

           DISPLAY '******************* GPFPB133 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB133 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB133 ******************'.

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

           DISPLAY '******************* GPFPB133 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB133 ******************'.
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
           DISPLAY '******************* GPFPB133 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB133 ******************'.

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

           DISPLAY '******************* GPFPB133 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB133 ******************'.
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
           DISPLAY '******************* GPFPB133 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB133 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB133                  *
      *****************************************************************
