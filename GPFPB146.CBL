      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB146.
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
      * OBJETIVO.....: REPOR A PARTIR DA MATRIZ AS FILIAIS COM        *
      *                ESTOQUE ABAIXO DO MINIMO. PARA CADA PECA DO    *
      *                CADFATN, A COBERTURA DA FILIAL (ESTOQUE MAIS   *
      *                ORDENS DE REPOSICAO AINDA EM TRANSITO NO       *
      *                CADORRP) E COMPARADA COM FILN-QTD-MIN; ABAIXO  *
      *                DO MINIMO, A NECESSIDADE E O QUE FALTA PARA O  *
      *                MAXIMO. O DISPONIVEL DA MATRIZ E O ESTOQUE DO  *
      *                CADMATRK MENOS AS RESERVAS ATIVAS DO CADRESV.  *
      *                QUANDO O DISPONIVEL NAO COBRE A NECESSIDADE    *
      *                TOTAL DA PECA, E RATEADO ENTRE AS FILIAIS NA   *
      *                PROPORCAO DA NECESSIDADE DE CADA UMA (A SOBRA  *
      *                DO ARREDONDAMENTO VAI UMA UNIDADE POR FILIAL,  *
      *                NA ORDEM DO CODIGO). CADA FILIAL ATENDIDA GERA *
      *                UMA ORDEM DE REPOSICAO NO CADORRN, A BAIXA NA  *
      *                MATRIZ (COM TRILHO NO CADPLOG) E A LINHA NA    *
      *                LISTA DE SEPARACAO RELSEPR.                    *
      *****************************************************************
      * OBSERVACAO...: O CADFATN DEVE ESTAR CLASSIFICADO POR CODIGO   *
      *                DA PECA + CODIGO DA FILIAL. O CADORRN (CADORRP *
      *                ANTERIOR MAIS AS ORDENS NOVAS) E O CADORRP DA  *
      *                PROXIMA RODADA. A ORDEM FECHA QUANDO A FILIAL  *
      *                CONFIRMA O RECEBIMENTO (GPFPB147), QUE CREDITA *
      *                A FILIAL PELO GPFPB024                         *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA REGRAVACAO DA MATRIZ CHAVEADA PASSA A  *
      *                   GRAVAR ANTES A IMAGEM ANTERIOR NO DIARIO    *
      *                   CADJMTK (ROTINA COBBB011), IDENTIFICADA     *
      *                   PELO PROGRAMA E EXECUCAO, PARA QUE UMA      *
      *                   EXECUCAO CANCELADA POSSA SER REVERTIDA PELO *
      *                   GPFPB180 E REEXECUTADA                      *
      * 15/10/2026 - US - CADA CADORRN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADORRP, COM A QTDE DE REGISTROS E O     *
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
      * INPUT..: CADFATN - PECAS DAS FILIAIS ATUALIZADAS - LRECL=105  *
      *****************************************************************
      *
           SELECT  CADFATN  ASSIGN  TO  UT-S-CADFATN
                   FILE     STATUS  IS  WS-FS-CADFATN.
      *
      *****************************************************************
      * INPUT..: CADRESV - RESERVAS ATIVAS DE ESTOQUE    - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADRESV  ASSIGN  TO  UT-S-CADRESV
                   FILE     STATUS  IS  WS-FS-CADRESV.
      *
      *****************************************************************
      * INPUT..: CADORRP - ORDENS DE REPOSICAO ATUAL     - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADORRP  ASSIGN  TO  UT-S-CADORRP
                   FILE     STATUS  IS  WS-FS-CADORRP.
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA (KSDS)       - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMATRK ASSIGN  TO  CADMATRK
                   ORGANIZATION IS  INDEXED
                   ACCESS MODE  IS  RANDOM
                   RECORD KEY   IS  MATRK-COD-PEC
                   FILE     STATUS  IS  WS-FS-CADMATRK.
      *
      *****************************************************************
      * OUTPUT.: CADORRN - ORDENS DE REPOSICAO ATUALIZADO- LRECL=100  *
      *****************************************************************
      *
           SELECT  CADORRN  ASSIGN  TO  UT-S-CADORRN
                   FILE     STATUS  IS  WS-FS-CADORRN.
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ - LRECL=250  *
      *****************************************************************
      *
           SELECT  CADPLOG  ASSIGN  TO  UT-S-CADPLOG
                   FILE     STATUS  IS  WS-FS-CADPLOG.
      *
      *****************************************************************
      * OUTPUT.: RELSEPR - LISTA DE SEPARACAO DA MATRIZ  - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELSEPR  ASSIGN  TO  UT-S-RELSEPR
                   FILE     STATUS  IS  WS-FS-RELSEPR.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADFATN - PECAS DAS FILIAIS ATUALIZADAS - LRECL=105  *
      *****************************************************************
      *
       FD  CADFATN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFATN         PIC     X(105).
      *
      *****************************************************************
      * INPUT..: CADRESV - RESERVAS ATIVAS DE ESTOQUE    - LRECL=050  *
      *****************************************************************
      *
       FD  CADRESV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRESV         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADORRP - ORDENS DE REPOSICAO ATUAL     - LRECL=100  *
      *****************************************************************
      *
       FD  CADORRP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADORRP         PIC     X(100).
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA (KSDS)       - LRECL=100  *
      *****************************************************************
      *
       FD  CADMATRK
           LABEL      RECORD    IS  STANDARD.
      *
       01      REG-CADMATRK.
           03  MATRK-COD-PEC       PIC     9(005).
           03  FILLER              PIC     X(095).
      *
      *****************************************************************
      * OUTPUT.: CADORRN - ORDENS DE REPOSICAO ATUALIZADO- LRECL=100  *
      *****************************************************************
      *
       FD  CADORRN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADORRN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ - LRECL=250  *
      *****************************************************************
      *
       FD  CADPLOG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPLOG         PIC     X(250).
      *
      *****************************************************************
      * OUTPUT.: RELSEPR - LISTA DE SEPARACAO DA MATRIZ  - LRECL=133  *
      *****************************************************************
      *
       FD  RELSEPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELSEPR         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADFATN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRESV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADORRP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATRK      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADORRN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPLOG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELSEPR       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADFATN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRESV      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADORRP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-REG-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADORRN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPLOG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELSEPR      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-ORD-EMITIDAS PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FIL-ABAIXO   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FIL-SEM-ATEND
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PEC-RATEIO   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PEC-SEM-MATR PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEPARADA     PIC     9(018) VALUE ZEROS.
      *
       01      WS-ULT-NUM-ORDEM    PIC     9(007) VALUE ZEROS.
      *
       01      WS-CHAVE-CTL        PIC     9(005) VALUE ZEROS.
       01      WS-NOME-PECA        PIC     X(030) VALUE SPACES.
       01      WS-FIL-BUSCA        PIC     9(005) VALUE ZEROS.
      *
       01      WS-QTD-COBERTURA    PIC     9(007) VALUE ZEROS.
       01      WS-QTD-RESERVADA    PIC     9(009) VALUE ZEROS.
       01      WS-QTD-DISPONIVEL   PIC     9(007) VALUE ZEROS.
       01      WS-TOT-NECESSIDADE  PIC     9(007) VALUE ZEROS.
       01      WS-TOT-ALOCADO      PIC     9(007) VALUE ZEROS.
       01      WS-QTD-SOBRA        PIC     9(007) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-IMAGEM-ANTES     PIC     X(100) VALUE SPACES.
       01      WS-IMAGEM-DEPOIS    PIC     X(100) VALUE SPACES.
       01      WS-SEQ-TRANS        PIC     9(007) VALUE ZEROS.
      *
       01      WS-SW-MATRK         PIC     X(001) VALUE 'N'.
         88    WS-MATRK-ACHOU              VALUE 'S'.
         88    WS-MATRK-NAO-ACHOU          VALUE 'N'.
      *
       01      WS-SW-RATEIO        PIC     X(001) VALUE 'N'.
         88    WS-RATEIO-SIM               VALUE 'S'.
         88    WS-RATEIO-NAO               VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DO TOTAL RESERVADO POR PECA (CADRESV)           *
      *****************************************************************
      *
       01      WS-QTD-TAB-RSV      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-RSV      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-RSV-ACHOU    PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-RESERVAS.
         03    TAB-RSV-ITEM        OCCURS  10000  TIMES.
           05  TAB-RSV-CD-PECA     PIC     9(005).
           05  TAB-RSV-QTD         PIC     9(009).
      *
      *****************************************************************
      *        TABELA DAS ORDENS EM TRANSITO POR PECA/FILIAL          *
      *        (ORDENS ABERTAS DO CADORRP)                            *
      *****************************************************************
      *
       01      WS-QTD-TAB-TRN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-TRN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TRN-ACHOU    PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-TRANSITO.
         03    TAB-TRN-ITEM        OCCURS  05000  TIMES.
           05  TAB-TRN-COD-PEC     PIC     9(005).
           05  TAB-TRN-COD-FIL     PIC     9(005).
           05  TAB-TRN-QTD         PIC     9(007).
      *
      *****************************************************************
      *        GRUPO DE REGISTROS DA PECA CORRENTE (UMA LINHA POR     *
      *        FILIAL QUE POSSUI A PECA)                              *
      *****************************************************************
      *
       01      WS-QTD-TAB-GRP      PIC     9(003) COMP    VALUE ZEROS.
       01      WS-IND-TAB-GRP      PIC     9(003) COMP    VALUE ZEROS.
      *
       01      TAB-GRUPO-PECA.
         03    TAB-GRP-ITEM        OCCURS  00050  TIMES.
           05  TAB-GRP-COD-FIL     PIC     9(005).
           05  TAB-GRP-QTD-ETQ     PIC     9(005).
           05  TAB-GRP-QTD-MIN     PIC     9(005).
           05  TAB-GRP-QTD-MAX     PIC     9(005).
           05  TAB-GRP-QTD-TRANS   PIC     9(007).
           05  TAB-GRP-NECESSIDADE PIC     9(007).
           05  TAB-GRP-ALOCADO     PIC     9(007).
           05  TAB-GRP-NUM-ORDEM   PIC     9(007).
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
      *    LAY-OUT DA LISTA DE SEPARACAO DA MATRIZ                    *
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
         03    FILLER              PIC     X(061) VALUE
        'R E P O S I C A O  D A S  F I L I A I S  -  S E P A R A C A O'.
         03    FILLER              PIC     X(030) VALUE SPACES.
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
         03    FILLER              PIC     X(007) VALUE '  ORDEM'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'DESCRICAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'FIL. '.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'ESTOQ.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'TRANS.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'MINIMO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'MAXIMO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'NECES.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'SEPAR.'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(020) VALUE 'OBSERVACAO'.
         03    FILLER              PIC     X(004) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-NUM-ORDEM      PIC     ZZZZZZZ.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME           PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-FIL        PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-QTD-ETQ        PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-TRANS      PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-MIN        PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-MAX        PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NECESSIDADE    PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ALOCADO        PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-OBSERVACAO     PIC     X(020).
         03    FILLER              PIC     X(004) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(020) VALUE
              '*** TOTAL DA PECA   '.
         03    DET2-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(022) VALUE
              'DISPONIVEL NA MATRIZ: '.
         03    DET2-DISPONIVEL     PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
              'NECESSIDADE: '.
         03    DET2-NECESSIDADE    PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE
              'A SEPARAR: '.
         03    DET2-ALOCADO        PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(031) VALUE SPACES.
      *
       01      DET3.
         03    FILLER              PIC     X(133) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADFATN - PECAS DAS FILIAIS ATUALIZADAS              *
      *****************************************************************
      *
           COPY    COBO3014.
      *
      *****************************************************************
      * INPUT..: CADRESV - RESERVAS ATIVAS DE ESTOQUE                 *
      *****************************************************************
      *
           COPY    COBO1083.
      *
      *****************************************************************
      * I-O....: CADORRP/CADORRN - CADASTRO DE ORDENS DE REPOSICAO    *
      *****************************************************************
      *
           COPY    COBO1100.
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA                           *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ              *
      *****************************************************************
      *
           COPY    COBO1037.
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
      * INTERFACE.: DIARIO DE ATUALIZACOES DO CADMATRK (COBBB011)     *
      *****************************************************************
      *
           COPY    RUCWS011.
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
       01      WS-GCAT-CADORRP     PIC     X(300) VALUE SPACES.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADFATN   EQUAL   10.

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

           OPEN    INPUT   CADFATN
                           CADRESV
                           CADORRP
                   I-O     CADMATRK
                   OUTPUT  CADORRN
                           CADPLOG
                           RELSEPR.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADORRP'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADORRP.

           MOVE    'I'             TO      WJM-CODOPE.
           MOVE    'GPFPB146'      TO      WJM-PROGRAMA.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 0400-00-CARGA-TAB-RESERVAS
             UNTIL WS-FS-CADRESV   EQUAL   10.

           PERFORM 0450-00-CARGA-ORDENS
             UNTIL WS-FS-CADORRP   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADFATN.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADFATN.

           PERFORM 0310-00-TESTA-FS-CADRESV.

           PERFORM 0320-00-TESTA-FS-CADORRP.

           PERFORM 0330-00-TESTA-FS-CADMATRK.

           PERFORM 0350-00-TESTA-FS-CADORRN.

           PERFORM 0360-00-TESTA-FS-CADPLOG.

           PERFORM 0370-00-TESTA-FS-RELSEPR.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADFATN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADFATN NOT EQUAL 00 AND 10
                   MOVE 'CADFATN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFATN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-CADRESV    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRESV NOT EQUAL 00 AND 10
                   MOVE 'CADRESV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRESV
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADORRP    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADORRP NOT EQUAL 00 AND 10
                   MOVE 'CADORRP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADORRP
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-CADMATRK   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATRK NOT EQUAL 00 AND 23
                   MOVE 'CADMATRK' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATRK
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0340-00-TESTA-REW-CADMATRK  SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATRK NOT EQUAL 00
                   MOVE 'CADMATRK' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATRK
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0340-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-TESTA-FS-CADORRN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADORRN NOT EQUAL 00
                   MOVE 'CADORRN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADORRN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0360-00-TESTA-FS-CADPLOG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPLOG NOT EQUAL 00
                   MOVE 'CADPLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPLOG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0370-00-TESTA-FS-RELSEPR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELSEPR NOT EQUAL 00
                   MOVE 'RELSEPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELSEPR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0370-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-RESERVAS  SECTION.
      *****************************************************************
      *    ACUMULA O TOTAL RESERVADO DE CADA PECA                     *
      *
           READ    CADRESV         INTO    REG-RESV.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADRESV.

           IF      WS-FS-CADRESV   NOT EQUAL       00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADRESV.

           IF      NOT RESV-ATIVA
                   GO      TO      0400-99-EXIT
           END-IF.

           MOVE    ZEROS           TO      WS-IND-RSV-ACHOU.

           PERFORM VARYING WS-IND-TAB-RSV FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RSV GREATER WS-QTD-TAB-RSV
                   OR      WS-IND-RSV-ACHOU GREATER ZEROS

             IF    RESV-CD-PECA    EQUAL
                   TAB-RSV-CD-PECA (WS-IND-TAB-RSV)
                   MOVE    WS-IND-TAB-RSV  TO      WS-IND-RSV-ACHOU
             END-IF

           END-PERFORM.

           IF      WS-IND-RSV-ACHOU        EQUAL   ZEROS
                   IF      WS-QTD-TAB-RSV  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-RSV
                   MOVE    WS-QTD-TAB-RSV  TO      WS-IND-RSV-ACHOU
                   MOVE    RESV-CD-PECA    TO
                           TAB-RSV-CD-PECA (WS-IND-RSV-ACHOU)
                   MOVE    ZEROS           TO
                           TAB-RSV-QTD     (WS-IND-RSV-ACHOU)
           END-IF.

           ADD     RESV-QT-RESERVADA       TO
                   TAB-RSV-QTD (WS-IND-RSV-ACHOU).
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-CARGA-ORDENS        SECTION.
      *****************************************************************
      *    AS ORDENS JA EXISTENTES PASSAM PARA O CADASTRO NOVO SEM    *
      *    ALTERACAO; AS ABERTAS SAO ACUMULADAS COMO QUANTIDADE EM    *
      *    TRANSITO DA PECA/FILIAL                                    *
      *
           READ    CADORRP         INTO    REG-ORRP.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADORRP.

           IF      WS-FS-CADORRP   NOT EQUAL       00
                   GO      TO      0450-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADORRP.

           IF      ORRP-NUM-ORDEM  GREATER WS-ULT-NUM-ORDEM
                   MOVE    ORRP-NUM-ORDEM  TO      WS-ULT-NUM-ORDEM
           END-IF.

           IF      ORRP-ABERTA
                   PERFORM         0460-00-ACUMULA-TRANSITO
           END-IF.

           PERFORM 2800-00-GRAVACAO-CADORRN.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-ACUMULA-TRANSITO    SECTION.
      *****************************************************************
      *
           MOVE    ORRP-COD-PEC    TO      WS-CHAVE-CTL.

           MOVE    ORRP-COD-FIL    TO      WS-FIL-BUSCA.

           PERFORM 1060-00-PROCURA-TRANSITO.

           IF      WS-IND-TRN-ACHOU        EQUAL   ZEROS
                   IF      WS-QTD-TAB-TRN  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-TRN
                   MOVE    WS-QTD-TAB-TRN  TO      WS-IND-TRN-ACHOU
                   MOVE    ORRP-COD-PEC    TO
                           TAB-TRN-COD-PEC (WS-IND-TRN-ACHOU)
                   MOVE    ORRP-COD-FIL    TO
                           TAB-TRN-COD-FIL (WS-IND-TRN-ACHOU)
                   MOVE    ZEROS           TO
                           TAB-TRN-QTD     (WS-IND-TRN-ACHOU)
           END-IF.

           ADD     ORRP-QTD-ENVIADA        TO
                   TAB-TRN-QTD (WS-IND-TRN-ACHOU).
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CHAMA-COBBB011      SECTION.
      *****************************************************************
      *    REGISTRA A EXECUCAO E AS IMAGENS ANTERIORES DO CADMATRK NO *
      *    DIARIO CADJMTK. EXECUCAO ANTERIOR INCOMPLETA (CODRET 91)   *
      *    PRECISA SER REVERTIDA PELO GPFPB180 ANTES DA REEXECUCAO    *
      *
           MOVE    'COBBB011'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WJM-GRUPO
           END-CALL.

           IF      WJM-EXECUCAO-PENDENTE
                   DISPLAY 'GPFPB146 - EXECUCAO ANTERIOR INCOMPLETA EM '
                           WJM-DATA-EXEC ' ' WJM-HORA-EXEC
                   DISPLAY 'GPFPB146 - REVERTER PELO GPFPB180 ANTES DE '
                           'REEXECUTAR'
           END-IF.

           IF      NOT WJM-OPERACAO-OK
                   MOVE    WJM-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
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
       0500-00-LEITURA-CADFATN     SECTION.
      *****************************************************************
      *
           READ    CADFATN         INTO    REG-FATN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADFATN.

           IF      WS-FS-CADFATN   EQUAL   00
                   ADD 001         TO      WS-LID-CADFATN
           END-IF.

           IF      WS-FS-CADFATN   EQUAL   10
                   MOVE    HIGH-VALUES     TO      REG-FATN
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    CARREGA O GRUPO DE FILIAIS DA PECA CORRENTE, APURA A       *
      *    NECESSIDADE DE CADA UMA E REPARTE O DISPONIVEL DA MATRIZ   *
      *
           MOVE    FATN-COD-PEC    TO      WS-CHAVE-CTL.
           MOVE    FATN-NOME       TO      WS-NOME-PECA.

           MOVE    ZEROS           TO      WS-QTD-TAB-GRP
                                           WS-TOT-NECESSIDADE
                                           WS-TOT-ALOCADO
                                           WS-QTD-DISPONIVEL.

           PERFORM 1050-00-CARGA-GRUPO
             UNTIL WS-FS-CADFATN EQUAL 10
                OR FATN-COD-PEC NOT EQUAL WS-CHAVE-CTL.

           IF      WS-TOT-NECESSIDADE      EQUAL   ZEROS
                   GO      TO      1000-99-EXIT
           END-IF.

           PERFORM 1200-00-APURA-DISPONIVEL.

           PERFORM 1300-00-RATEIO.

           PERFORM 1400-00-EMITE-ORDEM
                   VARYING WS-IND-TAB-GRP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-GRP GREATER WS-QTD-TAB-GRP.

           PERFORM 2760-00-IMPRIME-TOTAL-PECA.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1050-00-CARGA-GRUPO         SECTION.
      *****************************************************************
      *
           IF      WS-QTD-TAB-GRP  GREATER OR EQUAL 00050
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-GRP.

           MOVE    WS-QTD-TAB-GRP  TO      WS-IND-TAB-GRP.

           MOVE    FATN-COD-FIL    TO
                   TAB-GRP-COD-FIL   (WS-IND-TAB-GRP).
           MOVE    FATN-QTD-ETQ    TO
                   TAB-GRP-QTD-ETQ   (WS-IND-TAB-GRP).
           MOVE    FATN-QTD-MIN    TO
                   TAB-GRP-QTD-MIN   (WS-IND-TAB-GRP).
           MOVE    FATN-QTD-MAX    TO
                   TAB-GRP-QTD-MAX   (WS-IND-TAB-GRP).
           MOVE    ZEROS           TO
                   TAB-GRP-QTD-TRANS   (WS-IND-TAB-GRP)
                   TAB-GRP-NECESSIDADE (WS-IND-TAB-GRP)
                   TAB-GRP-ALOCADO     (WS-IND-TAB-GRP)
                   TAB-GRP-NUM-ORDEM   (WS-IND-TAB-GRP).

           MOVE    FATN-COD-FIL    TO      WS-FIL-BUSCA.

           PERFORM 1060-00-PROCURA-TRANSITO.

           IF      WS-IND-TRN-ACHOU        GREATER ZEROS
                   MOVE    TAB-TRN-QTD (WS-IND-TRN-ACHOU)
                                   TO
                           TAB-GRP-QTD-TRANS (WS-IND-TAB-GRP)
           END-IF.

           PERFORM 1100-00-CALCULA-NECESSIDADE.

           PERFORM 0500-00-LEITURA-CADFATN.
      *
       1050-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1060-00-PROCURA-TRANSITO    SECTION.
      *****************************************************************
      *    PROCURA A PECA WS-CHAVE-CTL DA FILIAL WS-FIL-BUSCA NA      *
      *    TABELA DE TRANSITO, DEIXANDO O INDICE EM WS-IND-TRN-ACHOU  *
      *    (ZEROS = SEM ORDEM EM TRANSITO)                            *
      *
           MOVE    ZEROS           TO      WS-IND-TRN-ACHOU.

           PERFORM VARYING WS-IND-TAB-TRN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-TRN GREATER WS-QTD-TAB-TRN
                   OR      WS-IND-TRN-ACHOU GREATER ZEROS

             IF    WS-CHAVE-CTL    EQUAL
                   TAB-TRN-COD-PEC (WS-IND-TAB-TRN)     AND
                   WS-FIL-BUSCA    EQUAL
                   TAB-TRN-COD-FIL (WS-IND-TAB-TRN)
                   MOVE    WS-IND-TAB-TRN  TO      WS-IND-TRN-ACHOU
             END-IF

           END-PERFORM.
      *
       1060-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CALCULA-NECESSIDADE SECTION.
      *****************************************************************
      *    A FILIAL PRECISA DE REPOSICAO QUANDO ESTOQUE MAIS TRANSITO *
      *    FICA ABAIXO DO MINIMO; A NECESSIDADE LEVA A COBERTURA ATE  *
      *    O MAXIMO (OU ATE O MINIMO, SE O MAXIMO ESTIVER ABAIXO DELE)*
      *
           COMPUTE WS-QTD-COBERTURA =
                   TAB-GRP-QTD-ETQ   (WS-IND-TAB-GRP) +
                   TAB-GRP-QTD-TRANS (WS-IND-TAB-GRP).

           IF      WS-QTD-COBERTURA        NOT LESS
                   TAB-GRP-QTD-MIN (WS-IND-TAB-GRP)
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      TAB-GRP-QTD-MAX (WS-IND-TAB-GRP) GREATER
                   TAB-GRP-QTD-MIN (WS-IND-TAB-GRP)
                   COMPUTE TAB-GRP-NECESSIDADE (WS-IND-TAB-GRP) =
                           TAB-GRP-QTD-MAX (WS-IND-TAB-GRP) -
                           WS-QTD-COBERTURA
           ELSE
                   COMPUTE TAB-GRP-NECESSIDADE (WS-IND-TAB-GRP) =
                           TAB-GRP-QTD-MIN (WS-IND-TAB-GRP) -
                           WS-QTD-COBERTURA
           END-IF.

           ADD     TAB-GRP-NECESSIDADE (WS-IND-TAB-GRP)
                                   TO      WS-TOT-NECESSIDADE.

           ADD     001             TO      WS-QTD-FIL-ABAIXO.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-APURA-DISPONIVEL    SECTION.
      *****************************************************************
      *    DISPONIVEL DA MATRIZ = ESTOQUE DO CADMATRK MENOS O TOTAL   *
      *    DAS RESERVAS ATIVAS DA PECA (NUNCA NEGATIVO)               *
      *
           MOVE    ZEROS           TO      WS-QTD-DISPONIVEL
                                           WS-QTD-RESERVADA.

           PERFORM 2100-00-LEITURA-CADMATRK.

           IF      WS-MATRK-NAO-ACHOU
                   ADD     001     TO      WS-QTD-PEC-SEM-MATR
                   GO      TO      1200-99-EXIT
           END-IF.

           PERFORM VARYING WS-IND-TAB-RSV FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RSV GREATER WS-QTD-TAB-RSV

             IF    WS-CHAVE-CTL    EQUAL
                   TAB-RSV-CD-PECA (WS-IND-TAB-RSV)
                   MOVE    TAB-RSV-QTD (WS-IND-TAB-RSV)
                                   TO      WS-QTD-RESERVADA
             END-IF

           END-PERFORM.

           IF      MATR-QTD-ETQ    GREATER WS-QTD-RESERVADA
                   COMPUTE WS-QTD-DISPONIVEL =
                           MATR-QTD-ETQ - WS-QTD-RESERVADA
           END-IF.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-RATEIO              SECTION.
      *****************************************************************
      *    DISPONIVEL SUFICIENTE: CADA FILIAL RECEBE A NECESSIDADE    *
      *    INTEIRA. DISPONIVEL CURTO: CADA FILIAL RECEBE A PARTE      *
      *    PROPORCIONAL A SUA NECESSIDADE (TRUNCADA) E A SOBRA DO     *
      *    TRUNCAMENTO VAI UMA UNIDADE POR FILIAL NA ORDEM DO GRUPO   *
      *
           SET     WS-RATEIO-NAO           TO      TRUE.

           IF      WS-QTD-DISPONIVEL       EQUAL   ZEROS
                   GO      TO      1300-99-EXIT
           END-IF.

           IF      WS-TOT-NECESSIDADE      GREATER WS-QTD-DISPONIVEL
                   SET     WS-RATEIO-SIM   TO      TRUE
                   ADD     001     TO      WS-QTD-PEC-RATEIO
           END-IF.

           PERFORM 1310-00-RATEIA-FILIAL
                   VARYING WS-IND-TAB-GRP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-GRP GREATER WS-QTD-TAB-GRP.

           IF      WS-RATEIO-NAO
                   GO      TO      1300-99-EXIT
           END-IF.

           COMPUTE WS-QTD-SOBRA = WS-QTD-DISPONIVEL - WS-TOT-ALOCADO.

           PERFORM 1320-00-DISTRIBUI-SOBRA
                   VARYING WS-IND-TAB-GRP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-GRP GREATER WS-QTD-TAB-GRP
                   OR      WS-QTD-SOBRA   EQUAL   ZEROS.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1310-00-RATEIA-FILIAL       SECTION.
      *****************************************************************
      *
           IF      WS-RATEIO-SIM
                   COMPUTE TAB-GRP-ALOCADO (WS-IND-TAB-GRP) =
                           TAB-GRP-NECESSIDADE (WS-IND-TAB-GRP) *
                           WS-QTD-DISPONIVEL / WS-TOT-NECESSIDADE
           ELSE
                   MOVE    TAB-GRP-NECESSIDADE (WS-IND-TAB-GRP)
                                   TO
                           TAB-GRP-ALOCADO     (WS-IND-TAB-GRP)
           END-IF.

           ADD     TAB-GRP-ALOCADO (WS-IND-TAB-GRP)
                                   TO      WS-TOT-ALOCADO.
      *
       1310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1320-00-DISTRIBUI-SOBRA     SECTION.
      *****************************************************************
      *
           IF      TAB-GRP-ALOCADO (WS-IND-TAB-GRP) LESS
                   TAB-GRP-NECESSIDADE (WS-IND-TAB-GRP)
                   ADD     001     TO
                           TAB-GRP-ALOCADO (WS-IND-TAB-GRP)
                   ADD     001     TO      WS-TOT-ALOCADO
                   SUBTRACT 001    FROM    WS-QTD-SOBRA
           END-IF.
      *
       1320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-EMITE-ORDEM         SECTION.
      *****************************************************************
      *    FILIAL COM PARTE ALOCADA: NUMERA A ORDEM, BAIXA A MATRIZ E *
      *    GRAVA A ORDEM ABERTA. TODA FILIAL ABAIXO DO MINIMO SAI NA  *
      *    LISTA, ATENDIDA OU NAO                                     *
      *
           IF      TAB-GRP-NECESSIDADE (WS-IND-TAB-GRP) EQUAL ZEROS
                   GO      TO      1400-99-EXIT
           END-IF.

           IF      TAB-GRP-ALOCADO (WS-IND-TAB-GRP)     EQUAL ZEROS
                   ADD     001     TO      WS-QTD-FIL-SEM-ATEND
                   PERFORM         2750-00-IMPRIME-FILIAL
                   GO      TO      1400-99-EXIT
           END-IF.

           ADD     001             TO      WS-ULT-NUM-ORDEM.

           MOVE    WS-ULT-NUM-ORDEM
                                   TO
                   TAB-GRP-NUM-ORDEM (WS-IND-TAB-GRP).

           MOVE    SPACES          TO      REG-ORRP.

           MOVE    WS-ULT-NUM-ORDEM
                                   TO      ORRP-NUM-ORDEM.
           MOVE    WS-CHAVE-CTL    TO      ORRP-COD-PEC.
           MOVE    TAB-GRP-COD-FIL (WS-IND-TAB-GRP)
                                   TO      ORRP-COD-FIL.
           MOVE    TAB-GRP-NECESSIDADE (WS-IND-TAB-GRP)
                                   TO      ORRP-QTD-NECESS.
           MOVE    TAB-GRP-ALOCADO (WS-IND-TAB-GRP)
                                   TO      ORRP-QTD-ENVIADA.
           MOVE    ZEROS           TO      ORRP-QTD-RECEB
                                           ORRP-DAT-RECEB.
           MOVE    WS-DATA-PROC    TO      ORRP-DAT-EMISSAO.
           MOVE    MATR-VLR-UNIT   TO      ORRP-VLR-UNIT.

           SET     ORRP-ABERTA             TO      TRUE.

           MOVE    REG-MATR        TO      WS-IMAGEM-ANTES.

           SUBTRACT TAB-GRP-ALOCADO (WS-IND-TAB-GRP)
                                   FROM    MATR-QTD-ETQ.

           PERFORM 2150-00-REGRAVA-CADMATRK.

           PERFORM 2800-00-GRAVACAO-CADORRN.

           ADD     001             TO      WS-QTD-ORD-EMITIDAS.

           ADD     TAB-GRP-ALOCADO (WS-IND-TAB-GRP)
                                   TO      WS-QTD-SEPARADA.

           PERFORM 2750-00-IMPRIME-FILIAL.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-LEITURA-CADMATRK    SECTION.
      *****************************************************************
      *    LE A PECA CORRENTE E DEIXA A IMAGEM EM REG-MATR            *
      *
           MOVE    WS-CHAVE-CTL    TO      MATRK-COD-PEC.

           READ    CADMATRK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0330-00-TESTA-FS-CADMATRK.

           IF      WS-FS-CADMATRK  EQUAL   23
                   SET     WS-MATRK-NAO-ACHOU      TO      TRUE
                   GO      TO      2100-99-EXIT
           END-IF.

           SET     WS-MATRK-ACHOU          TO      TRUE.

           ADD     001             TO      WS-LID-CADMATRK.

           MOVE    REG-CADMATRK    TO      REG-MATR.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2150-00-REGRAVA-CADMATRK    SECTION.
      *****************************************************************
      *    REGRAVA A IMAGEM ALTERADA EM REG-MATR E REGISTRA A BAIXA   *
      *    NO TRILHO DE AUDITORIA COM A ORDEM COMO DOCUMENTO          *
      *
           MOVE    REG-MATR        TO      WS-IMAGEM-DEPOIS.

           MOVE    'B'             TO      WJM-CODOPE.
           MOVE    REG-CADMATRK    TO      WJM-REG-IMAGEM.

           PERFORM 0480-00-CHAMA-COBBB011.

           REWRITE REG-CADMATRK    FROM    REG-MATR.

           MOVE   ' NA REGRAVACAO' TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0340-00-TESTA-REW-CADMATRK.

           ADD     001             TO      WS-REG-CADMATRK.

           MOVE    SPACES          TO      REG-PLOG.

           MOVE    MATR-COD-PEC    TO      PLOG-COD-PEC.
           MOVE    'A'             TO      PLOG-TP-SOL.
           MOVE    WS-IMAGEM-ANTES TO      PLOG-IMAGEM-ANTES.
           MOVE    WS-IMAGEM-DEPOIS
                                   TO      PLOG-IMAGEM-DEPOIS.
           MOVE    WS-DATA-PROC    TO      PLOG-DAT-MOV.
           ADD     001             TO      WS-SEQ-TRANS.
           MOVE    WS-SEQ-TRANS    TO      PLOG-SEQ-TRANS.
           MOVE    'GPFPB146'      TO      PLOG-PROGRAMA.
           MOVE    ORRP-NUM-ORDEM  TO      PLOG-NUM-DOC.

           WRITE   REG-CADPLOG     FROM    REG-PLOG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADPLOG.

           ADD     001             TO      WS-GRV-CADPLOG.
      *
       2150-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELSEPR.
           PERFORM 2700-00-GRAVACAO-RELSEPR.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELSEPR.
           PERFORM 2700-00-GRAVACAO-RELSEPR.

           MOVE    CAB4            TO      REG-RELSEPR.
           PERFORM 2700-00-GRAVACAO-RELSEPR.

           MOVE    CAB6            TO      REG-RELSEPR.
           PERFORM 2700-00-GRAVACAO-RELSEPR.

           MOVE    004             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELSEPR    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELSEPR.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0370-00-TESTA-FS-RELSEPR.

           ADD     001             TO      WS-GRV-RELSEPR.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2750-00-IMPRIME-FILIAL      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    TAB-GRP-NUM-ORDEM (WS-IND-TAB-GRP)
                                   TO      DET1-NUM-ORDEM.
           MOVE    WS-CHAVE-CTL    TO      DET1-COD-PEC.
           MOVE    WS-NOME-PECA    TO      DET1-NOME.
           MOVE    TAB-GRP-COD-FIL (WS-IND-TAB-GRP)
                                   TO      DET1-COD-FIL.
           MOVE    TAB-GRP-QTD-ETQ (WS-IND-TAB-GRP)
                                   TO      DET1-QTD-ETQ.
           MOVE    TAB-GRP-QTD-TRANS (WS-IND-TAB-GRP)
                                   TO      DET1-QTD-TRANS.
           MOVE    TAB-GRP-QTD-MIN (WS-IND-TAB-GRP)
                                   TO      DET1-QTD-MIN.
           MOVE    TAB-GRP-QTD-MAX (WS-IND-TAB-GRP)
                                   TO      DET1-QTD-MAX.
           MOVE    TAB-GRP-NECESSIDADE (WS-IND-TAB-GRP)
                                   TO      DET1-NECESSIDADE.
           MOVE    TAB-GRP-ALOCADO (WS-IND-TAB-GRP)
                                   TO      DET1-ALOCADO.

           EVALUATE TRUE
             WHEN  WS-MATRK-NAO-ACHOU
                   MOVE    'SEM CADASTRO MATRIZ'   TO DET1-OBSERVACAO
             WHEN  TAB-GRP-ALOCADO (WS-IND-TAB-GRP) EQUAL ZEROS
                   MOVE    'SEM SALDO NA MATRIZ'   TO DET1-OBSERVACAO
             WHEN  TAB-GRP-ALOCADO (WS-IND-TAB-GRP) LESS
                   TAB-GRP-NECESSIDADE (WS-IND-TAB-GRP)
                   MOVE    'ATENDIDA EM RATEIO'    TO DET1-OBSERVACAO
             WHEN  OTHER
                   MOVE    SPACES                  TO DET1-OBSERVACAO
           END-EVALUATE.

           MOVE    DET1            TO      REG-RELSEPR.
           PERFORM 2700-00-GRAVACAO-RELSEPR.
      *
       2750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2760-00-IMPRIME-TOTAL-PECA  SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 53
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     002             TO      WS-LINHAS.

           MOVE    WS-CHAVE-CTL    TO      DET2-COD-PEC.
           MOVE    WS-QTD-DISPONIVEL
                                   TO      DET2-DISPONIVEL.
           MOVE    WS-TOT-NECESSIDADE
                                   TO      DET2-NECESSIDADE.
           MOVE    WS-TOT-ALOCADO  TO      DET2-ALOCADO.

           MOVE    DET2            TO      REG-RELSEPR.
           PERFORM 2700-00-GRAVACAO-RELSEPR.

           MOVE    DET3            TO      REG-RELSEPR.
           PERFORM 2700-00-GRAVACAO-RELSEPR.
      *
       2760-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-CADORRN    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADORRN     FROM    REG-ORRP.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0350-00-TESTA-FS-CADORRN.

           ADD     001             TO      WS-GRV-CADORRN.

           MOVE    WS-GCAT-CADORRP TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADORRN     TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADORRP.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADFATN
                   CADRESV
                   CADORRP
                   CADMATRK
                   CADORRN
                   CADPLOG
                   RELSEPR.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADORRP TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB146'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADORRP.

           MOVE    'F'             TO      WJM-CODOPE.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB146'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADFATN  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB146 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB146 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADFATN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFATN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRESV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRESV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADORRP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADORRP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMATRK TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATRK: ' WS-EDICAO
           ' *'.
           MOVE    WS-REG-CADMATRK TO      WS-EDICAO.
           DISPLAY '* REGISTROS REGRAVADOS..- CADMATRK: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADORRN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADORRN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADORRP TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADORRP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPLOG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELSEPR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELSEPR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FIL-ABAIXO
                                   TO      WS-EDICAO.
           DISPLAY '* FILIAIS/PECAS ABAIXO DO MINIMO...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ORD-EMITIDAS
                                   TO      WS-EDICAO.
           DISPLAY '* ORDENS DE REPOSICAO EMITIDAS.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEPARADA TO      WS-EDICAO.
           DISPLAY '* QUANTIDADE A SEPARAR NA MATRIZ...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FIL-SEM-ATEND
                                   TO      WS-EDICAO.
           DISPLAY '* FILIAIS/PECAS NAO ATENDIDAS......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PEC-RATEIO
                                   TO      WS-EDICAO.
           DISPLAY '* PECAS COM RATEIO ENTRE FILIAIS...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PEC-SEM-MATR
                                   TO      WS-EDICAO.
           DISPLAY '* PECAS SEM CADASTRO NA MATRIZ.....: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB146 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB146 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB146 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB146 ******************'.

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

           DISPLAY '******************* GPFPB146 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB146 ******************'.
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
           DISPLAY '******************* GPFPB146 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB146 ******************'.

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

           DISPLAY '******************* GPFPB146 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB146 ******************'.
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
           DISPLAY '******************* GPFPB146 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB146 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB146                  *
      *****************************************************************
