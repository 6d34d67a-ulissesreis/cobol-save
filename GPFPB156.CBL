      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB156.
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
      * OBJETIVO.....: ACUMULAR O CONSUMO ANUAL DE PECAS POR ENTIDADE *
      *                E CLASSE ABC DA PECA (CADMATR) PARA O CONTROLE *
      *                DAS COTAS ANUAIS (CADCQUO). O CONSUMO DO ANO   *
      *                ATE O CICLO ANTERIOR (CADCOTU) RECEBE AS       *
      *                SOLICITACOES EFETIVADAS (S2EQEX22) E AS        *
      *                ALOCACOES DA MATRIZ (CADPICK) DO CICLO E SAI   *
      *                NO CADCOTUN. O RELATORIO RELCOTA MOSTRA, POR   *
      *                ENTIDADE E CLASSE, A COTA ANUAL, O CONSUMIDO   *
      *                NO ANO, O RETIDO POR COTA EXCEDIDA (CADCEXC)   *
      *                E O SALDO DA COTA.                             *
      *****************************************************************
      * OBSERVACAO...: EXECUTAR NO FIM DO CICLO, DEPOIS DA ALOCACAO   *
      *                (GPFPB044). O CADCOTUN DE UM CICLO E O CADCOTU *
      *                DO SEGUINTE (VAZIO NA PRIMEIRA EXECUCAO DO     *
      *                ANO). O CONSUMO E ATRIBUIDO AO EXERCICIO DA    *
      *                RODADA; O DE OUTROS EXERCICIOS E REGRAVADO SEM *
      *                ALTERACAO. A PECA SEPARADA NO LUGAR DE UMA     *
      *                DESCONTINUADA CONTA NA CLASSE DA SOLICITADA.   *
      *                PECA SEM CLASSE ABC NAO ENTRA NO CONTROLE.     *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - COTAS ANUAIS LIDAS DO CADCQUO (REG-CQUO),   *
      *                   SEPARADO DO CADCOTA DE COTACOES (COBI1006)  *
      * 15/10/2026 - US - CADA CADCOTUN GRAVADO PASSA A SER           *
      *                   CATALOGADO NO CADGCAT (ROTINA COBBB010)     *
      *                   COMO GERACAO DO CADCOTU, COM A QTDE DE      *
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
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ    - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADMATR  ASSIGN  TO  UT-S-CADMATR
                   FILE     STATUS  IS  WS-FS-CADMATR.
      *
      *****************************************************************
      * INPUT..: CADCQUO - COTAS ANUAIS DE CONSUMO        - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADCQUO  ASSIGN  TO  UT-S-CADCQUO
                   FILE     STATUS  IS  WS-FS-CADCQUO.
      *
      *****************************************************************
      * INPUT..: CADCOTU - CONSUMO ACUMULADO ANTERIOR     - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADCOTU  ASSIGN  TO  UT-S-CADCOTU
                   FILE     STATUS  IS  WS-FS-CADCOTU.
      *
      *****************************************************************
      * INPUT..: S2EQEX22- SOLICITACOES EFETIVADAS        - LRECL=100 *
      *****************************************************************
      *
           SELECT  S2EQEX22 ASSIGN  TO  UT-S-S2EQEX22
                   FILE     STATUS  IS  WS-FS-S2EQEX22.
      *
      *****************************************************************
      * INPUT..: CADPICK - ALOCACOES DO CICLO             - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADPICK  ASSIGN  TO  UT-S-CADPICK
                   FILE     STATUS  IS  WS-FS-CADPICK.
      *
      *****************************************************************
      * INPUT..: CADCEXC - RETIDAS POR COTA EXCEDIDA      - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCEXC  ASSIGN  TO  UT-S-CADCEXC
                   FILE     STATUS  IS  WS-FS-CADCEXC.
      *
      *****************************************************************
      * OUTPUT.: CADCOTUN- CONSUMO ACUMULADO ATUALIZADO   - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADCOTUN ASSIGN  TO  UT-S-CADCOTUN
                   FILE     STATUS  IS  WS-FS-CADCOTUN.
      *
      *****************************************************************
      * OUTPUT.: RELCOTA - CONSUMO DAS COTAS ANUAIS       - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELCOTA  ASSIGN  TO  UT-S-RELCOTA
                   FILE     STATUS  IS  WS-FS-RELCOTA.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ    - LRECL=100 *
      *****************************************************************
      *
       FD  CADMATR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMATR         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCQUO - COTAS ANUAIS DE CONSUMO        - LRECL=050 *
      *****************************************************************
      *
       FD  CADCQUO
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCQUO         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADCOTU - CONSUMO ACUMULADO ANTERIOR     - LRECL=050 *
      *****************************************************************
      *
       FD  CADCOTU
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCOTU         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: S2EQEX22- SOLICITACOES EFETIVADAS        - LRECL=100 *
      *****************************************************************
      *
       FD  S2EQEX22
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-S2EQEX22        PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADPICK - ALOCACOES DO CICLO             - LRECL=100 *
      *****************************************************************
      *
       FD  CADPICK
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPICK         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCEXC - RETIDAS POR COTA EXCEDIDA      - LRECL=100 *
      *****************************************************************
      *
       FD  CADCEXC
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCEXC         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADCOTUN- CONSUMO ACUMULADO ATUALIZADO   - LRECL=050 *
      *****************************************************************
      *
       FD  CADCOTUN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCOTUN        PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: RELCOTA - CONSUMO DAS COTAS ANUAIS       - LRECL=133 *
      *****************************************************************
      *
       FD  RELCOTA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELCOTA         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADMATR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCQUO       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCOTU       PIC     9(002) VALUE ZEROS.
       01      WS-FS-S2EQEX22      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPICK       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCEXC       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCOTUN      PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELCOTA       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADMATR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCQUO      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCOTU      PIC     9(018) VALUE ZEROS.
       01      WS-LID-S2EQEX22     PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPICK      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCEXC      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCOTUN     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELCOTA      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-SEM-CLASSE   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-COTAS-ESGOT  PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      WS-ANO-PROC         PIC     9(004) VALUE ZEROS.
      *
       01      WS-CD-PECA          PIC     9(005) VALUE ZEROS.
       01      WS-QTD-MOVTO        PIC     9(009) VALUE ZEROS.
       01      WS-QTD-USADA-ANO    PIC     9(009) VALUE ZEROS.
       01      WS-QTD-SALDO        PIC     9(009) VALUE ZEROS.
       01      WS-PERC-USO         PIC     9(005)V9(001) VALUE ZEROS.
       01      WS-CD-ENTI-ANT      PIC     9(007) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DA CLASSE ABC DAS PECAS (CADMATR)               *
      *****************************************************************
      *
       01      WS-QTD-TAB-CLS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CLS      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CLASSES.
         03    TAB-CLS-ITEM        OCCURS  10000  TIMES.
           05  TAB-CLS-COD-PEC     PIC     9(005).
           05  TAB-CLS-CLASSE-ABC  PIC     X(001).
      *
       01      WS-SW-CLS-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-CLS-ACHOU                VALUE 'S'.
         88    WS-CLS-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DO CONSUMO DO EXERCICIO POR ENTIDADE E CLASSE,  *
      *        EM ORDEM DE ENTIDADE E CLASSE (INSERCAO ORDENADA)      *
      *****************************************************************
      *
       01      WS-QTD-TAB-COT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-COT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DES          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUX          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-CHAVE-COTA.
         03    WS-CHAVE-CD-ENTI    PIC     9(007).
         03    WS-CHAVE-CLASSE     PIC     X(001).
      *
       01      TAB-COTAS.
         03    TAB-COT-ITEM        OCCURS  05000  TIMES.
           05  TAB-COT-CHAVE.
             07 TAB-COT-CD-ENTI    PIC     9(007).
             07 TAB-COT-CLASSE-ABC PIC     X(001).
           05  TAB-COT-IN-COTA     PIC     X(001).
             88 TAB-COT-COM-COTA           VALUE 'S'.
           05  TAB-COT-QTD-ANUAL   PIC     9(009).
           05  TAB-COT-USADA-ANT   PIC     9(009).
           05  TAB-COT-USADA-CICLO PIC     9(009).
           05  TAB-COT-QTD-RETIDA  PIC     9(009).
      *
       01      WS-SW-COT-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-COT-ACHOU                VALUE 'S'.
         88    WS-COT-NAO-ACHOU            VALUE 'N'.
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
      *    LAY-OUT DO RELATORIO DE CONSUMO DAS COTAS ANUAIS           *
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
         03    FILLER              PIC     X(035) VALUE SPACES.
         03    FILLER              PIC     X(047) VALUE
              'C O N S U M O   D A S   C O T A S   A N U A I S'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'EXERC.: '.
         03    CAB3-ANO            PIC     9(004).
         03    FILLER              PIC     X(024) VALUE SPACES.
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
         03    FILLER              PIC     X(008) VALUE 'ENTIDADE'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'CLASSE'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
              '   COTA ANUAL'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
              ' USADO NO ANO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
              '  NESTE CICLO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
              '       RETIDO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
              '        SALDO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE '% USO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(020) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-COD-ENT        PIC     9(007).
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    DET1-CLASSE         PIC     X(001).
         03    FILLER              PIC     X(008) VALUE SPACES.
         03    DET1-QTD-ANUAL      PIC     ZZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-QTD-USADA      PIC     ZZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-QTD-CICLO      PIC     ZZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-QTD-RETIDA     PIC     ZZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-QTD-SALDO      PIC     ZZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-PERC-USO       PIC     ZZ9,9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(020).
         03    FILLER              PIC     X(002) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ                *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * INPUT..: CADCQUO - COTAS ANUAIS DE CONSUMO                    *
      *****************************************************************
      *
           COPY    COBI1109.
      *
      *****************************************************************
      * I-O....: CADCOTU/CADCOTUN - CONSUMO ACUMULADO NO ANO          *
      *****************************************************************
      *
           COPY    COBO1108.
      *
      *****************************************************************
      * INPUT..: S2EQEX22- SOLICITACOES EFETIVADAS                    *
      *****************************************************************
      *
           COPY    COBO2102.
      *
      *****************************************************************
      * INPUT..: CADPICK - ALOCACOES DO CICLO                         *
      *****************************************************************
      *
           COPY    COBO2105.
      *
      *****************************************************************
      * INPUT..: CADCEXC - SOLICITACOES RETIDAS POR COTA EXCEDIDA     *
      *****************************************************************
      *
           COPY    COBO1109.
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
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADCOTU     PIC     X(300) VALUE SPACES.
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

           PERFORM 1000-00-TRATA-COTA
             VARYING WS-IND-TAB-COT FROM 1 BY 1
             UNTIL WS-IND-TAB-COT  GREATER WS-QTD-TAB-COT.

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

           MOVE    WS-DATA-PROC (1:4)
                                   TO      WS-ANO-PROC.

           OPEN    INPUT   CADMATR
                           CADCQUO
                           CADCOTU
                           S2EQEX22
                           CADPICK
                           CADCEXC
                   OUTPUT  CADCOTUN
                           RELCOTA.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADCOTU'       TO      WGC-ARQUIVO.

           PERFORM 0450-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCOTU.

           PERFORM 0400-00-CARGA-TAB-CLASSES
             UNTIL WS-FS-CADMATR   EQUAL   10.

           PERFORM 0500-00-CARGA-COTAS
             UNTIL WS-FS-CADCQUO   EQUAL   10.

           PERFORM 0550-00-CARGA-CONSUMO-ANT
             UNTIL WS-FS-CADCOTU   EQUAL   10.

           PERFORM 0600-00-ACUMULA-EFETIVADAS
             UNTIL WS-FS-S2EQEX22  EQUAL   10.

           PERFORM 0650-00-ACUMULA-ALOCACOES
             UNTIL WS-FS-CADPICK   EQUAL   10.

           PERFORM 0700-00-ACUMULA-RETIDAS
             UNTIL WS-FS-CADCEXC   EQUAL   10.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATR NOT EQUAL 00 AND 10
                   MOVE 'CADMATR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCQUO NOT EQUAL 00 AND 10
                   MOVE 'CADCQUO'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCQUO     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCOTU NOT EQUAL 00 AND 10
                   MOVE 'CADCOTU'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCOTU     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-S2EQEX22 NOT EQUAL 00 AND 10
                   MOVE 'S2EQEX22' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-S2EQEX22    TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPICK NOT EQUAL 00 AND 10
                   MOVE 'CADPICK'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPICK     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCEXC NOT EQUAL 00 AND 10
                   MOVE 'CADCEXC'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCEXC     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCOTUN NOT EQUAL 00
                   MOVE 'CADCOTUN' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCOTUN    TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELCOTA NOT EQUAL 00
                   MOVE 'RELCOTA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELCOTA     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-CLASSES   SECTION.
      *****************************************************************
      *
           READ    CADMATR         INTO    REG-MATR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMATR   EQUAL   00
                   ADD 001         TO      WS-LID-CADMATR

                   IF      WS-QTD-TAB-CLS  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-CLS
                   MOVE    MATR-COD-PEC    TO
                           TAB-CLS-COD-PEC    (WS-QTD-TAB-CLS)
                   MOVE    MATR-CLASSE-ABC TO
                           TAB-CLS-CLASSE-ABC (WS-QTD-TAB-CLS)
           END-IF.
      *
       0400-99-EXIT.
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
       0500-00-CARGA-COTAS         SECTION.
      *****************************************************************
      *    COTAS DO EXERCICIO DA RODADA. COTA DE OUTRO ANO OU DE      *
      *    CLASSE INVALIDA E IGNORADA                                 *
      *
           READ    CADCQUO         INTO    REG-CQUO.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCQUO   NOT EQUAL 00
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCQUO.

           IF      CQUO-ANO        NOT EQUAL WS-ANO-PROC   OR
                   NOT CQUO-CLASSE-VALIDA                  OR
                   CQUO-QTD-ANUAL  NOT NUMERIC
                   GO      TO      0500-99-EXIT
           END-IF.

           MOVE    CQUO-COD-ENT    TO      WS-CHAVE-CD-ENTI.
           MOVE    CQUO-CLASSE-ABC TO      WS-CHAVE-CLASSE.

           PERFORM 0800-00-LOCALIZA-COTA.

           MOVE    'S'             TO
                   TAB-COT-IN-COTA   (WS-IND-TAB-COT).
           MOVE    CQUO-QTD-ANUAL  TO
                   TAB-COT-QTD-ANUAL (WS-IND-TAB-COT).
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0550-00-CARGA-CONSUMO-ANT   SECTION.
      *****************************************************************
      *    CONSUMO DO EXERCICIO ATE O CICLO ANTERIOR. REGISTRO DE     *
      *    OUTRO EXERCICIO E REGRAVADO SEM ALTERACAO                  *
      *
           READ    CADCOTU         INTO    REG-COTU.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCOTU   NOT EQUAL 00
                   GO      TO      0550-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCOTU.

           IF      COTU-ANO        NOT EQUAL WS-ANO-PROC
                   PERFORM         2100-00-GRAVACAO-CADCOTUN
                   GO      TO      0550-99-EXIT
           END-IF.

           IF      COTU-QTD-USADA  NOT NUMERIC
                   GO      TO      0550-99-EXIT
           END-IF.

           MOVE    COTU-COD-ENT    TO      WS-CHAVE-CD-ENTI.
           MOVE    COTU-CLASSE-ABC TO      WS-CHAVE-CLASSE.

           PERFORM 0800-00-LOCALIZA-COTA.

           ADD     COTU-QTD-USADA  TO
                   TAB-COT-USADA-ANT (WS-IND-TAB-COT).
      *
       0550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-ACUMULA-EFETIVADAS  SECTION.
      *****************************************************************
      *    SOLICITACAO EFETIVADA SEM PECA OU QUANTIDADE (LAY-OUT      *
      *    ANTIGO) NAO TEM CONSUMO A REGISTRAR                        *
      *
           READ    S2EQEX22        INTO    S2EQ-REG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-S2EQEX22  NOT EQUAL 00
                   GO      TO      0600-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-S2EQEX22.

           IF      S2EQ-COD-PECA   NOT NUMERIC     OR
                   S2EQ-COD-PECA   EQUAL   ZEROS   OR
                   S2EQ-QTD-SOLICITA NOT NUMERIC   OR
                   S2EQ-QTD-SOLICITA EQUAL ZEROS
                   GO      TO      0600-99-EXIT
           END-IF.

           MOVE    S2EQ-COD-ENTIDAT
                                   TO      WS-CHAVE-CD-ENTI.
           MOVE    S2EQ-COD-PECA   TO      WS-CD-PECA.
           MOVE    S2EQ-QTD-SOLICITA
                                   TO      WS-QTD-MOVTO.

           PERFORM 0750-00-REGISTRA-CONSUMO.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0650-00-ACUMULA-ALOCACOES   SECTION.
      *****************************************************************
      *    A LINHA DE SEPARACAO DE UMA SUCESSORA CONTA NA CLASSE DA   *
      *    PECA ORIGINALMENTE SOLICITADA                              *
      *
           READ    CADPICK         INTO    REG-PICK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPICK   NOT EQUAL 00
                   GO      TO      0650-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPICK.

           MOVE    PICK-CD-ENTI    TO      WS-CHAVE-CD-ENTI.

           IF      PICK-CD-PECA-ORIG       NUMERIC         AND
                   PICK-CD-PECA-ORIG       GREATER ZEROS
                   MOVE    PICK-CD-PECA-ORIG
                                   TO      WS-CD-PECA
           ELSE
                   MOVE    PICK-CD-PECA    TO      WS-CD-PECA
           END-IF.

           MOVE    PICK-QT-ALOCADA TO      WS-QTD-MOVTO.

           PERFORM 0750-00-REGISTRA-CONSUMO.
      *
       0650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0700-00-ACUMULA-RETIDAS     SECTION.
      *****************************************************************
      *    QUANTIDADE RETIDA NO CICLO POR COTA EXCEDIDA (GPFPB044)    *
      *
           READ    CADCEXC         INTO    REG-CEXC.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCEXC   NOT EQUAL 00
                   GO      TO      0700-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCEXC.

           IF      CEXC-ANO        NOT EQUAL WS-ANO-PROC
                   GO      TO      0700-99-EXIT
           END-IF.

           MOVE    CEXC-CD-ENTI    TO      WS-CHAVE-CD-ENTI.
           MOVE    CEXC-CLASSE-ABC TO      WS-CHAVE-CLASSE.

           PERFORM 0800-00-LOCALIZA-COTA.

           ADD     CEXC-QTD        TO
                   TAB-COT-QTD-RETIDA (WS-IND-TAB-COT).
      *
       0700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0750-00-REGISTRA-CONSUMO    SECTION.
      *****************************************************************
      *    SOMA WS-QTD-MOVTO AO CONSUMO DO CICLO DA ENTIDADE EM       *
      *    WS-CHAVE-CD-ENTI NA CLASSE ABC DA PECA EM WS-CD-PECA       *
      *
           SET     WS-CLS-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CLS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CLS GREATER WS-QTD-TAB-CLS
                   OR      WS-CLS-ACHOU

             IF    WS-CD-PECA      EQUAL
                   TAB-CLS-COD-PEC (WS-IND-TAB-CLS)
                   SET     WS-CLS-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-CLS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-CLS
                   MOVE    TAB-CLS-CLASSE-ABC (WS-IND-TAB-CLS)
                                   TO      WS-CHAVE-CLASSE
           ELSE
                   MOVE    SPACES  TO      WS-CHAVE-CLASSE
           END-IF.

           IF      WS-CHAVE-CLASSE NOT EQUAL 'A' AND 'B' AND 'C'
                   ADD     001     TO      WS-QTD-SEM-CLASSE
                   GO      TO      0750-99-EXIT
           END-IF.

           PERFORM 0800-00-LOCALIZA-COTA.

           ADD     WS-QTD-MOVTO    TO
                   TAB-COT-USADA-CICLO (WS-IND-TAB-COT).
      *
       0750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0800-00-LOCALIZA-COTA       SECTION.
      *****************************************************************
      *    LOCALIZA WS-CHAVE-COTA NA TABELA; AUSENTE, E INSERIDA NA   *
      *    ORDEM DE ENTIDADE E CLASSE, SEM COTA E COM QUANTIDADES     *
      *    ZERADAS. DEVOLVE A POSICAO EM WS-IND-TAB-COT               *
      *
           SET     WS-COT-NAO-ACHOU        TO      TRUE.

           MOVE    001             TO      WS-IND-TAB-COT.

           PERFORM UNTIL WS-IND-TAB-COT GREATER WS-QTD-TAB-COT
                   OR    WS-COT-ACHOU
                   OR    TAB-COT-CHAVE (WS-IND-TAB-COT)
                         GREATER WS-CHAVE-COTA
             IF    TAB-COT-CHAVE (WS-IND-TAB-COT) EQUAL WS-CHAVE-COTA
                   SET     WS-COT-ACHOU    TO      TRUE
             ELSE
                   ADD     001     TO      WS-IND-TAB-COT
             END-IF
           END-PERFORM.

           IF      WS-COT-ACHOU
                   GO      TO      0800-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-COT  GREATER OR EQUAL 05000
                   PERFORM         0989-00-ABEND-TABELA
           END-IF.

           PERFORM VARYING WS-IND-DES FROM WS-QTD-TAB-COT BY -1
                   UNTIL   WS-IND-DES LESS WS-IND-TAB-COT

             COMPUTE WS-IND-AUX = WS-IND-DES + 1
             MOVE  TAB-COT-ITEM (WS-IND-DES) TO
                   TAB-COT-ITEM (WS-IND-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-COT.

           MOVE    WS-CHAVE-COTA   TO
                   TAB-COT-CHAVE       (WS-IND-TAB-COT).
           MOVE    'N'             TO
                   TAB-COT-IN-COTA     (WS-IND-TAB-COT).
           MOVE    ZEROS           TO
                   TAB-COT-QTD-ANUAL   (WS-IND-TAB-COT)
                   TAB-COT-USADA-ANT   (WS-IND-TAB-COT)
                   TAB-COT-USADA-CICLO (WS-IND-TAB-COT)
                   TAB-COT-QTD-RETIDA  (WS-IND-TAB-COT).
      *
       0800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-TRATA-COTA          SECTION.
      *****************************************************************
      *    GRAVA O CONSUMO ACUMULADO DO EXERCICIO E IMPRIME A LINHA   *
      *    DA ENTIDADE/CLASSE NO RELATORIO                            *
      *
           COMPUTE WS-QTD-USADA-ANO =
                   TAB-COT-USADA-ANT   (WS-IND-TAB-COT) +
                   TAB-COT-USADA-CICLO (WS-IND-TAB-COT).

           IF      WS-QTD-USADA-ANO        GREATER ZEROS
                   MOVE    SPACES          TO      REG-COTU
                   MOVE    TAB-COT-CD-ENTI    (WS-IND-TAB-COT)
                                           TO      COTU-COD-ENT
                   MOVE    WS-ANO-PROC     TO      COTU-ANO
                   MOVE    TAB-COT-CLASSE-ABC (WS-IND-TAB-COT)
                                           TO      COTU-CLASSE-ABC
                   MOVE    WS-QTD-USADA-ANO
                                           TO      COTU-QTD-USADA
                   MOVE    WS-DATA-PROC    TO      COTU-DAT-ATUALIZ
                   PERFORM 2100-00-GRAVACAO-CADCOTUN
           END-IF.

           PERFORM 2500-00-IMPRIME-COTA.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-GRAVACAO-CADCOTUN   SECTION.
      *****************************************************************
      *
           WRITE   REG-CADCOTUN    FROM    REG-COTU.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADCOTUN.

           MOVE    WS-GCAT-CADCOTU TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADCOTUN    TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0450-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCOTU.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-COTA        SECTION.
      *****************************************************************
      *    SALDO = COTA ANUAL MENOS O CONSUMIDO NO ANO (NUNCA         *
      *    NEGATIVO). A APROVACAO ACIMA DA COTA PODE LEVAR O USO A    *
      *    MAIS DE 100%                                               *
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           IF      WS-CD-ENTI-ANT  NOT EQUAL ZEROS         AND
                   TAB-COT-CD-ENTI (WS-IND-TAB-COT) NOT EQUAL
                   WS-CD-ENTI-ANT
                   MOVE    SPACES  TO      REG-RELCOTA
                   PERFORM         2650-00-GRAVACAO-RELCOTA
                   ADD     001     TO      WS-LINHAS
           END-IF.

           MOVE    TAB-COT-CD-ENTI (WS-IND-TAB-COT)
                                   TO      WS-CD-ENTI-ANT.

           MOVE    TAB-COT-CD-ENTI     (WS-IND-TAB-COT)
                                   TO      DET1-COD-ENT.
           MOVE    TAB-COT-CLASSE-ABC  (WS-IND-TAB-COT)
                                   TO      DET1-CLASSE.
           MOVE    WS-QTD-USADA-ANO
                                   TO      DET1-QTD-USADA.
           MOVE    TAB-COT-USADA-CICLO (WS-IND-TAB-COT)
                                   TO      DET1-QTD-CICLO.
           MOVE    TAB-COT-QTD-RETIDA  (WS-IND-TAB-COT)
                                   TO      DET1-QTD-RETIDA.

           IF      NOT TAB-COT-COM-COTA (WS-IND-TAB-COT)
                   MOVE    ZEROS   TO      DET1-QTD-ANUAL
                                           DET1-QTD-SALDO
                                           DET1-PERC-USO
                   MOVE    'SEM COTA DEFINIDA'
                                   TO      DET1-SITUACAO
                   GO      TO      2500-90-GRAVACAO
           END-IF.

           MOVE    TAB-COT-QTD-ANUAL   (WS-IND-TAB-COT)
                                   TO      DET1-QTD-ANUAL.

           IF      WS-QTD-USADA-ANO        LESS
                   TAB-COT-QTD-ANUAL (WS-IND-TAB-COT)
                   COMPUTE WS-QTD-SALDO =
                           TAB-COT-QTD-ANUAL (WS-IND-TAB-COT) -
                           WS-QTD-USADA-ANO
           ELSE
                   MOVE    ZEROS   TO      WS-QTD-SALDO
           END-IF.

           MOVE    WS-QTD-SALDO    TO      DET1-QTD-SALDO.

           IF      TAB-COT-QTD-ANUAL (WS-IND-TAB-COT) EQUAL ZEROS
                   MOVE    999,9   TO      WS-PERC-USO
           ELSE
                   COMPUTE WS-PERC-USO ROUNDED =
                           WS-QTD-USADA-ANO * 100 /
                           TAB-COT-QTD-ANUAL (WS-IND-TAB-COT)
                   ON SIZE ERROR
                           MOVE    999,9   TO      WS-PERC-USO
                   END-COMPUTE
           END-IF.

           IF      WS-PERC-USO     GREATER 999,9
                   MOVE    999,9   TO      WS-PERC-USO
           END-IF.

           MOVE    WS-PERC-USO     TO      DET1-PERC-USO.

           EVALUATE TRUE
             WHEN  WS-QTD-USADA-ANO GREATER
                   TAB-COT-QTD-ANUAL (WS-IND-TAB-COT)
                   MOVE    'COTA EXCEDIDA'
                                   TO      DET1-SITUACAO
                   ADD     001     TO      WS-QTD-COTAS-ESGOT
             WHEN  WS-QTD-SALDO    EQUAL   ZEROS
                   MOVE    'COTA ESGOTADA'
                                   TO      DET1-SITUACAO
                   ADD     001     TO      WS-QTD-COTAS-ESGOT
             WHEN  TAB-COT-QTD-RETIDA (WS-IND-TAB-COT) GREATER ZEROS
                   MOVE    'RETENCAO PENDENTE'
                                   TO      DET1-SITUACAO
             WHEN  OTHER
                   MOVE    SPACES  TO      DET1-SITUACAO
           END-EVALUATE.
      *
       2500-90-GRAVACAO.

           MOVE    DET1            TO      REG-RELCOTA.
           PERFORM 2650-00-GRAVACAO-RELCOTA.

           ADD     001             TO      WS-LINHAS.
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

           MOVE    CAB1            TO      REG-RELCOTA.
           PERFORM 2650-00-GRAVACAO-RELCOTA.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.
           MOVE    WS-ANO-PROC     TO      CAB3-ANO.

           MOVE    CAB3            TO      REG-RELCOTA.
           PERFORM 2650-00-GRAVACAO-RELCOTA.

           MOVE    CAB4            TO      REG-RELCOTA.
           PERFORM 2650-00-GRAVACAO-RELCOTA.

           MOVE    CAB6            TO      REG-RELCOTA.
           PERFORM 2650-00-GRAVACAO-RELCOTA.

           MOVE    CAB4            TO      REG-RELCOTA.
           PERFORM 2650-00-GRAVACAO-RELCOTA.

           MOVE    005             TO      WS-LINHAS.

           MOVE    ZEROS           TO      WS-CD-ENTI-ANT.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2650-00-GRAVACAO-RELCOTA    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELCOTA.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELCOTA.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADMATR
                   CADCQUO
                   CADCOTU
                   S2EQEX22
                   CADPICK
                   CADCEXC
                   CADCOTUN
                   RELCOTA.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADCOTU TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB156'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0450-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCOTU.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB156'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-QTD-TAB-COT  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB156 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB156 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADMATR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCQUO  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCQUO.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCOTU  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCOTU.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-S2EQEX22 TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- S2EQEX22: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPICK  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPICK.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCEXC  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCEXC.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCOTUN TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCOTUN: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADCOTU TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADCOTU.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELCOTA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELCOTA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-CLASSE
                                   TO      WS-EDICAO.
           DISPLAY '* MOVTOS DE PECA SEM CLASSE ABC...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-COTAS-ESGOT
                                   TO      WS-EDICAO.
           DISPLAY '* COTAS ESGOTADAS OU EXCEDIDAS....: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB156 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB156 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB156 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB156 ******************'.

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

           DISPLAY '******************* GPFPB156 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB156 ******************'.
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
           DISPLAY '******************* GPFPB156 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB156 ******************'.

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

           DISPLAY '******************* GPFPB156 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB156 ******************'.
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
           DISPLAY '******************* GPFPB156 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB156 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB156                  *
      *****************************************************************
