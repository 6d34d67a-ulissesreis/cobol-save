      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB143.
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
      * OBJETIVO.....: RELATORIO MENSAL DAS BAIXAS DE ESTOQUE POR     *
      *                PERDA EFETIVADAS PELO GPFPB142 (HISTORICO      *
      *                CADBXAH) NO MES DE REFERENCIA:                 *
      *                - 1A. PARTE: TOTAIS POR MOTIVO (VENCIDO,       *
      *                  AVARIADO, OBSOLETO)                          *
      *                - 2A. PARTE: TOTAIS POR FORNECEDOR DA PECA,    *
      *                  ABERTOS POR MOTIVO, EM ORDEM DE FORNECEDOR   *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB143:                    *
      *                PARM-VALOR (1:6) - MES DE REFERENCIA (AAAAMM)  *
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
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES      - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADFORN  ASSIGN  TO  UT-S-CADFORN
                   FILE     STATUS  IS  WS-FS-CADFORN.
      *
      *****************************************************************
      * INPUT..: CADBXAH - HISTORICO DAS BAIXAS          - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADBXAH  ASSIGN  TO  UT-S-CADBXAH
                   FILE     STATUS  IS  WS-FS-CADBXAH.
      *
      *****************************************************************
      * OUTPUT.: RELBXMS - PERDAS DE ESTOQUE DO MES      - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELBXMS  ASSIGN  TO  UT-S-RELBXMS
                   FILE     STATUS  IS  WS-FS-RELBXMS.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO        - LRECL=050  *
      *****************************************************************
      *
       FD  CADPARM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPARM         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES      - LRECL=050  *
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
      * INPUT..: CADBXAH - HISTORICO DAS BAIXAS          - LRECL=100  *
      *****************************************************************
      *
       FD  CADBXAH
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBXAH         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELBXMS - PERDAS DE ESTOQUE DO MES      - LRECL=133  *
      *****************************************************************
      *
       FD  RELBXMS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELBXMS         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFORN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBXAH       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELBXMS       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADFORN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADBXAH      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELBXMS      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-BAIXAS-MES   PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-PERIODO          PIC     9(006) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-PERIODO.
        03     WS-PERIODO-ANO      PIC     9(004).
        03     WS-PERIODO-MES      PIC     9(002).
      *
       01      WS-IND-MOT          PIC     9(001) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
       01      WS-SW-PARTE         PIC     X(001) VALUE 'M'.
         88    WS-PARTE-MOTIVO             VALUE 'M'.
         88    WS-PARTE-FORNECEDOR         VALUE 'F'.
      *
       01      WS-SW-FOR-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FOR-ACHOU                VALUE 'S'.
         88    WS-FOR-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TOTAIS POR MOTIVO (1 VENCIDO, 2 AVARIADO, 3 OBSOLETO)  *
      *        E TOTAL GERAL                                          *
      *****************************************************************
      *
       01      TAB-MOTIVOS.
         03    TAB-MOT-ITEM        OCCURS  003    TIMES.
           05  TAB-MOT-QTD-BAIXAS  PIC     9(007).
           05  TAB-MOT-QTD         PIC     9(009).
           05  TAB-MOT-VLR         PIC     9(013)V9(002).
      *
       01      WS-TOT-QTD-BAIXAS   PIC     9(007) VALUE ZEROS.
       01      WS-TOT-QTD          PIC     9(009) VALUE ZEROS.
       01      WS-TOT-VLR          PIC     9(013)V9(002) VALUE ZEROS.
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
           05  TAB-FOR-NOME        PIC     X(030).
      *
      *****************************************************************
      *        TOTAIS POR FORNECEDOR, EM ORDEM DE FORNECEDOR          *
      *****************************************************************
      *
       01      WS-QTD-TAB-BXF      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-BXF      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DES          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUX          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-BAIXAS-FORN.
         03    TAB-BXF-ITEM        OCCURS  01000  TIMES.
           05  TAB-BXF-FORNECEDOR  PIC     9(010).
           05  TAB-BXF-QTD-BAIXAS  PIC     9(007).
           05  TAB-BXF-QTD         PIC     9(009).
           05  TAB-BXF-VLR         PIC     9(013)V9(002)
                                   OCCURS  003    TIMES.
           05  TAB-BXF-VLR-TOTAL   PIC     9(013)V9(002).
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
      *    LAY-OUT DO RELATORIO MENSAL DE PERDAS DE ESTOQUE           *
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
         03    FILLER              PIC     X(031) VALUE
              'P E R D A S  D E  E S T O Q U E'.
         03    FILLER              PIC     X(050) VALUE SPACES.
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
         03    FILLER              PIC     X(020) VALUE
              'MES DE REFERENCIA.: '.
         03    CAB5-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-ANO            PIC     9(004).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    CAB5-PARTE          PIC     X(030).
         03    FILLER              PIC     X(070) VALUE SPACES.
      *
       01      CAB6A.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'MOTIVO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE '   BAIXAS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE
              'QTDE. PECAS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
              '  VALOR DA PERDA'.
         03    FILLER              PIC     X(079) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-MOTIVO         PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-BAIXAS     PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD            PIC     ZZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR            PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(079) VALUE SPACES.
      *
       01      CAB6B.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'FORNECEDOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'NOME'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE '   BAIXAS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE '    QTDE.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
              '       VENCIDO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
              '      AVARIADO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
              '      OBSOLETO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
              '   VALOR TOTAL'.
         03    FILLER              PIC     X(003) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-NOME           PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-QTD-BAIXAS     PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-QTD            PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-VLR-VENCIDO    PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-VLR-AVARIADO   PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-VLR-OBSOLETO   PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-VLR-TOTAL      PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(003) VALUE SPACES.
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
      * INPUT..: CADBXAH - HISTORICO DAS BAIXAS DE ESTOQUE            *
      *****************************************************************
      *
           COPY    COBO1098.
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
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADBXAH   EQUAL   10.

           PERFORM 2000-00-IMPRIME-MOTIVOS.

           PERFORM 2100-00-IMPRIME-FORNECEDORES.

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

           OPEN    INPUT   CADPARM
                           CADFORN
                           CADBXAH
                   OUTPUT  RELBXMS.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-SEM-PARM
           END-IF.

           INITIALIZE TAB-MOTIVOS.

           PERFORM 0410-00-CARGA-CADFORN
             UNTIL WS-FS-CADFORN   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADBXAH.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADPARM.

           PERFORM 0310-00-TESTA-FS-CADFORN.

           PERFORM 0320-00-TESTA-FS-CADBXAH.

           PERFORM 0330-00-TESTA-FS-RELBXMS.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADPARM    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-CADFORN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADFORN NOT EQUAL 00 AND 10
                   MOVE 'CADFORN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFORN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADBXAH    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADBXAH NOT EQUAL 00 AND 10
                   MOVE 'CADBXAH'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBXAH
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-RELBXMS    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELBXMS NOT EQUAL 00
                   MOVE 'RELBXMS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELBXMS
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADPARM.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB143' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:6)        TO
                                   WS-PERIODO
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

           PERFORM 0310-00-TESTA-FS-CADFORN.

           IF      WS-FS-CADFORN   EQUAL   00
                   ADD 001         TO      WS-LID-CADFORN

                   IF      WS-QTD-TAB-FOR  GREATER OR EQUAL 02000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FOR
                   MOVE    FORN-CODIGO     TO
                           TAB-FOR-CODIGO (WS-QTD-TAB-FOR)
                   MOVE    FORN-NOME       TO
                           TAB-FOR-NOME   (WS-QTD-TAB-FOR)
           END-IF.
      *
       0410-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADBXAH     SECTION.
      *****************************************************************
      *
           READ    CADBXAH         INTO    REG-BAIX.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADBXAH.

           IF      WS-FS-CADBXAH   EQUAL   00
                   ADD 001         TO      WS-LID-CADBXAH
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    SO CONTAM AS BAIXAS EFETIVADAS NO MES DE REFERENCIA        *
      *
           IF      BAIX-EFETIVADA          AND
                   BAIX-DAT-EFET (1:6)     EQUAL   WS-PERIODO
                   PERFORM         1100-00-ACUMULA-BAIXA
           END-IF.

           PERFORM 0500-00-LEITURA-CADBXAH.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-ACUMULA-BAIXA       SECTION.
      *****************************************************************
      *
           EVALUATE TRUE
             WHEN  BAIX-VENCIDO
                   MOVE    1       TO      WS-IND-MOT
             WHEN  BAIX-AVARIADO
                   MOVE    2       TO      WS-IND-MOT
             WHEN  OTHER
                   MOVE    3       TO      WS-IND-MOT
           END-EVALUATE.

           ADD     001             TO      WS-QTD-BAIXAS-MES.

           ADD     001             TO
                   TAB-MOT-QTD-BAIXAS (WS-IND-MOT).
           ADD     BAIX-QTD        TO
                   TAB-MOT-QTD        (WS-IND-MOT).
           ADD     BAIX-VLR-TOTAL  TO
                   TAB-MOT-VLR        (WS-IND-MOT).

           PERFORM 1200-00-PROCURA-FORNECEDOR.

           IF      WS-FOR-NAO-ACHOU
                   PERFORM         1300-00-INSERE-FORNECEDOR
           END-IF.

           ADD     001             TO
                   TAB-BXF-QTD-BAIXAS (WS-IND-TAB-BXF).
           ADD     BAIX-QTD        TO
                   TAB-BXF-QTD        (WS-IND-TAB-BXF).
           ADD     BAIX-VLR-TOTAL  TO
                   TAB-BXF-VLR        (WS-IND-TAB-BXF WS-IND-MOT).
           ADD     BAIX-VLR-TOTAL  TO
                   TAB-BXF-VLR-TOTAL  (WS-IND-TAB-BXF).
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-PROCURA-FORNECEDOR  SECTION.
      *****************************************************************
      *    DEIXA EM WS-IND-TAB-BXF O FORNECEDOR OU A POSICAO EM QUE   *
      *    ELE DEVE SER INSERIDO                                      *
      *
           SET     WS-FOR-NAO-ACHOU        TO      TRUE.

           MOVE    001             TO      WS-IND-TAB-BXF.

           PERFORM UNTIL WS-IND-TAB-BXF GREATER WS-QTD-TAB-BXF
                   OR    TAB-BXF-FORNECEDOR (WS-IND-TAB-BXF)
                         NOT LESS BAIX-FORNECEDOR
                   ADD     001     TO      WS-IND-TAB-BXF
           END-PERFORM.

           IF      WS-IND-TAB-BXF  NOT GREATER WS-QTD-TAB-BXF
                   IF      TAB-BXF-FORNECEDOR (WS-IND-TAB-BXF) EQUAL
                           BAIX-FORNECEDOR
                           SET     WS-FOR-ACHOU    TO      TRUE
                   END-IF
           END-IF.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-INSERE-FORNECEDOR   SECTION.
      *****************************************************************
      *    INSERCAO ORDENADA POR FORNECEDOR NA POSICAO WS-IND-TAB-BXF *
      *
           IF      WS-QTD-TAB-BXF  GREATER OR EQUAL 01000
                   PERFORM         0989-00-ABEND-TABELA
           END-IF.

           PERFORM VARYING WS-IND-DES FROM WS-QTD-TAB-BXF BY -1
                   UNTIL   WS-IND-DES LESS WS-IND-TAB-BXF

             COMPUTE WS-IND-AUX = WS-IND-DES + 1
             MOVE  TAB-BXF-ITEM (WS-IND-DES) TO
                   TAB-BXF-ITEM (WS-IND-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-BXF.

           INITIALIZE TAB-BXF-ITEM (WS-IND-TAB-BXF).

           MOVE    BAIX-FORNECEDOR TO
                   TAB-BXF-FORNECEDOR (WS-IND-TAB-BXF).
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-IMPRIME-MOTIVOS     SECTION.
      *****************************************************************
      *
           SET     WS-PARTE-MOTIVO         TO      TRUE.

           MOVE    'TOTAIS POR MOTIVO'     TO      CAB5-PARTE.

           PERFORM 2600-00-GRAVACAO-CABECALHO.

           PERFORM VARYING WS-IND-MOT FROM 1 BY 1
                   UNTIL   WS-IND-MOT GREATER 3

             EVALUATE WS-IND-MOT
               WHEN  1
                   MOVE    'VENCIDO'       TO      DET1-MOTIVO
               WHEN  2
                   MOVE    'AVARIADO'      TO      DET1-MOTIVO
               WHEN  OTHER
                   MOVE    'OBSOLETO'      TO      DET1-MOTIVO
             END-EVALUATE

             MOVE  TAB-MOT-QTD-BAIXAS (WS-IND-MOT) TO DET1-QTD-BAIXAS
             MOVE  TAB-MOT-QTD        (WS-IND-MOT) TO DET1-QTD
             MOVE  TAB-MOT-VLR        (WS-IND-MOT) TO DET1-VLR

             ADD   TAB-MOT-QTD-BAIXAS (WS-IND-MOT) TO WS-TOT-QTD-BAIXAS
             ADD   TAB-MOT-QTD        (WS-IND-MOT) TO WS-TOT-QTD
             ADD   TAB-MOT-VLR        (WS-IND-MOT) TO WS-TOT-VLR

             MOVE  DET1            TO      REG-RELBXMS
             PERFORM 2700-00-GRAVACAO-RELBXMS

           END-PERFORM.

           MOVE    SPACES          TO      REG-RELBXMS.
           PERFORM 2700-00-GRAVACAO-RELBXMS.

           MOVE    'TOTAL'         TO      DET1-MOTIVO.
           MOVE    WS-TOT-QTD-BAIXAS
                                   TO      DET1-QTD-BAIXAS.
           MOVE    WS-TOT-QTD      TO      DET1-QTD.
           MOVE    WS-TOT-VLR      TO      DET1-VLR.

           MOVE    DET1            TO      REG-RELBXMS.
           PERFORM 2700-00-GRAVACAO-RELBXMS.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-IMPRIME-FORNECEDORES SECTION.
      *****************************************************************
      *
           SET     WS-PARTE-FORNECEDOR     TO      TRUE.

           MOVE    'TOTAIS POR FORNECEDOR'  TO     CAB5-PARTE.

           MOVE    99              TO      WS-LINHAS.

           PERFORM 2200-00-IMPRIME-FORNECEDOR
             VARYING WS-IND-TAB-BXF FROM 1 BY 1
             UNTIL WS-IND-TAB-BXF  GREATER WS-QTD-TAB-BXF.

           IF      WS-QTD-TAB-BXF  EQUAL   ZEROS
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-IMPRIME-FORNECEDOR  SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    TAB-BXF-FORNECEDOR (WS-IND-TAB-BXF)
                                   TO      DET2-FORNECEDOR.
           MOVE    'FORNECEDOR NAO CADASTRADO'
                                   TO      DET2-NOME.

           PERFORM VARYING WS-IND-TAB-FOR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FOR GREATER WS-QTD-TAB-FOR

             IF    TAB-FOR-CODIGO (WS-IND-TAB-FOR) EQUAL
                   TAB-BXF-FORNECEDOR (WS-IND-TAB-BXF)
                   MOVE    TAB-FOR-NOME (WS-IND-TAB-FOR)
                                   TO      DET2-NOME
             END-IF

           END-PERFORM.

           MOVE    TAB-BXF-QTD-BAIXAS (WS-IND-TAB-BXF)
                                   TO      DET2-QTD-BAIXAS.
           MOVE    TAB-BXF-QTD        (WS-IND-TAB-BXF)
                                   TO      DET2-QTD.
           MOVE    TAB-BXF-VLR        (WS-IND-TAB-BXF 1)
                                   TO      DET2-VLR-VENCIDO.
           MOVE    TAB-BXF-VLR        (WS-IND-TAB-BXF 2)
                                   TO      DET2-VLR-AVARIADO.
           MOVE    TAB-BXF-VLR        (WS-IND-TAB-BXF 3)
                                   TO      DET2-VLR-OBSOLETO.
           MOVE    TAB-BXF-VLR-TOTAL  (WS-IND-TAB-BXF)
                                   TO      DET2-VLR-TOTAL.

           MOVE    DET2            TO      REG-RELBXMS.
           PERFORM 2700-00-GRAVACAO-RELBXMS.
      *
       2200-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELBXMS.
           PERFORM 2700-00-GRAVACAO-RELBXMS.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELBXMS.
           PERFORM 2700-00-GRAVACAO-RELBXMS.

           MOVE    WS-PERIODO-MES  TO      CAB5-MES.
           MOVE    WS-PERIODO-ANO  TO      CAB5-ANO.

           MOVE    CAB5            TO      REG-RELBXMS.
           PERFORM 2700-00-GRAVACAO-RELBXMS.

           MOVE    CAB4            TO      REG-RELBXMS.
           PERFORM 2700-00-GRAVACAO-RELBXMS.

           IF      WS-PARTE-MOTIVO
                   MOVE    CAB6A   TO      REG-RELBXMS
           ELSE
                   MOVE    CAB6B   TO      REG-RELBXMS
           END-IF.
           PERFORM 2700-00-GRAVACAO-RELBXMS.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELBXMS    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELBXMS.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0330-00-TESTA-FS-RELBXMS.

           ADD     001             TO      WS-GRV-RELBXMS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADPARM
                   CADFORN
                   CADBXAH
                   RELBXMS.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB143'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-QTD-BAIXAS-MES
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
           DISPLAY '******************* GPFPB143 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB143 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADFORN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFORN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADBXAH  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBXAH.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-BAIXAS-MES
                                   TO      WS-EDICAO.
           DISPLAY '* BAIXAS DO MES DE REFERENCIA......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-TAB-BXF  TO      WS-EDICAO.
           DISPLAY '* FORNECEDORES COM BAIXAS..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELBXMS  TO      WS-EDICAO.
           DISPLAY '* LINHAS GRAVADAS.......- RELBXMS.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB143 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB143 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB143 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB143 ******************'.

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

           DISPLAY '******************* GPFPB143 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* SEM PARAMETRO VIGENTE NO CADPARM PARA O     *'.
           DISPLAY '* PROGRAMA GPFPB143 (MES DE REFERENCIA)       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB143 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB143 ******************'.

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

           DISPLAY '******************* GPFPB143 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB143 ******************'.
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
           DISPLAY '******************* GPFPB143 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB143 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB143                  *
      *****************************************************************
