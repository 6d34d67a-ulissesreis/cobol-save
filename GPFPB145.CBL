      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB145.
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
      * OBJETIVO.....: EMITIR O KARDEX (CADKARD, MONTADO PELO         *
      *                GPFPB144) DE UMA PECA OU DE TODAS, NO PERIODO  *
      *                INFORMADO, E PROVAR PECA A PECA QUE O SALDO    *
      *                INICIAL MAIS AS ENTRADAS MENOS AS SAIDAS DA O  *
      *                SALDO FINAL, QUE CADA LINHA PARTE DO SALDO DA  *
      *                LINHA ANTERIOR E QUE O SALDO CORRENTE DO       *
      *                KARDEX E IGUAL AO MATR-QTD-ETQ DA MATRIZ. AS   *
      *                PECAS QUE NAO FECHAM SAEM MARCADAS NO          *
      *                RELATORIO RELKARD E O PROGRAMA TERMINA COM     *
      *                RETURN-CODE 04.                                *
      *****************************************************************
      * PARM.........: CODIGO DA PECA (5, ZEROS = TODAS) + DATA       *
      *                INICIAL (AAAAMMDD) + DATA FINAL (AAAAMMDD)     *
      *****************************************************************
      * OBSERVACAO...: CADKARD CLASSIFICADO POR PECA, DATA E          *
      *                SEQUENCIA; CADMATR (POSICAO ATUAL DA MATRIZ)   *
      *                CLASSIFICADO POR PECA. PECA SEM NENHUMA LINHA  *
      *                NO KARDEX NAO E CONFERIDA                      *
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
      * INPUT..: CADKARD - KARDEX DAS PECAS DA MATRIZ    - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADKARD  ASSIGN  TO  UT-S-CADKARD
                   FILE     STATUS  IS  WS-FS-CADKARD.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ   - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMATR  ASSIGN  TO  UT-S-CADMATR
                   FILE     STATUS  IS  WS-FS-CADMATR.
      *
      *****************************************************************
      * OUTPUT.: RELKARD - KARDEX E PROVA DE SALDOS      - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELKARD  ASSIGN  TO  UT-S-RELKARD
                   FILE     STATUS  IS  WS-FS-RELKARD.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADKARD - KARDEX DAS PECAS DA MATRIZ    - LRECL=100  *
      *****************************************************************
      *
       FD  CADKARD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADKARD         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ   - LRECL=100  *
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
      * OUTPUT.: RELKARD - KARDEX E PROVA DE SALDOS      - LRECL=133  *
      *****************************************************************
      *
       FD  RELKARD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELKARD         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADKARD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELKARD       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADKARD      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATR      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELKARD      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-LINHAS-PER   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CONFERIDAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DIVERGENTES  PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        ACUMULADORES DA PECA EM PROVA                          *
      *****************************************************************
      *
       01      WS-COD-PEC-ATU      PIC     9(005) VALUE ZEROS.
       01      WS-SALDO-MATRIZ     PIC     9(005) VALUE ZEROS.
       01      WS-SALDO-INICIAL    PIC     9(005) VALUE ZEROS.
       01      WS-SALDO-ULTIMO     PIC     9(005) VALUE ZEROS.
       01      WS-ENTRADAS-PER     PIC     9(009) VALUE ZEROS.
       01      WS-SAIDAS-PER       PIC     9(009) VALUE ZEROS.
       01      WS-SALDO-FINAL      PIC    S9(009) VALUE ZEROS.
       01      WS-LINHAS-PECA      PIC     9(007) VALUE ZEROS.
       01      WS-QUEBRAS-PECA     PIC     9(007) VALUE ZEROS.
      *
       01      WS-SW-PRIMEIRA      PIC     X(001) VALUE 'S'.
         88    WS-PRIMEIRA-LINHA           VALUE 'S'.
         88    WS-NAO-PRIMEIRA             VALUE 'N'.
      *
       01      WS-SW-INICIAL       PIC     X(001) VALUE 'N'.
         88    WS-INICIAL-ACHADO           VALUE 'S'.
         88    WS-INICIAL-NAO-ACHADO       VALUE 'N'.
      *
       01      WS-SW-DIVERGE       PIC     X(001) VALUE 'N'.
         88    WS-PECA-DIVERGE             VALUE 'S'.
         88    WS-PECA-CONFERE             VALUE 'N'.
      *
       01      WS-OCORRENCIA       PIC     X(025) VALUE SPACES.
      *
       01      WS-DATA-AUX         PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-AUX.
        03     WS-AUX-ANO          PIC     9(004).
        03     WS-AUX-MES          PIC     9(002).
        03     WS-AUX-DIA          PIC     9(002).
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
      *    LAY-OUT DO RELATORIO DO KARDEX                             *
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
              'K A R D E X  D A S  P E C A S'.
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
         03    FILLER              PIC     X(011) VALUE 'PERIODO.: '.
         03    CAB5-INI-DIA        PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-INI-MES        PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-INI-ANO        PIC     9(004).
         03    FILLER              PIC     X(003) VALUE ' A '.
         03    CAB5-FIM-DIA        PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-FIM-MES        PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-FIM-ANO        PIC     9(004).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'PECA.: '.
         03    CAB5-PECA           PIC     X(005).
         03    FILLER              PIC     X(080) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'DATA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'PROGRAMA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE 'DOCUMENTO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'ENTRAD'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' SAIDA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'S.ANT.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' SALDO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
              '  CUSTO UNIT. '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'OCORRENCIA'.
         03    FILLER              PIC     X(029) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DIA            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET1-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET1-ANO            PIC     9(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-PROGRAMA       PIC     X(008).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-DOC        PIC     X(013).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ENTRADA        PIC     ZZ.ZZZ.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SAIDA          PIC     ZZ.ZZZ.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SALDO-ANT      PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SALDO          PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-UNIT       PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OCORRENCIA     PIC     X(025).
         03    FILLER              PIC     X(014) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'INICIAL '.
         03    DET2-SALDO-INI      PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE '+ ENTR. '.
         03    DET2-ENTRADAS       PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE '- SAIDAS '.
         03    DET2-SAIDAS         PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE '= FINAL '.
         03    DET2-SALDO-FIM      PIC     ZZZ.ZZ9-.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'KARDEX '.
         03    DET2-SALDO-KARD     PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'MATRIZ '.
         03    DET2-SALDO-MATR     PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-OCORRENCIA     PIC     X(025).
      *
      *****************************************************************
      * INPUT..: CADKARD - KARDEX DAS PECAS DA MATRIZ                 *
      *****************************************************************
      *
           COPY    COBO1099.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ                *
      *****************************************************************
      *
           COPY    COBO1010.
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
         03    LKG-COD-PEC         PIC     9(005).
         03    LKG-DAT-INI         PIC     9(008).
         03    LKG-DAT-FIM         PIC     9(008).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADKARD   EQUAL 10 AND
                   WS-FS-CADMATR   EQUAL 10.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           PERFORM 0150-00-CRITICA-PARM.

           OPEN    INPUT   CADKARD
                           CADMATR
                   OUTPUT  RELKARD.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0550-00-PROXIMO-CADKARD.

           PERFORM 0650-00-PROXIMO-CADMATR.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *
           IF      LKG-TAM         LESS        21
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           IF      LKG-COD-PEC     NOT NUMERIC
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           IF      LKG-DAT-INI     NOT NUMERIC OR
                   LKG-DAT-INI     EQUAL       ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           IF      LKG-DAT-FIM     NOT NUMERIC OR
                   LKG-DAT-FIM     EQUAL       ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

      *    A DATA FINAL DO PERIODO NAO PODE SER ANTERIOR A INICIAL
           IF      LKG-DAT-FIM     LESS        LKG-DAT-INI
                   PERFORM         0997-00-ABEND-PARM
           END-IF.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADKARD NOT EQUAL 00 AND 10
                   MOVE 'CADKARD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADKARD     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMATR NOT EQUAL 00 AND 10
                   MOVE 'CADMATR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELKARD NOT EQUAL 00
                   MOVE 'RELKARD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELKARD     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADKARD     SECTION.
      *****************************************************************
      *
           READ    CADKARD         INTO    REG-KARD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADKARD   EQUAL   00
                   ADD 001         TO      WS-LID-CADKARD
           END-IF.

           IF      WS-FS-CADKARD   EQUAL   10
                   MOVE    HIGH-VALUES     TO      REG-KARD
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0550-00-PROXIMO-CADKARD     SECTION.
      *****************************************************************
      *    COM PECA INFORMADA NO PARM DESPREZA AS DEMAIS              *
      *
           PERFORM 0500-00-LEITURA-CADKARD.

           PERFORM 0500-00-LEITURA-CADKARD
             UNTIL WS-FS-CADKARD   EQUAL   10      OR
                   LKG-COD-PEC     EQUAL   ZEROS   OR
                   KARD-COD-PEC    EQUAL   LKG-COD-PEC.
      *
       0550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-LEITURA-CADMATR     SECTION.
      *****************************************************************
      *
           READ    CADMATR         INTO    REG-MATR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMATR   EQUAL   00
                   ADD 001         TO      WS-LID-CADMATR
           END-IF.

           IF      WS-FS-CADMATR   EQUAL   10
                   MOVE    HIGH-VALUES     TO      REG-MATR
           END-IF.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0650-00-PROXIMO-CADMATR     SECTION.
      *****************************************************************
      *    COM PECA INFORMADA NO PARM DESPREZA AS DEMAIS              *
      *
           PERFORM 0600-00-LEITURA-CADMATR.

           PERFORM 0600-00-LEITURA-CADMATR
             UNTIL WS-FS-CADMATR   EQUAL   10      OR
                   LKG-COD-PEC     EQUAL   ZEROS   OR
                   MATR-COD-PEC    EQUAL   LKG-COD-PEC.
      *
       0650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           IF      REG-KARD (1:5)  LESS    REG-MATR (1:5)
      *            PECA SO NO KARDEX - SAIU DA MATRIZ, DEVE TER
      *            TERMINADO COM SALDO ZERO
                   MOVE    ZEROS   TO      WS-SALDO-MATRIZ
                   PERFORM         1100-00-PROVA-PECA
           ELSE
             IF    REG-KARD (1:5)  GREATER REG-MATR (1:5)
                   PERFORM         1050-00-PECA-SEM-KARDEX
                   PERFORM         0650-00-PROXIMO-CADMATR
             ELSE
                   MOVE    MATR-QTD-ETQ    TO      WS-SALDO-MATRIZ
                   PERFORM         1100-00-PROVA-PECA
                   PERFORM         0650-00-PROXIMO-CADMATR
             END-IF
           END-IF.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1050-00-PECA-SEM-KARDEX     SECTION.
      *****************************************************************
      *    PECA SEM MOVIMENTO REGISTRADO NAO E CONFERIDA - SO APARECE *
      *    QUANDO FOI PEDIDA NO PARM                                  *
      *
           IF      LKG-COD-PEC     EQUAL   ZEROS
                   GO      TO      1050-99-EXIT
           END-IF.

           MOVE    MATR-COD-PEC    TO      DET2-COD-PEC.
           MOVE    MATR-QTD-ETQ    TO      DET2-SALDO-INI
                                           DET2-SALDO-FIM
                                           DET2-SALDO-MATR.
           MOVE    ZEROS           TO      DET2-ENTRADAS
                                           DET2-SAIDAS
                                           DET2-SALDO-KARD.
           MOVE    'SEM MOVIMENTO NO KARDEX'
                                   TO      DET2-OCORRENCIA.

           PERFORM 1600-00-IMPRIME-RESUMO.
      *
       1050-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-PROVA-PECA          SECTION.
      *****************************************************************
      *    PERCORRE AS LINHAS DA PECA: ANTES DO PERIODO SO FORMAM O   *
      *    SALDO INICIAL; DEPOIS DO PERIODO SO ENTRAM NA CONFERENCIA  *
      *    DO ENCADEAMENTO E DO SALDO CORRENTE                        *
      *
           MOVE    KARD-COD-PEC    TO      WS-COD-PEC-ATU.

           MOVE    ZEROS           TO      WS-SALDO-INICIAL
                                           WS-SALDO-ULTIMO
                                           WS-ENTRADAS-PER
                                           WS-SAIDAS-PER
                                           WS-LINHAS-PECA
                                           WS-QUEBRAS-PECA.

           SET     WS-PRIMEIRA-LINHA       TO      TRUE.
           SET     WS-INICIAL-NAO-ACHADO   TO      TRUE.
           SET     WS-PECA-CONFERE         TO      TRUE.

           PERFORM 1200-00-TRATA-LINHA
             UNTIL WS-FS-CADKARD   EQUAL   10      OR
                   KARD-COD-PEC    NOT EQUAL       WS-COD-PEC-ATU.

           ADD     001             TO      WS-QTD-CONFERIDAS.

           COMPUTE WS-SALDO-FINAL  =       WS-SALDO-INICIAL +
                                           WS-ENTRADAS-PER  -
                                           WS-SAIDAS-PER.

           MOVE    SPACES          TO      WS-OCORRENCIA.

           IF      WS-SALDO-ULTIMO NOT EQUAL       WS-SALDO-MATRIZ
                   SET     WS-PECA-DIVERGE TO      TRUE
                   IF      WS-QUEBRAS-PECA GREATER ZEROS
                           MOVE 'QUEBRA E DIFERE DA MATRIZ'
                                   TO      WS-OCORRENCIA
                   ELSE
                           MOVE 'DIFERE DA MATRIZ'
                                   TO      WS-OCORRENCIA
                   END-IF
           ELSE
                   IF      WS-QUEBRAS-PECA GREATER ZEROS
                           MOVE 'QUEBRA DE SALDO'
                                   TO      WS-OCORRENCIA
                   END-IF
           END-IF.

           IF      WS-PECA-DIVERGE
                   ADD     001     TO      WS-QTD-DIVERGENTES
           END-IF.

      *    NA LISTAGEM DE TODAS AS PECAS, PECA SEM LINHA NO PERIODO
      *    E SEM PROBLEMA NAO E IMPRESSA
           IF      LKG-COD-PEC     EQUAL   ZEROS   AND
                   WS-LINHAS-PECA  EQUAL   ZEROS   AND
                   WS-PECA-CONFERE
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    WS-COD-PEC-ATU  TO      DET2-COD-PEC.
           MOVE    WS-SALDO-INICIAL
                                   TO      DET2-SALDO-INI.
           MOVE    WS-ENTRADAS-PER TO      DET2-ENTRADAS.
           MOVE    WS-SAIDAS-PER   TO      DET2-SAIDAS.
           MOVE    WS-SALDO-FINAL  TO      DET2-SALDO-FIM.
           MOVE    WS-SALDO-ULTIMO TO      DET2-SALDO-KARD.
           MOVE    WS-SALDO-MATRIZ TO      DET2-SALDO-MATR.
           MOVE    WS-OCORRENCIA   TO      DET2-OCORRENCIA.

           PERFORM 1600-00-IMPRIME-RESUMO.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-TRATA-LINHA         SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      WS-OCORRENCIA.

      *    CADA LINHA TEM QUE PARTIR DO SALDO DEIXADO PELA ANTERIOR
           IF      WS-NAO-PRIMEIRA                 AND
                   KARD-SALDO-ANT  NOT EQUAL       WS-SALDO-ULTIMO
                   ADD     001     TO      WS-QUEBRAS-PECA
                   SET     WS-PECA-DIVERGE TO      TRUE
                   MOVE    'SALDO ANTERIOR DIFERE'
                                   TO      WS-OCORRENCIA
           END-IF.

           EVALUATE TRUE
             WHEN  KARD-DAT-MOV    LESS    LKG-DAT-INI
                   MOVE    KARD-SALDO      TO      WS-SALDO-INICIAL
                   SET     WS-INICIAL-ACHADO       TO      TRUE
                   IF      WS-OCORRENCIA   NOT EQUAL       SPACES
                           PERFORM 1500-00-IMPRIME-LINHA
                   END-IF
             WHEN  KARD-DAT-MOV    NOT GREATER     LKG-DAT-FIM
                   IF      WS-INICIAL-NAO-ACHADO
                           MOVE    KARD-SALDO-ANT  TO
                                   WS-SALDO-INICIAL
                           SET     WS-INICIAL-ACHADO       TO TRUE
                   END-IF
                   IF      KARD-ENTRADA
                           ADD     KARD-QTD        TO
                                   WS-ENTRADAS-PER
                   ELSE
                           ADD     KARD-QTD        TO
                                   WS-SAIDAS-PER
                   END-IF
                   ADD     001     TO      WS-LINHAS-PECA
                   ADD     001     TO      WS-QTD-LINHAS-PER
                   PERFORM 1500-00-IMPRIME-LINHA
             WHEN  OTHER
                   IF      WS-INICIAL-NAO-ACHADO
                           MOVE    KARD-SALDO-ANT  TO
                                   WS-SALDO-INICIAL
                           SET     WS-INICIAL-ACHADO       TO TRUE
                   END-IF
                   IF      WS-OCORRENCIA   NOT EQUAL       SPACES
                           PERFORM 1500-00-IMPRIME-LINHA
                   END-IF
           END-EVALUATE.

           MOVE    KARD-SALDO      TO      WS-SALDO-ULTIMO.

           SET     WS-NAO-PRIMEIRA         TO      TRUE.

           PERFORM 0550-00-PROXIMO-CADKARD.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-IMPRIME-LINHA       SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    KARD-COD-PEC    TO      DET1-COD-PEC.
           MOVE    KARD-DAT-MOV    TO      WS-DATA-AUX.
           MOVE    WS-AUX-DIA      TO      DET1-DIA.
           MOVE    WS-AUX-MES      TO      DET1-MES.
           MOVE    WS-AUX-ANO      TO      DET1-ANO.
           MOVE    KARD-PROGRAMA   TO      DET1-PROGRAMA.
           MOVE    KARD-NUM-DOC    TO      DET1-NUM-DOC.

           IF      KARD-ENTRADA
                   MOVE    KARD-QTD        TO      DET1-ENTRADA
                   MOVE    ZEROS           TO      DET1-SAIDA
           ELSE
                   MOVE    ZEROS           TO      DET1-ENTRADA
                   MOVE    KARD-QTD        TO      DET1-SAIDA
           END-IF.

           MOVE    KARD-SALDO-ANT  TO      DET1-SALDO-ANT.
           MOVE    KARD-SALDO      TO      DET1-SALDO.
           MOVE    KARD-VLR-UNIT   TO      DET1-VLR-UNIT.
           MOVE    WS-OCORRENCIA   TO      DET1-OCORRENCIA.

           MOVE    DET1            TO      REG-RELKARD.
           PERFORM 2700-00-GRAVACAO-RELKARD.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-IMPRIME-RESUMO      SECTION.
      *****************************************************************
      *    PROVA DA PECA: INICIAL + ENTRADAS - SAIDAS = FINAL DO      *
      *    PERIODO, COM O SALDO CORRENTE DO KARDEX E O DA MATRIZ      *
      *
           IF      WS-LINHAS       GREATER 53
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     002             TO      WS-LINHAS.

           MOVE    DET2            TO      REG-RELKARD.
           PERFORM 2700-00-GRAVACAO-RELKARD.

           MOVE    SPACES          TO      REG-RELKARD.
           PERFORM 2700-00-GRAVACAO-RELKARD.
      *
       1600-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELKARD.
           PERFORM 2700-00-GRAVACAO-RELKARD.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELKARD.
           PERFORM 2700-00-GRAVACAO-RELKARD.

           MOVE    LKG-DAT-INI     TO      WS-DATA-AUX.
           MOVE    WS-AUX-DIA      TO      CAB5-INI-DIA.
           MOVE    WS-AUX-MES      TO      CAB5-INI-MES.
           MOVE    WS-AUX-ANO      TO      CAB5-INI-ANO.

           MOVE    LKG-DAT-FIM     TO      WS-DATA-AUX.
           MOVE    WS-AUX-DIA      TO      CAB5-FIM-DIA.
           MOVE    WS-AUX-MES      TO      CAB5-FIM-MES.
           MOVE    WS-AUX-ANO      TO      CAB5-FIM-ANO.

           IF      LKG-COD-PEC     EQUAL   ZEROS
                   MOVE    'TODAS'         TO      CAB5-PECA
           ELSE
                   MOVE    LKG-COD-PEC     TO      CAB5-PECA
           END-IF.

           MOVE    CAB5            TO      REG-RELKARD.
           PERFORM 2700-00-GRAVACAO-RELKARD.

           MOVE    CAB4            TO      REG-RELKARD.
           PERFORM 2700-00-GRAVACAO-RELKARD.

           MOVE    CAB6            TO      REG-RELKARD.
           PERFORM 2700-00-GRAVACAO-RELKARD.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELKARD    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELKARD.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELKARD.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           IF      WS-GRV-RELKARD  EQUAL   ZEROS
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           CLOSE   CADKARD
                   CADMATR
                   RELKARD.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB145'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-DIVERGENTES      GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-QTD-CONFERIDAS       TO      WRL-QTD-PROC.

           CALL    'COBBB100'      USING   WRL-GRUPO
           END-CALL.

      *    O RETURN-CODE E COLOCADO DEPOIS DA CHAMADA AO COBBB100 -
      *    O RETORNO DA SUBROTINA SUBSTITUI O REGISTRADOR DO
      *    CHAMADOR E LIMPARIA O CODIGO JA COLOCADO
           IF      WS-QTD-DIVERGENTES      GREATER ZEROS
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
           DISPLAY '******************* GPFPB145 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB145 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADKARD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADKARD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMATR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-LINHAS-PER
                                   TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS NO PERIODO............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CONFERIDAS
                                   TO      WS-EDICAO.
           DISPLAY '* PECAS CONFERIDAS.................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DIVERGENTES
                                   TO      WS-EDICAO.
           DISPLAY '* PECAS DIVERGENTES................: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELKARD  TO      WS-EDICAO.
           DISPLAY '* LINHAS GRAVADAS.......- RELKARD.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB145 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB145 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* PARM INVALIDO - INFORMAR PECA (ZEROS PARA   *'.
           DISPLAY '* TODAS), DATA INICIAL E DATA FINAL           *'.
           DISPLAY '* (AAAAMMDD)                                  *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB145 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB145 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0997-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB145 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB145 ******************'.
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
           DISPLAY '******************* GPFPB145 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB145 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB145                  *
      *****************************************************************
