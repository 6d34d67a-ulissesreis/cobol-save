      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB165.
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
      * OBJETIVO.....: RATEIO MENSAL DOS CUSTOS CENTRAIS (CADRTPO)    *
      *                ENTRE AS FILIAIS. CADA GRUPO DE CUSTO E        *
      *                REPARTIDO PELA SUA REGRA (DIRECIONADOR):       *
      *                - 'F' PARTICIPACAO DA FILIAL NO FATURAMENTO    *
      *                  SUMARIZADO (CADFSUM)                         *
      *                - 'H' QUADRO DE FUNCIONARIOS DA FILIAL         *
      *                  (VINCULOS DO CADFFIL)                        *
      *                - 'E' ENTREGAS RECEBIDAS PELA FILIAL: EMBARQUES*
      *                  DO MANIFESTO (CADMANI) PARA AS ENTIDADES     *
      *                  QUE A FILIAL ATENDE (CADENFL)                *
      *                GRAVA UMA LINHA DE CUSTO RATEADO POR FILIAL E  *
      *                GRUPO (CADRATF), ABSORVIDA NO RESULTADO DA     *
      *                FILIAL PELO GPFPB106, E IMPRIME O RELRATF COM  *
      *                CADA GRUPO, A SUA REGRA E A PARTE DE CADA      *
      *                FILIAL.                                        *
      *****************************************************************
      * OBSERVACAO...: EXECUTAR ANTES DO GPFPB106, COM OS MESMOS      *
      *                CADFSUM E CADFFIL DO MES.                      *
      *                O VALOR DE CADA FILIAL E ARREDONDADO NOS       *
      *                CENTAVOS; A DIFERENCA DE ARREDONDAMENTO VAI    *
      *                PARA A FILIAL DE MAIOR BASE, PARA QUE A SOMA   *
      *                DAS PARTES FECHE COM O VALOR DO GRUPO.         *
      *                UM EMBARQUE E CADA TROCA DE ENTIDADE OU DE     *
      *                DATA NO CADMANI (LIDO NA ORDEM DO GPFPB094).   *
      *                GRUPO COM REGRA INVALIDA OU SEM BASE (NENHUMA  *
      *                FILIAL COM FATURAMENTO/QUADRO/ENTREGA) NAO E   *
      *                RATEADO E SAI NO RELATORIO (RETURN-CODE 04).   *
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
      * INPUT..: CADRTPO - CUSTOS CENTRAIS A RATEAR       - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADRTPO  ASSIGN  TO  UT-S-CADRTPO
                   FILE     STATUS  IS  WS-FS-CADRTPO.
      *
      *****************************************************************
      * INPUT..: CADFSUM - FATURAMENTO SUMARIZADO         - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADFSUM  ASSIGN  TO  UT-S-CADFSUM
                   FILE     STATUS  IS  WS-FS-CADFSUM.
      *
      *****************************************************************
      * INPUT..: CADFFIL - VINCULO FUNCIONARIO/FILIAL     - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADFFIL  ASSIGN  TO  UT-S-CADFFIL
                   FILE     STATUS  IS  WS-FS-CADFFIL.
      *
      *****************************************************************
      * INPUT..: CADMANI - MANIFESTO DE EMBARQUE          - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADMANI  ASSIGN  TO  UT-S-CADMANI
                   FILE     STATUS  IS  WS-FS-CADMANI.
      *
      *****************************************************************
      * INPUT..: CADENFL - VINCULO ENTIDADE/FILIAL        - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADENFL  ASSIGN  TO  UT-S-CADENFL
                   FILE     STATUS  IS  WS-FS-CADENFL.
      *
      *****************************************************************
      * OUTPUT.: CADRATF - CUSTO CENTRAL RATEADO/FILIAL   - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADRATF  ASSIGN  TO  UT-S-CADRATF
                   FILE     STATUS  IS  WS-FS-CADRATF.
      *
      *****************************************************************
      * OUTPUT.: RELRATF - RATEIO DOS CUSTOS CENTRAIS     - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELRATF  ASSIGN  TO  UT-S-RELRATF
                   FILE     STATUS  IS  WS-FS-RELRATF.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADRTPO - CUSTOS CENTRAIS A RATEAR       - LRECL=050 *
      *****************************************************************
      *
       FD  CADRTPO
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRTPO         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADFSUM - FATURAMENTO SUMARIZADO         - LRECL=100 *
      *****************************************************************
      *
       FD  CADFSUM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFSUM         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADFFIL - VINCULO FUNCIONARIO/FILIAL     - LRECL=050 *
      *****************************************************************
      *
       FD  CADFFIL
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFFIL         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADMANI - MANIFESTO DE EMBARQUE          - LRECL=050 *
      *****************************************************************
      *
       FD  CADMANI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMANI         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADENFL - VINCULO ENTIDADE/FILIAL        - LRECL=050 *
      *****************************************************************
      *
       FD  CADENFL
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADENFL         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADRATF - CUSTO CENTRAL RATEADO/FILIAL   - LRECL=100 *
      *****************************************************************
      *
       FD  CADRATF
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRATF         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELRATF - RATEIO DOS CUSTOS CENTRAIS     - LRECL=133 *
      *****************************************************************
      *
       FD  RELRATF
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELRATF         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADRTPO       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFSUM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFFIL       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMANI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADENFL       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRATF       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELRATF       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADRTPO      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFSUM      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFFIL      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMANI      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADENFL      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADRATF      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELRATF      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-GRUPOS-RAT   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-GRUPOS-REC   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EMBARQUES    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EMB-S-FIL    PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        BASES DAS REGRAS DE RATEIO E VALORES DO GRUPO          *
      *****************************************************************
      *
       01      WS-TOT-BASE-FAT     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-TOT-BASE-FUNC    PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-TOT-BASE-ENTR    PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-BASE-TOTAL       PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-BASE-FILIAL      PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-BASE-MAIOR       PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-IND-MAIOR        PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-VLR-DISTRIBUIDO  PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-DIFERENCA    PIC    S9(013)V9(002) VALUE ZEROS.
       01      WS-PCT-PARTIC       PIC     9(003)V9(004) VALUE ZEROS.
      *
       01      WS-TOT-CUSTO-GRUPOS PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-TOT-RATEADO      PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-TOT-NAO-RATEADO  PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-DESC-DIRECIONADOR
                                   PIC     X(025) VALUE SPACES.
      *
       01      WS-CD-ENTI-ANT      PIC     9(007) VALUE ZEROS.
       01      WS-DAT-EMBARQUE-ANT PIC     9(008) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DAS FILIAIS COM AS BASES DE RATEIO              *
      *****************************************************************
      *
       01      WS-QTD-TAB-FIL      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FIL      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-COD-FIL-BUSCA    PIC     9(005) VALUE ZEROS.
      *
       01      TAB-FILIAIS.
         03    TAB-FIL-ITEM        OCCURS  00500  TIMES.
           05  TAB-FIL-COD-FIL     PIC     9(005).
           05  TAB-FIL-BASE-FAT    PIC     9(015)V9(002).
           05  TAB-FIL-QTD-FUNC    PIC     9(007).
           05  TAB-FIL-QTD-ENTR    PIC     9(007).
           05  TAB-FIL-BASE-GRUPO  PIC     9(015)V9(002).
           05  TAB-FIL-VLR-RATEIO  PIC     9(013)V9(002).
      *
       01      WS-SW-FIL-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FIL-ACHOU                VALUE 'S'.
         88    WS-FIL-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA ENTIDADE -> FILIAL                              *
      *****************************************************************
      *
       01      WS-QTD-TAB-ENF      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ENF      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ENTI-FILIAL.
         03    TAB-ENF-ITEM        OCCURS  05000  TIMES.
           05  TAB-ENF-CD-ENTI     PIC     9(007).
           05  TAB-ENF-COD-FIL     PIC     9(005).
      *
       01      WS-SW-ENF-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ENF-ACHOU                VALUE 'S'.
         88    WS-ENF-NAO-ACHOU            VALUE 'N'.
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
      *    LAY-OUT DO RELATORIO DE RATEIO DOS CUSTOS CENTRAIS         *
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
         03    FILLER              PIC     X(047) VALUE
               'R A T E I O  D E  C U S T O S  C E N T R A I S'.
         03    FILLER              PIC     X(044) VALUE SPACES.
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
         03    FILLER              PIC     X(006) VALUE 'GRUPO '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(025) VALUE 'DESCRICAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(025) VALUE
               'REGRA DO RATEIO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'FILIAL'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(020) VALUE
               '           BASE     '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE ' PART.(%)'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(017) VALUE
               '    VALOR        '.
         03    FILLER              PIC     X(011) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-GRUPO      PIC     X(006).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DESCRICAO      PIC     X(025).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DIRECIONADOR   PIC     X(025).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-FILIAL         PIC     X(006).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-BASE           PIC     Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-PCT            PIC     ZZ9,9999.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-VALOR          PIC     ZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OBSERVACAO     PIC     X(009).
      *
       01      DET2.
         03    FILLER              PIC     X(064) VALUE SPACES.
         03    DET2-FILIAL         PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET2-BASE           PIC     Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-PCT            PIC     ZZ9,9999.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET2-VALOR          PIC     ZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(011) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(040).
         03    FILLER              PIC     X(063) VALUE SPACES.
         03    TOT1-VALOR          PIC     ZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(011) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADRTPO - CUSTOS CENTRAIS A RATEAR                   *
      *****************************************************************
      *
           COPY    COBI1232.
      *
      *****************************************************************
      * INPUT..: CADFSUM - FATURAMENTO SUMARIZADO                     *
      *****************************************************************
      *
           COPY    COBO1023.
      *
      *****************************************************************
      * INPUT..: CADFFIL - VINCULO FUNCIONARIO/FILIAL                 *
      *****************************************************************
      *
           COPY    COBI1070.
      *
      *****************************************************************
      * INPUT..: CADMANI - MANIFESTO DE EMBARQUE                      *
      *****************************************************************
      *
           COPY    COBO1062.
      *
      *****************************************************************
      * INPUT..: CADENFL - VINCULO ENTIDADE/FILIAL                    *
      *****************************************************************
      *
           COPY    COBI1233.
      *
      *****************************************************************
      * OUTPUT.: CADRATF - CUSTO CENTRAL RATEADO POR FILIAL           *
      *****************************************************************
      *
           COPY    COBO1234.
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
             UNTIL WS-FS-CADRTPO   EQUAL   10.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADRTPO
                           CADFSUM
                           CADFFIL
                           CADMANI
                           CADENFL
                   OUTPUT  CADRATF
                           RELRATF.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-ENTI-FILIAL
             UNTIL WS-FS-CADENFL   EQUAL   10.

           PERFORM 0500-00-BASE-FATURAMENTO
             UNTIL WS-FS-CADFSUM   EQUAL   10.

           PERFORM 0600-00-BASE-QUADRO
             UNTIL WS-FS-CADFFIL   EQUAL   10.

           PERFORM 0700-00-BASE-ENTREGAS
             UNTIL WS-FS-CADMANI   EQUAL   10.

           PERFORM 0800-00-LEITURA-CADRTPO.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRTPO NOT EQUAL 00 AND 10
                   MOVE 'CADRTPO'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRTPO     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFSUM NOT EQUAL 00 AND 10
                   MOVE 'CADFSUM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFSUM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFFIL NOT EQUAL 00 AND 10
                   MOVE 'CADFFIL'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFFIL     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMANI NOT EQUAL 00 AND 10
                   MOVE 'CADMANI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMANI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADENFL NOT EQUAL 00 AND 10
                   MOVE 'CADENFL'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADENFL     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRATF NOT EQUAL 00
                   MOVE 'CADRATF'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRATF     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELRATF NOT EQUAL 00
                   MOVE 'RELRATF'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELRATF     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-ENTI-FILIAL   SECTION.
      *****************************************************************
      *
           READ    CADENFL         INTO    REG-ENFL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADENFL   NOT EQUAL       00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADENFL.

           IF      WS-QTD-TAB-ENF  GREATER OR EQUAL 05000
                   PERFORM 0997-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-ENF.

           MOVE    ENFL-CD-ENTI    TO
                   TAB-ENF-CD-ENTI (WS-QTD-TAB-ENF).
           MOVE    ENFL-COD-FIL    TO
                   TAB-ENF-COD-FIL (WS-QTD-TAB-ENF).
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-PROCURA-FILIAL      SECTION.
      *****************************************************************
      *    LOCALIZA (OU INCLUI) A FILIAL DE WS-COD-FIL-BUSCA          *
      *
           SET     WS-FIL-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FIL FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FIL GREATER WS-QTD-TAB-FIL
                   OR      WS-FIL-ACHOU

             IF    WS-COD-FIL-BUSCA EQUAL
                   TAB-FIL-COD-FIL (WS-IND-TAB-FIL)
                   SET     WS-FIL-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FIL-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-FIL
           ELSE
                   IF      WS-QTD-TAB-FIL  GREATER OR EQUAL 00500
                           PERFORM 0997-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FIL
                   MOVE    WS-QTD-TAB-FIL  TO      WS-IND-TAB-FIL
                   MOVE    WS-COD-FIL-BUSCA        TO
                           TAB-FIL-COD-FIL    (WS-IND-TAB-FIL)
                   MOVE    ZEROS   TO
                           TAB-FIL-BASE-FAT   (WS-IND-TAB-FIL)
                           TAB-FIL-QTD-FUNC   (WS-IND-TAB-FIL)
                           TAB-FIL-QTD-ENTR   (WS-IND-TAB-FIL)
                           TAB-FIL-BASE-GRUPO (WS-IND-TAB-FIL)
                           TAB-FIL-VLR-RATEIO (WS-IND-TAB-FIL)
           END-IF.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-BASE-FATURAMENTO    SECTION.
      *****************************************************************
      *
           READ    CADFSUM         INTO    FILF-REG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFSUM   NOT EQUAL       00
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFSUM.

           MOVE    FILF-COD-FIL    TO      WS-COD-FIL-BUSCA.

           PERFORM 0450-00-PROCURA-FILIAL.

           ADD     FILF-VLR-FAT    TO
                   TAB-FIL-BASE-FAT (WS-IND-TAB-FIL)
                   WS-TOT-BASE-FAT.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-BASE-QUADRO         SECTION.
      *****************************************************************
      *    CADA VINCULO DO CADFFIL E UM FUNCIONARIO NO QUADRO DA      *
      *    FILIAL                                                     *
      *
           READ    CADFFIL         INTO    REG-FFIL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFFIL   NOT EQUAL       00
                   GO      TO      0600-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFFIL.

           MOVE    FFIL-COD-FIL    TO      WS-COD-FIL-BUSCA.

           PERFORM 0450-00-PROCURA-FILIAL.

           ADD     001             TO
                   TAB-FIL-QTD-FUNC (WS-IND-TAB-FIL)
                   WS-TOT-BASE-FUNC.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0700-00-BASE-ENTREGAS       SECTION.
      *****************************************************************
      *    CADA TROCA DE ENTIDADE OU DE DATA NO MANIFESTO E UM        *
      *    EMBARQUE, CONTADO PARA A FILIAL QUE ATENDE A ENTIDADE      *
      *
           READ    CADMANI         INTO    REG-MANI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMANI   NOT EQUAL       00
                   GO      TO      0700-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADMANI.

           IF      MANI-CD-ENTI    EQUAL   WS-CD-ENTI-ANT  AND
                   MANI-DAT-EMBARQUE       EQUAL   WS-DAT-EMBARQUE-ANT
                   GO      TO      0700-99-EXIT
           END-IF.

           MOVE    MANI-CD-ENTI    TO      WS-CD-ENTI-ANT.
           MOVE    MANI-DAT-EMBARQUE
                                   TO      WS-DAT-EMBARQUE-ANT.

           ADD     001             TO      WS-QTD-EMBARQUES.

           SET     WS-ENF-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-ENF FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ENF GREATER WS-QTD-TAB-ENF
                   OR      WS-ENF-ACHOU

             IF    MANI-CD-ENTI    EQUAL
                   TAB-ENF-CD-ENTI (WS-IND-TAB-ENF)
                   SET     WS-ENF-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ENF-NAO-ACHOU
                   ADD     001     TO      WS-QTD-EMB-S-FIL
                   GO      TO      0700-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-ENF.

           MOVE    TAB-ENF-COD-FIL (WS-IND-TAB-ENF)
                                   TO      WS-COD-FIL-BUSCA.

           PERFORM 0450-00-PROCURA-FILIAL.

           ADD     001             TO
                   TAB-FIL-QTD-ENTR (WS-IND-TAB-FIL)
                   WS-TOT-BASE-ENTR.
      *
       0700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0800-00-LEITURA-CADRTPO     SECTION.
      *****************************************************************
      *
           READ    CADRTPO         INTO    REG-RTPO.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRTPO   EQUAL   00
                   ADD 001         TO      WS-LID-CADRTPO
           END-IF.
      *
       0800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    UM GRUPO DE CUSTO POR VEZ: BASE DE CADA FILIAL NA REGRA DO *
      *    GRUPO, PARTE PROPORCIONAL DO VALOR E GRAVACAO DAS LINHAS   *
      *
           ADD     RTPO-VLR-CUSTO  TO      WS-TOT-CUSTO-GRUPOS.

           EVALUATE TRUE
             WHEN  RTPO-DIR-FATURAMENTO
                   MOVE    'FATURAMENTO (CADFSUM)'
                                   TO      WS-DESC-DIRECIONADOR
                   MOVE    WS-TOT-BASE-FAT
                                   TO      WS-BASE-TOTAL
             WHEN  RTPO-DIR-QUADRO
                   MOVE    'QUADRO DE FUNCIONARIOS'
                                   TO      WS-DESC-DIRECIONADOR
                   MOVE    WS-TOT-BASE-FUNC
                                   TO      WS-BASE-TOTAL
             WHEN  RTPO-DIR-ENTREGAS
                   MOVE    'ENTREGAS (CADMANI)'
                                   TO      WS-DESC-DIRECIONADOR
                   MOVE    WS-TOT-BASE-ENTR
                                   TO      WS-BASE-TOTAL
             WHEN  OTHER
                   MOVE    'REGRA INVALIDA'
                                   TO      WS-DESC-DIRECIONADOR
                   MOVE    ZEROS   TO      WS-BASE-TOTAL
           END-EVALUATE.

           IF      NOT RTPO-DIR-VALIDO     OR
                   WS-BASE-TOTAL   EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-GRUPOS-REC
                   ADD     RTPO-VLR-CUSTO  TO      WS-TOT-NAO-RATEADO
                   PERFORM 2700-00-IMPRIME-GRUPO
                   GO      TO      1000-77-LEITURA
           END-IF.

           ADD     001             TO      WS-QTD-GRUPOS-RAT.

           MOVE    ZEROS           TO      WS-VLR-DISTRIBUIDO
                                           WS-BASE-MAIOR
                                           WS-IND-MAIOR.

           PERFORM 1100-00-CALCULA-PARTE
             VARYING WS-IND-TAB-FIL FROM 1 BY 1
             UNTIL   WS-IND-TAB-FIL GREATER WS-QTD-TAB-FIL.

      *    A DIFERENCA DE ARREDONDAMENTO FICA COM A FILIAL DE MAIOR
      *    BASE

           COMPUTE WS-VLR-DIFERENCA =
                   RTPO-VLR-CUSTO - WS-VLR-DISTRIBUIDO.

           ADD     WS-VLR-DIFERENCA        TO
                   TAB-FIL-VLR-RATEIO (WS-IND-MAIOR).

           ADD     RTPO-VLR-CUSTO  TO      WS-TOT-RATEADO.

           PERFORM 2700-00-IMPRIME-GRUPO.

           PERFORM 1200-00-GRAVA-PARTE
             VARYING WS-IND-TAB-FIL FROM 1 BY 1
             UNTIL   WS-IND-TAB-FIL GREATER WS-QTD-TAB-FIL.

           PERFORM 2750-00-IMPRIME-TOTAL-GRUPO.
      *
       1000-77-LEITURA.

           PERFORM 0800-00-LEITURA-CADRTPO.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CALCULA-PARTE       SECTION.
      *****************************************************************
      *
           EVALUATE TRUE
             WHEN  RTPO-DIR-FATURAMENTO
                   MOVE    TAB-FIL-BASE-FAT (WS-IND-TAB-FIL)
                                   TO      WS-BASE-FILIAL
             WHEN  RTPO-DIR-QUADRO
                   MOVE    TAB-FIL-QTD-FUNC (WS-IND-TAB-FIL)
                                   TO      WS-BASE-FILIAL
             WHEN  RTPO-DIR-ENTREGAS
                   MOVE    TAB-FIL-QTD-ENTR (WS-IND-TAB-FIL)
                                   TO      WS-BASE-FILIAL
           END-EVALUATE.

           MOVE    WS-BASE-FILIAL  TO
                   TAB-FIL-BASE-GRUPO (WS-IND-TAB-FIL).

           COMPUTE TAB-FIL-VLR-RATEIO (WS-IND-TAB-FIL) ROUNDED =
                   RTPO-VLR-CUSTO * WS-BASE-FILIAL / WS-BASE-TOTAL.

           ADD     TAB-FIL-VLR-RATEIO (WS-IND-TAB-FIL)
                                   TO      WS-VLR-DISTRIBUIDO.

           IF      WS-BASE-FILIAL  GREATER WS-BASE-MAIOR
                   MOVE    WS-BASE-FILIAL  TO      WS-BASE-MAIOR
                   MOVE    WS-IND-TAB-FIL  TO      WS-IND-MAIOR
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-GRAVA-PARTE         SECTION.
      *****************************************************************
      *    FILIAL SEM BASE NA REGRA DO GRUPO NAO RECEBE CUSTO         *
      *
           IF      TAB-FIL-BASE-GRUPO (WS-IND-TAB-FIL) EQUAL ZEROS
                   GO      TO      1200-99-EXIT
           END-IF.

           COMPUTE WS-PCT-PARTIC   ROUNDED =
                   TAB-FIL-BASE-GRUPO (WS-IND-TAB-FIL) * 100 /
                   WS-BASE-TOTAL.

           MOVE    SPACES          TO      REG-RATF.

           MOVE    TAB-FIL-COD-FIL    (WS-IND-TAB-FIL)
                                   TO      RATF-COD-FIL.
           MOVE    RTPO-COD-GRUPO  TO      RATF-COD-GRUPO.
           MOVE    RTPO-TIP-DIRECIONADOR
                                   TO      RATF-TIP-DIRECIONADOR.
           MOVE    TAB-FIL-BASE-GRUPO (WS-IND-TAB-FIL)
                                   TO      RATF-QTD-BASE-FIL.
           MOVE    WS-BASE-TOTAL   TO      RATF-QTD-BASE-TOT.
           MOVE    WS-PCT-PARTIC   TO      RATF-PCT-PARTIC.
           MOVE    TAB-FIL-VLR-RATEIO (WS-IND-TAB-FIL)
                                   TO      RATF-VLR-RATEADO.

           WRITE   REG-CADRATF     FROM    REG-RATF.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADRATF.

           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    RATF-COD-FIL    TO      DET2-FILIAL.
           MOVE    RATF-QTD-BASE-FIL
                                   TO      DET2-BASE.
           MOVE    RATF-PCT-PARTIC TO      DET2-PCT.
           MOVE    RATF-VLR-RATEADO
                                   TO      DET2-VALOR.

           MOVE    DET2            TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.
      *
       1200-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.

           MOVE    CAB4            TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.

           MOVE    SPACES          TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.

           MOVE    CAB6            TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-IMPRIME-GRUPO       SECTION.
      *****************************************************************
      *    LINHA DO GRUPO: VALOR, REGRA E BASE TOTAL DAS FILIAIS      *
      *
           IF      WS-LINHAS       GREATER 52
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    SPACES          TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.

           ADD     002             TO      WS-LINHAS.

           MOVE    RTPO-COD-GRUPO  TO      DET1-COD-GRUPO.
           MOVE    RTPO-DESCRICAO  TO      DET1-DESCRICAO.
           MOVE    WS-DESC-DIRECIONADOR
                                   TO      DET1-DIRECIONADOR.
           MOVE    'TOTAL'         TO      DET1-FILIAL.
           MOVE    WS-BASE-TOTAL   TO      DET1-BASE.
           MOVE    RTPO-VLR-CUSTO  TO      DET1-VALOR.

           IF      NOT RTPO-DIR-VALIDO     OR
                   WS-BASE-TOTAL   EQUAL   ZEROS
                   MOVE    ZEROS   TO      DET1-PCT
                   MOVE    'SEM BASE'      TO      DET1-OBSERVACAO
                   IF      NOT RTPO-DIR-VALIDO
                           MOVE    'RECUSADO'
                                           TO      DET1-OBSERVACAO
                   END-IF
           ELSE
                   MOVE    100     TO      DET1-PCT
                   MOVE    SPACES  TO      DET1-OBSERVACAO
           END-IF.

           MOVE    DET1            TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2750-00-IMPRIME-TOTAL-GRUPO SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    SPACES          TO      TOT1-DESCRICAO.
           STRING  'TOTAL RATEADO DO GRUPO '
                   RTPO-COD-GRUPO
                   DELIMITED BY SIZE INTO  TOT1-DESCRICAO.
           MOVE    RTPO-VLR-CUSTO  TO      TOT1-VALOR.

           MOVE    TOT1            TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.
      *
       2750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2770-00-IMPRIME-TOTAIS      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 50
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.

           MOVE    'TOTAL DOS CUSTOS CENTRAIS'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-CUSTO-GRUPOS     TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.

           MOVE    'TOTAL RATEADO ENTRE AS FILIAIS'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-RATEADO  TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.

           MOVE    'TOTAL NAO RATEADO (SEM BASE/RECUSADO)'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-NAO-RATEADO      TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELRATF.
           PERFORM 2800-00-GRAVACAO-RELRATF.

           ADD     004             TO      WS-LINHAS.
      *
       2770-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-RELRATF    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELRATF.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELRATF.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 2770-00-IMPRIME-TOTAIS.

           CLOSE   CADRTPO
                   CADFSUM
                   CADFFIL
                   CADMANI
                   CADENFL
                   CADRATF
                   RELRATF.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB165'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-GRUPOS-REC       GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-LID-CADRTPO  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB165 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB165 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADRTPO  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRTPO.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFSUM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFSUM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFFIL  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFFIL.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMANI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMANI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADENFL  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADENFL.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADRATF  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADRATF.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELRATF  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELRATF.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-GRUPOS-RAT
                                   TO      WS-EDICAO.
           DISPLAY '* GRUPOS DE CUSTO RATEADOS.........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-GRUPOS-REC
                                   TO      WS-EDICAO.
           DISPLAY '* GRUPOS SEM BASE OU RECUSADOS.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EMBARQUES
                                   TO      WS-EDICAO.
           DISPLAY '* EMBARQUES NO MANIFESTO...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EMB-S-FIL
                                   TO      WS-EDICAO.
           DISPLAY '* EMBARQUES SEM FILIAL (CADENFL)...: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB165 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB165 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB165 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB165 ******************'.

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

           DISPLAY '******************* GPFPB165 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB165 ******************'.
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
           DISPLAY '******************* GPFPB165 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB165 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB165                  *
      *****************************************************************
