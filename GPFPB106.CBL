      *                - FATURAMENTO SUMARIZADO (CADFSUM)             *
      *                - FOLHA DOS FUNCIONARIOS DA FILIAL (CADRESP    *
      *                  PELO VINCULO CADFFIL)                        *
      *                - CUSTO DAS MERCADORIAS VENDIDAS DA FILIAL     *
      *                  (CADMARG, GERADO PELO GPFPB158) OU, NA FALTA *
      *                  DELE, CUSTO DE CARREGAMENTO DO ESTOQUE DA    *
      *                  FILIAL (VALORIZACAO DO CADFILN X PERCENTUAL  *
      *                  MENSAL DO CADPARM)                           *
      *                - CUSTOS CENTRAIS RATEADOS A FILIAL (CADRATF,  *
      *                  GERADO PELO GPFPB165)                        *
      *                COM A REGIAO DO CADREGI, IMPRIMINDO O          *
      *                DEMONSTRATIVO (RELPLFL) E GRAVANDO O RESUMO    *
      *                COMPARAVEL ENTRE FILIAIS (CADPLFL).            *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 02/09/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - O CUSTO DA FILIAL PASSA A SER O CUSTO DAS   *
      *                   MERCADORIAS VENDIDAS APURADO NO GPFPB158    *
      *                   (CADMARG). A FILIAL SEM REGISTRO NO CADMARG *
      *                   CONTINUA COM O CUSTO DE CARREGAMENTO DO     *
      *                   ESTOQUE. ORIGEM DO CUSTO GRAVADA NO CADPLFL *
      * 15/10/2026 - US - INCLUIDOS OS CUSTOS CENTRAIS RATEADOS POR   *
      *                   FILIAL NO GPFPB165 (CADRATF), DEDUZIDOS DO  *
      *                   RESULTADO, NA COLUNA RATEIO E NO CADPLFL    *
      *****************************************************************
      *
      *****************************************************************
      *
           SELECT  CADREGI  ASSIGN  TO  UT-S-CADREGI
                   FILE     STATUS  IS  WS-FS-CADREGI.
      *
           SELECT  CADMARG  ASSIGN  TO  UT-S-CADMARG
                   FILE     STATUS  IS  WS-FS-CADMARG.
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
           SELECT  CADRATF  ASSIGN  TO  UT-S-CADRATF
                   FILE     STATUS  IS  WS-FS-CADRATF.
      *
           SELECT  CADPLFL  ASSIGN  TO  UT-S-CADPLFL
                   FILE     STATUS  IS  WS-FS-CADPLFL.
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADREGI         PIC     X(050).
      *
       FD  CADMARG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMARG         PIC     X(100).
      *
       FD  CADPARM
           RECORDING  MODE      IS  F
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-ARQ-CADPARM     PIC     X(050).
      *
       FD  CADRATF
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRATF         PIC     X(100).
      *
       FD  CADPLFL
           RECORDING  MODE      IS  F
       01      WS-FS-CADFFIL       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFILN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADREGI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMARG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRATF       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPLFL       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELPLFL       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADFFIL      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFILN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADREGI      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMARG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRATF      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPLFL      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELPLFL      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-FUNC-S-FIL   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FIL-CMV      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FIL-CARREGO  PIC     9(018) VALUE ZEROS.
      *
       01      WS-PCT-CARREGO      PIC     9(002)V9(002) VALUE ZEROS.
      *
       01      WS-VLR-ETQ-ITEM     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-CUSTO        PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-RESULTADO    PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-CUSTO-FIL    PIC    S9(013)V9(002) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
           05  TAB-FIL-FATURADO    PIC     9(015)V9(002).
           05  TAB-FIL-FOLHA       PIC     9(013)V9(002).
           05  TAB-FIL-CUSTO-ETQ   PIC     9(013)V9(002).
           05  TAB-FIL-CMV         PIC    S9(013)V9(002).
           05  TAB-FIL-RATEIO      PIC     9(013)V9(002).
           05  TAB-FIL-IND-CMV     PIC     X(001).
             88 TAB-FIL-COM-CMV            VALUE 'S'.
      *
       01      WS-SW-FIL-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FIL-ACHOU                VALUE 'S'.
         03    FILLER              PIC     X(005) VALUE 'FOLHA'.
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               '        CUSTO'.
         03    FILLER              PIC     X(014) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'RATEIO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'RESULTADO'.
         03    FILLER              PIC     X(011) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'ORIG'.
         03    FILLER              PIC     X(013) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-FOLHA          PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CUSTO          PIC     Z.ZZZ.ZZZ.ZZ9,99-.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-RATEIO         PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-RESULTADO      PIC     Z.ZZZ.ZZZ.ZZ9,99-.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ORIGEM         PIC     X(003).
         03    FILLER              PIC     X(025) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADSELF - FILIAIS REGIONAIS SELECIONADAS             *
           COPY    COBO1043.
      *
      *****************************************************************
      * INPUT..: CADMARG - MARGEM BRUTA POR FILIAL (GPFPB158)         *
      *****************************************************************
      *
           COPY    COBO1225.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS                   *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * INPUT..: CADRATF - CUSTOS CENTRAIS RATEADOS (GPFPB165)        *
      *****************************************************************
      *
           COPY    COBO1234.
      *
      *****************************************************************
      * OUTPUT.: CADPLFL - RESULTADO POR FILIAL                       *
      *****************************************************************
      *
           PERFORM 1300-00-ACUMULA-CUSTO-ETQ
             UNTIL WS-FS-CADFILN   EQUAL 10.

           PERFORM 1400-00-ACUMULA-CMV
             UNTIL WS-FS-CADMARG   EQUAL 10.

           PERFORM 1500-00-ACUMULA-RATEIO
             UNTIL WS-FS-CADRATF   EQUAL 10.

           PERFORM 2000-00-MONTA-DEMONSTRATIVO.

           PERFORM 3000-00-PROCED-FINAIS.
                           CADFFIL
                           CADFILN
                           CADREGI
                           CADMARG
                           CADPARM
                           CADRATF
                   OUTPUT  CADPLFL
                           RELPLFL.

           PERFORM 0540-00-LEITURA-CADRESP.

           PERFORM 0560-00-LEITURA-CADFILN.

           PERFORM 0580-00-LEITURA-CADMARG.

           PERFORM 0600-00-LEITURA-CADRATF.
      *
       0100-99-EXIT.
           EXIT.
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMARG NOT EQUAL 00 AND 10
                   MOVE 'CADMARG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMARG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRATF NOT EQUAL 00 AND 10
                   MOVE 'CADRATF'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRATF     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPLFL NOT EQUAL 00
                   MOVE 'CADPLFL'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPLFL     TO      WS-FS-ARQ
                           TAB-FIL-FATURADO  (WS-IND-TAB-FIL)
                           TAB-FIL-FOLHA     (WS-IND-TAB-FIL)
                           TAB-FIL-CUSTO-ETQ (WS-IND-TAB-FIL)
                           TAB-FIL-CMV       (WS-IND-TAB-FIL)
                           TAB-FIL-RATEIO    (WS-IND-TAB-FIL)
                   MOVE    'N'     TO
                           TAB-FIL-IND-CMV   (WS-IND-TAB-FIL)
           END-IF.
      *
       0460-99-EXIT.
       0560-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0580-00-LEITURA-CADMARG     SECTION.
      *****************************************************************
      *
           READ    CADMARG         INTO    REG-MARG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMARG   EQUAL   00
                   ADD 001         TO      WS-LID-CADMARG
           END-IF.
      *
       0580-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-LEITURA-CADRATF     SECTION.
      *****************************************************************
      *
           READ    CADRATF         INTO    REG-RATF.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRATF   EQUAL   00
                   ADD 001         TO      WS-LID-CADRATF
           END-IF.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-ACUMULA-RECEITA     SECTION.
      *****************************************************************
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-ACUMULA-CMV         SECTION.
      *****************************************************************
      *    CUSTO DAS MERCADORIAS VENDIDAS DA FILIAL NO MES (GPFPB158) *
      *    - QUANDO EXISTE, SUBSTITUI O CUSTO DE CARREGAMENTO         *
      *
           MOVE    MARG-COD-FIL    TO      WS-COD-FIL-BUSCA.

           PERFORM 0460-00-PROCURA-FILIAL.

           IF      TAB-FIL-COD-REG (WS-IND-TAB-FIL) EQUAL SPACES
                   MOVE    MARG-COD-REGIAO TO
                           TAB-FIL-COD-REG (WS-IND-TAB-FIL)
           END-IF.

           ADD     MARG-VLR-CMV    TO
                   TAB-FIL-CMV     (WS-IND-TAB-FIL).

           MOVE    'S'             TO
                   TAB-FIL-IND-CMV (WS-IND-TAB-FIL).

           PERFORM 0580-00-LEITURA-CADMARG.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-ACUMULA-RATEIO      SECTION.
      *****************************************************************
      *    CUSTOS CENTRAIS ATRIBUIDOS A FILIAL PELO RATEIO DO         *
      *    GPFPB165 (UMA LINHA POR GRUPO DE CUSTO)                    *
      *
           MOVE    RATF-COD-FIL    TO      WS-COD-FIL-BUSCA.

           PERFORM 0460-00-PROCURA-FILIAL.

           ADD     RATF-VLR-RATEADO        TO
                   TAB-FIL-RATEIO  (WS-IND-TAB-FIL).

           PERFORM 0600-00-LEITURA-CADRATF.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-MONTA-DEMONSTRATIVO SECTION.
      *****************************************************************
       2100-00-GRAVA-FILIAL        SECTION.
      *****************************************************************
      *
           IF      TAB-FIL-COM-CMV (WS-IND-TAB-FIL)
                   MOVE    TAB-FIL-CMV       (WS-IND-TAB-FIL)
                                   TO      WS-VLR-CUSTO-FIL
                   ADD     001     TO      WS-QTD-FIL-CMV
           ELSE
                   MOVE    TAB-FIL-CUSTO-ETQ (WS-IND-TAB-FIL)
                                   TO      WS-VLR-CUSTO-FIL
                   ADD     001     TO      WS-QTD-FIL-CARREGO
           END-IF.

           COMPUTE WS-VLR-RESULTADO =
                   TAB-FIL-RECEITA   (WS-IND-TAB-FIL)
                   - TAB-FIL-FOLHA     (WS-IND-TAB-FIL)
                   - WS-VLR-CUSTO-FIL
                   - TAB-FIL-RATEIO    (WS-IND-TAB-FIL).

           MOVE    SPACES          TO      REG-PLFL.

                                   TO      PLFL-VLR-FATURADO.
           MOVE    TAB-FIL-FOLHA     (WS-IND-TAB-FIL)
                                   TO      PLFL-VLR-FOLHA.
           MOVE    WS-VLR-CUSTO-FIL
                                   TO      PLFL-VLR-CUSTO-ETQ.
           IF      TAB-FIL-COM-CMV (WS-IND-TAB-FIL)
                   MOVE    'M'     TO      PLFL-IND-ORIG-CUSTO
           ELSE
                   MOVE    'E'     TO      PLFL-IND-ORIG-CUSTO
           END-IF.
           MOVE    WS-VLR-RESULTADO
                                   TO      PLFL-VLR-RESULTADO.
           MOVE    TAB-FIL-RATEIO    (WS-IND-TAB-FIL)
                                   TO      PLFL-VLR-RATEIO.

           WRITE   REG-CADPLFL     FROM    REG-PLFL.

           MOVE    PLFL-VLR-FOLHA  TO      DET1-FOLHA.
           MOVE    PLFL-VLR-CUSTO-ETQ
                                   TO      DET1-CUSTO.
           MOVE    TAB-FIL-RATEIO    (WS-IND-TAB-FIL)
                                   TO      DET1-RATEIO.
           IF      PLFL-CUSTO-CMV
                   MOVE    'CMV'   TO      DET1-ORIGEM
           ELSE
                   MOVE    'ETQ'   TO      DET1-ORIGEM
           END-IF.
           MOVE    WS-VLR-RESULTADO
                                   TO      DET1-RESULTADO.

                   CADFFIL
                   CADFILN
                   CADREGI
                   CADMARG
                   CADPARM
                   CADRATF
                   CADPLFL
                   RELPLFL.

           MOVE    WS-LID-CADFILN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFILN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMARG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMARG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRATF  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRATF.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPLFL  TO      WS-EDICAO.
           DISPLAY '* FILIAIS NO DEMONSTRATIVO.........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FIL-CMV  TO      WS-EDICAO.
           DISPLAY '* FILIAIS COM CUSTO DAS VENDAS....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FIL-CARREGO
                                   TO      WS-EDICAO.
           DISPLAY '* FILIAIS C/ CUSTO DE CARREGAMENTO: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FUNC-S-FIL
                                   TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS SEM FILIAL..........: ' WS-EDICAO
