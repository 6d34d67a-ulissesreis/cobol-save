      *                    CADMOVA E CADMOVS, COM SUBTOTAIS POR       *
      *                    FILIAL/DIA GRAVADOS NO NOVO ARQUIVO        *
      *                    CADMVFL PARA CONCILIACAO COM O CADFILM     *
      * 15/10/2026 - US - CONFERENCIA DO VALOR DE VENDA COM A TABELA  *
      *                    DE PRECOS (CADPVEN), POR PECA E FILIAL,    *
      *                    REGIAO (CADREGI) OU GERAL, NA VIGENCIA DA  *
      *                    DATA DA VENDA. VENDA ABAIXO DO PRECO       *
      *                    MINIMO OU DE PECA SEM PRECO VIGENTE E      *
      *                    LANCADA NORMALMENTE E GRAVADA TAMBEM NO    *
      *                    CADEXPR (RELATORIO NO GPFPB157)            *
      * 15/10/2026 - US - QUANTIDADE MOVIMENTADA (NOVO CAMPO          *
      *                    PMOV-QTD-VENDA) CARREGADA PARA CADMOVA E   *
      *                    CADMOVS. PRECO MINIMO CONFERIDO SOBRE A    *
      *                    QUANTIDADE VENDIDA                         *
      * 15/10/2026 - US - VENDEDOR DA VENDA (NOVO CAMPO               *
      *                    PMOV-COD-VENDEDOR) CARREGADO PARA CADMOVA  *
      *                    E CADMOVS, BASE DA COMISSAO (GPFPB159)     *
      * 15/10/2026 - US - TABELA DE PRECOS DE VENDA LIDA DO CADPVEN,  *
      *                    SEPARADA DO CADPREC DO GPFPB100            *
      *****************************************************************
       ENVIRONMENT                 DIVISION.
      *****************************************************************
           SELECT  CADMOVS  ASSIGN  TO  UT-S-CADMOVS
                   FILE     STATUS  IS  WS-FS-CADMOVS.
      *
      *****************************************************************
      * INPUT..: CADPVEN - TABELA DE PRECOS DE VENDA      - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADPVEN  ASSIGN  TO  UT-S-CADPVEN
                   FILE     STATUS  IS  WS-FS-CADPVEN.
      *
      *****************************************************************
      * INPUT..: CADREGI - CADASTRO DE REGIOES (FILIAL)   - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADREGI  ASSIGN  TO  UT-S-CADREGI
                   FILE     STATUS  IS  WS-FS-CADREGI.
      *
      *****************************************************************
      * OUTPUT.: CADEXPR - EXCECOES DE PRECO DE VENDA     - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADEXPR  ASSIGN  TO  UT-S-CADEXPR
                   FILE     STATUS  IS  WS-FS-CADEXPR.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
      *
       01      REG-CADMVFL         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADPVEN - TABELA DE PRECOS DE VENDA      - LRECL=100 *
      *****************************************************************
      *
       FD  CADPVEN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPVEN         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADREGI - CADASTRO DE REGIOES (FILIAL)   - LRECL=050 *
      *****************************************************************
      *
       FD  CADREGI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADREGI         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADEXPR - EXCECOES DE PRECO DE VENDA     - LRECL=100 *
      *****************************************************************
      *
       FD  CADEXPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADEXPR         PIC     X(100).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
         88    WS-DT-VENDA-INVALIDA        VALUE 'N'.
      *
      *****************************************************************
      *        CONFERENCIA DO VALOR DE VENDA COM A TABELA DE PRECOS   *
      *****************************************************************
      *
       01      WS-FS-CADPVEN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADREGI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADEXPR       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADPVEN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADREGI      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADEXPR      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PREC-INVAL   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ABAIXO-PISO  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-PRECO    PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-TAB-PRC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PRC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-PRC-VIG      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PRECOS.
         03    TAB-PRC-ITEM        OCCURS  20000  TIMES.
           05  TAB-PRC-COD-PEC     PIC     9(005).
           05  TAB-PRC-TIP-ABRANG  PIC     X(001).
           05  TAB-PRC-COD-FIL     PIC     9(005).
           05  TAB-PRC-COD-REGIAO  PIC     X(004).
           05  TAB-PRC-DAT-INI-VIG PIC     9(008).
           05  TAB-PRC-DAT-FIM-VIG PIC     9(008).
           05  TAB-PRC-VLR-LISTA   PIC     9(013)V9(002).
           05  TAB-PRC-VLR-PISO    PIC     9(013)V9(002).
      *
      *    PRECEDENCIA DO PRECO: FILIAL (3), REGIAO (2), GERAL (1)
       01      WS-NIVEL-ABRANG     PIC     9(001) VALUE ZEROS.
       01      WS-NIVEL-VIG        PIC     9(001) VALUE ZEROS.
      *
       01      WS-VLR-PISO-MOV     PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-LISTA-MOV    PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-QTD-TAB-REG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-REG      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-REGIOES.
         03    TAB-REG-ITEM        OCCURS  01000  TIMES.
           05  TAB-REG-COD-FIL     PIC     9(005).
           05  TAB-REG-COD-REGIAO  PIC     X(004).
      *
       01      WS-SW-REG-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-REG-ACHOU                VALUE 'S'.
         88    WS-REG-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-COD-REGIAO-MOV   PIC     X(004) VALUE SPACES.
      *
      *****************************************************************
      *        VARIAVEIS PARA REINICIO/CHECKPOINT                     *
      *****************************************************************
      *
       01      WS-PTO-ERRO         PIC     9(003) VALUE ZEROS.
      *
       01      WS-COD-FIL-MOV      PIC     9(005) VALUE ZEROS.
       01      WS-QTD-VENDA-MOV    PIC     9(005) VALUE ZEROS.
       01      WS-COD-VENDEDOR-MOV PIC     9(005) VALUE ZEROS.
       01      WS-SUB-ROTINA        PIC     X(008) VALUE SPACES.
      *
      *****************************************************************
      *****************************************************************
      *
           COPY    COBO1041.
      *
      *****************************************************************
      * INPUT..: CADPVEN - TABELA DE PRECOS DE VENDA                  *
      *****************************************************************
      *
           COPY    COBI1224.
      *
      *****************************************************************
      * INPUT..: CADREGI - CADASTRO DE REGIOES (FILIAL)               *
      *****************************************************************
      *
           COPY    COBO1043.
      *
      *****************************************************************
      * OUTPUT.: CADEXPR - EXCECOES DE PRECO DE VENDA                 *
      *****************************************************************
      *
           COPY    COBO1224.
      *
       01      WS-HORA-INICIO      PIC     9(006) VALUE ZEROS.
      *
                   PERFORM 0160-00-RECUPERA-CHECKPOINT
           END-IF.

           OPEN    INPUT   CADPMOV
                           CADPVEN
                           CADREGI.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.


           PERFORM 0300-00-TESTA-FS-CADPMOV.

           PERFORM 0450-00-TESTA-FS-CADPVEN.

           PERFORM 0455-00-TESTA-FS-CADREGI.

           PERFORM 0600-00-CARGA-TAB-PRECOS
             UNTIL WS-FS-CADPVEN   EQUAL   10.

           PERFORM 0650-00-CARGA-TAB-REGIOES
             UNTIL WS-FS-CADREGI   EQUAL   10.

           IF      LKG-MODO-REINICIO
                   OPEN    EXTEND  CADMOVA
                                   CADMOVR
                                   CADMOVS
                           CADMVFL
                                   CADEXPR
                                   CADPCKP
           ELSE
                   OPEN    OUTPUT  CADMOVA
                                   CADMOVR
                                   CADMOVS
                                   CADEXPR
                                   CADPCKP
           END-IF.


           PERFORM 0445-00-TESTA-FS-CADMVFL.

           PERFORM 0460-00-TESTA-FS-CADEXPR.

           PERFORM 0420-00-TESTA-FS-CADPCKP.

           IF      LKG-MODO-REINICIO
           PERFORM 0440-00-TESTA-FS-CADMOVS.

           PERFORM 0420-00-TESTA-FS-CADPCKP.

           PERFORM 0450-00-TESTA-FS-CADPVEN.

           PERFORM 0455-00-TESTA-FS-CADREGI.

           PERFORM 0460-00-TESTA-FS-CADEXPR.
      *
       0200-99-EXIT.
           EXIT.
       0445-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-TESTA-FS-CADPVEN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPVEN NOT EQUAL 00 AND 10
                   MOVE 'CADPVEN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPVEN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0455-00-TESTA-FS-CADREGI    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADREGI NOT EQUAL 00 AND 10
                   MOVE 'CADREGI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADREGI
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0455-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-TESTA-FS-CADEXPR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADEXPR NOT EQUAL 00
                   MOVE 'CADEXPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEXPR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0415-00-TESTA-FS-CADPCKP-LEI SECTION.
      *****************************************************************
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-CARGA-TAB-PRECOS    SECTION.
      *****************************************************************
      *    PRECO COM ABRANGENCIA, VIGENCIA OU VALORES INVALIDOS E     *
      *    DESPREZADO (CONTADO NA ESTATISTICA)                        *
      *
           READ    CADPVEN         INTO    REG-PREC.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0450-00-TESTA-FS-CADPVEN.

           IF      WS-FS-CADPVEN   NOT EQUAL 00
                   GO      TO      0600-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPVEN.

           IF      PREC-COD-PEC    NOT NUMERIC             OR
                   PREC-DAT-INI-VIG NOT NUMERIC            OR
                   PREC-DAT-FIM-VIG NOT NUMERIC            OR
                   PREC-VLR-LISTA  NOT NUMERIC             OR
                   PREC-VLR-PISO   NOT NUMERIC
                   ADD     001     TO      WS-QTD-PREC-INVAL
                   GO      TO      0600-99-EXIT
           END-IF.

           IF      NOT PREC-ABRANG-GERAL   AND
                   NOT PREC-ABRANG-REGIAO  AND
                   NOT PREC-ABRANG-FILIAL
                   ADD     001     TO      WS-QTD-PREC-INVAL
                   GO      TO      0600-99-EXIT
           END-IF.

           IF      PREC-ABRANG-FILIAL      AND
                   PREC-COD-FIL    NOT NUMERIC
                   ADD     001     TO      WS-QTD-PREC-INVAL
                   GO      TO      0600-99-EXIT
           END-IF.

           IF      PREC-DAT-FIM-VIG NOT EQUAL ZEROS        AND
                   PREC-DAT-FIM-VIG LESS   PREC-DAT-INI-VIG
                   ADD     001     TO      WS-QTD-PREC-INVAL
                   GO      TO      0600-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-PRC  GREATER OR EQUAL 20000
                   PERFORM         0985-00-ABEND-TAB-PRC
           END-IF.

           ADD     001             TO      WS-QTD-TAB-PRC.

           MOVE    PREC-COD-PEC    TO
                   TAB-PRC-COD-PEC     (WS-QTD-TAB-PRC).
           MOVE    PREC-TIP-ABRANG TO
                   TAB-PRC-TIP-ABRANG  (WS-QTD-TAB-PRC).

           IF      PREC-ABRANG-FILIAL
                   MOVE    PREC-COD-FIL    TO
                           TAB-PRC-COD-FIL     (WS-QTD-TAB-PRC)
           ELSE
                   MOVE    ZEROS           TO
                           TAB-PRC-COD-FIL     (WS-QTD-TAB-PRC)
           END-IF.

           MOVE    PREC-COD-REGIAO TO
                   TAB-PRC-COD-REGIAO  (WS-QTD-TAB-PRC).
           MOVE    PREC-DAT-INI-VIG
                                   TO
                   TAB-PRC-DAT-INI-VIG (WS-QTD-TAB-PRC).
           MOVE    PREC-DAT-FIM-VIG
                                   TO
                   TAB-PRC-DAT-FIM-VIG (WS-QTD-TAB-PRC).
           MOVE    PREC-VLR-LISTA  TO
                   TAB-PRC-VLR-LISTA   (WS-QTD-TAB-PRC).
           MOVE    PREC-VLR-PISO   TO
                   TAB-PRC-VLR-PISO    (WS-QTD-TAB-PRC).
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0650-00-CARGA-TAB-REGIOES   SECTION.
      *****************************************************************
      *
           READ    CADREGI         INTO    REG-REGI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0455-00-TESTA-FS-CADREGI.

           IF      WS-FS-CADREGI   EQUAL   00
                   ADD 001         TO      WS-LID-CADREGI

                   IF      WS-QTD-TAB-REG  GREATER OR EQUAL 01000
                           PERFORM 0984-00-ABEND-TAB-REG
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-REG
                   MOVE    REGI-COD-FIL    TO
                           TAB-REG-COD-FIL    (WS-QTD-TAB-REG)
                   MOVE    REGI-COD-REGIAO TO
                           TAB-REG-COD-REGIAO (WS-QTD-TAB-REG)
           END-IF.
      *
       0650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
                   MOVE    ZEROS           TO      WS-COD-FIL-MOV
           END-IF.

      *    IDEM PARA A QUANTIDADE - O LAY-OUT ANTIGO ASSUME UMA UNIDADE
      *    POR MOVIMENTO
           IF      PMOV-QTD-VENDA  NUMERIC
                   MOVE    PMOV-QTD-VENDA  TO      WS-QTD-VENDA-MOV
           ELSE
                   MOVE    001             TO      WS-QTD-VENDA-MOV
           END-IF.

      *    VENDEDOR NAO INFORMADO (LAY-OUT ANTIGO) - VENDA SEM VENDEDOR
           IF      PMOV-COD-VENDEDOR NUMERIC
                   MOVE    PMOV-COD-VENDEDOR       TO
                           WS-COD-VENDEDOR-MOV
           ELSE
                   MOVE    ZEROS           TO      WS-COD-VENDEDOR-MOV
           END-IF.

           IF      WS-DT-VENDA-INVALIDA
                   PERFORM 1550-00-GRAVACAO-CADMOVS
           ELSE
                   PERFORM 1400-00-GRAVACAO-CADMOVA

                   PERFORM 1800-00-CONFERE-PRECO

      *    GERANDO QUEBRA QUANDO CODIGO FOR DIFERENTE - UMA VENDA
      *    SUSPENSA (DATA INVALIDA) NAO ENTRA NO RESUMO DE CADMOVR
                   IF      PMOV-COD-PEC    EQUAL WS-COD-PEC
           MOVE    PMOV-VLR-VENDA  TO      MOVA-VLR-VENDA.
           MOVE    PMOV-DT-VENDA   TO      MOVA-DT-VENDA.
           MOVE    WS-COD-FIL-MOV  TO      MOVA-COD-FIL.
           MOVE    WS-QTD-VENDA-MOV
                                   TO      MOVA-QTD-VENDA.
           MOVE    WS-COD-VENDEDOR-MOV
                                   TO      MOVA-COD-VENDEDOR.
           ADD     PMOV-VLR-VENDA  TO      WS-TOTA-VND.

           PERFORM 1420-00-ACUMULA-FILIAL-DIA.
           MOVE    PMOV-VLR-VENDA  TO      MOVS-VLR-VENDA.
           MOVE    PMOV-DT-VENDA   TO      MOVS-DT-VENDA.
           MOVE    WS-COD-FIL-MOV  TO      MOVS-COD-FIL.
           MOVE    WS-QTD-VENDA-MOV
                                   TO      MOVS-QTD-VENDA.
           MOVE    WS-COD-VENDEDOR-MOV
                                   TO      MOVS-COD-VENDEDOR.
           ADD     PMOV-VLR-VENDA  TO      WS-TOTA-VND.

           IF      PMOV-VLR-VENDA  LESS    ZEROS
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1800-00-CONFERE-PRECO       SECTION.
      *****************************************************************
      *    CONFERE A VENDA LANCADA COM O PRECO VIGENTE NA DATA DA     *
      *    VENDA, COM PRECEDENCIA DO PRECO DA FILIAL SOBRE O DA       *
      *    REGIAO E DESTE SOBRE O GERAL. A VENDA ABAIXO DO PRECO      *
      *    MINIMO OU SEM PRECO VIGENTE CONTINUA LANCADA NO CADMOVA E  *
      *    VAI TAMBEM PARA O CADEXPR                                  *
      *
      *    CREDITO/DEVOLUCAO (VALOR NAO POSITIVO) NAO E CONFERIDO
           IF      PMOV-VLR-VENDA  NOT GREATER ZEROS
                   GO      TO      1800-99-EXIT
           END-IF.

           MOVE    SPACES          TO      WS-COD-REGIAO-MOV.

           SET     WS-REG-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-REG FROM 1 BY 1
                   UNTIL   WS-IND-TAB-REG GREATER WS-QTD-TAB-REG
                   OR      WS-REG-ACHOU

             IF    WS-COD-FIL-MOV  EQUAL
                   TAB-REG-COD-FIL (WS-IND-TAB-REG)
                   SET     WS-REG-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-REG-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-REG
                   MOVE    TAB-REG-COD-REGIAO (WS-IND-TAB-REG)
                                   TO      WS-COD-REGIAO-MOV
           END-IF.

           MOVE    ZEROS           TO      WS-IND-PRC-VIG
                                           WS-NIVEL-VIG.

           PERFORM 1810-00-AVALIA-PRECO
             VARYING WS-IND-TAB-PRC FROM 1 BY 1
             UNTIL WS-IND-TAB-PRC  GREATER WS-QTD-TAB-PRC.

           MOVE    SPACES          TO      REG-EXPR.

           IF      WS-IND-PRC-VIG  EQUAL   ZEROS
                   MOVE    'S'     TO      EXPR-TIP-EXCECAO
                   MOVE    ZEROS   TO      EXPR-VLR-PISO
                                           EXPR-VLR-LISTA
                   ADD     001     TO      WS-QTD-SEM-PRECO
                   PERFORM         1850-00-GRAVACAO-CADEXPR
                   GO      TO      1800-99-EXIT
           END-IF.

      *    PISO E LISTA SAO UNITARIOS - A VENDA E CONFERIDA CONTRA O
      *    PISO DA QUANTIDADE MOVIMENTADA
           COMPUTE WS-VLR-PISO-MOV =
                   TAB-PRC-VLR-PISO  (WS-IND-PRC-VIG) *
                   WS-QTD-VENDA-MOV.

           COMPUTE WS-VLR-LISTA-MOV =
                   TAB-PRC-VLR-LISTA (WS-IND-PRC-VIG) *
                   WS-QTD-VENDA-MOV.

           IF      PMOV-VLR-VENDA  LESS    WS-VLR-PISO-MOV
                   MOVE    'P'     TO      EXPR-TIP-EXCECAO
                   MOVE    WS-VLR-PISO-MOV TO      EXPR-VLR-PISO
                   MOVE    WS-VLR-LISTA-MOV
                                   TO      EXPR-VLR-LISTA
                   MOVE    TAB-PRC-TIP-ABRANG (WS-IND-PRC-VIG)
                                   TO      EXPR-TIP-ABRANG
                   ADD     001     TO      WS-QTD-ABAIXO-PISO
                   PERFORM         1850-00-GRAVACAO-CADEXPR
           END-IF.
      *
       1800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1810-00-AVALIA-PRECO        SECTION.
      *****************************************************************
      *    O PRECO DA POSICAO WS-IND-TAB-PRC PASSA A SER O VIGENTE SE *
      *    FOR DA PECA, VIGENTE NA DATA DA VENDA E DE ABRANGENCIA     *
      *    MAIS ESPECIFICA (OU IGUAL, COM INICIO DE VIGENCIA MAIS     *
      *    RECENTE) QUE O ESCOLHIDO ATE AQUI                          *
      *
           IF      TAB-PRC-COD-PEC (WS-IND-TAB-PRC)
                                   NOT EQUAL PMOV-COD-PEC
                   GO      TO      1810-99-EXIT
           END-IF.

           IF      TAB-PRC-DAT-INI-VIG (WS-IND-TAB-PRC)
                                   GREATER PMOV-DT-VENDA
                   GO      TO      1810-99-EXIT
           END-IF.

           IF      TAB-PRC-DAT-FIM-VIG (WS-IND-TAB-PRC)
                                   NOT EQUAL ZEROS         AND
                   TAB-PRC-DAT-FIM-VIG (WS-IND-TAB-PRC)
                                   LESS    PMOV-DT-VENDA
                   GO      TO      1810-99-EXIT
           END-IF.

           EVALUATE TAB-PRC-TIP-ABRANG (WS-IND-TAB-PRC)
             WHEN  'F'
                   IF      TAB-PRC-COD-FIL (WS-IND-TAB-PRC)
                                   EQUAL   WS-COD-FIL-MOV
                           MOVE    3       TO      WS-NIVEL-ABRANG
                   ELSE
                           MOVE    0       TO      WS-NIVEL-ABRANG
                   END-IF
             WHEN  'R'
                   IF      WS-COD-REGIAO-MOV       NOT EQUAL SPACES
                   AND     TAB-PRC-COD-REGIAO (WS-IND-TAB-PRC)
                                   EQUAL   WS-COD-REGIAO-MOV
                           MOVE    2       TO      WS-NIVEL-ABRANG
                   ELSE
                           MOVE    0       TO      WS-NIVEL-ABRANG
                   END-IF
             WHEN  OTHER
                   MOVE    1       TO      WS-NIVEL-ABRANG
           END-EVALUATE.

           IF      WS-NIVEL-ABRANG EQUAL   ZEROS           OR
                   WS-NIVEL-ABRANG LESS    WS-NIVEL-VIG
                   GO      TO      1810-99-EXIT
           END-IF.

           IF      WS-NIVEL-ABRANG EQUAL   WS-NIVEL-VIG    AND
                   TAB-PRC-DAT-INI-VIG (WS-IND-TAB-PRC) NOT GREATER
                   TAB-PRC-DAT-INI-VIG (WS-IND-PRC-VIG)
                   GO      TO      1810-99-EXIT
           END-IF.

           MOVE    WS-IND-TAB-PRC  TO      WS-IND-PRC-VIG.
           MOVE    WS-NIVEL-ABRANG TO      WS-NIVEL-VIG.
      *
       1810-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1850-00-GRAVACAO-CADEXPR    SECTION.
      *****************************************************************
      *
           MOVE    WS-COD-FIL-MOV  TO      EXPR-COD-FIL.
           MOVE    PMOV-DT-VENDA   TO      EXPR-DT-VENDA.
           MOVE    PMOV-COD-PEC    TO      EXPR-COD-PEC.
           MOVE    PMOV-NOME       TO      EXPR-NOME.
           MOVE    PMOV-VLR-VENDA  TO      EXPR-VLR-VENDA.

           WRITE   REG-CADEXPR     FROM    REG-EXPR.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0460-00-TESTA-FS-CADEXPR.

           ADD     001             TO      WS-GRV-CADEXPR.
      *
       1850-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *********************************************'********************
                   CADMOVR
                   CADMOVS
                   CADMVFL
                   CADPVEN
                   CADREGI
                   CADEXPR
                   CADPCKP.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.
           MOVE    WS-QTD-MOV-CREDITO      TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS DE CREDITO.(NEGATIVOS).: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPVEN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPVEN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PREC-INVAL       TO      WS-EDICAO.
           DISPLAY '* PRECOS INVALIDOS DESPREZADOS....: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADREGI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADREGI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADEXPR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADEXPR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ABAIXO-PISO      TO      WS-EDICAO.
           DISPLAY '* VENDAS ABAIXO DO PRECO MINIMO...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-PRECO        TO      WS-EDICAO.
           DISPLAY '* VENDAS DE PECA SEM PRECO VIGENTE: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB014 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0984-00-ABEND-TAB-REG       SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB014 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* ESTOURO DA TABELA DE REGIOES DAS FILIAIS... *'.
           DISPLAY '* O PRECO REGIONAL NAO SERIA CONFERIDO        *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB014 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB014 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0984-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0985-00-ABEND-TAB-PRC       SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB014 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* ESTOURO DA TABELA DE PRECOS DE VENDA....... *'.
           DISPLAY '* A CONFERENCIA DE PRECOS FICARIA INCOMPLETA  *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB014 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB014 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0985-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0986-00-ABEND-TAB-MVF       SECTION.
      *****************************************************************
