      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB129.
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
      * OBJETIVO.....: POSICAO DO ORCAMENTO COMPROMETIDO POR          *
      *                DEPARTAMENTO/CENTRO DE CUSTO/CLASSE:           *
      *                - SOMA O SALDO AINDA NAO RECEBIDO DOS PEDIDOS  *
      *                  DE COMPRA EM ABERTO DO CADPORD               *
      *                  ((QTD-COMPRA - QTD-RECEBIDA) X VLR-UNIT)     *
      *                - MESMA RUBRICA DO GPFPB103: CENTRO DE CUSTO   *
      *                  REQUISITANTE NA CLASSE 'CP' (SPACES CAI NA   *
      *                  RUBRICA DE COMPRAS GERAIS 'GER '/'GERAL ')   *
      *                - GRAVA O CADBCOM, USADO NA CONFERENCIA DE     *
      *                  SALDO ORCAMENTARIO DA LIBERACAO DE PEDIDOS   *
      *                  (GPFPB038/GPFPB128) E NO RELBUDG (GPFPB103)  *
      *****************************************************************
      * OBSERVACAO...: RODAR SOBRE O CADPORD CORRENTE, ANTES DE CADA  *
      *                PASSO DE LIBERACAO DE PEDIDOS                  *
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
      *
           SELECT  CADPORD  ASSIGN  TO  UT-S-CADPORD
                   FILE     STATUS  IS  WS-FS-CADPORD.
      *
           SELECT  CADBCOM  ASSIGN  TO  UT-S-CADBCOM
                   FILE     STATUS  IS  WS-FS-CADBCOM.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADPORD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPORD         PIC     X(100).
      *
       FD  CADBCOM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBCOM         PIC     X(050).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPORD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBCOM       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADPORD      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADBCOM      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-ITENS-ABERTOS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-VLR-TOT-COMPROM  PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PROC.
        03     WS-PROC-ANO         PIC     9(004).
        03     WS-PROC-MES         PIC     9(002).
        03     WS-PROC-DIA         PIC     9(002).
      *
       01      WS-COD-DEPT         PIC     X(004) VALUE SPACES.
       01      WS-COD-CC           PIC     X(006) VALUE SPACES.
       01      WS-CLASSE           PIC     X(002) VALUE SPACES.
       01      WS-VLR-ATUAL        PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
       01      WS-EDICAO-VLR       PIC     Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *****************************************************************
      *        TABELA DE COMPROMETIDO POR DEPT/CC/CLASSE              *
      *****************************************************************
      *
       01      WS-QTD-TAB-COM      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-COM      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-COMPROMETIDO.
         03    TAB-COM-ITEM        OCCURS  01000  TIMES.
           05  TAB-COM-COD-DEPT    PIC     X(004).
           05  TAB-COM-COD-CC      PIC     X(006).
           05  TAB-COM-CLASSE      PIC     X(002).
           05  TAB-COM-VLR-COMPROM PIC     9(013)V9(002).
      *
       01      WS-SW-COM-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-COM-ACHOU                VALUE 'S'.
         88    WS-COM-NAO-ACHOU            VALUE 'N'.
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
      * INPUT..: CADPORD - PEDIDOS DE COMPRA                          *
      *****************************************************************
      *
           COPY    COBO1034.
      *
      *****************************************************************
      * OUTPUT.: CADBCOM - ORCAMENTO COMPROMETIDO                     *
      *****************************************************************
      *
           COPY    COBO1089.
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

           PERFORM 1000-00-ACUMULA-COMPROMETIDO
             UNTIL WS-FS-CADPORD   EQUAL 10.

           PERFORM 2000-00-GRAVACAO-CADBCOM.

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

           OPEN    INPUT   CADPORD
                   OUTPUT  CADBCOM.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0500-00-LEITURA-CADPORD.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPORD NOT EQUAL 00 AND 10
                   MOVE 'CADPORD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPORD     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBCOM NOT EQUAL 00
                   MOVE 'CADBCOM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBCOM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-PROCURA-RUBRICA     SECTION.
      *****************************************************************
      *    LOCALIZA (OU INCLUI) A RUBRICA DEPT/CC/CLASSE NA TABELA    *
      *
           SET     WS-COM-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-COM FROM 1 BY 1
                   UNTIL   WS-IND-TAB-COM GREATER WS-QTD-TAB-COM
                   OR      WS-COM-ACHOU

             IF    WS-COD-DEPT     EQUAL
                   TAB-COM-COD-DEPT (WS-IND-TAB-COM)       AND
                   WS-COD-CC       EQUAL
                   TAB-COM-COD-CC   (WS-IND-TAB-COM)       AND
                   WS-CLASSE       EQUAL
                   TAB-COM-CLASSE   (WS-IND-TAB-COM)
                   SET     WS-COM-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-COM-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-COM
           ELSE
                   IF      WS-QTD-TAB-COM  GREATER OR EQUAL 01000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-COM
                   MOVE    WS-QTD-TAB-COM  TO      WS-IND-TAB-COM
                   MOVE    WS-COD-DEPT     TO
                           TAB-COM-COD-DEPT    (WS-IND-TAB-COM)
                   MOVE    WS-COD-CC       TO
                           TAB-COM-COD-CC      (WS-IND-TAB-COM)
                   MOVE    WS-CLASSE       TO
                           TAB-COM-CLASSE      (WS-IND-TAB-COM)
                   MOVE    ZEROS   TO
                           TAB-COM-VLR-COMPROM (WS-IND-TAB-COM)
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADPORD     SECTION.
      *****************************************************************
      *
           READ    CADPORD         INTO    REG-PORD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPORD   EQUAL   00
                   ADD 001         TO      WS-LID-CADPORD
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-ACUMULA-COMPROMETIDO SECTION.
      *****************************************************************
      *    SALDO A RECEBER DOS ITENS EM ABERTO, PELO CENTRO DE CUSTO  *
      *    REQUISITANTE (SPACES = COMPRAS GERAIS)                     *
      *
           IF      PORD-ABERTO     AND
                   PORD-QTD-COMPRA GREATER PORD-QTD-RECEBIDA

                   IF      PORD-COD-CC     EQUAL   SPACES
                           MOVE    'GER '  TO      WS-COD-DEPT
                           MOVE    'GERAL ' TO     WS-COD-CC
                   ELSE
                           MOVE    SPACES  TO      WS-COD-DEPT
                           MOVE    PORD-COD-CC     TO      WS-COD-CC
                   END-IF

                   MOVE    'CP'    TO      WS-CLASSE

                   PERFORM 0460-00-PROCURA-RUBRICA

                   COMPUTE WS-VLR-ATUAL ROUNDED =
                           (PORD-QTD-COMPRA - PORD-QTD-RECEBIDA) *
                           PORD-VLR-UNIT

                   ADD     WS-VLR-ATUAL    TO
                           TAB-COM-VLR-COMPROM (WS-IND-TAB-COM)
                           WS-VLR-TOT-COMPROM

                   ADD     001     TO      WS-QTD-ITENS-ABERTOS
           END-IF.

           PERFORM 0500-00-LEITURA-CADPORD.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVACAO-CADBCOM    SECTION.
      *****************************************************************
      *
           PERFORM VARYING WS-IND-TAB-COM FROM 1 BY 1
                   UNTIL   WS-IND-TAB-COM GREATER WS-QTD-TAB-COM

             MOVE  SPACES          TO      REG-BCOM
             MOVE  TAB-COM-COD-DEPT (WS-IND-TAB-COM)        TO
                   BCOM-COD-DEPT
             MOVE  TAB-COM-COD-CC   (WS-IND-TAB-COM)        TO
                   BCOM-COD-CC
             MOVE  TAB-COM-CLASSE   (WS-IND-TAB-COM)        TO
                   BCOM-CLASSE
             MOVE  WS-PROC-ANO      TO     BCOM-ANO
             MOVE  TAB-COM-VLR-COMPROM (WS-IND-TAB-COM)     TO
                   BCOM-VLR-COMPROM
             MOVE  WS-DATA-PROC     TO     BCOM-DAT-GERACAO

             WRITE REG-CADBCOM     FROM    REG-BCOM

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  003             TO      WS-PTO-ERRO
             PERFORM 0200-00-TESTA-FILE-STATUS

             ADD   001             TO      WS-GRV-CADBCOM

           END-PERFORM.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADPORD
                   CADBCOM.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB129'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-GRV-CADBCOM  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB129 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB129 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADPORD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPORD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ITENS-ABERTOS    TO      WS-EDICAO.
           DISPLAY '* ITENS COM SALDO A RECEBER........: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADBCOM  TO      WS-EDICAO.
           DISPLAY '* RUBRICAS GRAVADAS.....- CADBCOM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-VLR-TOT-COMPROM      TO      WS-EDICAO-VLR.
           DISPLAY '* TOTAL COMPROMETIDO: ' WS-EDICAO-VLR '    *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB129 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB129 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB129 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB129 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB129 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB129 ******************'.
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
           DISPLAY '******************* GPFPB129 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB129 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB129                  *
      *****************************************************************
