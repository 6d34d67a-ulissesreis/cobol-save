      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB130.
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
      * OBJETIVO.....: MANUTENCAO DE PEDIDOS DE COMPRA PELO COMPRADOR:*
      *                APLICA OS MOVIMENTOS DE ALTERACAO (REDUCAO DE  *
      *                QUANTIDADE E/OU CORRECAO DE PRECO) E DE        *
      *                CANCELAMENTO (CADPMAN) SOBRE OS PEDIDOS EM     *
      *                ABERTO (CADPORD), GERANDO O CADASTRO           *
      *                ATUALIZADO (CADPORN). O COMPRADOR E CONFERIDO  *
      *                COM O CADOPER (OPER-AUT-PMAN). CADA MANUTENCAO *
      *                APLICADA GRAVA AS IMAGENS ANTES/DEPOIS NO      *
      *                TRILHO CADPOLG E UM AVISO AO FORNECEDOR NA     *
      *                INTERFACE ELETRONICA CADPEDX (BLOCO HEADER/    *
      *                DETALHES/TRAILER COM SELO COBBB009, COMO NO    *
      *                GPFPB120).                                     *
      *                REJEITA: OPERADOR NAO AUTORIZADO, LINHA        *
      *                INEXISTENTE OU FECHADA, QUANTIDADE ABAIXO DA   *
      *                JA RECEBIDA (PORD-QTD-RECEBIDA) E AUMENTO DE   *
      *                QUANTIDADE (EXIGE NOVO PEDIDO, QUE PASSA PELA  *
      *                APROVACAO DO GPFPB128).                        *
      *                O CANCELAMENTO DE LINHA JA RECEBIDA EM PARTE   *
      *                CANCELA APENAS O SALDO: A QUANTIDADE PASSA A   *
      *                SER A RECEBIDA E A LINHA E FECHADA.            *
      *****************************************************************
      * OBSERVACAO...: CADPORD E CADPMAN CLASSIFICADOS POR            *
      *                PEDIDO + PECA. VARIOS MOVIMENTOS PARA A MESMA  *
      *                LINHA SAO APLICADOS NA ORDEM DE CHEGADA        *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - O USO DA AUTORIZACAO PMAN PELO OPERADOR     *
      *                   ACEITO PASSA A SER REGISTRADO NO LOG        *
      *                   CADOLOG (COBBB012), BASE DA REVISAO DE      *
      *                   ACESSOS (GPFPB181)                          *
      * 15/10/2026 - US - CADA CADPORN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADPORD, COM A QTDE DE REGISTROS E O     *
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
      * INPUT..: CADPORD - PEDIDOS DE COMPRA EM ABERTO    - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADPORD  ASSIGN  TO  UT-S-CADPORD
                   FILE     STATUS  IS  WS-FS-CADPORD.
      *
      *****************************************************************
      * INPUT..: CADPMAN - MOVIMENTO DE MANUTENCAO        - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADPMAN  ASSIGN  TO  UT-S-CADPMAN
                   FILE     STATUS  IS  WS-FS-CADPMAN.
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES         - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADOPER  ASSIGN  TO  UT-S-CADOPER
                   FILE     STATUS  IS  WS-FS-CADOPER.
      *
      *****************************************************************
      * OUTPUT.: CADPORN - PEDIDOS DE COMPRA ATUALIZADOS  - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADPORN  ASSIGN  TO  UT-S-CADPORN
                   FILE     STATUS  IS  WS-FS-CADPORN.
      *
      *****************************************************************
      * OUTPUT.: CADPOLG - TRILHO DE AUDITORIA DOS PEDIDOS- LRECL=250 *
      *****************************************************************
      *
           SELECT  CADPOLG  ASSIGN  TO  UT-S-CADPOLG
                   FILE     STATUS  IS  WS-FS-CADPOLG.
      *
      *****************************************************************
      * OUTPUT.: CADPEDX - INTERFACE ELETRONICA (AVISOS)  - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADPEDX  ASSIGN  TO  UT-S-CADPEDX
                   FILE     STATUS  IS  WS-FS-CADPEDX.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADPORD - PEDIDOS DE COMPRA EM ABERTO    - LRECL=100 *
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
      * INPUT..: CADPMAN - MOVIMENTO DE MANUTENCAO        - LRECL=050 *
      *****************************************************************
      *
       FD  CADPMAN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPMAN         PIC     X(050).
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
      * OUTPUT.: CADPORN - PEDIDOS DE COMPRA ATUALIZADOS  - LRECL=100 *
      *****************************************************************
      *
       FD  CADPORN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPORN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADPOLG - TRILHO DE AUDITORIA DOS PEDIDOS- LRECL=250 *
      *****************************************************************
      *
       FD  CADPOLG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPOLG         PIC     X(250).
      *
      *****************************************************************
      * OUTPUT.: CADPEDX - INTERFACE ELETRONICA (AVISOS)  - LRECL=100 *
      *****************************************************************
      *
       FD  CADPEDX
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPEDX         PIC     X(100).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPORD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPMAN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOPER       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPORN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPOLG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPEDX       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADPORD      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPMAN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADOPER      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPORN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPOLG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPEDX      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-ALTERADOS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CANCELADOS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADOS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJ-OPERADOR PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FORNECEDORES PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-FORN-ATUAL       PIC     9(010) VALUE ZEROS.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
       01      WS-CHAVE-PORD.
         03    WS-PORD-PEDIDO      PIC     9(007).
         03    WS-PORD-PECA        PIC     9(005).
       01      WS-CHAVE-PMAN.
         03    WS-PMAN-PEDIDO      PIC     9(007).
         03    WS-PMAN-PECA        PIC     9(005).
      *
       01      WS-IMAGEM-ANTES     PIC     X(100) VALUE SPACES.
      *
       01      WS-SW-OPER-AUTORIZ  PIC     X(001) VALUE 'N'.
         88    WS-OPER-AUTORIZADO          VALUE 'S'.
         88    WS-OPER-NAO-AUTORIZ         VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE OPERADORES AUTORIZADOS (CADOPER)             *
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
      * INPUT..: CADPORD - PEDIDOS DE COMPRA EM ABERTO                *
      *****************************************************************
      *
           COPY    COBO1034.
      *
      *****************************************************************
      * INPUT..: CADPMAN - MOVIMENTO DE MANUTENCAO DE PEDIDOS         *
      *****************************************************************
      *
           COPY    COBI1087.
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES                     *
      *****************************************************************
      *
           COPY    COBI1077.
      *
      *****************************************************************
      * OUTPUT.: CADPOLG - TRILHO DE AUDITORIA DOS PEDIDOS            *
      *****************************************************************
      *
           COPY    COBO1090.
      *
      *****************************************************************
      * OUTPUT.: CADPEDX - INTERFACE ELETRONICA DE PEDIDOS            *
      *****************************************************************
      *
           COPY    COBO1082.
      *
      *****************************************************************
      * INTERFACE.: SELO DE INTEGRIDADE (COBBB009)                    *
      *****************************************************************
      *
           COPY    RUCWS009.
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
      *****************************************************************
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADPORD     PIC     X(300) VALUE SPACES.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADPORD   EQUAL 10 AND
                   WS-FS-CADPMAN   EQUAL 10.

           IF      WS-FORN-ATUAL   GREATER ZEROS
                   PERFORM 2200-00-FECHA-FORNECEDOR
           END-IF.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADPORD
                           CADPMAN
                           CADOPER
                   OUTPUT  CADPORN
                           CADPOLG
                           CADPEDX.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADPORD'       TO      WGC-ARQUIVO.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPORD.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

           PERFORM 0460-00-CARGA-TAB-OPER
             UNTIL WS-FS-CADOPER   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADPORD.

           PERFORM 0600-00-LEITURA-CADPMAN.
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

           IF      WS-FS-CADPMAN NOT EQUAL 00 AND 10
                   MOVE 'CADPMAN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPMAN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADOPER NOT EQUAL 00 AND 10
                   MOVE 'CADOPER'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOPER     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPORN NOT EQUAL 00
                   MOVE 'CADPORN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPORN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPOLG NOT EQUAL 00
                   MOVE 'CADPOLG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPOLG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPEDX NOT EQUAL 00
                   MOVE 'CADPEDX'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPEDX     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-OPER      SECTION.
      *****************************************************************
      *    CARREGA OS OPERADORES COM A AUTORIZACAO DE MANUTENCAO DE   *
      *    PEDIDOS DE COMPRA                                          *
      *
           READ    CADOPER         INTO    REG-OPER.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADOPER   EQUAL   00
                   ADD 001         TO      WS-LID-CADOPER

                   IF      WS-QTD-TAB-OPER GREATER OR EQUAL 00200
                           MOVE    003     TO      WS-PTO-ERRO
                           PERFORM 0997-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-OPER
                   MOVE    OPER-ID TO
                           TAB-OPER-ID       (WS-QTD-TAB-OPER)
                   MOVE    OPER-SITUACAO     TO
                           TAB-OPER-SITUACAO (WS-QTD-TAB-OPER)
                   MOVE    OPER-AUT-PMAN     TO
                           TAB-OPER-AUT      (WS-QTD-TAB-OPER)
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0470-00-PROCURA-OPERADOR    SECTION.
      *****************************************************************
      *    O OPERADOR DO MOVIMENTO DEVE EXISTIR, ESTAR ATIVO E TER    *
      *    A AUTORIZACAO DE MANUTENCAO DE PEDIDOS (OPER-AUT-PMAN)     *
      *
           SET     WS-OPER-NAO-AUTORIZ     TO      TRUE.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER

             IF    PMAN-ID-OPERADOR        EQUAL
                   TAB-OPER-ID (WS-IND-TAB-OPER)
               AND TAB-OPER-SITUACAO (WS-IND-TAB-OPER) EQUAL 'A'
               AND TAB-OPER-AUT      (WS-IND-TAB-OPER) EQUAL 'S'
                   SET     WS-OPER-AUTORIZADO      TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-OPER-AUTORIZADO
                   MOVE    PMAN-ID-OPERADOR        TO
                           WOL-ID-OPERADOR
                   MOVE    'S'     TO      WOL-FUNCAO
                   PERFORM 0475-00-CHAMA-COBBB012
           END-IF.
      *
       0470-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0475-00-CHAMA-COBBB012      SECTION.
      *****************************************************************
      *    REGISTRA NO LOG CADOLOG O USO DA AUTORIZACAO PMAN PELO     *
      *    OPERADOR ACEITO, BASE DA REVISAO DE ACESSOS (GPFPB181)     *
      *
           MOVE    'PMAN'          TO      WOL-AUTORIZACAO.
           MOVE    'GPFPB130'      TO      WOL-PROGRAMA.

           MOVE    'COBBB012'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WOL-GRUPO
           END-CALL.

           IF      NOT WOL-OPERACAO-OK
                   MOVE    WOL-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0475-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CHAMA-COBBB010      SECTION.
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
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADPORD     SECTION.
      *****************************************************************
      *
           READ    CADPORD         INTO    REG-PORD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPORD   EQUAL   00
                   ADD 001         TO      WS-LID-CADPORD
                   MOVE    PORD-NUM-PEDIDO TO      WS-PORD-PEDIDO
                   MOVE    PORD-COD-PEC    TO      WS-PORD-PECA
           END-IF.

           IF      WS-FS-CADPORD   EQUAL   10
                   MOVE    HIGH-VALUES     TO      WS-CHAVE-PORD
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-LEITURA-CADPMAN     SECTION.
      *****************************************************************
      *
           READ    CADPMAN         INTO    REG-PMAN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPMAN   EQUAL   00
                   ADD 001         TO      WS-LID-CADPMAN
                   MOVE    PMAN-NUM-PEDIDO TO      WS-PMAN-PEDIDO
                   MOVE    PMAN-COD-PEC    TO      WS-PMAN-PECA
           END-IF.

           IF      WS-FS-CADPMAN   EQUAL   10
                   MOVE    HIGH-VALUES     TO      WS-CHAVE-PMAN
           END-IF.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    A LINHA SO E GRAVADA QUANDO NAO HOUVER MAIS MOVIMENTO PARA *
      *    ELA - VARIOS MOVIMENTOS DA MESMA LINHA SE ACUMULAM         *
      *
           IF      WS-CHAVE-PORD   LESS    WS-CHAVE-PMAN
                   PERFORM         1100-00-PEDIDO-SEM-MOVIMENTO
           ELSE
             IF    WS-CHAVE-PORD   GREATER WS-CHAVE-PMAN
                   PERFORM         1200-00-MOVIMENTO-SEM-PEDIDO
             ELSE
                   PERFORM         1300-00-APLICA-MOVIMENTO
             END-IF
           END-IF.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-PEDIDO-SEM-MOVIMENTO SECTION.
      *****************************************************************
      *
           PERFORM 2800-00-GRAVACAO-CADPORN.

           PERFORM 0500-00-LEITURA-CADPORD.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-MOVIMENTO-SEM-PEDIDO SECTION.
      *****************************************************************
      *
           ADD     001             TO      WS-QTD-REJEITADOS.

           DISPLAY 'GPFPB130 - MOVIMENTO SEM LINHA DE PEDIDO: '
                   PMAN-NUM-PEDIDO ' / ' PMAN-COD-PEC.

           PERFORM 0600-00-LEITURA-CADPMAN.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-APLICA-MOVIMENTO    SECTION.
      *****************************************************************
      *    CRITICA O MOVIMENTO CONTRA A LINHA E APLICA A ALTERACAO OU *
      *    O CANCELAMENTO. A LINHA ATUALIZADA FICA EM REG-PORD ATE A  *
      *    GRAVACAO NO CADPORN                                        *
      *
           PERFORM 0470-00-PROCURA-OPERADOR.

           IF      WS-OPER-NAO-AUTORIZ
                   ADD     001     TO      WS-QTD-REJ-OPERADOR
                   DISPLAY 'GPFPB130 - OPERADOR NAO AUTORIZADO: '
                           PMAN-ID-OPERADOR ' PEDIDO: '
                           PMAN-NUM-PEDIDO ' / ' PMAN-COD-PEC
                   GO      TO      1300-77-LE-MOVIMENTO
           END-IF.

           IF      NOT PMAN-ALTERACAO AND NOT PMAN-CANCELAMENTO
                   ADD     001     TO      WS-QTD-REJEITADOS
                   DISPLAY 'GPFPB130 - TIPO DE MOVIMENTO INVALIDO: '
                           REG-PMAN (1:13)
                   GO      TO      1300-77-LE-MOVIMENTO
           END-IF.

           IF      PORD-FECHADO
                   ADD     001     TO      WS-QTD-REJEITADOS
                   DISPLAY 'GPFPB130 - LINHA DE PEDIDO JA FECHADA: '
                           PMAN-NUM-PEDIDO ' / ' PMAN-COD-PEC
                   GO      TO      1300-77-LE-MOVIMENTO
           END-IF.

           IF      PMAN-ALTERACAO
             IF    PMAN-QTD-NOVA   EQUAL   ZEROS AND
                   PMAN-VLR-UNIT-NOVO      EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-REJEITADOS
                   DISPLAY 'GPFPB130 - ALTERACAO SEM QTDE E PRECO: '
                           PMAN-NUM-PEDIDO ' / ' PMAN-COD-PEC
                   GO      TO      1300-77-LE-MOVIMENTO
             END-IF
             IF    PMAN-QTD-NOVA   GREATER PORD-QTD-COMPRA
                   ADD     001     TO      WS-QTD-REJEITADOS
                   DISPLAY 'GPFPB130 - AUMENTO DE QTDE NAO PERMITIDO: '
                           PMAN-NUM-PEDIDO ' / ' PMAN-COD-PEC
                   GO      TO      1300-77-LE-MOVIMENTO
             END-IF
             IF    PMAN-QTD-NOVA   GREATER ZEROS AND
                   PMAN-QTD-NOVA   LESS    PORD-QTD-RECEBIDA
                   ADD     001     TO      WS-QTD-REJEITADOS
                   DISPLAY 'GPFPB130 - QTDE ABAIXO DA RECEBIDA: '
                           PMAN-NUM-PEDIDO ' / ' PMAN-COD-PEC
                   GO      TO      1300-77-LE-MOVIMENTO
             END-IF
           END-IF.

           MOVE    REG-PORD        TO      WS-IMAGEM-ANTES.

           IF      PMAN-ALTERACAO
                   ADD     001     TO      WS-QTD-ALTERADOS
                   IF      PMAN-QTD-NOVA   GREATER ZEROS
                           MOVE    PMAN-QTD-NOVA   TO
                                   PORD-QTD-COMPRA
                   END-IF
                   IF      PMAN-VLR-UNIT-NOVO      GREATER ZEROS
                           MOVE    PMAN-VLR-UNIT-NOVO      TO
                                   PORD-VLR-UNIT
                   END-IF
      *            REDUZIDA ATE A QUANTIDADE RECEBIDA, A LINHA FECHA
                   IF      PORD-QTD-COMPRA EQUAL   PORD-QTD-RECEBIDA
                           SET     PORD-FECHADO    TO      TRUE
                   END-IF
           ELSE
                   ADD     001     TO      WS-QTD-CANCELADOS
                   MOVE    PORD-QTD-RECEBIDA
                                   TO      PORD-QTD-COMPRA
                   SET     PORD-FECHADO    TO      TRUE
           END-IF.

           PERFORM 2000-00-GRAVA-TRILHO.

           PERFORM 2100-00-GRAVA-AVISO.
      *
       1300-77-LE-MOVIMENTO.

           PERFORM 0600-00-LEITURA-CADPMAN.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVA-TRILHO        SECTION.
      *****************************************************************
      *    IMAGENS ANTES/DEPOIS DA LINHA NO TRILHO DE AUDITORIA       *
      *
           MOVE    SPACES          TO      REG-POLG.
           MOVE    PORD-NUM-PEDIDO TO      POLG-NUM-PEDIDO.
           MOVE    PORD-COD-PEC    TO      POLG-COD-PEC.
           MOVE    PMAN-TIPO       TO      POLG-TIPO.
           MOVE    WS-IMAGEM-ANTES TO      POLG-IMAGEM-ANTES.
           MOVE    REG-PORD        TO      POLG-IMAGEM-DEPOIS.
           MOVE    WS-DATA-PROC    TO      POLG-DAT-MOV.
           MOVE    PMAN-ID-OPERADOR
                                   TO      POLG-ID-OPERADOR.
           MOVE    'GPFPB130'      TO      POLG-PROGRAMA.

           WRITE   REG-CADPOLG     FROM    REG-POLG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADPOLG.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-GRAVA-AVISO         SECTION.
      *****************************************************************
      *    AVISO DE ALTERACAO/CANCELAMENTO AO FORNECEDOR NA INTERFACE *
      *    ELETRONICA, COM A SITUACAO NOVA DA LINHA                   *
      *
           IF      PORD-FORNECEDOR NOT EQUAL WS-FORN-ATUAL
                   IF      WS-FORN-ATUAL   GREATER ZEROS
                           PERFORM 2200-00-FECHA-FORNECEDOR
                   END-IF
                   PERFORM 2150-00-ABRE-FORNECEDOR
           END-IF.

           MOVE    SPACES          TO      REG-PEDX.
           MOVE    'D'             TO      PEDX-TIP-REG.
           MOVE    PORD-FORNECEDOR TO      PEDX-FORNECEDOR.
           MOVE    PORD-NUM-PEDIDO TO      PEDX-NUM-PEDIDO.
           MOVE    PORD-COD-PEC    TO      PEDX-COD-PEC.
           MOVE    PORD-NOME       TO      PEDX-NOME.
           MOVE    PORD-QTD-COMPRA TO      PEDX-QTD-COMPRA.
           MOVE    PORD-VLR-UNIT   TO      PEDX-VLR-UNIT.
           MOVE    PORD-DAT-EMISSAO
                                   TO      PEDX-DAT-EMISSAO.
           MOVE    PORD-DAT-PROMET TO      PEDX-DAT-DESEJADA.
           MOVE    PMAN-TIPO       TO      PEDX-TIP-MOVTO.

           PERFORM 2700-00-GRAVACAO-CADPEDX.

           MOVE    'A'             TO      WRS-CODOPE.
           MOVE    REG-PEDX        TO      WRS-REG-IMAGEM.
           MOVE    PORD-VLR-UNIT   TO      WRS-VLR-MONET.
           PERFORM 2500-00-CHAMA-COBBB009.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2150-00-ABRE-FORNECEDOR     SECTION.
      *****************************************************************
      *    INICIA O BLOCO DO FORNECEDOR: HEADER E INICIALIZACAO DO    *
      *    SELO DE INTEGRIDADE                                        *
      *
           MOVE    PORD-FORNECEDOR TO      WS-FORN-ATUAL.
           ADD     001             TO      WS-QTD-FORNECEDORES.

           MOVE    SPACES          TO      REG-PEDX.
           MOVE    'H'             TO      PEDX-TIP-REG.
           MOVE    WS-FORN-ATUAL   TO      PEDX-FORNECEDOR.
           MOVE    WS-DATA-PROC    TO      PEDX-DAT-GERACAO.

           PERFORM 2700-00-GRAVACAO-CADPEDX.

           MOVE    'I'             TO      WRS-CODOPE.
           PERFORM 2500-00-CHAMA-COBBB009.
      *
       2150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-FECHA-FORNECEDOR    SECTION.
      *****************************************************************
      *    FECHA O SELO E GRAVA O TRAILER DO FORNECEDOR               *
      *
           MOVE    'F'             TO      WRS-CODOPE.
           PERFORM 2500-00-CHAMA-COBBB009.

           MOVE    SPACES          TO      REG-PEDX.
           MOVE    'T'             TO      PEDX-TIP-REG.
           MOVE    WS-FORN-ATUAL   TO      PEDX-FORNECEDOR.
           MOVE    WRS-QTD-REG     TO      PEDX-QTD-REG.
           MOVE    WRS-SOMA-VLR    TO      PEDX-SOMA-VLR.
           MOVE    WRS-CHECKSUM    TO      PEDX-CHECKSUM.

           PERFORM 2700-00-GRAVACAO-CADPEDX.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-CHAMA-COBBB009      SECTION.
      *****************************************************************
      *
           CALL    'COBBB009'      USING   WRS-GRUPO
           END-CALL.

           IF      WRS-CODRET      NOT EQUAL ZEROS
                   MOVE    'COBBB009'      TO      WS-SUB-ROTINA
                   MOVE    WRS-CODRET      TO      WS-SUB-RETORNO
                   MOVE    007     TO      WS-PTO-ERRO
                   PERFORM 0998-00-ABEND-SUB
           END-IF.
      *
       2500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-CADPEDX    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADPEDX     FROM    REG-PEDX.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADPEDX.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-CADPORN    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADPORN     FROM    REG-PORD.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADPORN.

           MOVE    WS-GCAT-CADPORD TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADPORN     TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPORD.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADPORD
                   CADPMAN
                   CADOPER
                   CADPORN
                   CADPOLG
                   CADPEDX.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADPORD TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB130'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPORD.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB130'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADPMAN  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB130 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB130 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADPORD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPORD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPMAN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPMAN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADOPER  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOPER.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPORN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPORN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADPORD TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADPORD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPOLG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPOLG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPEDX  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPEDX.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ALTERADOS
                                   TO      WS-EDICAO.
           DISPLAY '* LINHAS ALTERADAS.................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CANCELADOS
                                   TO      WS-EDICAO.
           DISPLAY '* LINHAS CANCELADAS................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FORNECEDORES
                                   TO      WS-EDICAO.
           DISPLAY '* FORNECEDORES AVISADOS............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJEITADOS
                                   TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS REJEITADOS............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJ-OPERADOR
                                   TO      WS-EDICAO.
           DISPLAY '* REJEITADOS POR OPERADOR..........: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB130 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB130 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB130 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB130 ******************'.

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

           DISPLAY '******************* GPFPB130 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
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
           DISPLAY '******************* GPFPB130 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB130 ******************'.

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

           DISPLAY '******************* GPFPB130 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB130 ******************'.
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
           DISPLAY '******************* GPFPB130 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB130 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB130                  *
      *****************************************************************
