      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB144.
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
      * OBJETIVO.....: MONTAR O KARDEX (FICHA DE ESTOQUE) DAS PECAS   *
      *                DA MATRIZ: LE O TRILHO DE AUDITORIA CADPLOG,   *
      *                ONDE TODO PROGRAMA QUE ALTERA O ESTOQUE DA     *
      *                MATRIZ GRAVA AS IMAGENS ANTES/DEPOIS COM O     *
      *                PROGRAMA E O DOCUMENTO DE ORIGEM, E GRAVA NO   *
      *                CADKARD UMA LINHA POR MOVIMENTO DE QUANTIDADE  *
      *                DA DATA PROCESSADA: ENTRADA OU SAIDA, SALDO    *
      *                ANTERIOR, SALDO CORRENTE E CUSTO UNITARIO.     *
      *                ALTERACOES QUE NAO MEXEM NA QUANTIDADE (PRECO, *
      *                NOME, MINIMO/MAXIMO...) NAO GERAM LINHA.       *
      *****************************************************************
      * PARM.........: DATA DOS MOVIMENTOS (AAAAMMDD) - OPCIONAL, SEM *
      *                PARM ASSUME A DATA CORRENTE                    *
      *****************************************************************
      * OBSERVACAO...: RODA NO FIM DA CADEIA NOTURNA, DEPOIS DO       *
      *                ULTIMO PROGRAMA QUE ALTERA A MATRIZ. O CADKARD *
      *                E ACUMULADO (GRAVADO EM EXTENSAO) - NAO RODAR  *
      *                DUAS VEZES PARA A MESMA DATA                   *
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
      * INPUT..: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ - LRECL=250  *
      *****************************************************************
      *
           SELECT  CADPLOG  ASSIGN  TO  UT-S-CADPLOG
                   FILE     STATUS  IS  WS-FS-CADPLOG.
      *
      *****************************************************************
      * OUTPUT.: CADKARD - KARDEX DAS PECAS DA MATRIZ    - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADKARD  ASSIGN  TO  UT-S-CADKARD
                   FILE     STATUS  IS  WS-FS-CADKARD.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ - LRECL=250  *
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
      * OUTPUT.: CADKARD - KARDEX DAS PECAS DA MATRIZ    - LRECL=100  *
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
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPLOG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADKARD       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADPLOG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADKARD      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-DA-DATA      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-MOVTO    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ENTRADAS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SAIDAS       PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      WS-SEQ-MOV          PIC     9(007) VALUE ZEROS.
      *
       01      WS-SALDO-ANT        PIC     9(005) VALUE ZEROS.
       01      WS-SALDO            PIC     9(005) VALUE ZEROS.
       01      WS-DIFERENCA        PIC    S9(006) VALUE ZEROS.
      *
      *****************************************************************
      *        IMAGENS ANTES/DEPOIS DO CADPLOG NO LAY-OUT CADMATR     *
      *****************************************************************
      *
       01      WS-IMAGEM-ANTES     PIC     X(100) VALUE SPACES.
       01      FILLER              REDEFINES       WS-IMAGEM-ANTES.
         03    WS-ANT-COD-PEC      PIC     9(005).
         03    FILLER              PIC     X(030).
         03    WS-ANT-QTD-ETQ      PIC     9(005).
         03    FILLER              PIC     X(020).
         03    WS-ANT-VLR-UNIT     PIC     9(013)V9(002).
         03    FILLER              PIC     X(025).
      *
       01      WS-IMAGEM-DEPOIS    PIC     X(100) VALUE SPACES.
       01      FILLER              REDEFINES       WS-IMAGEM-DEPOIS.
         03    WS-DEP-COD-PEC      PIC     9(005).
         03    FILLER              PIC     X(030).
         03    WS-DEP-QTD-ETQ      PIC     9(005).
         03    FILLER              PIC     X(020).
         03    WS-DEP-VLR-UNIT     PIC     9(013)V9(002).
         03    FILLER              PIC     X(025).
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
      * INPUT..: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ              *
      *****************************************************************
      *
           COPY    COBO1037.
      *
      *****************************************************************
      * OUTPUT.: CADKARD - KARDEX DAS PECAS DA MATRIZ                 *
      *****************************************************************
      *
           COPY    COBO1099.
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
         03    LKG-DAT-MOV         PIC     9(008).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADPLOG   EQUAL   10.

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

           OPEN    INPUT   CADPLOG
                   OUTPUT  CADKARD.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0500-00-LEITURA-CADPLOG.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *
      *    SEM PARM (RODADA NORMAL) - MOVIMENTOS DA DATA CORRENTE
           IF      LKG-TAM         LESS        8
                   MOVE    FUNCTION CURRENT-DATE (1:8)
                                   TO      WS-DATA-PROC
                   GO      TO      0150-99-EXIT
           END-IF.

           IF      LKG-DAT-MOV     NOT NUMERIC OR
                   LKG-DAT-MOV     EQUAL       ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           MOVE    LKG-DAT-MOV     TO      WS-DATA-PROC.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADPLOG.

           PERFORM 0310-00-TESTA-FS-CADKARD.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADPLOG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPLOG NOT EQUAL 00 AND 10
                   MOVE 'CADPLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPLOG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-CADKARD    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADKARD NOT EQUAL 00
                   MOVE 'CADKARD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADKARD
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADPLOG     SECTION.
      *****************************************************************
      *
           READ    CADPLOG         INTO    REG-PLOG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADPLOG.

           IF      WS-FS-CADPLOG   EQUAL   00
                   ADD 001         TO      WS-LID-CADPLOG
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    O CADPLOG E ACUMULADO - SO ENTRAM AS ALTERACOES DA DATA    *
      *    PROCESSADA, NA ORDEM EM QUE FORAM APLICADAS                *
      *
           IF      PLOG-DAT-MOV    EQUAL   WS-DATA-PROC
                   ADD     001     TO      WS-QTD-DA-DATA
                   PERFORM         1100-00-APURA-MOVIMENTO
           END-IF.

           PERFORM 0500-00-LEITURA-CADPLOG.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-APURA-MOVIMENTO     SECTION.
      *****************************************************************
      *    INCLUSAO PARTE DE SALDO ZERO; EXCLUSAO LEVA O SALDO A ZERO *
      *
           MOVE    PLOG-IMAGEM-ANTES       TO      WS-IMAGEM-ANTES.
           MOVE    PLOG-IMAGEM-DEPOIS      TO      WS-IMAGEM-DEPOIS.

           MOVE    SPACES          TO      REG-KARD.

           EVALUATE PLOG-TP-SOL
             WHEN  'I'
                   MOVE    ZEROS           TO      WS-SALDO-ANT
                   MOVE    WS-DEP-QTD-ETQ  TO      WS-SALDO
                   MOVE    WS-DEP-VLR-UNIT TO      KARD-VLR-UNIT
             WHEN  'E'
                   MOVE    WS-ANT-QTD-ETQ  TO      WS-SALDO-ANT
                   MOVE    ZEROS           TO      WS-SALDO
                   MOVE    WS-ANT-VLR-UNIT TO      KARD-VLR-UNIT
             WHEN  OTHER
                   MOVE    WS-ANT-QTD-ETQ  TO      WS-SALDO-ANT
                   MOVE    WS-DEP-QTD-ETQ  TO      WS-SALDO
                   MOVE    WS-DEP-VLR-UNIT TO      KARD-VLR-UNIT
           END-EVALUATE.

           COMPUTE WS-DIFERENCA    =       WS-SALDO - WS-SALDO-ANT.

           IF      WS-DIFERENCA    EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-SEM-MOVTO
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      WS-DIFERENCA    GREATER ZEROS
                   MOVE    'E'     TO      KARD-TP-MOV
                   MOVE    WS-DIFERENCA    TO      KARD-QTD
                   ADD     001     TO      WS-QTD-ENTRADAS
           ELSE
                   MOVE    'S'     TO      KARD-TP-MOV
                   COMPUTE KARD-QTD = WS-DIFERENCA * -1
                   ADD     001     TO      WS-QTD-SAIDAS
           END-IF.

           ADD     001             TO      WS-SEQ-MOV.

           MOVE    PLOG-COD-PEC    TO      KARD-COD-PEC.
           MOVE    PLOG-DAT-MOV    TO      KARD-DAT-MOV.
           MOVE    WS-SEQ-MOV      TO      KARD-SEQ-MOV.
           MOVE    PLOG-PROGRAMA   TO      KARD-PROGRAMA.
           MOVE    PLOG-NUM-DOC    TO      KARD-NUM-DOC.
           MOVE    WS-SALDO-ANT    TO      KARD-SALDO-ANT.
           MOVE    WS-SALDO        TO      KARD-SALDO.
           MOVE    PLOG-TP-SOL     TO      KARD-TP-SOL.

           PERFORM 1200-00-GRAVACAO-CADKARD.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-GRAVACAO-CADKARD    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADKARD     FROM    REG-KARD.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADKARD.

           ADD     001             TO      WS-GRV-CADKARD.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADPLOG
                   CADKARD.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB144'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-GRV-CADKARD  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB144 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB144 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* DATA DOS MOVIMENTOS..............: ' WS-DATA-PROC
           '  *'.
           MOVE    WS-LID-CADPLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPLOG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DA-DATA  TO      WS-EDICAO.
           DISPLAY '* ALTERACOES DA DATA...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-MOVTO
                                   TO      WS-EDICAO.
           DISPLAY '* ALTERACOES SEM MOVIMENTO.........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ENTRADAS TO      WS-EDICAO.
           DISPLAY '* ENTRADAS NO KARDEX...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SAIDAS   TO      WS-EDICAO.
           DISPLAY '* SAIDAS NO KARDEX.................: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADKARD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADKARD.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB144 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB144 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* PARM INVALIDO - INFORMAR A DATA DOS         *'.
           DISPLAY '* MOVIMENTOS (AAAAMMDD) OU RODAR SEM PARM     *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB144 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB144 ******************'.

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

           DISPLAY '******************* GPFPB144 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB144 ******************'.
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
           DISPLAY '******************* GPFPB144 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB144 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB144                  *
      *****************************************************************
