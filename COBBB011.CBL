      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 COBBB011.
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
      * OBJETIVO.....: ROTINA COMUM DO DIARIO DE ATUALIZACOES DA      *
      *                MATRIZ CHAVEADA CADMATRK (CADJMTK).            *
      *                TODO PROGRAMA QUE REGRAVA O CADMATRK INICIA A  *
      *                EXECUCAO ('I') APOS ABRIR OS ARQUIVOS, PASSA A *
      *                IMAGEM ANTERIOR DE CADA REGISTRO ('B') ANTES   *
      *                DO REWRITE E, APOS FECHAR O CADMATRK, GRAVA O  *
      *                FIM NORMAL ('F'). UMA EXECUCAO QUE CANCELA NO  *
      *                MEIO FICA SEM O REGISTRO 'F' E PODE SER        *
      *                REVERTIDA PELO GPFPB180, QUE REGISTRA A        *
      *                REVERSAO ('R')                                 *
      *****************************************************************
      * OBSERVACAO...: A IDENTIFICACAO DA EXECUCAO (PROGRAMA, DATA E  *
      *                HORA DE INICIO) VIVE NA AREA DE INTERFACE DO   *
      *                CHAMADOR (RUCWS011) - A ROTINA NAO GUARDA      *
      *                ESTADO ENTRE CHAMADAS. O DIARIO E ABERTO E     *
      *                FECHADO A CADA CHAMADA, PARA QUE A IMAGEM      *
      *                ANTERIOR JA ESTEJA GRAVADA QUANDO O CHAMADOR   *
      *                FIZER O REWRITE, MESMO QUE O PROGRAMA CANCELE  *
      *                EM SEGUIDA. A OPERACAO 'I' RECUSA (CODRET 91)  *
      *                A NOVA EXECUCAO ENQUANTO A ANTERIOR DO MESMO   *
      *                PROGRAMA ESTIVER INCOMPLETA, PARA QUE O        *
      *                REPROCESSAMENTO NAO SE SOME A UMA ATUALIZACAO  *
      *                PELA METADE                                    *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - ROTINA CRIADA                               *
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
      * I-O....: CADJMTK - DIARIO DE ATUALIZACOES     - LRECL = 150   *
      *****************************************************************
      *
           SELECT  CADJMTK  ASSIGN  TO  UT-S-CADJMTK
                   FILE     STATUS  IS  WS-FS-CADJMTK.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * I-O....: CADJMTK - DIARIO DE ATUALIZACOES     - LRECL = 150   *
      *****************************************************************
      *
       FD  CADJMTK
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADJMTK         PIC     X(150).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADJMTK       PIC     9(002) VALUE ZEROS.
      *
       01      WS-DATA-EXEC        PIC     9(008) VALUE ZEROS.
       01      WS-HORA-EXEC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-ULT-DATA-EXEC    PIC     9(008) VALUE ZEROS.
       01      WS-ULT-HORA-EXEC    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SIT-EXECUCAO     PIC     X(001) VALUE 'C'.
           88  WS-EXECUCAO-COMPLETA                VALUE 'C'.
           88  WS-EXECUCAO-INCOMPLETA              VALUE 'P'.
      *
      *****************************************************************
      * I-O....: CADJMTK - DIARIO DE ATUALIZACOES DO CADMATRK         *
      *****************************************************************
      *
           COPY    COBO9106.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
      *
           COPY    RUCWS011.
      *****************************************************************
       PROCEDURE   DIVISION        USING WJM-GRUPO.
      *****************************************************************
      *
           PERFORM 0100-00-TRATA-OPERACAO.

           GOBACK.
      *
      *****************************************************************
       0100-00-TRATA-OPERACAO      SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WJM-CODRET.

           EVALUATE WJM-CODOPE
             WHEN   'I'
                   PERFORM         0200-00-INICIA-EXECUCAO
             WHEN   'B'
                   PERFORM         0300-00-GRAVA-IMAGEM
             WHEN   'F'
                   PERFORM         0400-00-FINALIZA-EXECUCAO
             WHEN   'R'
                   PERFORM         0500-00-REGISTRA-REVERSAO
             WHEN   OTHER
                   MOVE    93      TO      WJM-CODRET
           END-EVALUATE.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-INICIA-EXECUCAO     SECTION.
      *****************************************************************
      *    A EXECUCAO E IDENTIFICADA PELO PROGRAMA E PELA DATA E HORA *
      *    DE INICIO, DEVOLVIDAS AO CHAMADOR PARA AS DEMAIS OPERACOES *
      *
           PERFORM 0250-00-VERIFICA-PENDENTE.

           IF      NOT WJM-OPERACAO-OK
                   GO  TO  0200-99-EXIT
           END-IF.

           ACCEPT  WS-DATA-EXEC    FROM    DATE    YYYYMMDD.
           ACCEPT  WS-HORA-EXEC    FROM    TIME.

           MOVE    WS-DATA-EXEC    TO      WJM-DATA-EXEC.
           MOVE    WS-HORA-EXEC    TO      WJM-HORA-EXEC.
           MOVE    ZEROS           TO      WJM-QTD-IMAGENS.

           PERFORM 0700-00-MONTA-REGISTRO.

           MOVE    'I'             TO      JMTK-TIPO-REG.

           PERFORM 0800-00-GRAVACAO-CADJMTK.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0250-00-VERIFICA-PENDENTE   SECTION.
      *****************************************************************
      *    LE O DIARIO INTEIRO ACOMPANHANDO A ULTIMA EXECUCAO DO      *
      *    PROGRAMA; ELA ESTA COMPLETA SE TIVER O REGISTRO 'F' OU     *
      *    'R'. STATUS 35 = DIARIO AINDA VAZIO                        *
      *
           SET     WS-EXECUCAO-COMPLETA    TO      TRUE.

           OPEN    INPUT   CADJMTK.

           IF      WS-FS-CADJMTK   EQUAL   35
                   GO  TO  0250-99-EXIT
           END-IF.

           IF      WS-FS-CADJMTK   NOT EQUAL 00
                   MOVE    90      TO      WJM-CODRET
                   GO  TO  0250-99-EXIT
           END-IF.

           PERFORM 0600-00-LEITURA-CADJMTK.

           PERFORM 0260-00-TRATA-CADJMTK
                   UNTIL   WS-FS-CADJMTK   NOT EQUAL 00.

           IF      WS-FS-CADJMTK   NOT EQUAL 10
                   MOVE    90      TO      WJM-CODRET
           END-IF.

           CLOSE   CADJMTK.

           IF      WJM-OPERACAO-OK
           AND     WS-EXECUCAO-INCOMPLETA
                   MOVE    91      TO      WJM-CODRET
                   MOVE    WS-ULT-DATA-EXEC        TO      WJM-DATA-EXEC
                   MOVE    WS-ULT-HORA-EXEC        TO      WJM-HORA-EXEC
           END-IF.
      *
       0250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0260-00-TRATA-CADJMTK       SECTION.
      *****************************************************************
      *
           IF      JMTK-PROGRAMA   NOT EQUAL WJM-PROGRAMA
                   GO  TO  0260-88-LE-PROXIMO
           END-IF.

           IF      JMTK-INICIO
                   MOVE    JMTK-DATA-EXEC  TO      WS-ULT-DATA-EXEC
                   MOVE    JMTK-HORA-EXEC  TO      WS-ULT-HORA-EXEC
                   SET     WS-EXECUCAO-INCOMPLETA  TO      TRUE
                   GO  TO  0260-88-LE-PROXIMO
           END-IF.

           IF      (JMTK-FIM-NORMAL OR JMTK-REVERTIDA)
           AND     JMTK-DATA-EXEC  EQUAL   WS-ULT-DATA-EXEC
           AND     JMTK-HORA-EXEC  EQUAL   WS-ULT-HORA-EXEC
                   SET     WS-EXECUCAO-COMPLETA    TO      TRUE
           END-IF.
      *
       0260-88-LE-PROXIMO.

           PERFORM 0600-00-LEITURA-CADJMTK.
      *
       0260-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-GRAVA-IMAGEM        SECTION.
      *****************************************************************
      *
           ADD     001             TO      WJM-QTD-IMAGENS.

           PERFORM 0700-00-MONTA-REGISTRO.

           MOVE    'B'             TO      JMTK-TIPO-REG.
           MOVE    WJM-QTD-IMAGENS TO      JMTK-SEQ.
           MOVE    WJM-REG-IMAGEM  TO      JMTK-IMAGEM.
           MOVE    WJM-REG-IMAGEM (001:005)
                                   TO      JMTK-COD-PEC.

           PERFORM 0800-00-GRAVACAO-CADJMTK.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-FINALIZA-EXECUCAO   SECTION.
      *****************************************************************
      *
           PERFORM 0700-00-MONTA-REGISTRO.

           MOVE    'F'             TO      JMTK-TIPO-REG.
           MOVE    WJM-QTD-IMAGENS TO      JMTK-SEQ.

           PERFORM 0800-00-GRAVACAO-CADJMTK.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-REGISTRA-REVERSAO   SECTION.
      *****************************************************************
      *    A EXECUCAO REVERTIDA (DATA E HORA INFORMADAS PELO GPFPB180)*
      *    PASSA A CONTAR COMO COMPLETA E O PROGRAMA PODE SER         *
      *    REEXECUTADO                                                *
      *
           PERFORM 0700-00-MONTA-REGISTRO.

           MOVE    'R'             TO      JMTK-TIPO-REG.
           MOVE    WJM-QTD-IMAGENS TO      JMTK-SEQ.

           PERFORM 0800-00-GRAVACAO-CADJMTK.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-LEITURA-CADJMTK     SECTION.
      *****************************************************************
      *
           READ    CADJMTK         INTO    REG-JMTK.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0700-00-MONTA-REGISTRO      SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-JMTK.
           MOVE    WJM-PROGRAMA    TO      JMTK-PROGRAMA.
           MOVE    WJM-DATA-EXEC   TO      JMTK-DATA-EXEC.
           MOVE    WJM-HORA-EXEC   TO      JMTK-HORA-EXEC.
           MOVE    ZEROS           TO      JMTK-SEQ
                                           JMTK-COD-PEC.
      *
       0700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0800-00-GRAVACAO-CADJMTK    SECTION.
      *****************************************************************
      *    O DIARIO E CUMULATIVO ENTRE EXECUCOES; SE AINDA NAO        *
      *    EXISTIR, E CRIADO NESTE MOMENTO                            *
      *
           OPEN    EXTEND  CADJMTK.

           IF      WS-FS-CADJMTK   EQUAL   35
                   OPEN    OUTPUT  CADJMTK
           END-IF.

           IF      WS-FS-CADJMTK   NOT EQUAL 00
                   MOVE    90      TO      WJM-CODRET
           ELSE
                   WRITE   REG-CADJMTK     FROM    REG-JMTK

                   IF      WS-FS-CADJMTK   NOT EQUAL 00
                           MOVE    90      TO      WJM-CODRET
                   END-IF

                   CLOSE   CADJMTK
           END-IF.
      *
       0800-99-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - COBBB011                  *
      *****************************************************************
