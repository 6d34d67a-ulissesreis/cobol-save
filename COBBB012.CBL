      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 COBBB012.
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
      * OBJETIVO.....: ROTINA COMUM DO LOG DE USO DAS AUTORIZACOES    *
      *                DOS OPERADORES (CADOLOG). CHAMADA PELOS        *
      *                PROGRAMAS DE MANUTENCAO DOS CADASTROS BASICOS  *
      *                A CADA MOVIMENTO CUJO OPERADOR FOI ACEITO NA   *
      *                CONFERENCIA COM O CADOPER, GRAVA O OPERADOR,   *
      *                A AUTORIZACAO EXERCIDA, O PROGRAMA E A DATA E  *
      *                HORA DO USO                                    *
      *****************************************************************
      * OBSERVACAO...: O LOG E CUMULATIVO E E ABERTO E FECHADO A CADA *
      *                CHAMADA. E A BASE DO ULTIMO USO DE CADA        *
      *                AUTORIZACAO NA REVISAO DE ACESSOS (GPFPB181)   *
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
      * OUTPUT.: CADOLOG - LOG DE USO DAS AUTORIZACOES - LRECL = 050  *
      *****************************************************************
      *
           SELECT  CADOLOG  ASSIGN  TO  UT-S-CADOLOG
                   FILE     STATUS  IS  WS-FS-CADOLOG.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * OUTPUT.: CADOLOG - LOG DE USO DAS AUTORIZACOES - LRECL = 050  *
      *****************************************************************
      *
       FD  CADOLOG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOLOG         PIC     X(050).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADOLOG       PIC     9(002) VALUE ZEROS.
      *
       01      WS-DATA-USO         PIC     9(008) VALUE ZEROS.
       01      WS-HORA-USO         PIC     9(008) VALUE ZEROS.
      *
      *****************************************************************
      * OUTPUT.: CADOLOG - LOG DE USO DAS AUTORIZACOES                *
      *****************************************************************
      *
           COPY    COBO9107.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
      *
           COPY    RUCWS012.
      *****************************************************************
       PROCEDURE   DIVISION        USING WOL-GRUPO.
      *****************************************************************
      *
           PERFORM 0100-00-MONTA-REGISTRO.

           PERFORM 0800-00-GRAVACAO-CADOLOG.

           GOBACK.
      *
      *****************************************************************
       0100-00-MONTA-REGISTRO      SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WOL-CODRET.

           ACCEPT  WS-DATA-USO     FROM    DATE    YYYYMMDD.
           ACCEPT  WS-HORA-USO     FROM    TIME.

           MOVE    SPACES          TO      REG-OLOG.
           MOVE    WOL-ID-OPERADOR TO      OLOG-ID-OPERADOR.
           MOVE    WOL-AUTORIZACAO TO      OLOG-AUTORIZACAO.
           MOVE    WOL-PROGRAMA    TO      OLOG-PROGRAMA.
           MOVE    WOL-FUNCAO      TO      OLOG-FUNCAO.
           MOVE    WS-DATA-USO     TO      OLOG-DATA-USO.
           MOVE    WS-HORA-USO     TO      OLOG-HORA-USO.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0800-00-GRAVACAO-CADOLOG    SECTION.
      *****************************************************************
      *    O LOG E CUMULATIVO ENTRE EXECUCOES; SE AINDA NAO EXISTIR,  *
      *    E CRIADO NESTE MOMENTO                                     *
      *
           OPEN    EXTEND  CADOLOG.

           IF      WS-FS-CADOLOG   EQUAL   35
                   OPEN    OUTPUT  CADOLOG
           END-IF.

           IF      WS-FS-CADOLOG   NOT EQUAL 00
                   MOVE    90      TO      WOL-CODRET
           ELSE
                   WRITE   REG-CADOLOG     FROM    REG-OLOG

                   IF      WS-FS-CADOLOG   NOT EQUAL 00
                           MOVE    90      TO      WOL-CODRET
                   END-IF

                   CLOSE   CADOLOG
           END-IF.
      *
       0800-99-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - COBBB012                  *
      *****************************************************************
