      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 COBBB010.
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
      * OBJETIVO.....: ROTINA COMUM DO CATALOGO DE GERACOES DOS       *
      *                ARQUIVOS MESTRES (CADMATR, CADFATU, CADSALD,   *
      *                CADSLCT E OS DEMAIS MESTRES REGRAVADOS PELO    *
      *                BATCH - VER TABELA TAB-MESTRES DO GPFPB177).   *
      *                O PROGRAMA GRAVADOR INICIALIZA A GERACAO ('I'),*
      *                PASSA CADA REGISTRO GRAVADO ('A') - QUE E      *
      *                SELADO PELA ROTINA COBBB009 - E, APOS FECHAR O *
      *                ARQUIVO, CATALOGA A GERACAO ('C') NO CADGCAT   *
      *                COM O ARQUIVO, DATA DE NEGOCIO, PROGRAMA,      *
      *                QUANTIDADE DE REGISTROS E O SELO. O PROGRAMA   *
      *                VERIFICADOR RECALCULA O SELO COM AS OPERACOES  *
      *                'I', 'A' E 'F' (FINALIZA SEM CATALOGAR)        *
      *****************************************************************
      * OBSERVACAO...: OS ACUMULADORES VIVEM NA AREA DE INTERFACE DO  *
      *                CHAMADOR (RUCWS010) - A ROTINA NAO GUARDA      *
      *                ESTADO ENTRE CHAMADAS. O VALOR MONETARIO QUE   *
      *                ENTRA NO SELO E ESCOLHIDO PELA ROTINA CONFORME *
      *                O ARQUIVO, PARA QUE GRAVADOR E VERIFICADOR     *
      *                SELEM SEMPRE DA MESMA FORMA. REGISTROS MAIORES *
      *                QUE 100 BYTES SAO SELADOS EM FATIAS DE 100,    *
      *                ATE OS 200 BYTES DA IMAGEM NA INTERFACE - NO   *
      *                CADFLOG (LRECL=250) OS 50 ULTIMOS BYTES FICAM  *
      *                FORA DO SELO E SO CONTAM NA QTDE DE REGISTROS. *
      *                O NUMERO DA GERACAO E O MAIOR JA CATALOGADO    *
      *                PARA O ARQUIVO MAIS UM.                        *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - ROTINA CRIADA                               *
      * 15/10/2026 - US - CATALOGA TODOS OS ARQUIVOS MESTRES; CADSALC *
      *                   PASSA A CADSLCT                             *
      * 15/10/2026 - US - OBSERVACAO PASSA A REGISTRAR O LIMITE DE    *
      *                   200 BYTES DO SELO, ATINGIDO PELO CADFLOG    *
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
      * I-O....: CADGCAT - CATALOGO DE GERACOES       - LRECL = 100   *
      *****************************************************************
      *
           SELECT  CADGCAT  ASSIGN  TO  UT-S-CADGCAT
                   FILE     STATUS  IS  WS-FS-CADGCAT.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * I-O....: CADGCAT - CATALOGO DE GERACOES       - LRECL = 100   *
      *****************************************************************
      *
       FD  CADGCAT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADGCAT         PIC     X(100).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADGCAT       PIC     9(002) VALUE ZEROS.
      *
       01      WS-DATA-EXEC        PIC     9(008) VALUE ZEROS.
       01      WS-HORA-EXEC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-MAIOR-GERACAO    PIC     9(007) VALUE ZEROS.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE 'COBBB009'.
      *
      *****************************************************************
      * AREAS PARA ESCOLHA DO VALOR MONETARIO DE CADA ARQUIVO MESTRE  *
      *****************************************************************
      *
           COPY    COBO1010.
      *
           COPY    COBO1012.
      *
           COPY    COBO4003.
      *
      *****************************************************************
      * OUTPUT.: CADGCAT - CATALOGO DE GERACOES                       *
      *****************************************************************
      *
           COPY    COBO9104.
      *
      *****************************************************************
      * AREA DE INTERFACE COM A ROTINA DO SELO DE INTEGRIDADE         *
      *****************************************************************
      *
           COPY    RUCWS009.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
      *
           COPY    RUCWS010.
      *****************************************************************
       PROCEDURE   DIVISION        USING WGC-GRUPO.
      *****************************************************************
      *
           PERFORM 0100-00-TRATA-OPERACAO.

           GOBACK.
      *
      *****************************************************************
       0100-00-TRATA-OPERACAO      SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WGC-CODRET.

           EVALUATE WGC-CODOPE
             WHEN   'I'
                   PERFORM         0200-00-INICIALIZA-GERACAO
             WHEN   'A'
                   PERFORM         0300-00-ACUMULA-REGISTRO
             WHEN   'F'
                   PERFORM         0400-00-FINALIZA-SELO
             WHEN   'C'
                   PERFORM         0400-00-FINALIZA-SELO
                   IF      WGC-OPERACAO-OK
                           PERFORM 0500-00-CATALOGA-GERACAO
                   END-IF
             WHEN   OTHER
                   MOVE    93      TO      WGC-CODRET
           END-EVALUATE.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-INICIALIZA-GERACAO  SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WGC-QTD-REG
                                           WGC-NUM-GERACAO.

           MOVE    'I'             TO      WRS-CODOPE.

           PERFORM 0800-00-CHAMA-COBBB009.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-ACUMULA-REGISTRO    SECTION.
      *****************************************************************
      *    A PRIMEIRA FATIA LEVA O VALOR MONETARIO DO REGISTRO; A     *
      *    SEGUNDA (REGISTROS DE 200 BYTES) ENTRA SO NO CHECKSUM      *
      *
           ADD     001             TO      WGC-QTD-REG.

           PERFORM 0350-00-ESCOLHE-VALOR.

           MOVE    'A'             TO      WRS-CODOPE.
           MOVE    WGC-REG-IMAGEM (001:100)
                                   TO      WRS-REG-IMAGEM.

           PERFORM 0800-00-CHAMA-COBBB009.

           IF      WGC-TAM-REG     GREATER 100
           AND     WGC-OPERACAO-OK
                   MOVE    'A'     TO      WRS-CODOPE
                   MOVE    WGC-REG-IMAGEM (101:100)
                                   TO      WRS-REG-IMAGEM
                   MOVE    ZEROS   TO      WRS-VLR-MONET
                   PERFORM 0800-00-CHAMA-COBBB009
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-ESCOLHE-VALOR       SECTION.
      *****************************************************************
      *    CADMATR - VALOR UNITARIO DA PECA                           *
      *    CADFATU - SALARIO DO FUNCIONARIO (TRAILER ENTRA COM ZEROS) *
      *    CADSALD - SALDO DA CONTA EM VALOR ABSOLUTO                 *
      *    DEMAIS  - SEM VALOR (SELADOS SO PELO CHECKSUM)             *
      *
           MOVE    ZEROS           TO      WRS-VLR-MONET.

           EVALUATE WGC-ARQUIVO
             WHEN   'CADMATR'
                   MOVE    WGC-REG-IMAGEM (001:100)
                                   TO      REG-MATR
                   IF      MATR-VLR-UNIT   NUMERIC
                           MOVE    MATR-VLR-UNIT
                                   TO      WRS-VLR-MONET
                   END-IF
             WHEN   'CADFATU'
                   MOVE    WGC-REG-IMAGEM  TO      REG-FATU
                   IF      FATU-VLR-SALARIO NUMERIC
                   AND     NOT FATU-TRAILER
                           MOVE    FATU-VLR-SALARIO
                                   TO      WRS-VLR-MONET
                   END-IF
             WHEN   'CADSALD'
                   MOVE    WGC-REG-IMAGEM (001:100)
                                   TO      REG-SALD
                   IF      SALD-VLR-SALDO  NUMERIC
                           IF      SALD-VLR-SALDO  LESS ZEROS
                                   COMPUTE WRS-VLR-MONET =
                                           SALD-VLR-SALDO * -1
                           ELSE
                                   MOVE    SALD-VLR-SALDO
                                   TO      WRS-VLR-MONET
                           END-IF
                   END-IF
             WHEN   OTHER
                   CONTINUE
           END-EVALUATE.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-FINALIZA-SELO       SECTION.
      *****************************************************************
      *
           MOVE    'F'             TO      WRS-CODOPE.

           PERFORM 0800-00-CHAMA-COBBB009.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-CATALOGA-GERACAO    SECTION.
      *****************************************************************
      *    O NUMERO DA NOVA GERACAO E O MAIOR JA CATALOGADO PARA O    *
      *    ARQUIVO MAIS UM. O CATALOGO E CUMULATIVO ENTRE EXECUCOES;  *
      *    SE AINDA NAO EXISTIR, E CRIADO NESTE MOMENTO               *
      *
           PERFORM 0550-00-APURA-MAIOR-GERACAO.

           IF      NOT WGC-OPERACAO-OK
                   GO  TO  0500-99-EXIT
           END-IF.

           ACCEPT  WS-DATA-EXEC    FROM    DATE    YYYYMMDD.
           ACCEPT  WS-HORA-EXEC    FROM    TIME.

           COMPUTE WGC-NUM-GERACAO =
                   WS-MAIOR-GERACAO + 1.

           MOVE    SPACES          TO      REG-GCAT.
           MOVE    WGC-ARQUIVO     TO      GCAT-ARQUIVO.
           MOVE    WGC-NUM-GERACAO TO      GCAT-NUM-GERACAO.

           IF      WGC-DATA-NEGOCIO NUMERIC
           AND     WGC-DATA-NEGOCIO NOT EQUAL ZEROS
                   MOVE    WGC-DATA-NEGOCIO
                                   TO      GCAT-DATA-NEGOCIO
           ELSE
                   MOVE    WS-DATA-EXEC    TO      GCAT-DATA-NEGOCIO
           END-IF.

           MOVE    WGC-PROGRAMA    TO      GCAT-PROGRAMA.
           MOVE    WS-DATA-EXEC    TO      GCAT-DATA-GRAV.
           MOVE    WS-HORA-EXEC (1:6)      TO      GCAT-HORA-GRAV.
           MOVE    WGC-QTD-REG     TO      GCAT-QTD-REG.
           MOVE    WGC-SELO-QTD    TO      GCAT-SELO-QTD.
           MOVE    WGC-SOMA-VLR    TO      GCAT-SELO-VLR.
           MOVE    WGC-CHECKSUM    TO      GCAT-SELO-CHECKSUM.

           OPEN    EXTEND  CADGCAT.

           IF      WS-FS-CADGCAT   EQUAL   35
                   OPEN    OUTPUT  CADGCAT
           END-IF.

           IF      WS-FS-CADGCAT   NOT EQUAL 00
                   MOVE    90      TO      WGC-CODRET
           ELSE
                   WRITE   REG-CADGCAT     FROM    REG-GCAT

                   IF      WS-FS-CADGCAT   NOT EQUAL 00
                           MOVE    90      TO      WGC-CODRET
                   END-IF

                   CLOSE   CADGCAT
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0550-00-APURA-MAIOR-GERACAO SECTION.
      *****************************************************************
      *    LE O CATALOGO INTEIRO; STATUS 35 = CATALOGO AINDA VAZIO    *
      *
           MOVE    ZEROS           TO      WS-MAIOR-GERACAO.

           OPEN    INPUT   CADGCAT.

           IF      WS-FS-CADGCAT   EQUAL   35
                   GO  TO  0550-99-EXIT
           END-IF.

           IF      WS-FS-CADGCAT   NOT EQUAL 00
                   MOVE    90      TO      WGC-CODRET
                   GO  TO  0550-99-EXIT
           END-IF.

           PERFORM 0600-00-LEITURA-CADGCAT.

           PERFORM 0560-00-TRATA-CADGCAT
                   UNTIL   WS-FS-CADGCAT   NOT EQUAL 00.

           IF      WS-FS-CADGCAT   NOT EQUAL 10
                   MOVE    90      TO      WGC-CODRET
           END-IF.

           CLOSE   CADGCAT.
      *
       0550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0560-00-TRATA-CADGCAT       SECTION.
      *****************************************************************
      *
           IF      GCAT-ARQUIVO    EQUAL   WGC-ARQUIVO
           AND     GCAT-NUM-GERACAO GREATER WS-MAIOR-GERACAO
                   MOVE    GCAT-NUM-GERACAO
                                   TO      WS-MAIOR-GERACAO
           END-IF.

           PERFORM 0600-00-LEITURA-CADGCAT.
      *
       0560-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-LEITURA-CADGCAT     SECTION.
      *****************************************************************
      *
           READ    CADGCAT         INTO    REG-GCAT.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0800-00-CHAMA-COBBB009      SECTION.
      *****************************************************************
      *    OS ACUMULADORES DO SELO VEM DA AREA DO CHAMADOR E VOLTAM   *
      *    PARA ELA APOS CADA CHAMADA                                 *
      *
           MOVE    WGC-SELO-QTD    TO      WRS-QTD-REG.
           MOVE    WGC-SOMA-VLR    TO      WRS-SOMA-VLR.
           MOVE    WGC-CHECKSUM    TO      WRS-CHECKSUM.

           CALL    WS-SUB-ROTINA   USING   WRS-GRUPO.

           IF      NOT WRS-OPERACAO-OK
                   MOVE    94      TO      WGC-CODRET
           ELSE
                   MOVE    WRS-QTD-REG     TO      WGC-SELO-QTD
                   MOVE    WRS-SOMA-VLR    TO      WGC-SOMA-VLR
                   MOVE    WRS-CHECKSUM    TO      WGC-CHECKSUM
           END-IF.
      *
       0800-99-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - COBBB010                  *
      *****************************************************************
