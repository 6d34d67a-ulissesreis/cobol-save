      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB175.
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
      * OBJETIVO.....: RELATORIO DE VAGAS (RELVAGA): PARA CADA        *
      *                DEPARTAMENTO/CENTRO DE CUSTO DO QUADRO         *
      *                AUTORIZADO (CADQUAD), CONFRONTA AS VAGAS       *
      *                AUTORIZADAS COM AS OCUPADAS PELAS LOTACOES     *
      *                (CADFLOT) DOS FUNCIONARIOS ATIVOS (CADRESP),   *
      *                MOSTRANDO AS VAGAS EM ABERTO, O EXCEDENTE E A  *
      *                FAIXA SALARIAL. DEPARTAMENTO/CC COM            *
      *                FUNCIONARIO LOTADO E SEM QUADRO AUTORIZADO SAI *
      *                NO FINAL, COMO SEM QUADRO                      *
      *****************************************************************
      * OBSERVACAO...: A OCUPACAO E A MESMA USADA PELO GPFPB061 NAS   *
      *                ADMISSOES E PELO GPFPB111 NAS TRANSFERENCIAS   *
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
           SELECT  CADQUAD  ASSIGN  TO  UT-S-CADQUAD
                   FILE     STATUS  IS  WS-FS-CADQUAD.
      *
           SELECT  CADDEPT  ASSIGN  TO  UT-S-CADDEPT
                   FILE     STATUS  IS  WS-FS-CADDEPT.
      *
           SELECT  CADRESP  ASSIGN  TO  UT-S-CADRESP
                   FILE     STATUS  IS  WS-FS-CADRESP.
      *
           SELECT  CADFLOT  ASSIGN  TO  UT-S-CADFLOT
                   FILE     STATUS  IS  WS-FS-CADFLOT.
      *
           SELECT  RELVAGA  ASSIGN  TO  UT-S-RELVAGA
                   FILE     STATUS  IS  WS-FS-RELVAGA.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADQUAD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADQUAD         PIC     X(050).
      *
       FD  CADDEPT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADDEPT         PIC     X(050).
      *
       FD  CADRESP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRESP         PIC     X(200).
      *
       FD  CADFLOT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFLOT         PIC     X(050).
      *
       FD  RELVAGA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELVAGA         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADQUAD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADDEPT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELVAGA       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADQUAD      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADDEPT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELVAGA      PIC     9(018) VALUE ZEROS.
      *
       01      WS-TOT-AUTORIZ      PIC     9(018) VALUE ZEROS.
       01      WS-TOT-OCUPADAS     PIC     9(018) VALUE ZEROS.
       01      WS-TOT-VAGAS        PIC     9(018) VALUE ZEROS.
       01      WS-TOT-EXCEDENTE    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-QUADRO   PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-VAGAS        PIC     9(004) VALUE ZEROS.
       01      WS-QTD-EXCEDENTE    PIC     9(004) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DO QUADRO DE VAGAS (CADQUAD), COM A OCUPACAO    *
      *****************************************************************
      *
       01      WS-QTD-TAB-QUA      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-QUA      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-QUADRO.
         03    TAB-QUA-ITEM        OCCURS  00500  TIMES.
           05  TAB-QUA-COD-DEPT    PIC     X(004).
           05  TAB-QUA-COD-CC      PIC     X(006).
           05  TAB-QUA-AUTORIZ     PIC     9(004).
           05  TAB-QUA-OCUPADAS    PIC     9(004).
           05  TAB-QUA-SAL-MINIMO  PIC     9(007)V9(002).
           05  TAB-QUA-SAL-MAXIMO  PIC     9(007)V9(002).
           05  TAB-QUA-ORIGEM      PIC     X(001).
             88  TAB-QUA-DO-QUADRO         VALUE 'Q'.
             88  TAB-QUA-SEM-QUADRO        VALUE 'L'.
      *
       01      WS-SW-QUA-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-QUA-ACHOU                VALUE 'S'.
         88    WS-QUA-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS DEPARTAMENTOS (CADDEPT)                     *
      *****************************************************************
      *
       01      WS-QTD-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DEPARTAMENTOS.
         03    TAB-DEP-ITEM        OCCURS  00500  TIMES.
           05  TAB-DEP-COD-DEPT    PIC     X(004).
           05  TAB-DEP-COD-CC      PIC     X(006).
           05  TAB-DEP-NOME        PIC     X(025).
      *
       01      WS-SW-DEP-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-DEP-ACHOU                VALUE 'S'.
         88    WS-DEP-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS FUNCIONARIOS ATIVOS (CADRESP)               *
      *****************************************************************
      *
       01      WS-QTD-TAB-FUN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FUN      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FUNCIONARIOS.
         03    TAB-FUN-ITEM        OCCURS  05000  TIMES.
           05  TAB-FUN-CODIGO      PIC     9(005).
      *
       01      WS-SW-FUN-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FUN-ACHOU                VALUE 'S'.
         88    WS-FUN-NAO-ACHOU            VALUE 'N'.
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
      *    LAY-OUT DO RELATORIO DE VAGAS                              *
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
         03    FILLER              PIC     X(048) VALUE SPACES.
         03    FILLER              PIC     X(035) VALUE
         'Q U A D R O  D E  V A G A S'.
         03    FILLER              PIC     X(038) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB5.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(130) VALUE
               'VAGAS AUTORIZADAS X OCUPADAS PELOS FUNCIONARIOS ATIVOS'.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'DEPT'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'C.C.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(025) VALUE
               'NOME DO DEPARTAMENTO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'AUTOR'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'OCUP.'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'VAGAS'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'EXCED'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE
               '  SAL.MINIMO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE
               '  SAL.MAXIMO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(019) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-DEPT           PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CC             PIC     X(006).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME           PIC     X(025).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-AUTORIZ        PIC     Z.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-OCUPADAS       PIC     Z.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-VAGAS          PIC     Z.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-EXCEDENTE      PIC     Z.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-SAL-MINIMO     PIC     Z.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SAL-MAXIMO     PIC     Z.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(010).
         03    FILLER              PIC     X(019) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(040).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-QTDE           PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(079) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADQUAD - QUADRO DE VAGAS AUTORIZADAS                *
      *****************************************************************
      *
           COPY    COBI1251.
      *
      *****************************************************************
      * INPUT..: CADDEPT - DEPARTAMENTOS E CENTROS DE CUSTO           *
      *****************************************************************
      *
           COPY    COBO2017.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS                  *
      *****************************************************************
      *
           COPY    COBO1007.
      *
      *****************************************************************
      * INPUT..: CADFLOT - LOTACAO DOS FUNCIONARIOS                   *
      *****************************************************************
      *
           COPY    COBI2018.
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
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-IMPRIME-POSICAO
             VARYING WS-IND-TAB-QUA FROM 1 BY 1
             UNTIL WS-IND-TAB-QUA GREATER WS-QTD-TAB-QUA.

           PERFORM 2500-00-IMPRIME-TOTAIS.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADQUAD
                           CADDEPT
                           CADRESP
                           CADFLOT
                   OUTPUT  RELVAGA.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-TAB-QUADRO
             UNTIL WS-FS-CADQUAD   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-DEPARTAMENTOS
             UNTIL WS-FS-CADDEPT   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-FUNCIONARIOS
             UNTIL WS-FS-CADRESP   EQUAL   10.

           PERFORM 0460-00-APURA-OCUPACAO
             UNTIL WS-FS-CADFLOT   EQUAL   10.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADQUAD NOT EQUAL 00 AND 10
                   MOVE 'CADQUAD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADQUAD     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADDEPT NOT EQUAL 00 AND 10
                   MOVE 'CADDEPT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADDEPT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRESP NOT EQUAL 00 AND 10
                   MOVE 'CADRESP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRESP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFLOT NOT EQUAL 00 AND 10
                   MOVE 'CADFLOT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFLOT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELVAGA NOT EQUAL 00
                   MOVE 'RELVAGA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELVAGA     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-QUADRO    SECTION.
      *****************************************************************
      *
           READ    CADQUAD         INTO    REG-QUAD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADQUAD   EQUAL   00
                   ADD 001         TO      WS-LID-CADQUAD

                   IF      WS-QTD-TAB-QUA  GREATER OR EQUAL 00500
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-QUA
                   MOVE    QUAD-COD-DEPT   TO
                           TAB-QUA-COD-DEPT   (WS-QTD-TAB-QUA)
                   MOVE    QUAD-COD-CC     TO
                           TAB-QUA-COD-CC     (WS-QTD-TAB-QUA)
                   MOVE    QUAD-QTD-AUTORIZ        TO
                           TAB-QUA-AUTORIZ    (WS-QTD-TAB-QUA)
                   MOVE    ZEROS           TO
                           TAB-QUA-OCUPADAS   (WS-QTD-TAB-QUA)
                   MOVE    QUAD-SAL-MINIMO TO
                           TAB-QUA-SAL-MINIMO (WS-QTD-TAB-QUA)
                   MOVE    QUAD-SAL-MAXIMO TO
                           TAB-QUA-SAL-MAXIMO (WS-QTD-TAB-QUA)
                   SET     TAB-QUA-DO-QUADRO (WS-QTD-TAB-QUA)
                                   TO      TRUE
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-DEPARTAMENTOS SECTION.
      *****************************************************************
      *
           READ    CADDEPT         INTO    REG-DEPT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADDEPT   EQUAL   00
                   ADD 001         TO      WS-LID-CADDEPT

                   IF      WS-QTD-TAB-DEP  GREATER OR EQUAL 00500
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-DEP
                   MOVE    DEPT-COD-DEPT   TO
                           TAB-DEP-COD-DEPT (WS-QTD-TAB-DEP)
                   MOVE    DEPT-COD-CC     TO
                           TAB-DEP-COD-CC   (WS-QTD-TAB-DEP)
                   MOVE    DEPT-NOME       TO
                           TAB-DEP-NOME     (WS-QTD-TAB-DEP)
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-FUNCIONARIOS SECTION.
      *****************************************************************
      *
           READ    CADRESP         INTO    REG-FSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRESP   EQUAL   00
                   ADD 001         TO      WS-LID-CADRESP

                   IF      WS-QTD-TAB-FUN  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FUN
                   MOVE    FSEL-CODIGO     TO
                           TAB-FUN-CODIGO (WS-QTD-TAB-FUN)
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-APURA-OCUPACAO      SECTION.
      *****************************************************************
      *    CADA LOTACAO DE FUNCIONARIO ATIVO OCUPA UMA VAGA DO SEU    *
      *    DEPARTAMENTO/CC; SEM REGISTRO NO QUADRO, O DEPARTAMENTO/CC *
      *    ENTRA NA TABELA SEM VAGA AUTORIZADA                        *
      *
           READ    CADFLOT         INTO    REG-FLOT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFLOT   NOT EQUAL 00
                   GO      TO      0460-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFLOT.

           SET     WS-FUN-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FUN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FUN GREATER WS-QTD-TAB-FUN
                   OR      WS-FUN-ACHOU

             IF    FLOT-FUNC-CODIGO EQUAL
                   TAB-FUN-CODIGO (WS-IND-TAB-FUN)
                   SET     WS-FUN-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FUN-NAO-ACHOU
                   GO      TO      0460-99-EXIT
           END-IF.

           SET     WS-QUA-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-QUA FROM 1 BY 1
                   UNTIL   WS-IND-TAB-QUA GREATER WS-QTD-TAB-QUA
                   OR      WS-QUA-ACHOU

             IF    FLOT-COD-DEPT   EQUAL
                   TAB-QUA-COD-DEPT (WS-IND-TAB-QUA)   AND
                   FLOT-COD-CC     EQUAL
                   TAB-QUA-COD-CC   (WS-IND-TAB-QUA)
                   SET     WS-QUA-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-QUA-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-QUA
           ELSE
                   IF      WS-QTD-TAB-QUA  GREATER OR EQUAL 00500
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-QUA
                   MOVE    WS-QTD-TAB-QUA  TO      WS-IND-TAB-QUA
                   MOVE    FLOT-COD-DEPT   TO
                           TAB-QUA-COD-DEPT   (WS-IND-TAB-QUA)
                   MOVE    FLOT-COD-CC     TO
                           TAB-QUA-COD-CC     (WS-IND-TAB-QUA)
                   MOVE    ZEROS           TO
                           TAB-QUA-AUTORIZ    (WS-IND-TAB-QUA)
                           TAB-QUA-OCUPADAS   (WS-IND-TAB-QUA)
                           TAB-QUA-SAL-MINIMO (WS-IND-TAB-QUA)
                           TAB-QUA-SAL-MAXIMO (WS-IND-TAB-QUA)
                   SET     TAB-QUA-SEM-QUADRO (WS-IND-TAB-QUA)
                                   TO      TRUE
                   ADD     001     TO      WS-QTD-SEM-QUADRO
           END-IF.

           ADD     001             TO
                   TAB-QUA-OCUPADAS (WS-IND-TAB-QUA).
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-IMPRIME-POSICAO     SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    ZEROS           TO      WS-QTD-VAGAS
                                           WS-QTD-EXCEDENTE.

           IF      TAB-QUA-OCUPADAS (WS-IND-TAB-QUA) GREATER
                   TAB-QUA-AUTORIZ  (WS-IND-TAB-QUA)
                   COMPUTE WS-QTD-EXCEDENTE =
                           TAB-QUA-OCUPADAS (WS-IND-TAB-QUA) -
                           TAB-QUA-AUTORIZ  (WS-IND-TAB-QUA)
           ELSE
                   COMPUTE WS-QTD-VAGAS     =
                           TAB-QUA-AUTORIZ  (WS-IND-TAB-QUA) -
                           TAB-QUA-OCUPADAS (WS-IND-TAB-QUA)
           END-IF.

           EVALUATE TRUE
             WHEN  TAB-QUA-SEM-QUADRO (WS-IND-TAB-QUA)
                   MOVE    'SEM QUADRO'    TO      DET1-SITUACAO
             WHEN  WS-QTD-EXCEDENTE GREATER ZEROS
                   MOVE    'EXCEDIDO'      TO      DET1-SITUACAO
             WHEN  WS-QTD-VAGAS     GREATER ZEROS
                   MOVE    'COM VAGA'      TO      DET1-SITUACAO
             WHEN  OTHER
                   MOVE    'COMPLETO'      TO      DET1-SITUACAO
           END-EVALUATE.

      *    NOME DO DEPARTAMENTO/CC NO CADDEPT
           SET     WS-DEP-NAO-ACHOU        TO      TRUE.
           MOVE    SPACES          TO      DET1-NOME.

           PERFORM VARYING WS-IND-TAB-DEP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEP GREATER WS-QTD-TAB-DEP
                   OR      WS-DEP-ACHOU

             IF    TAB-QUA-COD-DEPT (WS-IND-TAB-QUA) EQUAL
                   TAB-DEP-COD-DEPT (WS-IND-TAB-DEP)   AND
                   TAB-QUA-COD-CC   (WS-IND-TAB-QUA) EQUAL
                   TAB-DEP-COD-CC   (WS-IND-TAB-DEP)
                   SET     WS-DEP-ACHOU    TO      TRUE
                   MOVE    TAB-DEP-NOME (WS-IND-TAB-DEP)
                                   TO      DET1-NOME
             END-IF

           END-PERFORM.

           MOVE    TAB-QUA-COD-DEPT   (WS-IND-TAB-QUA)
                                   TO      DET1-DEPT.
           MOVE    TAB-QUA-COD-CC     (WS-IND-TAB-QUA)
                                   TO      DET1-CC.
           MOVE    TAB-QUA-AUTORIZ    (WS-IND-TAB-QUA)
                                   TO      DET1-AUTORIZ.
           MOVE    TAB-QUA-OCUPADAS   (WS-IND-TAB-QUA)
                                   TO      DET1-OCUPADAS.
           MOVE    WS-QTD-VAGAS    TO      DET1-VAGAS.
           MOVE    WS-QTD-EXCEDENTE        TO      DET1-EXCEDENTE.
           MOVE    TAB-QUA-SAL-MINIMO (WS-IND-TAB-QUA)
                                   TO      DET1-SAL-MINIMO.
           MOVE    TAB-QUA-SAL-MAXIMO (WS-IND-TAB-QUA)
                                   TO      DET1-SAL-MAXIMO.

           MOVE    DET1            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           ADD     TAB-QUA-AUTORIZ  (WS-IND-TAB-QUA)
                                   TO      WS-TOT-AUTORIZ.
           ADD     TAB-QUA-OCUPADAS (WS-IND-TAB-QUA)
                                   TO      WS-TOT-OCUPADAS.
           ADD     WS-QTD-VAGAS    TO      WS-TOT-VAGAS.
           ADD     WS-QTD-EXCEDENTE        TO      WS-TOT-EXCEDENTE.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-TOTAIS      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 48
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    SPACES          TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           MOVE    'DEPARTAMENTOS/CC NO QUADRO..............'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-LID-CADQUAD  TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           MOVE    'VAGAS AUTORIZADAS.......................'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-AUTORIZ  TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           MOVE    'VAGAS OCUPADAS..........................'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-OCUPADAS TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           MOVE    'VAGAS EM ABERTO.........................'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-VAGAS    TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           MOVE    'OCUPACAO ACIMA DO AUTORIZADO............'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-EXCEDENTE        TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           MOVE    'DEPARTAMENTOS/CC LOTADOS SEM QUADRO.....'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-SEM-QUADRO       TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.
      *
       2500-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           MOVE    CAB4            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           MOVE    CAB5            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           MOVE    CAB4            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           MOVE    CAB6            TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           MOVE    SPACES          TO      REG-RELVAGA.
           PERFORM 2700-00-GRAVACAO-RELVAGA.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELVAGA    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELVAGA.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELVAGA.
           ADD     001             TO      WS-LINHAS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADQUAD
                   CADDEPT
                   CADRESP
                   CADFLOT
                   RELVAGA.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB175'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADQUAD  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB175 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB175 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADQUAD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADQUAD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADDEPT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADDEPT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRESP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRESP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFLOT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFLOT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-TOT-VAGAS    TO      WS-EDICAO.
           DISPLAY '* VAGAS EM ABERTO..................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-QUADRO       TO      WS-EDICAO.
           DISPLAY '* DEPTO/CC LOTADOS SEM QUADRO......: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELVAGA  TO      WS-EDICAO.
           DISPLAY '* LINHAS GRAVADAS.......- RELVAGA.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB175 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB175 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB175 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB175 ******************'.

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

           DISPLAY '******************* GPFPB175 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB175 ******************'.
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
           DISPLAY '******************* GPFPB175 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB175 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB175                  *
      *****************************************************************
