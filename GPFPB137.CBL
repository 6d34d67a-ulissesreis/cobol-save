      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB137.
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
      * OBJETIVO.....: GERAR AS TAREFAS DE RESSUPRIMENTO DOS          *
      *                ENDERECOS PRINCIPAIS (SEPARACAO) A PARTIR DOS  *
      *                ENDERECOS SECUNDARIOS (RESERVA) DA MESMA PECA. *
      *                O ENDERECO PRINCIPAL E RESSUPRIDO QUANDO A     *
      *                OCUPACAO (LOCA-QTD-OCUP) ESTA ABAIXO DO NIVEL  *
      *                DE RESSUPRIMENTO (LOCA-QTD-GATILHO) OU NAO     *
      *                COBRE A DEMANDA DO PROXIMO CICLO DE SEPARACAO  *
      *                (CADPICK), ATE A CAPACIDADE DO ENDERECO (SEM   *
      *                CAPACIDADE CADASTRADA, ATE A DEMANDA MAIS O    *
      *                NIVEL). AS TAREFAS SAEM NO CADREPO E NA LISTA  *
      *                RELREPO EM ORDEM DE PERCURSO PELO ENDERECO DE  *
      *                ORIGEM; FALTA DE ESTOQUE NA RESERVA SAI NO FIM *
      *                DA LISTA COM A MARCA 'SEM RESERVA'.            *
      *****************************************************************
      * OBSERVACAO...: RODAR APOS O GPFPB044 E ANTES DO GPFPB046. A   *
      *                OCUPACAO DO CADLOCA SO E ALTERADA NA           *
      *                CONFIRMACAO DAS TAREFAS (GPFPB138)             *
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
      * INPUT..: CADLOCA - LOCALIZACOES FISICAS          - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADLOCA  ASSIGN  TO  UT-S-CADLOCA
                   FILE     STATUS  IS  WS-FS-CADLOCA.
      *
      *****************************************************************
      * INPUT..: CADPICK - ALOCACOES DO PROXIMO CICLO    - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADPICK  ASSIGN  TO  UT-S-CADPICK
                   FILE     STATUS  IS  WS-FS-CADPICK.
      *
      *****************************************************************
      * OUTPUT.: CADREPO - TAREFAS DE RESSUPRIMENTO      - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADREPO  ASSIGN  TO  UT-S-CADREPO
                   FILE     STATUS  IS  WS-FS-CADREPO.
      *
      *****************************************************************
      * OUTPUT.: RELREPO - LISTA DE RESSUPRIMENTO        - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELREPO  ASSIGN  TO  UT-S-RELREPO
                   FILE     STATUS  IS  WS-FS-RELREPO.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADLOCA - LOCALIZACOES FISICAS          - LRECL=050  *
      *****************************************************************
      *
       FD  CADLOCA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADLOCA         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADPICK - ALOCACOES DO PROXIMO CICLO    - LRECL=100  *
      *****************************************************************
      *
       FD  CADPICK
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPICK         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADREPO - TAREFAS DE RESSUPRIMENTO      - LRECL=050  *
      *****************************************************************
      *
       FD  CADREPO
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADREPO         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: RELREPO - LISTA DE RESSUPRIMENTO        - LRECL=133  *
      *****************************************************************
      *
       FD  RELREPO
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELREPO         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADLOCA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPICK       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADREPO       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELREPO       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADLOCA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPICK      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADREPO      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELREPO      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-RESSUPRIDOS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-RESERVA  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-PRINCIPAL
                                   PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-ALVO         PIC     9(007) VALUE ZEROS.
       01      WS-QTD-FALTA        PIC     9(007) VALUE ZEROS.
       01      WS-QTD-DISPONIVEL   PIC     9(005) VALUE ZEROS.
       01      WS-QTD-MOVER        PIC     9(005) VALUE ZEROS.
      *
       01      WS-NUM-TAREFA       PIC     9(007) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA COM AS LOCALIZACOES (CADLOCA CLASSIFICADO POR   *
      *        PECA + ENDERECO) E A DEMANDA DO CICLO NO PRINCIPAL     *
      *****************************************************************
      *
       01      WS-QTD-TAB-LOC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LOC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-RES          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LOCALIZACOES.
         03    TAB-LOC-ITEM        OCCURS  10000  TIMES.
           05  TAB-LOC-COD-PEC     PIC     9(005).
           05  TAB-LOC-ENDERECO    PIC     X(010).
           05  TAB-LOC-PRINCIPAL   PIC     X(001).
           05  TAB-LOC-CAPAC       PIC     9(005).
           05  TAB-LOC-OCUP        PIC     9(005).
           05  TAB-LOC-GATILHO     PIC     9(005).
           05  TAB-LOC-DEMANDA     PIC     9(007).
           05  TAB-LOC-RESERVADA   PIC     9(005).
      *
       01      WS-SW-LOC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-LOC-ACHOU                VALUE 'S'.
         88    WS-LOC-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE TAREFAS, ORDENADA PELO ENDERECO DE ORIGEM    *
      *        (INSERCAO ORDENADA)                                    *
      *****************************************************************
      *
       01      WS-QTD-TAB-TAR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-TAR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-INS          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DES          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUX          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-END-ORIGEM       PIC     X(010) VALUE SPACES.
      *
       01      TAB-TAREFAS.
         03    TAB-TAR-ITEM        OCCURS  05000  TIMES.
           05  TAB-TAR-END-ORIGEM  PIC     X(010).
           05  TAB-TAR-COD-PEC     PIC     9(005).
           05  TAB-TAR-END-DESTINO PIC     X(010).
           05  TAB-TAR-QTD-MOVER   PIC     9(005).
           05  TAB-TAR-OCUP        PIC     9(005).
           05  TAB-TAR-GATILHO     PIC     9(005).
           05  TAB-TAR-DEMANDA     PIC     9(007).
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
      *    LAY-OUT DA LISTA DE TAREFAS DE RESSUPRIMENTO               *
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
         03    FILLER              PIC     X(040) VALUE SPACES.
         03    FILLER              PIC     X(051) VALUE
         'T A R E F A S  D E  R E S S U P R I M E N T O      '.
         03    FILLER              PIC     X(030) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB5.
         03    FILLER              PIC     X(026) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
               '<--- ORIGEM --->'.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
               '<-- DESTINO --->'.
         03    FILLER              PIC     X(070) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'TAREFA '.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA '.
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
               'AR   COR   PRAT.'.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
               'AR   COR   PRAT.'.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' QTDE '.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'OCUPAC'.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' NIVEL'.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'DEMANDA'.
         03    FILLER              PIC     X(025) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-TAREFA         PIC     X(007).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-CODIGO         PIC     9(005).
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    DET1-ORIGEM.
           05  DET1-ORI-ARMAZEM    PIC     X(002).
           05  FILLER              PIC     X(003).
           05  DET1-ORI-CORREDOR   PIC     X(003).
           05  FILLER              PIC     X(003).
           05  DET1-ORI-PRATELEIRA PIC     X(005).
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-DESTINO.
           05  DET1-DES-ARMAZEM    PIC     X(002).
           05  FILLER              PIC     X(003).
           05  DET1-DES-CORREDOR   PIC     X(003).
           05  FILLER              PIC     X(003).
           05  DET1-DES-PRATELEIRA PIC     X(005).
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-QTDE           PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-OCUP           PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-GATILHO        PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-DEMANDA        PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(025) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADLOCA - LOCALIZACOES FISICAS                       *
      *****************************************************************
      *
           COPY    COBO1039.
      *
      *****************************************************************
      * INPUT..: CADPICK - ALOCACOES DO PROXIMO CICLO                 *
      *****************************************************************
      *
           COPY    COBO2105.
      *
      *****************************************************************
      * OUTPUT.: CADREPO - TAREFAS DE RESSUPRIMENTO                   *
      *****************************************************************
      *
           COPY    COBO1096.
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
             VARYING WS-IND-TAB-LOC FROM 1 BY 1
             UNTIL WS-IND-TAB-LOC  GREATER WS-QTD-TAB-LOC.

           PERFORM 2000-00-GRAVACAO-TAREFA
             VARYING WS-IND-TAB-TAR FROM 1 BY 1
             UNTIL WS-IND-TAB-TAR  GREATER WS-QTD-TAB-TAR.

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

           OPEN    INPUT   CADLOCA
                           CADPICK
                   OUTPUT  CADREPO
                           RELREPO.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-TAB-LOCALIZ
             UNTIL WS-FS-CADLOCA   EQUAL   10.

           PERFORM 0500-00-CARGA-DEMANDA
             UNTIL WS-FS-CADPICK   EQUAL   10.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADLOCA.

           PERFORM 0310-00-TESTA-FS-CADPICK.

           PERFORM 0320-00-TESTA-FS-CADREPO.

           PERFORM 0330-00-TESTA-FS-RELREPO.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADLOCA    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADLOCA NOT EQUAL 00 AND 10
                   MOVE 'CADLOCA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADLOCA
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-CADPICK    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPICK NOT EQUAL 00 AND 10
                   MOVE 'CADPICK'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPICK
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADREPO    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADREPO NOT EQUAL 00
                   MOVE 'CADREPO'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADREPO
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-RELREPO    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELREPO NOT EQUAL 00
                   MOVE 'RELREPO'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELREPO
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-LOCALIZ   SECTION.
      *****************************************************************
      *
           READ    CADLOCA         INTO    REG-LOCA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADLOCA.

           IF      WS-FS-CADLOCA   EQUAL   00
                   ADD 001         TO      WS-LID-CADLOCA

                   IF      WS-QTD-TAB-LOC  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   IF      LOCA-QTD-GATILHO NOT NUMERIC
                           MOVE    ZEROS   TO      LOCA-QTD-GATILHO
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LOC
                   MOVE    LOCA-COD-PEC    TO
                           TAB-LOC-COD-PEC   (WS-QTD-TAB-LOC)
                   MOVE    LOCA-ENDERECO   TO
                           TAB-LOC-ENDERECO  (WS-QTD-TAB-LOC)
                   MOVE    LOCA-IND-PRINCIPAL      TO
                           TAB-LOC-PRINCIPAL (WS-QTD-TAB-LOC)
                   MOVE    LOCA-QTD-CAPAC  TO
                           TAB-LOC-CAPAC     (WS-QTD-TAB-LOC)
                   MOVE    LOCA-QTD-OCUP   TO
                           TAB-LOC-OCUP      (WS-QTD-TAB-LOC)
                   MOVE    LOCA-QTD-GATILHO        TO
                           TAB-LOC-GATILHO   (WS-QTD-TAB-LOC)
                   MOVE    ZEROS           TO
                           TAB-LOC-DEMANDA   (WS-QTD-TAB-LOC)
                           TAB-LOC-RESERVADA (WS-QTD-TAB-LOC)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-CARGA-DEMANDA       SECTION.
      *****************************************************************
      *    A QUANTIDADE ALOCADA NO CICLO E SOMADA NO ENDERECO         *
      *    PRINCIPAL DA PECA (ONDE O GPFPB046 MANDA O SEPARADOR)      *
      *
           READ    CADPICK         INTO    REG-PICK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADPICK.

           IF      WS-FS-CADPICK   NOT EQUAL 00
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPICK.

           SET     WS-LOC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-RES FROM 1 BY 1
                   UNTIL   WS-IND-RES GREATER WS-QTD-TAB-LOC
                   OR      WS-LOC-ACHOU

             IF    TAB-LOC-COD-PEC   (WS-IND-RES) EQUAL PICK-CD-PECA
                   AND
                   TAB-LOC-PRINCIPAL (WS-IND-RES) EQUAL 'S'
                   SET     WS-LOC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-LOC-ACHOU
                   SUBTRACT 001    FROM    WS-IND-RES
                   ADD     PICK-QT-ALOCADA TO
                           TAB-LOC-DEMANDA (WS-IND-RES)
           ELSE
                   ADD     001     TO      WS-QTD-SEM-PRINCIPAL
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    SO OS ENDERECOS PRINCIPAIS ABAIXO DO NIVEL OU SEM SALDO    *
      *    PARA A DEMANDA DO CICLO SAO RESSUPRIDOS                    *
      *
           IF      TAB-LOC-PRINCIPAL (WS-IND-TAB-LOC) NOT EQUAL 'S'
                   GO      TO      1000-99-EXIT
           END-IF.

           IF      TAB-LOC-OCUP (WS-IND-TAB-LOC) NOT LESS
                   TAB-LOC-GATILHO (WS-IND-TAB-LOC)        AND
                   TAB-LOC-OCUP (WS-IND-TAB-LOC) NOT LESS
                   TAB-LOC-DEMANDA (WS-IND-TAB-LOC)
                   GO      TO      1000-99-EXIT
           END-IF.

           IF      TAB-LOC-CAPAC (WS-IND-TAB-LOC) GREATER ZEROS
                   MOVE    TAB-LOC-CAPAC (WS-IND-TAB-LOC)
                                   TO      WS-QTD-ALVO
           ELSE
                   COMPUTE WS-QTD-ALVO =
                           TAB-LOC-DEMANDA (WS-IND-TAB-LOC) +
                           TAB-LOC-GATILHO (WS-IND-TAB-LOC)
           END-IF.

           IF      WS-QTD-ALVO     NOT GREATER
                   TAB-LOC-OCUP (WS-IND-TAB-LOC)
                   GO      TO      1000-99-EXIT
           END-IF.

           COMPUTE WS-QTD-FALTA    =       WS-QTD-ALVO -
                   TAB-LOC-OCUP (WS-IND-TAB-LOC).

           ADD     001             TO      WS-QTD-RESSUPRIDOS.

      *    OS ENDERECOS DA PECA SAO CONTIGUOS NA TABELA - VOLTA AO
      *    PRIMEIRO DELES E PERCORRE OS SECUNDARIOS EM ORDEM DE
      *    ENDERECO
           MOVE    WS-IND-TAB-LOC  TO      WS-IND-RES.

           SET     WS-LOC-NAO-ACHOU        TO      TRUE.

           PERFORM UNTIL WS-LOC-ACHOU
             IF    WS-IND-RES      EQUAL   1
                   SET     WS-LOC-ACHOU    TO      TRUE
             ELSE
                   COMPUTE WS-IND-AUX = WS-IND-RES - 1
                   IF      TAB-LOC-COD-PEC (WS-IND-AUX) NOT EQUAL
                           TAB-LOC-COD-PEC (WS-IND-TAB-LOC)
                           SET     WS-LOC-ACHOU    TO      TRUE
                   ELSE
                           MOVE    WS-IND-AUX      TO      WS-IND-RES
                   END-IF
             END-IF
           END-PERFORM.

           PERFORM 1100-00-RETIRA-DA-RESERVA
             UNTIL WS-IND-RES      GREATER WS-QTD-TAB-LOC
             OR    WS-QTD-FALTA    EQUAL   ZEROS
             OR    TAB-LOC-COD-PEC (WS-IND-RES) NOT EQUAL
                   TAB-LOC-COD-PEC (WS-IND-TAB-LOC).

           IF      WS-QTD-FALTA    GREATER ZEROS
                   ADD     001     TO      WS-QTD-SEM-RESERVA
                   MOVE    ALL 'Z' TO      WS-END-ORIGEM
                   MOVE    WS-QTD-FALTA    TO      WS-QTD-MOVER
                   PERFORM 1200-00-INSERE-TAREFA
           END-IF.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-RETIRA-DA-RESERVA   SECTION.
      *****************************************************************
      *
           IF      TAB-LOC-PRINCIPAL (WS-IND-RES) NOT EQUAL 'S'   AND
                   TAB-LOC-OCUP (WS-IND-RES) GREATER
                   TAB-LOC-RESERVADA (WS-IND-RES)
                   COMPUTE WS-QTD-DISPONIVEL =
                           TAB-LOC-OCUP      (WS-IND-RES) -
                           TAB-LOC-RESERVADA (WS-IND-RES)
                   IF      WS-QTD-FALTA    NOT GREATER
                           WS-QTD-DISPONIVEL
                           MOVE    WS-QTD-FALTA    TO  WS-QTD-MOVER
                   ELSE
                           MOVE    WS-QTD-DISPONIVEL
                                                   TO  WS-QTD-MOVER
                   END-IF
                   ADD     WS-QTD-MOVER    TO
                           TAB-LOC-RESERVADA (WS-IND-RES)
                   SUBTRACT WS-QTD-MOVER   FROM    WS-QTD-FALTA
                   MOVE    TAB-LOC-ENDERECO (WS-IND-RES)
                                   TO      WS-END-ORIGEM
                   PERFORM 1200-00-INSERE-TAREFA
           END-IF.

           ADD     001             TO      WS-IND-RES.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-INSERE-TAREFA       SECTION.
      *****************************************************************
      *    INSERCAO ORDENADA PELO ENDERECO DE ORIGEM (ORDEM DE        *
      *    PERCURSO); FALTA SEM RESERVA TEM A CHAVE MAIS ALTA         *
      *
           IF      WS-QTD-TAB-TAR  GREATER OR EQUAL 05000
                   PERFORM         0988-00-ABEND-TAB-TAREFAS
           END-IF.

           MOVE    001             TO      WS-IND-INS.

           PERFORM UNTIL WS-IND-INS GREATER WS-QTD-TAB-TAR
                   OR    TAB-TAR-END-ORIGEM (WS-IND-INS)
                         GREATER WS-END-ORIGEM
                   ADD     001     TO      WS-IND-INS
           END-PERFORM.

           PERFORM VARYING WS-IND-DES FROM WS-QTD-TAB-TAR BY -1
                   UNTIL   WS-IND-DES LESS WS-IND-INS

             COMPUTE WS-IND-AUX = WS-IND-DES + 1
             MOVE  TAB-TAR-ITEM (WS-IND-DES) TO
                   TAB-TAR-ITEM (WS-IND-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-TAR.

           MOVE    WS-END-ORIGEM
                   TO TAB-TAR-END-ORIGEM  (WS-IND-INS).
           MOVE    TAB-LOC-COD-PEC  (WS-IND-TAB-LOC)
                   TO TAB-TAR-COD-PEC     (WS-IND-INS).
           MOVE    TAB-LOC-ENDERECO (WS-IND-TAB-LOC)
                   TO TAB-TAR-END-DESTINO (WS-IND-INS).
           MOVE    WS-QTD-MOVER
                   TO TAB-TAR-QTD-MOVER   (WS-IND-INS).
           MOVE    TAB-LOC-OCUP     (WS-IND-TAB-LOC)
                   TO TAB-TAR-OCUP        (WS-IND-INS).
           MOVE    TAB-LOC-GATILHO  (WS-IND-TAB-LOC)
                   TO TAB-TAR-GATILHO     (WS-IND-INS).
           MOVE    TAB-LOC-DEMANDA  (WS-IND-TAB-LOC)
                   TO TAB-TAR-DEMANDA     (WS-IND-INS).
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVACAO-TAREFA     SECTION.
      *****************************************************************
      *    AS TAREFAS SAO NUMERADAS NA ORDEM DE PERCURSO; A FALTA SEM *
      *    RESERVA SO SAI NA LISTA                                    *
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    SPACES          TO      DET1-ORIGEM
                                           DET1-DESTINO.

           IF      TAB-TAR-END-ORIGEM (WS-IND-TAB-TAR) EQUAL ALL 'Z'
                   MOVE    SPACES  TO      DET1-TAREFA
                   MOVE    'SEM RESERVA'   TO      DET1-ORIGEM
           ELSE
                   ADD     001     TO      WS-NUM-TAREFA
                   MOVE    WS-NUM-TAREFA   TO      DET1-TAREFA
                   MOVE    TAB-TAR-END-ORIGEM (WS-IND-TAB-TAR) (1:2)
                                   TO      DET1-ORI-ARMAZEM
                   MOVE    TAB-TAR-END-ORIGEM (WS-IND-TAB-TAR) (3:3)
                                   TO      DET1-ORI-CORREDOR
                   MOVE    TAB-TAR-END-ORIGEM (WS-IND-TAB-TAR) (6:5)
                                   TO      DET1-ORI-PRATELEIRA
                   PERFORM 2100-00-GRAVACAO-CADREPO
           END-IF.

           MOVE    TAB-TAR-END-DESTINO (WS-IND-TAB-TAR) (1:2)
                                   TO      DET1-DES-ARMAZEM.
           MOVE    TAB-TAR-END-DESTINO (WS-IND-TAB-TAR) (3:3)
                                   TO      DET1-DES-CORREDOR.
           MOVE    TAB-TAR-END-DESTINO (WS-IND-TAB-TAR) (6:5)
                                   TO      DET1-DES-PRATELEIRA.

           MOVE    TAB-TAR-COD-PEC    (WS-IND-TAB-TAR)
                                   TO      DET1-CODIGO.
           MOVE    TAB-TAR-QTD-MOVER  (WS-IND-TAB-TAR)
                                   TO      DET1-QTDE.
           MOVE    TAB-TAR-OCUP       (WS-IND-TAB-TAR)
                                   TO      DET1-OCUP.
           MOVE    TAB-TAR-GATILHO    (WS-IND-TAB-TAR)
                                   TO      DET1-GATILHO.
           MOVE    TAB-TAR-DEMANDA    (WS-IND-TAB-TAR)
                                   TO      DET1-DEMANDA.

           MOVE    DET1            TO      REG-RELREPO.
           PERFORM 2700-00-GRAVACAO-RELREPO.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-GRAVACAO-CADREPO    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-REPO.
           MOVE    WS-NUM-TAREFA   TO      REPO-NUM-TAREFA.
           MOVE    TAB-TAR-COD-PEC     (WS-IND-TAB-TAR)
                                   TO      REPO-COD-PEC.
           MOVE    TAB-TAR-END-ORIGEM  (WS-IND-TAB-TAR)
                                   TO      REPO-END-ORIGEM.
           MOVE    TAB-TAR-END-DESTINO (WS-IND-TAB-TAR)
                                   TO      REPO-END-DESTINO.
           MOVE    TAB-TAR-QTD-MOVER   (WS-IND-TAB-TAR)
                                   TO      REPO-QTD-MOVER.
           MOVE    WS-DATA-PROC    TO      REPO-DAT-GERACAO.

           WRITE   REG-CADREPO     FROM    REG-REPO.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADREPO.

           ADD     001             TO      WS-GRV-CADREPO.
      *
       2100-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELREPO.
           PERFORM 2700-00-GRAVACAO-RELREPO.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELREPO.
           PERFORM 2700-00-GRAVACAO-RELREPO.

           MOVE    CAB4            TO      REG-RELREPO.
           PERFORM 2700-00-GRAVACAO-RELREPO.

           MOVE    CAB5            TO      REG-RELREPO.
           PERFORM 2700-00-GRAVACAO-RELREPO.

           MOVE    CAB6            TO      REG-RELREPO.
           PERFORM 2700-00-GRAVACAO-RELREPO.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELREPO    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELREPO.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0330-00-TESTA-FS-RELREPO.

           ADD     001             TO      WS-GRV-RELREPO.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADLOCA
                   CADPICK
                   CADREPO
                   RELREPO.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB137'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADLOCA  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB137 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB137 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADLOCA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADLOCA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPICK  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPICK.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADREPO  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADREPO.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELREPO  TO      WS-EDICAO.
           DISPLAY '* LINHAS IMPRESSAS......- RELREPO.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RESSUPRIDOS
                                   TO      WS-EDICAO.
           DISPLAY '* ENDERECOS PRINCIPAIS A RESSUPRIR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-RESERVA
                                   TO      WS-EDICAO.
           DISPLAY '* ENDERECOS SEM RESERVA SUFICIENTE.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-PRINCIPAL
                                   TO      WS-EDICAO.
           DISPLAY '* ALOCACOES SEM ENDERECO PRINCIPAL.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB137 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0988-00-ABEND-TAB-TAREFAS   SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB137 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE TAREFAS EXCEDIDA    *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB137 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB137 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0988-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB137 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE LOCALIZACOES EXCED. *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB137 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB137 ******************'.

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

           DISPLAY '******************* GPFPB137 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB137 ******************'.
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
           DISPLAY '******************* GPFPB137 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB137 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB137                  *
      *****************************************************************
