      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB139.
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
      * OBJETIVO.....: AUDITORIA SEMANAL DA SEPARACAO DE PRODUTOS     *
      *                PERIGOSOS NO ALMOXARIFADO: LISTA NO RELRISC    *
      *                CADA PAR DE ENDERECOS OCUPADOS DA MESMA ZONA   *
      *                (ARMAZEM + CORREDOR) CUJAS PECAS TEM CLASSES   *
      *                DE RISCO (MATR-CLASSE-RISCO) QUE NAO PODEM     *
      *                DIVIDIR A ZONA SEGUNDO O CADCRIS. PECA SEM     *
      *                CLASSE DE RISCO E PECAS DA MESMA CLASSE SAO    *
      *                SEMPRE COMPATIVEIS.                            *
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
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ   - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMATR  ASSIGN  TO  UT-S-CADMATR
                   FILE     STATUS  IS  WS-FS-CADMATR.
      *
      *****************************************************************
      * INPUT..: CADCRIS - COMPATIBILIDADE DE RISCO      - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADCRIS  ASSIGN  TO  UT-S-CADCRIS
                   FILE     STATUS  IS  WS-FS-CADCRIS.
      *
      *****************************************************************
      * OUTPUT.: RELRISC - VIOLACOES DE SEPARACAO        - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELRISC  ASSIGN  TO  UT-S-RELRISC
                   FILE     STATUS  IS  WS-FS-RELRISC.
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
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ   - LRECL=100  *
      *****************************************************************
      *
       FD  CADMATR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMATR         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCRIS - COMPATIBILIDADE DE RISCO      - LRECL=050  *
      *****************************************************************
      *
       FD  CADCRIS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCRIS         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: RELRISC - VIOLACOES DE SEPARACAO        - LRECL=133  *
      *****************************************************************
      *
       FD  RELRISC
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELRISC         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADLOCA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCRIS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELRISC       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADLOCA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCRIS      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELRISC      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-END-RISCO    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-VIOLACOES    PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA COM A CLASSE DE RISCO DAS PECAS (CADMATR)       *
      *****************************************************************
      *
       01      WS-QTD-TAB-PEC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PEC      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PECAS.
         03    TAB-PEC-ITEM        OCCURS  10000  TIMES.
           05  TAB-PEC-COD         PIC     9(005).
           05  TAB-PEC-CLASSE      PIC     X(002).
      *
       01      WS-SW-PEC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PEC-ACHOU                VALUE 'S'.
         88    WS-PEC-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS PARES DE CLASSES COMPATIVEIS (CADCRIS)      *
      *****************************************************************
      *
       01      WS-QTD-TAB-RIS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-RIS      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-RISCOS.
         03    TAB-RIS-ITEM        OCCURS  00200  TIMES.
           05  TAB-RIS-CLASSE-1    PIC     X(002).
           05  TAB-RIS-CLASSE-2    PIC     X(002).
      *
       01      WS-CLASSE-PECA      PIC     X(002) VALUE SPACES.
       01      WS-CLASSE-1         PIC     X(002) VALUE SPACES.
       01      WS-CLASSE-2         PIC     X(002) VALUE SPACES.
      *
       01      WS-SW-COMPATIVEL    PIC     X(001) VALUE 'S'.
         88    WS-COMPATIVEL               VALUE 'S'.
         88    WS-INCOMPATIVEL             VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS ENDERECOS OCUPADOS POR PECA COM CLASSE DE   *
      *        RISCO, ORDENADA POR ENDERECO (INSERCAO ORDENADA) - OS  *
      *        ENDERECOS DE UMA ZONA FICAM CONTIGUOS                  *
      *****************************************************************
      *
       01      WS-QTD-TAB-OCU      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-OCU      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-PAR          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-INS          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DES          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUX          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-OCUPADOS.
         03    TAB-OCU-ITEM        OCCURS  10000  TIMES.
           05  TAB-OCU-ENDERECO    PIC     X(010).
           05  TAB-OCU-COD-PEC     PIC     9(005).
           05  TAB-OCU-CLASSE      PIC     X(002).
           05  TAB-OCU-OCUP        PIC     9(005).
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
      *    LAY-OUT DO RELATORIO DE VIOLACOES DE SEPARACAO DE RISCO    *
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
         03    FILLER              PIC     X(035) VALUE SPACES.
         03    FILLER              PIC     X(024) VALUE
               'V I O L A C O E S  D E  '.
         03    FILLER              PIC     X(033) VALUE
               'S E P A R A C A O  D E  R I S C O'.
         03    FILLER              PIC     X(029) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB5.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               '<-- ZONA -->'.
         03    FILLER              PIC     X(027) VALUE
               '<------ ENDERECO 1 ------->'.
         03    FILLER              PIC     X(008) VALUE SPACES.
         03    FILLER              PIC     X(027) VALUE
               '<------ ENDERECO 2 ------->'.
         03    FILLER              PIC     X(054) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(002) VALUE 'AR'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'COR'.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PRAT.'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA '.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(002) VALUE 'CL'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' OCUP.'.
         03    FILLER              PIC     X(008) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PRAT.'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA '.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(002) VALUE 'CL'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' OCUP.'.
         03    FILLER              PIC     X(054) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-ARMAZEM        PIC     X(002).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-CORREDOR       PIC     X(003).
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-PRATELEIRA-1   PIC     X(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-COD-PEC-1      PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-CLASSE-1       PIC     X(002).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-OCUP-1         PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(008) VALUE SPACES.
         03    DET1-PRATELEIRA-2   PIC     X(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-COD-PEC-2      PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-CLASSE-2       PIC     X(002).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-OCUP-2         PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(054) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADLOCA - LOCALIZACOES FISICAS                       *
      *****************************************************************
      *
           COPY    COBO1039.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ                *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * INPUT..: CADCRIS - COMPATIBILIDADE DE RISCO                   *
      *****************************************************************
      *
           COPY    COBI1095.
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
             VARYING WS-IND-TAB-OCU FROM 1 BY 1
             UNTIL WS-IND-TAB-OCU  GREATER WS-QTD-TAB-OCU.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADLOCA
                           CADMATR
                           CADCRIS
                   OUTPUT  RELRISC.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-TAB-PECAS
             UNTIL WS-FS-CADMATR   EQUAL   10.

           PERFORM 0450-00-CARGA-TAB-RISCOS
             UNTIL WS-FS-CADCRIS   EQUAL   10.

           PERFORM 0500-00-CARGA-TAB-OCUPADOS
             UNTIL WS-FS-CADLOCA   EQUAL   10.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADLOCA.

           PERFORM 0310-00-TESTA-FS-CADMATR.

           PERFORM 0320-00-TESTA-FS-CADCRIS.

           PERFORM 0330-00-TESTA-FS-RELRISC.
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
       0310-00-TESTA-FS-CADMATR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATR NOT EQUAL 00 AND 10
                   MOVE 'CADMATR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADCRIS    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCRIS NOT EQUAL 00 AND 10
                   MOVE 'CADCRIS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCRIS
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-RELRISC    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELRISC NOT EQUAL 00
                   MOVE 'RELRISC'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELRISC
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-PECAS     SECTION.
      *****************************************************************
      *
           READ    CADMATR         INTO    REG-MATR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADMATR.

           IF      WS-FS-CADMATR   EQUAL   00
                   ADD 001         TO      WS-LID-CADMATR

                   IF      WS-QTD-TAB-PEC  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-PEC
                   MOVE    MATR-COD-PEC    TO
                           TAB-PEC-COD    (WS-QTD-TAB-PEC)
                   MOVE    MATR-CLASSE-RISCO       TO
                           TAB-PEC-CLASSE (WS-QTD-TAB-PEC)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-CARGA-TAB-RISCOS    SECTION.
      *****************************************************************
      *
           READ    CADCRIS         INTO    REG-CRIS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADCRIS.

           IF      WS-FS-CADCRIS   EQUAL   00
                   ADD 001         TO      WS-LID-CADCRIS

                   IF      WS-QTD-TAB-RIS  GREATER OR EQUAL 00200
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-RIS
                   MOVE    CRIS-CLASSE-1   TO
                           TAB-RIS-CLASSE-1 (WS-QTD-TAB-RIS)
                   MOVE    CRIS-CLASSE-2   TO
                           TAB-RIS-CLASSE-2 (WS-QTD-TAB-RIS)
           END-IF.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-CARGA-TAB-OCUPADOS  SECTION.
      *****************************************************************
      *    SO ENTRAM OS ENDERECOS OCUPADOS POR PECA COM CLASSE DE     *
      *    RISCO                                                      *
      *
           READ    CADLOCA         INTO    REG-LOCA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADLOCA.

           IF      WS-FS-CADLOCA   NOT EQUAL 00
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADLOCA.

           IF      LOCA-QTD-OCUP   NOT NUMERIC OR
                   LOCA-QTD-OCUP   EQUAL   ZEROS
                   GO      TO      0500-99-EXIT
           END-IF.

           MOVE    SPACES          TO      WS-CLASSE-PECA.

           SET     WS-PEC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PEC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PEC GREATER WS-QTD-TAB-PEC
                   OR      WS-PEC-ACHOU

             IF    LOCA-COD-PEC EQUAL TAB-PEC-COD (WS-IND-TAB-PEC)
                   SET     WS-PEC-ACHOU    TO      TRUE
                   MOVE    TAB-PEC-CLASSE (WS-IND-TAB-PEC)
                                   TO      WS-CLASSE-PECA
             END-IF

           END-PERFORM.

           IF      WS-CLASSE-PECA  EQUAL   SPACES
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-END-RISCO.

           PERFORM 0550-00-INSERE-OCUPADO.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0550-00-INSERE-OCUPADO      SECTION.
      *****************************************************************
      *
           IF      WS-QTD-TAB-OCU  GREATER OR EQUAL 10000
                   PERFORM         0989-00-ABEND-TABELA
           END-IF.

           MOVE    001             TO      WS-IND-INS.

           PERFORM UNTIL WS-IND-INS GREATER WS-QTD-TAB-OCU
                   OR    TAB-OCU-ENDERECO (WS-IND-INS)
                         GREATER LOCA-ENDERECO
                   ADD     001     TO      WS-IND-INS
           END-PERFORM.

           PERFORM VARYING WS-IND-DES FROM WS-QTD-TAB-OCU BY -1
                   UNTIL   WS-IND-DES LESS WS-IND-INS

             COMPUTE WS-IND-AUX = WS-IND-DES + 1
             MOVE  TAB-OCU-ITEM (WS-IND-DES) TO
                   TAB-OCU-ITEM (WS-IND-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-OCU.

           MOVE    LOCA-ENDERECO   TO TAB-OCU-ENDERECO (WS-IND-INS).
           MOVE    LOCA-COD-PEC    TO TAB-OCU-COD-PEC  (WS-IND-INS).
           MOVE    WS-CLASSE-PECA  TO TAB-OCU-CLASSE   (WS-IND-INS).
           MOVE    LOCA-QTD-OCUP   TO TAB-OCU-OCUP     (WS-IND-INS).
      *
       0550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    COMPARA O ENDERECO COM OS SEGUINTES DA MESMA ZONA          *
      *
           COMPUTE WS-IND-PAR      =       WS-IND-TAB-OCU + 1.

           PERFORM 1100-00-COMPARA-PAR
             UNTIL WS-IND-PAR      GREATER WS-QTD-TAB-OCU
             OR    TAB-OCU-ENDERECO (WS-IND-PAR) (1:5) NOT EQUAL
                   TAB-OCU-ENDERECO (WS-IND-TAB-OCU) (1:5).
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-COMPARA-PAR         SECTION.
      *****************************************************************
      *
           MOVE    TAB-OCU-CLASSE (WS-IND-TAB-OCU) TO  WS-CLASSE-1.
           MOVE    TAB-OCU-CLASSE (WS-IND-PAR)     TO  WS-CLASSE-2.

           PERFORM 1200-00-VERIFICA-PAR-CLASSES.

           IF      WS-INCOMPATIVEL
                   PERFORM 2000-00-IMPRIME-VIOLACAO
           END-IF.

           ADD     001             TO      WS-IND-PAR.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-VERIFICA-PAR-CLASSES SECTION.
      *****************************************************************
      *    MESMA CLASSE E SEMPRE COMPATIVEL; OS DEMAIS PARES SO SE    *
      *    CADASTRADOS NO CADCRIS (EM QUALQUER ORDEM)                 *
      *
           IF      WS-CLASSE-1     EQUAL   WS-CLASSE-2
                   SET     WS-COMPATIVEL   TO      TRUE
                   GO      TO      1200-99-EXIT
           END-IF.

           SET     WS-INCOMPATIVEL         TO      TRUE.

           PERFORM VARYING WS-IND-TAB-RIS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RIS GREATER WS-QTD-TAB-RIS
                   OR      WS-COMPATIVEL

             IF   (TAB-RIS-CLASSE-1 (WS-IND-TAB-RIS) EQUAL WS-CLASSE-1
                   AND
                   TAB-RIS-CLASSE-2 (WS-IND-TAB-RIS) EQUAL WS-CLASSE-2)
                   OR
                  (TAB-RIS-CLASSE-1 (WS-IND-TAB-RIS) EQUAL WS-CLASSE-2
                   AND
                   TAB-RIS-CLASSE-2 (WS-IND-TAB-RIS) EQUAL WS-CLASSE-1)
                   SET     WS-COMPATIVEL   TO      TRUE
             END-IF

           END-PERFORM.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-IMPRIME-VIOLACAO    SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.
           ADD     001             TO      WS-QTD-VIOLACOES.

           MOVE    TAB-OCU-ENDERECO (WS-IND-TAB-OCU) (1:2)
                                   TO      DET1-ARMAZEM.
           MOVE    TAB-OCU-ENDERECO (WS-IND-TAB-OCU) (3:3)
                                   TO      DET1-CORREDOR.

           MOVE    TAB-OCU-ENDERECO (WS-IND-TAB-OCU) (6:5)
                                   TO      DET1-PRATELEIRA-1.
           MOVE    TAB-OCU-COD-PEC  (WS-IND-TAB-OCU)
                                   TO      DET1-COD-PEC-1.
           MOVE    TAB-OCU-CLASSE   (WS-IND-TAB-OCU)
                                   TO      DET1-CLASSE-1.
           MOVE    TAB-OCU-OCUP     (WS-IND-TAB-OCU)
                                   TO      DET1-OCUP-1.

           MOVE    TAB-OCU-ENDERECO (WS-IND-PAR) (6:5)
                                   TO      DET1-PRATELEIRA-2.
           MOVE    TAB-OCU-COD-PEC  (WS-IND-PAR)
                                   TO      DET1-COD-PEC-2.
           MOVE    TAB-OCU-CLASSE   (WS-IND-PAR)
                                   TO      DET1-CLASSE-2.
           MOVE    TAB-OCU-OCUP     (WS-IND-PAR)
                                   TO      DET1-OCUP-2.

           MOVE    DET1            TO      REG-RELRISC.
           PERFORM 2700-00-GRAVACAO-RELRISC.
      *
       2000-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELRISC.
           PERFORM 2700-00-GRAVACAO-RELRISC.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELRISC.
           PERFORM 2700-00-GRAVACAO-RELRISC.

           MOVE    CAB4            TO      REG-RELRISC.
           PERFORM 2700-00-GRAVACAO-RELRISC.

           MOVE    CAB5            TO      REG-RELRISC.
           PERFORM 2700-00-GRAVACAO-RELRISC.

           MOVE    CAB6            TO      REG-RELRISC.
           PERFORM 2700-00-GRAVACAO-RELRISC.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELRISC    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELRISC.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0330-00-TESTA-FS-RELRISC.

           ADD     001             TO      WS-GRV-RELRISC.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADLOCA
                   CADMATR
                   CADCRIS
                   RELRISC.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB139'      TO      WRL-PROGRAMA.
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
           DISPLAY '******************* GPFPB139 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB139 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADLOCA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADLOCA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMATR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCRIS  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCRIS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELRISC  TO      WS-EDICAO.
           DISPLAY '* LINHAS IMPRESSAS......- RELRISC.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-END-RISCO
                                   TO      WS-EDICAO.
           DISPLAY '* ENDERECOS OCUPADOS COM RISCO.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-VIOLACOES
                                   TO      WS-EDICAO.
           DISPLAY '* PARES EM VIOLACAO................: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB139 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB139 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB139 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB139 ******************'.

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

           DISPLAY '******************* GPFPB139 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB139 ******************'.
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
           DISPLAY '******************* GPFPB139 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB139 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB139                  *
      *****************************************************************
