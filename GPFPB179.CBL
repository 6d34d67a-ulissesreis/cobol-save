      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB179.
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
      * OBJETIVO.....: ANALISE DE IMPACTO DE REEXECUCAO NA CADEIA     *
      *                NOTURNA (RELREEX). A PARTIR DO PROGRAMA A SER  *
      *                REEXECUTADO, PERCORRE O GRAFO DE PARES         *
      *                PRODUTOR/CONSUMIDOR (CADBPAR) E LISTA, NA      *
      *                ORDEM DE EXECUCAO, TODOS OS PROGRAMAS          *
      *                DEPENDENTES. PARA CADA UM INFORMA SE JA        *
      *                EXECUTOU NA DATA DE NEGOCIO SEGUNDO O LOG DE   *
      *                EXECUCAO (CADRLOG), OS ARQUIVOS GRAVADOS QUE   *
      *                FICAM INVALIDADOS E AS ENTRADAS DE QUE A       *
      *                REEXECUCAO PRECISA, APONTANDO O PROGRAMA QUE   *
      *                REGERA CADA ENTRADA (TABELA CADPARQ). O        *
      *                RELATORIO FICA COMO REGISTRO DA DECISAO DE     *
      *                REEXECUCAO.                                    *
      *****************************************************************
      * PARAMETRO....: PARM='PPPPPPPPAAAAMMDD'                        *
      *                PPPPPPPP - PROGRAMA A SER REEXECUTADO          *
      *                AAAAMMDD - DATA DE NEGOCIO DA CADEIA           *
      *****************************************************************
      * OBSERVACAO...: A ORDEM DE EXECUCAO E O NIVEL DE CADA PROGRAMA *
      *                NO GRAFO A PARTIR DO PROGRAMA REEXECUTADO      *
      *                (MAIOR DISTANCIA); PROGRAMAS DO MESMO NIVEL    *
      *                NAO DEPENDEM ENTRE SI. CICLO NO CADBPAR E      *
      *                LIMITADO PELA QTDE DE PROGRAMAS DO GRAFO       *
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
           SELECT  CADBPAR  ASSIGN  TO  UT-S-CADBPAR
                   FILE     STATUS  IS  WS-FS-CADBPAR.
      *
           SELECT  CADPARQ  ASSIGN  TO  UT-S-CADPARQ
                   FILE     STATUS  IS  WS-FS-CADPARQ.
      *
           SELECT  CADRLOG  ASSIGN  TO  UT-S-CADRLOG
                   FILE     STATUS  IS  WS-FS-CADRLOG.
      *
           SELECT  RELREEX  ASSIGN  TO  UT-S-RELREEX
                   FILE     STATUS  IS  WS-FS-RELREEX.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADBPAR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBPAR         PIC     X(050).
      *
       FD  CADPARQ
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPARQ         PIC     X(050).
      *
       FD  CADRLOG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRLOG         PIC     X(066).
      *
       FD  RELREEX
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELREEX         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADBPAR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARQ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRLOG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELREEX       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADBPAR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPARQ      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRLOG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELREEX      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-AFETADOS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-JA-EXECUTOU  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-NAO-EXECUTOU PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ARQ-INVALID  PIC     9(018) VALUE ZEROS.
      *
       01      WS-PROG-REEXEC      PIC     X(008) VALUE SPACES.
       01      WS-DATA-NEGOCIO     PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-FORA-GRAFO    PIC     X(001) VALUE 'N'.
         88    WS-FORA-GRAFO               VALUE 'S'.
      *
       01      WS-HR-AUX           PIC     9(006) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-HR-AUX.
        03     WS-AUX-HORA         PIC     9(002).
        03     WS-AUX-MINUTO       PIC     9(002).
        03     WS-AUX-SEGUNDO      PIC     9(002).
      *
       01      WS-HORA-EDIT.
         03    WS-EDT-HORA         PIC     9(002).
         03    FILLER              PIC     X(001) VALUE ':'.
         03    WS-EDT-MINUTO       PIC     9(002).
         03    FILLER              PIC     X(001) VALUE ':'.
         03    WS-EDT-SEGUNDO      PIC     9(002).
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE PROGRAMAS DO GRAFO, COM A MARCA DE AFETADO,  *
      *        O NIVEL NA ORDEM DE REEXECUCAO E A EXECUCAO NA DATA    *
      *****************************************************************
      *
       01      WS-QTD-TAB-PRG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PRG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-PRG-ACHOU    PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-PRG-REEXEC   PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PROGRAMAS.
         03    TAB-PRG-ITEM        OCCURS  00200  TIMES.
           05  TAB-PRG-PROGRAMA    PIC     X(008).
           05  TAB-PRG-SW-AFETADO  PIC     X(001).
             88  TAB-PRG-AFETADO           VALUE 'S'.
           05  TAB-PRG-NIVEL       PIC     9(005) COMP.
           05  TAB-PRG-SW-EXECUTOU PIC     X(001).
             88  TAB-PRG-EXECUTOU          VALUE 'S'.
           05  TAB-PRG-HORA-EXEC   PIC     9(006).
           05  TAB-PRG-RETCODE     PIC     9(004).
           05  TAB-PRG-QTD-ARQ     PIC     9(005) COMP.
      *
      *****************************************************************
      *        TABELA DE PARES DE DEPENDENCIA (CADBPAR)               *
      *****************************************************************
      *
       01      WS-QTD-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DEPENDENCIAS.
         03    TAB-DEP-ITEM        OCCURS  00500  TIMES.
           05  TAB-DEP-PRODUTOR    PIC     9(005) COMP.
           05  TAB-DEP-CONSUMIDOR  PIC     9(005) COMP.
      *
      *****************************************************************
      *        TABELA DE ARQUIVOS POR PROGRAMA (CADPARQ)              *
      *****************************************************************
      *
       01      WS-QTD-TAB-ARQ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ARQ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-ARQ-PROD     PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-ARQ-BUSCA    PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ARQUIVOS.
         03    TAB-ARQ-ITEM        OCCURS  01000  TIMES.
           05  TAB-ARQ-IND-PRG     PIC     9(005) COMP.
           05  TAB-ARQ-ARQUIVO     PIC     X(008).
           05  TAB-ARQ-TIPO-USO    PIC     X(001).
             88  TAB-ARQ-ENTRADA           VALUE 'E'.
             88  TAB-ARQ-SAIDA             VALUE 'S'.
           05  TAB-ARQ-DESCRICAO   PIC     X(030).
      *
      *****************************************************************
      *        APOIO AO PERCURSO DO GRAFO                             *
      *****************************************************************
      *
       01      WS-QTD-PASSADAS     PIC     9(005) COMP    VALUE ZEROS.
       01      WS-NIVEL            PIC     9(005) COMP    VALUE ZEROS.
       01      WS-MAIOR-NIVEL      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-NIVEL-CANDIDATO  PIC     9(005) COMP    VALUE ZEROS.
       01      WS-ORDEM            PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-SW-MUDOU         PIC     X(001) VALUE 'N'.
         88    WS-MUDOU                    VALUE 'S'.
         88    WS-NAO-MUDOU                VALUE 'N'.
      *
       01      WS-PROG-BUSCA       PIC     X(008) VALUE SPACES.
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
      *    LAY-OUT DO RELATORIO DE IMPACTO DE REEXECUCAO              *
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
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB3.
         03    FILLER              PIC     X(045) VALUE SPACES.
         03    FILLER              PIC     X(041) VALUE
         'I M P A C T O  D E  R E E X E C U C A O'.
         03    FILLER              PIC     X(035) VALUE SPACES.
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
         03    FILLER              PIC     X(022) VALUE
               'PROGRAMA REEXECUTADO: '.
         03    CAB5-PROGRAMA       PIC     X(008).
         03    FILLER              PIC     X(021) VALUE
               ' - DATA DE NEGOCIO: '.
         03    CAB5-DIA            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-ANO            PIC     9(004).
         03    FILLER              PIC     X(069) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'ORDEM'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'NIVEL'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'PROGRAMA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'SITUACAO NO CADRLOG NA DATA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'HORA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'RC'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(040) VALUE
               'ACAO'.
         03    FILLER              PIC     X(018) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-ORDEM          PIC     ZZZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NIVEL          PIC     ZZZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-PROGRAMA       PIC     X(008).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-HORA           PIC     X(008).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-RETCODE        PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ACAO           PIC     X(040).
         03    FILLER              PIC     X(018) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(017) VALUE SPACES.
         03    DET2-TIPO-USO       PIC     X(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-ARQUIVO        PIC     X(008).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-DESCRICAO      PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-SITUACAO       PIC     X(040).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET2-PROG-ORIGEM    PIC     X(008).
         03    FILLER              PIC     X(016) VALUE SPACES.
      *
       01      DET3.
         03    FILLER              PIC     X(017) VALUE SPACES.
         03    DET3-MENSAGEM       PIC     X(060).
         03    FILLER              PIC     X(056) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(040).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-QTDE           PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(079) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADBPAR - PARES PRODUTOR/CONSUMIDOR                  *
      *****************************************************************
      *
           COPY    COBI9101.
      *
      *****************************************************************
      * INPUT..: CADPARQ - ARQUIVOS LIDOS E GRAVADOS POR PROGRAMA     *
      *****************************************************************
      *
           COPY    COBI9105.
      *
      *****************************************************************
      * INPUT..: CADRLOG - LOG DE EXECUCAO DOS PROGRAMAS              *
      *****************************************************************
      *
           COPY    COBO9100.
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
         03    LKG-PROGRAMA        PIC     X(008).
         03    LKG-DATA            PIC     9(008).
         03    LKG-FILLER          REDEFINES LKG-DATA.
           05  LKG-ANO             PIC     9(004).
           05  LKG-MES             PIC     9(002).
           05  LKG-DIA             PIC     9(002).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PERCORRE-GRAFO.

           PERFORM 2000-00-IMPRIME-NIVEL
             VARYING WS-NIVEL FROM 0 BY 1
             UNTIL WS-NIVEL GREATER WS-MAIOR-NIVEL.

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

           PERFORM 0150-00-CRITICA-PARM.

           OPEN    INPUT   CADBPAR
                           CADPARQ
                           CADRLOG
                   OUTPUT  RELREEX.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-TAB-BPAR
             UNTIL WS-FS-CADBPAR   EQUAL   10.

      *    PROGRAMA QUE NAO CONSTA DO CADBPAR E INCLUIDO SOZINHO -
      *    NAO TEM DEPENDENTES CONHECIDOS
           MOVE    WS-PROG-REEXEC  TO      WS-PROG-BUSCA.
           PERFORM 0300-00-PROCURA-PROGRAMA.

           IF      WS-IND-PRG-ACHOU        EQUAL   ZEROS
                   SET     WS-FORA-GRAFO   TO      TRUE
                   PERFORM 0350-00-INCLUI-PROGRAMA
           END-IF.

           MOVE    WS-IND-PRG-ACHOU        TO      WS-IND-PRG-REEXEC.

           PERFORM 0500-00-CARGA-TAB-PARQ
             UNTIL WS-FS-CADPARQ   EQUAL   10.

           PERFORM 0600-00-CARGA-TAB-RLOG
             UNTIL WS-FS-CADRLOG   EQUAL   10.

           MOVE    WS-PROG-REEXEC  TO      CAB5-PROGRAMA.
           MOVE    LKG-DIA         TO      CAB5-DIA.
           MOVE    LKG-MES         TO      CAB5-MES.
           MOVE    LKG-ANO         TO      CAB5-ANO.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *
           IF      LKG-TAM         LESS        16          OR
                   LKG-PROGRAMA    EQUAL       SPACES      OR
                   LKG-DATA        NOT NUMERIC OR
                   LKG-MES         EQUAL       ZEROS       OR
                   LKG-MES         GREATER     12          OR
                   LKG-DIA         EQUAL       ZEROS       OR
                   LKG-DIA         GREATER     31          OR
                   LKG-ANO         EQUAL       ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           MOVE    LKG-PROGRAMA    TO      WS-PROG-REEXEC.
           MOVE    LKG-DATA        TO      WS-DATA-NEGOCIO.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADBPAR NOT EQUAL 00 AND 10
                   MOVE 'CADBPAR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBPAR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPARQ NOT EQUAL 00 AND 10
                   MOVE 'CADPARQ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARQ     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRLOG NOT EQUAL 00 AND 10
                   MOVE 'CADRLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRLOG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELREEX NOT EQUAL 00
                   MOVE 'RELREEX'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELREEX     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-PROCURA-PROGRAMA    SECTION.
      *****************************************************************
      *    LOCALIZA O PROGRAMA WS-PROG-BUSCA NA TABELA - DEVOLVE O    *
      *    INDICE EM WS-IND-PRG-ACHOU (ZEROS = NAO ENCONTRADO)        *
      *
           MOVE    ZEROS           TO      WS-IND-PRG-ACHOU.

           PERFORM VARYING WS-IND-TAB-PRG FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PRG GREATER WS-QTD-TAB-PRG
                   OR      WS-IND-PRG-ACHOU GREATER ZEROS

             IF    WS-PROG-BUSCA   EQUAL
                   TAB-PRG-PROGRAMA (WS-IND-TAB-PRG)
                   MOVE    WS-IND-TAB-PRG  TO      WS-IND-PRG-ACHOU
             END-IF

           END-PERFORM.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-INCLUI-PROGRAMA     SECTION.
      *****************************************************************
      *
           IF      WS-QTD-TAB-PRG  GREATER OR EQUAL 00200
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-PRG.
           MOVE    WS-QTD-TAB-PRG  TO      WS-IND-PRG-ACHOU.

           MOVE    WS-PROG-BUSCA   TO
                   TAB-PRG-PROGRAMA    (WS-IND-PRG-ACHOU).
           MOVE    'N'             TO
                   TAB-PRG-SW-AFETADO  (WS-IND-PRG-ACHOU).
           MOVE    ZEROS           TO
                   TAB-PRG-NIVEL       (WS-IND-PRG-ACHOU).
           MOVE    'N'             TO
                   TAB-PRG-SW-EXECUTOU (WS-IND-PRG-ACHOU).
           MOVE    ZEROS           TO
                   TAB-PRG-HORA-EXEC   (WS-IND-PRG-ACHOU).
           MOVE    ZEROS           TO
                   TAB-PRG-RETCODE     (WS-IND-PRG-ACHOU).
           MOVE    ZEROS           TO
                   TAB-PRG-QTD-ARQ     (WS-IND-PRG-ACHOU).
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-BPAR      SECTION.
      *****************************************************************
      *
           READ    CADBPAR         INTO    REG-BPAR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADBPAR   NOT EQUAL       00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADBPAR.

           IF      WS-QTD-TAB-DEP  GREATER OR EQUAL 00500
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-DEP.

           MOVE    BPAR-PROG-PRODUTOR      TO      WS-PROG-BUSCA.
           PERFORM 0300-00-PROCURA-PROGRAMA.
           IF      WS-IND-PRG-ACHOU        EQUAL   ZEROS
                   PERFORM 0350-00-INCLUI-PROGRAMA
           END-IF.
           MOVE    WS-IND-PRG-ACHOU        TO
                   TAB-DEP-PRODUTOR   (WS-QTD-TAB-DEP).

           MOVE    BPAR-PROG-CONSUMIDOR    TO      WS-PROG-BUSCA.
           PERFORM 0300-00-PROCURA-PROGRAMA.
           IF      WS-IND-PRG-ACHOU        EQUAL   ZEROS
                   PERFORM 0350-00-INCLUI-PROGRAMA
           END-IF.
           MOVE    WS-IND-PRG-ACHOU        TO
                   TAB-DEP-CONSUMIDOR (WS-QTD-TAB-DEP).
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-CARGA-TAB-PARQ      SECTION.
      *****************************************************************
      *    SO INTERESSAM OS ARQUIVOS DE PROGRAMAS DO GRAFO            *
      *
           READ    CADPARQ         INTO    REG-PARQ.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPARQ   NOT EQUAL       00
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPARQ.

           MOVE    PARQ-PROGRAMA   TO      WS-PROG-BUSCA.
           PERFORM 0300-00-PROCURA-PROGRAMA.

           IF      WS-IND-PRG-ACHOU        EQUAL   ZEROS
                   GO      TO      0500-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-ARQ  GREATER OR EQUAL 01000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-ARQ.

           MOVE    WS-IND-PRG-ACHOU        TO
                   TAB-ARQ-IND-PRG   (WS-QTD-TAB-ARQ).
           MOVE    PARQ-ARQUIVO    TO
                   TAB-ARQ-ARQUIVO   (WS-QTD-TAB-ARQ).
           MOVE    PARQ-TIPO-USO   TO
                   TAB-ARQ-TIPO-USO  (WS-QTD-TAB-ARQ).
           MOVE    PARQ-DESCRICAO  TO
                   TAB-ARQ-DESCRICAO (WS-QTD-TAB-ARQ).

           ADD     001             TO
                   TAB-PRG-QTD-ARQ (WS-IND-PRG-ACHOU).
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-CARGA-TAB-RLOG      SECTION.
      *****************************************************************
      *    GUARDA A ULTIMA EXECUCAO NA DATA DE NEGOCIO DE CADA        *
      *    PROGRAMA DO GRAFO                                          *
      *
           READ    CADRLOG         INTO    REG-RLOG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRLOG   NOT EQUAL       00
                   GO      TO      0600-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADRLOG.

           IF      RLOG-DATA-EXEC  NOT EQUAL       WS-DATA-NEGOCIO
                   GO      TO      0600-99-EXIT
           END-IF.

           MOVE    RLOG-PROGRAMA   TO      WS-PROG-BUSCA.
           PERFORM 0300-00-PROCURA-PROGRAMA.

           IF      WS-IND-PRG-ACHOU        EQUAL   ZEROS
                   GO      TO      0600-99-EXIT
           END-IF.

           IF      TAB-PRG-EXECUTOU (WS-IND-PRG-ACHOU)
           AND     RLOG-HORA-EXEC  LESS
                   TAB-PRG-HORA-EXEC (WS-IND-PRG-ACHOU)
                   GO      TO      0600-99-EXIT
           END-IF.

           MOVE    'S'             TO
                   TAB-PRG-SW-EXECUTOU (WS-IND-PRG-ACHOU).
           MOVE    RLOG-HORA-EXEC  TO
                   TAB-PRG-HORA-EXEC   (WS-IND-PRG-ACHOU).
           MOVE    RLOG-RETCODE    TO
                   TAB-PRG-RETCODE     (WS-IND-PRG-ACHOU).
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PERCORRE-GRAFO      SECTION.
      *****************************************************************
      *    MARCA O PROGRAMA REEXECUTADO (NIVEL 0) E PROPAGA A MARCA   *
      *    DE AFETADO PELOS PARES ATE ESTABILIZAR: NIVEL(CONSUMIDOR)  *
      *    = MAX(NIVEL(PRODUTORES AFETADOS)) + 1, DE MODO QUE CADA    *
      *    PROGRAMA SO RODA DEPOIS DE TODOS OS SEUS PRODUTORES        *
      *    AFETADOS                                                   *
      *
           MOVE    'S'             TO
                   TAB-PRG-SW-AFETADO (WS-IND-PRG-REEXEC).
           MOVE    ZEROS           TO
                   TAB-PRG-NIVEL      (WS-IND-PRG-REEXEC).

           SET     WS-MUDOU        TO      TRUE.
           MOVE    ZEROS           TO      WS-QTD-PASSADAS.

           PERFORM 1100-00-PASSADA-PROPAGACAO
             UNTIL WS-NAO-MUDOU
             OR    WS-QTD-PASSADAS GREATER WS-QTD-TAB-PRG.

           MOVE    ZEROS           TO      WS-MAIOR-NIVEL.

           PERFORM 1300-00-ACHA-MAIOR-NIVEL
             VARYING WS-IND-TAB-PRG FROM 1 BY 1
             UNTIL WS-IND-TAB-PRG GREATER WS-QTD-TAB-PRG.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-PASSADA-PROPAGACAO  SECTION.
      *****************************************************************
      *
           SET     WS-NAO-MUDOU    TO      TRUE.
           ADD     001             TO      WS-QTD-PASSADAS.

           PERFORM 1200-00-PROPAGA-DEPENDENCIA
             VARYING WS-IND-TAB-DEP FROM 1 BY 1
             UNTIL WS-IND-TAB-DEP GREATER WS-QTD-TAB-DEP.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-PROPAGA-DEPENDENCIA SECTION.
      *****************************************************************
      *
           IF      NOT TAB-PRG-AFETADO
                   (TAB-DEP-PRODUTOR (WS-IND-TAB-DEP))
                   GO      TO      1200-99-EXIT
           END-IF.

      *    O PROPRIO PROGRAMA REEXECUTADO NAO SOBE DE NIVEL (CICLO)
           IF      TAB-DEP-CONSUMIDOR (WS-IND-TAB-DEP) EQUAL
                   WS-IND-PRG-REEXEC
                   GO      TO      1200-99-EXIT
           END-IF.

           COMPUTE WS-NIVEL-CANDIDATO =
                   TAB-PRG-NIVEL (TAB-DEP-PRODUTOR (WS-IND-TAB-DEP))
                   + 1.

           IF      NOT TAB-PRG-AFETADO
                   (TAB-DEP-CONSUMIDOR (WS-IND-TAB-DEP))
                   MOVE    'S'             TO
                           TAB-PRG-SW-AFETADO
                           (TAB-DEP-CONSUMIDOR (WS-IND-TAB-DEP))
                   MOVE    WS-NIVEL-CANDIDATO      TO
                           TAB-PRG-NIVEL
                           (TAB-DEP-CONSUMIDOR (WS-IND-TAB-DEP))
                   SET     WS-MUDOU        TO      TRUE
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      WS-NIVEL-CANDIDATO      GREATER
                   TAB-PRG-NIVEL (TAB-DEP-CONSUMIDOR (WS-IND-TAB-DEP))
                   MOVE    WS-NIVEL-CANDIDATO      TO
                           TAB-PRG-NIVEL
                           (TAB-DEP-CONSUMIDOR (WS-IND-TAB-DEP))
                   SET     WS-MUDOU        TO      TRUE
           END-IF.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-ACHA-MAIOR-NIVEL    SECTION.
      *****************************************************************
      *
           IF      TAB-PRG-AFETADO (WS-IND-TAB-PRG)
                   ADD     001     TO      WS-QTD-AFETADOS
                   IF      TAB-PRG-NIVEL (WS-IND-TAB-PRG) GREATER
                           WS-MAIOR-NIVEL
                           MOVE    TAB-PRG-NIVEL (WS-IND-TAB-PRG)
                                   TO      WS-MAIOR-NIVEL
                   END-IF
           END-IF.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-IMPRIME-NIVEL       SECTION.
      *****************************************************************
      *
           PERFORM 2100-00-IMPRIME-PROGRAMA
             VARYING WS-IND-TAB-PRG FROM 1 BY 1
             UNTIL WS-IND-TAB-PRG GREATER WS-QTD-TAB-PRG.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-IMPRIME-PROGRAMA    SECTION.
      *****************************************************************
      *
           IF      NOT TAB-PRG-AFETADO (WS-IND-TAB-PRG)
           OR      TAB-PRG-NIVEL (WS-IND-TAB-PRG) NOT EQUAL WS-NIVEL
                   GO      TO      2100-99-EXIT
           END-IF.

           IF      WS-LINHAS       GREATER 53
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           ELSE
                   MOVE    SPACES  TO      REG-RELREEX
                   PERFORM 2700-00-GRAVACAO-RELREEX
           END-IF.

           ADD     001             TO      WS-ORDEM.

           MOVE    WS-ORDEM        TO      DET1-ORDEM.
           MOVE    WS-NIVEL        TO      DET1-NIVEL.
           MOVE    TAB-PRG-PROGRAMA (WS-IND-TAB-PRG)
                                   TO      DET1-PROGRAMA.

           IF      TAB-PRG-EXECUTOU (WS-IND-TAB-PRG)
                   ADD     001     TO      WS-QTD-JA-EXECUTOU
                   MOVE    'JA EXECUTOU NA DATA'
                                   TO      DET1-SITUACAO
                   MOVE    TAB-PRG-HORA-EXEC (WS-IND-TAB-PRG)
                                   TO      WS-HR-AUX
                   MOVE    WS-AUX-HORA     TO      WS-EDT-HORA
                   MOVE    WS-AUX-MINUTO   TO      WS-EDT-MINUTO
                   MOVE    WS-AUX-SEGUNDO  TO      WS-EDT-SEGUNDO
                   MOVE    WS-HORA-EDIT    TO      DET1-HORA
                   MOVE    TAB-PRG-RETCODE (WS-IND-TAB-PRG)
                                   TO      DET1-RETCODE
           ELSE
                   ADD     001     TO      WS-QTD-NAO-EXECUTOU
                   MOVE    'NAO EXECUTOU NA DATA'
                                   TO      DET1-SITUACAO
                   MOVE    SPACES  TO      DET1-HORA
                   MOVE    SPACES  TO      DET1-RETCODE
           END-IF.

           IF      WS-IND-TAB-PRG  EQUAL   WS-IND-PRG-REEXEC
                   MOVE    'REEXECUTAR - PROGRAMA DE ORIGEM'
                                   TO      DET1-ACAO
           ELSE
                   IF      TAB-PRG-EXECUTOU (WS-IND-TAB-PRG)
                           MOVE    'REEXECUTAR - SAIDA INVALIDADA'
                                   TO      DET1-ACAO
                   ELSE
                           MOVE    'EXECUTAR APOS OS NIVEIS ANTERIORES'
                                   TO      DET1-ACAO
                   END-IF
           END-IF.

           MOVE    DET1            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.

           IF      WS-IND-TAB-PRG  EQUAL   WS-IND-PRG-REEXEC
           AND     WS-FORA-GRAFO
                   MOVE
                   'PROGRAMA NAO CONSTA DO CADBPAR - SEM DEPENDENTES'
                                   TO      DET3-MENSAGEM
                   MOVE    DET3    TO      REG-RELREEX
                   PERFORM 2700-00-GRAVACAO-RELREEX
           END-IF.

           IF      TAB-PRG-QTD-ARQ (WS-IND-TAB-PRG) EQUAL ZEROS
                   MOVE    'SEM ARQUIVOS CADASTRADOS NO CADPARQ'
                                   TO      DET3-MENSAGEM
                   MOVE    DET3    TO      REG-RELREEX
                   PERFORM 2700-00-GRAVACAO-RELREEX
                   GO      TO      2100-99-EXIT
           END-IF.

           PERFORM 2200-00-IMPRIME-ARQUIVO
             VARYING WS-IND-TAB-ARQ FROM 1 BY 1
             UNTIL WS-IND-TAB-ARQ GREATER WS-QTD-TAB-ARQ.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-IMPRIME-ARQUIVO     SECTION.
      *****************************************************************
      *    SAIDA DE PROGRAMA AFETADO FICA INVALIDADA; ENTRADA GRAVADA *
      *    POR OUTRO PROGRAMA AFETADO DEVE SER A NOVA GERACAO DELE    *
      *
           IF      TAB-ARQ-IND-PRG (WS-IND-TAB-ARQ) NOT EQUAL
                   WS-IND-TAB-PRG
                   GO      TO      2200-99-EXIT
           END-IF.

           IF      WS-LINHAS       GREATER 55
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    TAB-ARQ-ARQUIVO (WS-IND-TAB-ARQ)
                                   TO      DET2-ARQUIVO.
           MOVE    TAB-ARQ-DESCRICAO (WS-IND-TAB-ARQ)
                                   TO      DET2-DESCRICAO.
           MOVE    SPACES          TO      DET2-PROG-ORIGEM.

           IF      TAB-ARQ-SAIDA (WS-IND-TAB-ARQ)
                   ADD     001     TO      WS-QTD-ARQ-INVALID
                   MOVE    'SAIDA'         TO      DET2-TIPO-USO
                   MOVE    'INVALIDADO - REGERADO NA REEXECUCAO'
                                   TO      DET2-SITUACAO
                   GO      TO      2200-90-IMPRIME
           END-IF.

           MOVE    'ENTRADA'       TO      DET2-TIPO-USO.

           PERFORM 2300-00-PROCURA-PRODUTOR.

           IF      WS-IND-ARQ-PROD GREATER ZEROS
                   MOVE    'USAR A NOVA GERACAO GRAVADA PELO'
                                   TO      DET2-SITUACAO
                   MOVE    TAB-PRG-PROGRAMA
                           (TAB-ARQ-IND-PRG (WS-IND-ARQ-PROD))
                                   TO      DET2-PROG-ORIGEM
           ELSE
                   IF      WS-IND-TAB-PRG  EQUAL   WS-IND-PRG-REEXEC
                           MOVE
                           'GERACAO CORRIGIDA/VIGENTE - CONFERIR'
                                   TO      DET2-SITUACAO
                   ELSE
                           MOVE    'GERACAO VIGENTE - NAO AFETADA'
                                   TO      DET2-SITUACAO
                   END-IF
           END-IF.
      *
       2200-90-IMPRIME.

           MOVE    DET2            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-PROCURA-PRODUTOR    SECTION.
      *****************************************************************
      *    PROCURA UM PROGRAMA AFETADO DE NIVEL ANTERIOR QUE GRAVE O  *
      *    ARQUIVO DE ENTRADA - DEVOLVE A LINHA EM WS-IND-ARQ-PROD    *
      *
           MOVE    ZEROS           TO      WS-IND-ARQ-PROD.

           PERFORM VARYING WS-IND-ARQ-BUSCA FROM 1 BY 1
                   UNTIL   WS-IND-ARQ-BUSCA GREATER WS-QTD-TAB-ARQ
                   OR      WS-IND-ARQ-PROD GREATER ZEROS

             IF    TAB-ARQ-SAIDA (WS-IND-ARQ-BUSCA)
               AND TAB-ARQ-ARQUIVO (WS-IND-ARQ-BUSCA) EQUAL
                   TAB-ARQ-ARQUIVO (WS-IND-TAB-ARQ)
               AND TAB-PRG-AFETADO
                   (TAB-ARQ-IND-PRG (WS-IND-ARQ-BUSCA))
               AND TAB-PRG-NIVEL
                   (TAB-ARQ-IND-PRG (WS-IND-ARQ-BUSCA)) LESS WS-NIVEL
                   MOVE    WS-IND-ARQ-BUSCA  TO      WS-IND-ARQ-PROD
             END-IF

           END-PERFORM.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-TOTAIS      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 50
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.

           MOVE    'PROGRAMAS AFETADOS (INCLUI O DE ORIGEM)'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-AFETADOS TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.

           MOVE    'JA EXECUTARAM NA DATA - REEXECUTAR'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-JA-EXECUTOU      TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.

           MOVE    'AINDA NAO EXECUTARAM NA DATA'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-NAO-EXECUTOU     TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.

           MOVE    'ARQUIVOS INVALIDADOS'  TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-ARQ-INVALID      TO      TOT1-QTDE.
           MOVE    TOT1            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.
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

           MOVE    CAB1            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.

           MOVE    CAB4            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.

           MOVE    CAB5            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.

           MOVE    CAB4            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.

           MOVE    CAB6            TO      REG-RELREEX.
           PERFORM 2700-00-GRAVACAO-RELREEX.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELREEX    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELREEX.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELREEX.
           ADD     001             TO      WS-LINHAS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADBPAR
                   CADPARQ
                   CADRLOG
                   RELREEX.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB179'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-QTD-AFETADOS TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB179 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB179 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* PROGRAMA REEXECUTADO..............: '
                   WS-PROG-REEXEC ' *'.
           MOVE    WS-LID-CADBPAR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBPAR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPARQ  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPARQ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRLOG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-AFETADOS TO      WS-EDICAO.
           DISPLAY '* PROGRAMAS AFETADOS...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-JA-EXECUTOU      TO      WS-EDICAO.
           DISPLAY '* PROGRAMAS A REEXECUTAR...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ARQ-INVALID      TO      WS-EDICAO.
           DISPLAY '* ARQUIVOS INVALIDADOS.............: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELREEX  TO      WS-EDICAO.
           DISPLAY '* LINHAS GRAVADAS.......- RELREEX.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB179 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB179 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB179 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB179 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY
           '******************* GPFPB179 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO             *'
           DISPLAY
           '*    INFORMAR PROGRAMA (8) + DATA AAAAMMDD    *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB179 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB179 ******************'

           CALL    'IBM'.

           GOBACK.
      *
       0997-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB179 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB179 ******************'.
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
           DISPLAY '******************* GPFPB179 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB179 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB179                  *
      *****************************************************************
