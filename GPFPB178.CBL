      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB178.
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
      * OBJETIVO.....: RELATORIO DE PONTOS DE RESTAURACAO DOS         *
      *                ARQUIVOS MESTRES (RELREST). PARA A DATA DE     *
      *                NEGOCIO INFORMADA NO PARM, LISTA POR ARQUIVO   *
      *                MESTRE DO CATALOGO CADGCAT A GERACAO A SER     *
      *                RESTAURADA PARA REEXECUTAR A NOITE DAQUELA     *
      *                DATA: A ULTIMA GERACAO CATALOGADA COM DATA DE  *
      *                NEGOCIO ANTERIOR A DATA PEDIDA, COM PROGRAMA   *
      *                GRAVADOR, QTDE DE REGISTROS E SELO. INFORMA    *
      *                TAMBEM QUANTAS GERACOES DO ARQUIVO TEM DATA DE *
      *                NEGOCIO IGUAL OU POSTERIOR, SUPERADAS PELA     *
      *                REEXECUCAO                                     *
      *****************************************************************
      * PARAMETRO....: PARM='AAAAMMDD' - DATA DE NEGOCIO A REEXECUTAR *
      *****************************************************************
      * OBSERVACAO...: A GERACAO LISTADA DEVE SER CONFERIDA PELO      *
      *                VERIFICADOR GPFPB177 ANTES DE SER USADA COMO   *
      *                ENTRADA. TODOS OS ARQUIVOS MESTRES DA TABELA   *
      *                TAB-MESTRES-FIXOS SAO SEMPRE LISTADOS, MESMO   *
      *                SEM GERACAO CATALOGADA ANTERIOR A DATA         *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - LISTA TODOS OS ARQUIVOS MESTRES CATALOGADOS *
      *                   PELO COBBB010. O CADSALC PASSA A CADSLCT    *
      * 15/10/2026 - US - INCLUIDOS NA TABELA TAB-MESTRES-FIXOS OS    *
      *                   DEMAIS ARQUIVOS MESTRES CATALOGADOS         *
      *                   (CADPORD A CADPREV); A TABELA DE ARQUIVOS   *
      *                   DO RELATORIO PASSA A 100 OCORRENCIAS        *
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
           SELECT  CADGCAT  ASSIGN  TO  UT-S-CADGCAT
                   FILE     STATUS  IS  WS-FS-CADGCAT.
      *
           SELECT  RELREST  ASSIGN  TO  UT-S-RELREST
                   FILE     STATUS  IS  WS-FS-RELREST.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADGCAT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADGCAT         PIC     X(100).
      *
       FD  RELREST
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELREST         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADGCAT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELREST       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADGCAT      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELREST      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-COM-PONTO    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-PONTO    PIC     9(018) VALUE ZEROS.
      *
       01      WS-DATA-REEXEC      PIC     9(008) VALUE ZEROS.
      *
       01      WS-DT-AUX           PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-AUX.
        03     WS-AUX-ANO          PIC     9(004).
        03     WS-AUX-MES          PIC     9(002).
        03     WS-AUX-DIA          PIC     9(002).
      *
       01      WS-HR-AUX           PIC     9(006) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-HR-AUX.
        03     WS-AUX-HORA         PIC     9(002).
        03     WS-AUX-MINUTO       PIC     9(002).
        03     WS-AUX-SEGUNDO      PIC     9(002).
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE ARQUIVOS MESTRES E PONTO DE RESTAURACAO      *
      *****************************************************************
      *
       01      WS-QTD-TAB-ARQ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ARQ      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ARQUIVOS.
         03    TAB-ARQ-ITEM        OCCURS  00100  TIMES.
           05  TAB-ARQ-NOME        PIC     X(008).
           05  TAB-ARQ-SW-PONTO    PIC     X(001).
             88  TAB-ARQ-COM-PONTO         VALUE 'S'.
             88  TAB-ARQ-SEM-PONTO         VALUE 'N'.
           05  TAB-ARQ-NUM-GERACAO PIC     9(007).
           05  TAB-ARQ-DATA-NEGOCIO
                                   PIC     9(008).
           05  TAB-ARQ-PROGRAMA    PIC     X(008).
           05  TAB-ARQ-DATA-GRAV   PIC     9(008).
           05  TAB-ARQ-HORA-GRAV   PIC     9(006).
           05  TAB-ARQ-QTD-REG     PIC     9(009).
           05  TAB-ARQ-SELO-VLR    PIC     9(015)V9(002).
           05  TAB-ARQ-SELO-CHECKSUM
                                   PIC     9(009).
           05  TAB-ARQ-QTD-POSTER  PIC     9(005).
      *
       01      WS-SW-ARQ-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ARQ-ACHOU                VALUE 'S'.
         88    WS-ARQ-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        ARQUIVOS MESTRES SEMPRE LISTADOS NO RELATORIO          *
      *****************************************************************
      *
       01      TAB-MESTRES-FIXOS.
         03    FILLER              PIC     X(008) VALUE 'CADMATR'.
         03    FILLER              PIC     X(008) VALUE 'CADFATU'.
         03    FILLER              PIC     X(008) VALUE 'CADSALD'.
         03    FILLER              PIC     X(008) VALUE 'CADSLCT'.
         03    FILLER              PIC     X(008) VALUE 'CADFATN'.
         03    FILLER              PIC     X(008) VALUE 'CADFERI'.
         03    FILLER              PIC     X(008) VALUE 'CADPCTL'.
         03    FILLER              PIC     X(008) VALUE 'CADENTI'.
         03    FILLER              PIC     X(008) VALUE 'CADREGI'.
         03    FILLER              PIC     X(008) VALUE 'CADDEPT'.
         03    FILLER              PIC     X(008) VALUE 'CADPARM'.
         03    FILLER              PIC     X(008) VALUE 'CADLOCA'.
         03    FILLER              PIC     X(008) VALUE 'CADLOTE'.
         03    FILLER              PIC     X(008) VALUE 'CADSERI'.
         03    FILLER              PIC     X(008) VALUE 'CADQUAR'.
         03    FILLER              PIC     X(008) VALUE 'CADADIA'.
         03    FILLER              PIC     X(008) VALUE 'CADNFRG'.
         03    FILLER              PIC     X(008) VALUE 'CADDEBM'.
         03    FILLER              PIC     X(008) VALUE 'CADAPAG'.
         03    FILLER              PIC     X(008) VALUE 'CADCAMB'.
         03    FILLER              PIC     X(008) VALUE 'CADCSIG'.
         03    FILLER              PIC     X(008) VALUE 'CADDUNC'.
         03    FILLER              PIC     X(008) VALUE 'CADBREG'.
         03    FILLER              PIC     X(008) VALUE 'CADOMKT'.
         03    FILLER              PIC     X(008) VALUE 'CADPCAP'.
         03    FILLER              PIC     X(008) VALUE 'CADCNSG'.
         03    FILLER              PIC     X(008) VALUE 'CADFCRJ'.
         03    FILLER              PIC     X(008) VALUE 'CADPROV'.
         03    FILLER              PIC     X(008) VALUE 'CADPORD'.
         03    FILLER              PIC     X(008) VALUE 'CADPAPR'.
         03    FILLER              PIC     X(008) VALUE 'CADFPHS'.
         03    FILLER              PIC     X(008) VALUE 'CADORRP'.
         03    FILLER              PIC     X(008) VALUE 'CADRMAR'.
         03    FILLER              PIC     X(008) VALUE 'CADRMCT'.
         03    FILLER              PIC     X(008) VALUE 'CADCRDN'.
         03    FILLER              PIC     X(008) VALUE 'CADRNEG'.
         03    FILLER              PIC     X(008) VALUE 'CADMLIQ'.
         03    FILLER              PIC     X(008) VALUE 'CADPDDG'.
         03    FILLER              PIC     X(008) VALUE 'CADPERD'.
         03    FILLER              PIC     X(008) VALUE 'CADCOTU'.
         03    FILLER              PIC     X(008) VALUE 'CADNFCT'.
         03    FILLER              PIC     X(008) VALUE 'CADFERQ'.
         03    FILLER              PIC     X(008) VALUE 'CADOPER'.
         03    FILLER              PIC     X(008) VALUE 'CADOPEX'.
         03    FILLER              PIC     X(008) VALUE 'CADSPEN'.
         03    FILLER              PIC     X(008) VALUE 'CADRCTL'.
         03    FILLER              PIC     X(008) VALUE 'CADVCTL'.
         03    FILLER              PIC     X(008) VALUE 'CADBCTL'.
         03    FILLER              PIC     X(008) VALUE 'CADBXAP'.
         03    FILLER              PIC     X(008) VALUE 'CADCNTR'.
         03    FILLER              PIC     X(008) VALUE 'CADGREG'.
         03    FILLER              PIC     X(008) VALUE 'CADFLOG'.
         03    FILLER              PIC     X(008) VALUE 'CADBVER'.
         03    FILLER              PIC     X(008) VALUE 'CADOCTL'.
         03    FILLER              PIC     X(008) VALUE 'CADHIST'.
         03    FILLER              PIC     X(008) VALUE 'CADFHIS'.
         03    FILLER              PIC     X(008) VALUE 'CADFISC'.
         03    FILLER              PIC     X(008) VALUE 'CADVHIS'.
         03    FILLER              PIC     X(008) VALUE 'CADFEXC'.
         03    FILLER              PIC     X(008) VALUE 'CADRHIS'.
         03    FILLER              PIC     X(008) VALUE 'CADPREC'.
         03    FILLER              PIC     X(008) VALUE 'CADBACU'.
         03    FILLER              PIC     X(008) VALUE 'CADIMOB'.
         03    FILLER              PIC     X(008) VALUE 'CADFLOT'.
         03    FILLER              PIC     X(008) VALUE 'CADTRNP'.
         03    FILLER              PIC     X(008) VALUE 'CADRESV'.
         03    FILLER              PIC     X(008) VALUE 'CADMUNI'.
         03    FILLER              PIC     X(008) VALUE 'CADPREV'.
       01      FILLER              REDEFINES       TAB-MESTRES-FIXOS.
         03    TAB-MESTRE-FIXO     PIC     X(008) OCCURS 68 TIMES.
      *
       01      WS-QTD-MESTRES-FIXOS
                                   PIC     9(005) COMP    VALUE 68.
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
      *    LAY-OUT DO RELATORIO DE PONTOS DE RESTAURACAO              *
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
         03    FILLER              PIC     X(045) VALUE SPACES.
         03    FILLER              PIC     X(041) VALUE
         'P O N T O S  D E  R E S T A U R A C A O'.
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
         03    FILLER              PIC     X(030) VALUE
               'DATA DE NEGOCIO A REEXECUTAR: '.
         03    CAB5-DIA            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-ANO            PIC     9(004).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    FILLER              PIC     X(060) VALUE
         'RESTAURAR A ULTIMA GERACAO DE DATA DE NEGOCIO ANTERIOR'.
         03    FILLER              PIC     X(027) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'ARQUIVO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'GERACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'DT.NEGOCIO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'PROGRAMA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(019) VALUE
               'GRAVADO EM'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE
               ' REGISTROS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(019) VALUE
               '   HASH DOS VALORES'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE
               ' CHECKSUM'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'POSTER'.
         03    FILLER              PIC     X(017) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-ARQUIVO        PIC     X(008).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-GERACAO        PIC     ZZZZZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NEG-DIA        PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET1-NEG-MES        PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET1-NEG-ANO        PIC     9(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-PROGRAMA       PIC     X(008).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-GRV-DIA        PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET1-GRV-MES        PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET1-GRV-ANO        PIC     9(004).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-GRV-HORA       PIC     9(002).
         03    FILLER              PIC     X(001) VALUE ':'.
         03    DET1-GRV-MINUTO     PIC     9(002).
         03    FILLER              PIC     X(001) VALUE ':'.
         03    DET1-GRV-SEGUNDO    PIC     9(002).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-REG        PIC     ZZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-SELO-VLR       PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CHECKSUM       PIC     ZZZZZZZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-POSTER     PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(017) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET2-ARQUIVO        PIC     X(008).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(045) VALUE
         '*** SEM GERACAO CATALOGADA ANTERIOR A DATA - '.
         03    FILLER              PIC     X(053) VALUE
         'SEM PONTO DE RESTAURACAO ***'.
         03    DET2-QTD-POSTER     PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(016) VALUE SPACES.
      *
       01      ROD1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(058) VALUE
         'POSTER = GERACOES COM DATA DE NEGOCIO IGUAL OU POSTERIOR '.
         03    FILLER              PIC     X(072) VALUE
         'A DATA PEDIDA, SUPERADAS PELA REEXECUCAO'.
      *
      *****************************************************************
      * INPUT..: CADGCAT - CATALOGO DE GERACOES                       *
      *****************************************************************
      *
           COPY    COBO9104.
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

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADGCAT   EQUAL 10.

           PERFORM 2000-00-IMPRIME-ARQUIVO
             VARYING WS-IND-TAB-ARQ FROM 1 BY 1
             UNTIL WS-IND-TAB-ARQ GREATER WS-QTD-TAB-ARQ.

           PERFORM 2300-00-IMPRIME-RODAPE.

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

           OPEN    INPUT   CADGCAT
                   OUTPUT  RELREST.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-MESTRES-FIXOS
             VARYING WS-IND-TAB-ARQ FROM 1 BY 1
             UNTIL WS-IND-TAB-ARQ GREATER WS-QTD-MESTRES-FIXOS.

           MOVE    LKG-DIA         TO      CAB5-DIA.
           MOVE    LKG-MES         TO      CAB5-MES.
           MOVE    LKG-ANO         TO      CAB5-ANO.

           PERFORM 0500-00-LEITURA-CADGCAT.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *
           IF      LKG-TAM         LESS        8           OR
                   LKG-DATA        NOT NUMERIC OR
                   LKG-MES         EQUAL       ZEROS       OR
                   LKG-MES         GREATER     12          OR
                   LKG-DIA         EQUAL       ZEROS       OR
                   LKG-DIA         GREATER     31          OR
                   LKG-ANO         EQUAL       ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           MOVE    LKG-DATA        TO      WS-DATA-REEXEC.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADGCAT NOT EQUAL 00 AND 10
                   MOVE 'CADGCAT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADGCAT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELREST NOT EQUAL 00
                   MOVE 'RELREST'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELREST     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-MESTRES-FIXOS SECTION.
      *****************************************************************
      *
           MOVE    TAB-MESTRE-FIXO (WS-IND-TAB-ARQ)
                                   TO      GCAT-ARQUIVO.

           PERFORM 1200-00-INCLUI-ARQUIVO.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADGCAT     SECTION.
      *****************************************************************
      *
           READ    CADGCAT         INTO    REG-GCAT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADGCAT   EQUAL   00
                   ADD 001         TO      WS-LID-CADGCAT
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    GERACAO ANTERIOR A DATA PEDIDA E CANDIDATA A PONTO DE      *
      *    RESTAURACAO (FICA A DE MAIOR NUMERO); IGUAL OU POSTERIOR   *
      *    E CONTADA COMO SUPERADA PELA REEXECUCAO                    *
      *
           PERFORM 1100-00-PESQUISA-ARQUIVO.

           IF      WS-ARQ-NAO-ACHOU
                   PERFORM 1200-00-INCLUI-ARQUIVO
           END-IF.

           IF      GCAT-DATA-NEGOCIO NOT LESS WS-DATA-REEXEC
                   ADD     001     TO
                           TAB-ARQ-QTD-POSTER (WS-IND-TAB-ARQ)
                   GO      TO      1000-90-LEITURA
           END-IF.

           IF      TAB-ARQ-COM-PONTO (WS-IND-TAB-ARQ)
           AND     GCAT-NUM-GERACAO  NOT GREATER
                   TAB-ARQ-NUM-GERACAO (WS-IND-TAB-ARQ)
                   GO      TO      1000-90-LEITURA
           END-IF.

           SET     TAB-ARQ-COM-PONTO (WS-IND-TAB-ARQ)      TO TRUE.

           MOVE    GCAT-NUM-GERACAO        TO
                   TAB-ARQ-NUM-GERACAO (WS-IND-TAB-ARQ).
           MOVE    GCAT-DATA-NEGOCIO       TO
                   TAB-ARQ-DATA-NEGOCIO (WS-IND-TAB-ARQ).
           MOVE    GCAT-PROGRAMA           TO
                   TAB-ARQ-PROGRAMA (WS-IND-TAB-ARQ).
           MOVE    GCAT-DATA-GRAV          TO
                   TAB-ARQ-DATA-GRAV (WS-IND-TAB-ARQ).
           MOVE    GCAT-HORA-GRAV          TO
                   TAB-ARQ-HORA-GRAV (WS-IND-TAB-ARQ).
           MOVE    GCAT-QTD-REG            TO
                   TAB-ARQ-QTD-REG (WS-IND-TAB-ARQ).
           MOVE    GCAT-SELO-VLR           TO
                   TAB-ARQ-SELO-VLR (WS-IND-TAB-ARQ).
           MOVE    GCAT-SELO-CHECKSUM      TO
                   TAB-ARQ-SELO-CHECKSUM (WS-IND-TAB-ARQ).
      *
       1000-90-LEITURA.

           PERFORM 0500-00-LEITURA-CADGCAT.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-PESQUISA-ARQUIVO    SECTION.
      *****************************************************************
      *
           SET     WS-ARQ-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-ARQ FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ARQ GREATER WS-QTD-TAB-ARQ
                   OR      WS-ARQ-ACHOU

             IF    GCAT-ARQUIVO    EQUAL
                   TAB-ARQ-NOME (WS-IND-TAB-ARQ)
                   SET     WS-ARQ-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ARQ-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-ARQ
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-INCLUI-ARQUIVO      SECTION.
      *****************************************************************
      *
           IF      WS-QTD-TAB-ARQ  NOT LESS 00100
                   PERFORM         0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-ARQ.

           MOVE    WS-QTD-TAB-ARQ  TO      WS-IND-TAB-ARQ.

           MOVE    GCAT-ARQUIVO    TO
                   TAB-ARQ-NOME (WS-IND-TAB-ARQ).

           SET     TAB-ARQ-SEM-PONTO (WS-IND-TAB-ARQ)      TO TRUE.

           MOVE    ZEROS           TO
                   TAB-ARQ-NUM-GERACAO   (WS-IND-TAB-ARQ)
                   TAB-ARQ-DATA-NEGOCIO  (WS-IND-TAB-ARQ)
                   TAB-ARQ-DATA-GRAV     (WS-IND-TAB-ARQ)
                   TAB-ARQ-HORA-GRAV     (WS-IND-TAB-ARQ)
                   TAB-ARQ-QTD-REG       (WS-IND-TAB-ARQ)
                   TAB-ARQ-SELO-VLR      (WS-IND-TAB-ARQ)
                   TAB-ARQ-SELO-CHECKSUM (WS-IND-TAB-ARQ)
                   TAB-ARQ-QTD-POSTER    (WS-IND-TAB-ARQ).

           MOVE    SPACES          TO
                   TAB-ARQ-PROGRAMA      (WS-IND-TAB-ARQ).
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-IMPRIME-ARQUIVO     SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 55
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           IF      TAB-ARQ-SEM-PONTO (WS-IND-TAB-ARQ)
                   ADD     001     TO      WS-QTD-SEM-PONTO
                   MOVE    TAB-ARQ-NOME (WS-IND-TAB-ARQ)
                                   TO      DET2-ARQUIVO
                   MOVE    TAB-ARQ-QTD-POSTER (WS-IND-TAB-ARQ)
                                   TO      DET2-QTD-POSTER
                   MOVE    DET2    TO      REG-RELREST
                   PERFORM 2700-00-GRAVACAO-RELREST
                   GO      TO      2000-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-COM-PONTO.

           MOVE    TAB-ARQ-NOME (WS-IND-TAB-ARQ)
                                   TO      DET1-ARQUIVO.
           MOVE    TAB-ARQ-NUM-GERACAO (WS-IND-TAB-ARQ)
                                   TO      DET1-GERACAO.

           MOVE    TAB-ARQ-DATA-NEGOCIO (WS-IND-TAB-ARQ)
                                   TO      WS-DT-AUX.
           MOVE    WS-AUX-DIA      TO      DET1-NEG-DIA.
           MOVE    WS-AUX-MES      TO      DET1-NEG-MES.
           MOVE    WS-AUX-ANO      TO      DET1-NEG-ANO.

           MOVE    TAB-ARQ-PROGRAMA (WS-IND-TAB-ARQ)
                                   TO      DET1-PROGRAMA.

           MOVE    TAB-ARQ-DATA-GRAV (WS-IND-TAB-ARQ)
                                   TO      WS-DT-AUX.
           MOVE    WS-AUX-DIA      TO      DET1-GRV-DIA.
           MOVE    WS-AUX-MES      TO      DET1-GRV-MES.
           MOVE    WS-AUX-ANO      TO      DET1-GRV-ANO.

           MOVE    TAB-ARQ-HORA-GRAV (WS-IND-TAB-ARQ)
                                   TO      WS-HR-AUX.
           MOVE    WS-AUX-HORA     TO      DET1-GRV-HORA.
           MOVE    WS-AUX-MINUTO   TO      DET1-GRV-MINUTO.
           MOVE    WS-AUX-SEGUNDO  TO      DET1-GRV-SEGUNDO.

           MOVE    TAB-ARQ-QTD-REG (WS-IND-TAB-ARQ)
                                   TO      DET1-QTD-REG.
           MOVE    TAB-ARQ-SELO-VLR (WS-IND-TAB-ARQ)
                                   TO      DET1-SELO-VLR.
           MOVE    TAB-ARQ-SELO-CHECKSUM (WS-IND-TAB-ARQ)
                                   TO      DET1-CHECKSUM.
           MOVE    TAB-ARQ-QTD-POSTER (WS-IND-TAB-ARQ)
                                   TO      DET1-QTD-POSTER.

           MOVE    DET1            TO      REG-RELREST.
           PERFORM 2700-00-GRAVACAO-RELREST.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-IMPRIME-RODAPE      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 53
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELREST.
           PERFORM 2700-00-GRAVACAO-RELREST.

           MOVE    ROD1            TO      REG-RELREST.
           PERFORM 2700-00-GRAVACAO-RELREST.
      *
       2300-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELREST.
           PERFORM 2700-00-GRAVACAO-RELREST.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELREST.
           PERFORM 2700-00-GRAVACAO-RELREST.

           MOVE    CAB4            TO      REG-RELREST.
           PERFORM 2700-00-GRAVACAO-RELREST.

           MOVE    CAB5            TO      REG-RELREST.
           PERFORM 2700-00-GRAVACAO-RELREST.

           MOVE    CAB4            TO      REG-RELREST.
           PERFORM 2700-00-GRAVACAO-RELREST.

           MOVE    CAB6            TO      REG-RELREST.
           PERFORM 2700-00-GRAVACAO-RELREST.

           MOVE    SPACES          TO      REG-RELREST.
           PERFORM 2700-00-GRAVACAO-RELREST.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELREST    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELREST.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELREST.
           ADD     001             TO      WS-LINHAS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADGCAT
                   RELREST.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB178'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADGCAT  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB178 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB178 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADGCAT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADGCAT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-COM-PONTO        TO      WS-EDICAO.
           DISPLAY '* ARQUIVOS COM PONTO DE RESTAURACAO: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-PONTO        TO      WS-EDICAO.
           DISPLAY '* ARQUIVOS SEM PONTO DE RESTAURACAO: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELREST  TO      WS-EDICAO.
           DISPLAY '* LINHAS GRAVADAS.......- RELREST.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB178 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB178 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB178 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB178 ******************'.

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
           '******************* GPFPB178 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'    *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB178 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB178 ******************'

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

           DISPLAY '******************* GPFPB178 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB178 ******************'.
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
           DISPLAY '******************* GPFPB178 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB178 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB178                  *
      *****************************************************************
