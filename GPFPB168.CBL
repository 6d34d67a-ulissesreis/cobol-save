      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB168.
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
      * OBJETIVO.....: RECOLHIMENTO MENSAL DO FGTS: CONSOLIDA POR     *
      *                FUNCIONARIO O MOVIMENTO DE FGTS (CADFGTM) DAS  *
      *                FOLHAS DA COMPETENCIA INFORMADA (MENSAL, 13o   *
      *                SALARIO E FERIAS) E GERA:                      *
      *                - O ARQUIVO DE RECOLHIMENTO NO LAY-OUT DO      *
      *                  ORGAO GESTOR (CADSEFP), COM OS TRABALHADORES *
      *                  IDENTIFICADOS PELO CADRESP E TOTAIS POR      *
      *                  FILIAL DE TRABALHO (CADFFIL) DE CADA EMPRESA *
      *                - O RELATORIO DO RECOLHIMENTO (RELFGTS)        *
      *                - OS LANCAMENTOS DA DESPESA DE FGTS POR        *
      *                  EMPRESA E DEPARTAMENTO (CADFLOT) NO LAY-OUT  *
      *                  DO EXTRATO CADCTB (CADCTBS)                  *
      *****************************************************************
      * PARAMETRO....: PARM='AAAAMM' - COMPETENCIA DO RECOLHIMENTO    *
      *****************************************************************
      * OBSERVACAO...: FUNCIONARIO SEM VINCULO NO CADFFIL E DA FILIAL *
      *                00000 (MATRIZ); SEM LOTACAO, DEPARTAMENTO      *
      *                'GER ' DA EMPRESA 01. FUNCIONARIO FORA DO      *
      *                CADRESP OU DE EMPRESA NAO CADASTRADA NAO ENTRA *
      *                NO ARQUIVO DE RECOLHIMENTO, MAS A DESPESA E    *
      *                LANCADA                                        *
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
           SELECT  CADFGTM  ASSIGN  TO  UT-S-CADFGTM
                   FILE     STATUS  IS  WS-FS-CADFGTM.
      *
           SELECT  CADRESP  ASSIGN  TO  UT-S-CADRESP
                   FILE     STATUS  IS  WS-FS-CADRESP.
      *
           SELECT  CADFFIL  ASSIGN  TO  UT-S-CADFFIL
                   FILE     STATUS  IS  WS-FS-CADFFIL.
      *
           SELECT  CADFLOT  ASSIGN  TO  UT-S-CADFLOT
                   FILE     STATUS  IS  WS-FS-CADFLOT.
      *
           SELECT  CADEMPR  ASSIGN  TO  UT-S-CADEMPR
                   FILE     STATUS  IS  WS-FS-CADEMPR.
      *
           SELECT  CADSEFP  ASSIGN  TO  UT-S-CADSEFP
                   FILE     STATUS  IS  WS-FS-CADSEFP.
      *
           SELECT  CADCTBS  ASSIGN  TO  UT-S-CADCTBS
                   FILE     STATUS  IS  WS-FS-CADCTBS.
      *
           SELECT  RELFGTS  ASSIGN  TO  UT-S-RELFGTS
                   FILE     STATUS  IS  WS-FS-RELFGTS.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADFGTM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFGTM         PIC     X(050).
      *
       FD  CADRESP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRESP         PIC     X(200).
      *
       FD  CADFFIL
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFFIL         PIC     X(050).
      *
       FD  CADFLOT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFLOT         PIC     X(050).
      *
       FD  CADEMPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADEMPR         PIC     X(150).
      *
       FD  CADSEFP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADSEFP         PIC     X(150).
      *
       FD  CADCTBS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBS         PIC     X(100).
      *
       FD  RELFGTS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELFGTS         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADFGTM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFFIL       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADEMPR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSEFP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCTBS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELFGTS       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADFGTM      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFFIL      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADEMPR      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADSEFP      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCTBS      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELFGTS      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-OUTRA-COMPET PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-CADASTRO PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-EMPRESA  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-TRABALHADORES
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EMPRESAS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FILIAIS      PIC     9(018) VALUE ZEROS.
      *
       01      WS-COMPETENCIA      PIC     9(006) VALUE ZEROS.
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
      *****************************************************************
      *    CODIFICACAO CONTABIL DA DESPESA DE FGTS                    *
      *****************************************************************
      *
       01      WS-CONTA-DESP-FGTS  PIC     9(006) VALUE 540300.
       01      WS-CONTA-FGTS-RECOL PIC     9(006) VALUE 210600.
       01      WS-HISTORICO        PIC     X(030) VALUE
               'FGTS DO MES                   '.
      *
      *****************************************************************
      *        TOTAIS DA FILIAL, DA EMPRESA E GERAL                   *
      *****************************************************************
      *
       01      WS-FIL-QTD-TRB      PIC     9(007) VALUE ZEROS.
       01      WS-FIL-VLR-BASE     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-FIL-VLR-FGTS     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-EMP-QTD-TRB      PIC     9(007) VALUE ZEROS.
       01      WS-EMP-VLR-BASE     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-EMP-VLR-FGTS     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-GER-QTD-TRB      PIC     9(007) VALUE ZEROS.
       01      WS-GER-VLR-BASE     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-GER-VLR-FGTS     PIC     9(015)V9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        CONTROLE DA SEQUENCIA DAS FILIAIS DA EMPRESA           *
      *****************************************************************
      *
       01      WS-FIL-ANTERIOR     PIC    S9(006) VALUE ZEROS.
       01      WS-FIL-ATUAL        PIC     9(005) VALUE ZEROS.
      *
       01      WS-SW-FIL-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FIL-ACHOU                VALUE 'S'.
         88    WS-FIL-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-SW-ACHOU         PIC     X(001) VALUE 'N'.
         88    WS-ACHOU                    VALUE 'S'.
         88    WS-NAO-ACHOU                VALUE 'N'.
      *
       01      WS-COD-DEPT         PIC     X(004) VALUE SPACES.
       01      WS-COD-EMPRESA      PIC     9(002) VALUE ZEROS.
       01      WS-COD-FILIAL       PIC     9(005) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE LOTACAO (DEPARTAMENTO E EMPRESA)             *
      *****************************************************************
      *
       01      WS-QTD-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LOTACOES.
         03    TAB-LOT-ITEM        OCCURS  05000  TIMES.
           05  TAB-LOT-FUNC        PIC     9(005).
           05  TAB-LOT-COD-DEPT    PIC     X(004).
           05  TAB-LOT-COD-EMPRESA PIC     9(002).
      *
      *****************************************************************
      *        TABELA DE VINCULO FUNCIONARIO/FILIAL (CADFFIL)         *
      *****************************************************************
      *
       01      WS-QTD-TAB-FFL      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FFL      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FUNC-FILIAL.
         03    TAB-FFL-ITEM        OCCURS  05000  TIMES.
           05  TAB-FFL-FUNC        PIC     9(005).
           05  TAB-FFL-COD-FIL     PIC     9(005).
      *
      *****************************************************************
      *        TABELA DE TRABALHADORES DA COMPETENCIA                 *
      *****************************************************************
      *
       01      WS-QTD-TAB-TRB      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-TRB      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-TRABALHADORES.
         03    TAB-TRB-ITEM        OCCURS  05000  TIMES.
           05  TAB-TRB-FUNC        PIC     9(005).
           05  TAB-TRB-COD-EMPRESA PIC     9(002).
           05  TAB-TRB-COD-DEPT    PIC     X(004).
           05  TAB-TRB-COD-FIL     PIC     9(005).
           05  TAB-TRB-SW-IDENT    PIC     X(001).
             88  TAB-TRB-IDENTIFICADO      VALUE 'S'.
           05  TAB-TRB-NOME        PIC     X(030).
           05  TAB-TRB-CPF         PIC     9(011).
           05  TAB-TRB-CTPS        PIC     9(005).
           05  TAB-TRB-DT-ADM      PIC     9(008).
           05  TAB-TRB-VLR-REMUN   PIC     9(011)V9(002).
           05  TAB-TRB-VLR-13SAL   PIC     9(011)V9(002).
           05  TAB-TRB-VLR-FGTS    PIC     9(011)V9(002).
      *
      *****************************************************************
      *        TABELA DE DESPESA DE FGTS POR EMPRESA E DEPARTAMENTO   *
      *****************************************************************
      *
       01      WS-QTD-TAB-DSP      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DSP      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DESPESAS.
         03    TAB-DSP-ITEM        OCCURS  00200  TIMES.
           05  TAB-DSP-COD-EMPRESA PIC     9(002).
           05  TAB-DSP-COD-DEPT    PIC     X(004).
           05  TAB-DSP-VLR         PIC     9(013)V9(002).
      *
      *****************************************************************
      *        EMPRESAS EMPREGADORAS (CADEMPR), INDEXADAS PELO CODIGO *
      *        DA EMPRESA                                             *
      *****************************************************************
      *
       01      WS-IND-EMP          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-EMPRESAS.
         03    TAB-EMP-ITEM        OCCURS  00099  TIMES.
           05  TAB-EMP-SW-CADASTRO PIC     X(001).
             88  TAB-EMP-CADASTRADA        VALUE 'S'.
           05  TAB-EMP-CNPJ        PIC     9(014).
           05  TAB-EMP-NOME        PIC     X(050).
           05  TAB-EMP-UF          PIC     X(002).
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
      *    LAY-OUT DO RELATORIO DO RECOLHIMENTO                       *
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
         03    FILLER              PIC     X(031) VALUE SPACES.
         03    FILLER              PIC     X(064) VALUE
         'R E C O L H I M E N T O  M E N S A L  D O  F G T S'.
         03    FILLER              PIC     X(026) VALUE SPACES.
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
         03    FILLER              PIC     X(013) VALUE
               'COMPETENCIA: '.
         03    CAB5-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-ANO            PIC     9(004).
         03    FILLER              PIC     X(012) VALUE
               '   EMPRESA: '.
         03    CAB5-EMPRESA        PIC     9(002).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    CAB5-NOME           PIC     X(050).
         03    FILLER              PIC     X(009) VALUE '   CNPJ: '.
         03    CAB5-CNPJ           PIC     9(014).
         03    FILLER              PIC     X(020) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'FILIAL'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'CODIGO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DO FUNCIONARIO           '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'CPF'.
         03    FILLER              PIC     X(007) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'REMUNERACAO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE '13o SALARIO'.
         03    FILLER              PIC     X(007) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE 'DEPOSITO FGTS'.
         03    FILLER              PIC     X(019) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-FILIAL         PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-CODIGO         PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-NOME           PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CPF            PIC     9(011).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-REMUN          PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-13SAL          PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(007) VALUE SPACES.
         03    DET1-FGTS           PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(020) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(020).
         03    TOT1-CODIGO         PIC     Z(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT1-QTD-TRB        PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(014) VALUE
               ' TRABALHADORES'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-BASE           PIC     Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(007) VALUE SPACES.
         03    TOT1-FGTS           PIC     Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(028) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADFGTM - MOVIMENTO DE FGTS DAS FOLHAS               *
      *****************************************************************
      *
           COPY    COBO1236.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS                  *
      *****************************************************************
      *
           COPY    COBO1007.
      *
      *****************************************************************
      * INPUT..: CADFFIL - VINCULO FUNCIONARIO/FILIAL                 *
      *****************************************************************
      *
           COPY    COBI1070.
      *
      *****************************************************************
      * INPUT..: CADFLOT - LOTACAO DOS FUNCIONARIOS                   *
      *****************************************************************
      *
           COPY    COBI2018.
      *
      *****************************************************************
      * INPUT..: CADEMPR - CADASTRO DAS EMPRESAS                      *
      *****************************************************************
      *
           COPY    COBI1229.
      *
      *****************************************************************
      * OUTPUT.: CADSEFP - ARQUIVO DE RECOLHIMENTO DO FGTS            *
      *****************************************************************
      *
           COPY    COBO1237.
      *
      *****************************************************************
      * OUTPUT.: CADCTBS - LANCAMENTOS DA DESPESA DE FGTS             *
      *****************************************************************
      *
           COPY    COBO1028.
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
         03    LKG-PERIODO         PIC     9(006).
         03    LKG-FILLER          REDEFINES LKG-PERIODO.
           05  LKG-ANO             PIC     9(004).
           05  LKG-MES             PIC     9(002).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS.

           PERFORM 2200-00-LANCA-DESPESA-DEPT.

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

           PERFORM 0150-00-CRITICA-PARM.

           OPEN    INPUT   CADFGTM
                           CADRESP
                           CADFFIL
                           CADFLOT
                           CADEMPR
                   OUTPUT  CADSEFP
                           CADCTBS
                           RELFGTS.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0460-00-CARGA-TAB-LOTACAO
             UNTIL WS-FS-CADFLOT   EQUAL   10.

           PERFORM 0470-00-CARGA-TAB-FILIAL
             UNTIL WS-FS-CADFFIL   EQUAL   10.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

           PERFORM 0495-00-CARGA-TAB-EMPRESAS
             UNTIL WS-FS-CADEMPR   EQUAL   10.

           PERFORM 0480-00-CARGA-MOVIMENTO
             UNTIL WS-FS-CADFGTM   EQUAL   10.

           PERFORM 0500-00-IDENTIFICA-CADRESP
             UNTIL WS-FS-CADRESP   EQUAL   10.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *
           IF      LKG-TAM         LESS        6           OR
                   LKG-MES         NOT NUMERIC OR
                   LKG-MES         EQUAL       ZEROS       OR
                   LKG-MES         GREATER     12          OR
                   LKG-ANO         NOT NUMERIC OR
                   LKG-ANO         EQUAL       ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           MOVE    LKG-PERIODO     TO      WS-COMPETENCIA.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADFGTM NOT EQUAL 00 AND 10
                   MOVE 'CADFGTM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFGTM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRESP NOT EQUAL 00 AND 10
                   MOVE 'CADRESP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRESP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFFIL NOT EQUAL 00 AND 10
                   MOVE 'CADFFIL'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFFIL     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFLOT NOT EQUAL 00 AND 10
                   MOVE 'CADFLOT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFLOT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADEMPR NOT EQUAL 00 AND 10
                   MOVE 'CADEMPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEMPR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADSEFP NOT EQUAL 00
                   MOVE 'CADSEFP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSEFP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCTBS NOT EQUAL 00
                   MOVE 'CADCTBS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBS     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELFGTS NOT EQUAL 00
                   MOVE 'RELFGTS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELFGTS     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-LOTACAO   SECTION.
      *****************************************************************
      *
           READ    CADFLOT         INTO    REG-FLOT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFLOT   EQUAL   00
                   ADD 001         TO      WS-LID-CADFLOT

                   IF      WS-QTD-TAB-LOT  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LOT
                   MOVE    FLOT-FUNC-CODIGO        TO
                           TAB-LOT-FUNC     (WS-QTD-TAB-LOT)
                   MOVE    FLOT-COD-DEPT   TO
                           TAB-LOT-COD-DEPT (WS-QTD-TAB-LOT)
                   IF      FLOT-COD-EMPRESA NOT NUMERIC    OR
                           FLOT-COD-EMPRESA EQUAL  ZEROS
                           MOVE    01      TO      FLOT-COD-EMPRESA
                   END-IF
                   MOVE    FLOT-COD-EMPRESA        TO
                           TAB-LOT-COD-EMPRESA (WS-QTD-TAB-LOT)
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0470-00-CARGA-TAB-FILIAL    SECTION.
      *****************************************************************
      *
           READ    CADFFIL         INTO    REG-FFIL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFFIL   EQUAL   00
                   ADD 001         TO      WS-LID-CADFFIL

                   IF      WS-QTD-TAB-FFL  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FFL
                   MOVE    FFIL-FUNC-CODIGO        TO
                           TAB-FFL-FUNC    (WS-QTD-TAB-FFL)
                   MOVE    FFIL-COD-FIL    TO
                           TAB-FFL-COD-FIL (WS-QTD-TAB-FFL)
           END-IF.
      *
       0470-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CARGA-MOVIMENTO     SECTION.
      *****************************************************************
      *    ACUMULA POR FUNCIONARIO O MOVIMENTO DA COMPETENCIA; O 13o  *
      *    SALARIO E INFORMADO SEPARADO DA REMUNERACAO DO MES         *
      *
           READ    CADFGTM         INTO    REG-FGTM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFGTM   NOT EQUAL 00
                   GO      TO      0480-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFGTM.

           IF      FGTM-COMPETENCIA NOT EQUAL WS-COMPETENCIA
                   ADD     001     TO      WS-QTD-OUTRA-COMPET
                   GO      TO      0480-99-EXIT
           END-IF.

           SET     WS-NAO-ACHOU            TO      TRUE.

           PERFORM VARYING WS-IND-TAB-TRB FROM 1 BY 1
                   UNTIL   WS-IND-TAB-TRB GREATER WS-QTD-TAB-TRB
                   OR      WS-ACHOU

             IF    FGTM-FUNC-CODIGO        EQUAL
                   TAB-TRB-FUNC (WS-IND-TAB-TRB)
                   SET     WS-ACHOU        TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-TRB
           ELSE
                   IF      WS-QTD-TAB-TRB  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-TRB
                   MOVE    WS-QTD-TAB-TRB  TO      WS-IND-TAB-TRB
                   PERFORM 0490-00-INCLUI-TRABALHADOR
           END-IF.

           IF      FGTM-FOLHA-13SAL
                   ADD     FGTM-VLR-BASE   TO
                           TAB-TRB-VLR-13SAL (WS-IND-TAB-TRB)
           ELSE
                   ADD     FGTM-VLR-BASE   TO
                           TAB-TRB-VLR-REMUN (WS-IND-TAB-TRB)
           END-IF.

           ADD     FGTM-VLR-FGTS   TO
                   TAB-TRB-VLR-FGTS (WS-IND-TAB-TRB).
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-INCLUI-TRABALHADOR  SECTION.
      *****************************************************************
      *    EMPRESA E DEPARTAMENTO DA LOTACAO (SEM LOTACAO, 'GER ' DA  *
      *    EMPRESA 01) E FILIAL DO CADFFIL (SEM VINCULO, 00000)       *
      *
           MOVE    'GER '          TO      WS-COD-DEPT.
           MOVE    01              TO      WS-COD-EMPRESA.
           MOVE    ZEROS           TO      WS-COD-FILIAL.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT

             IF    FGTM-FUNC-CODIGO        EQUAL
                   TAB-LOT-FUNC (WS-IND-TAB-LOT)
                   MOVE    TAB-LOT-COD-DEPT (WS-IND-TAB-LOT)   TO
                           WS-COD-DEPT
                   MOVE    TAB-LOT-COD-EMPRESA (WS-IND-TAB-LOT) TO
                           WS-COD-EMPRESA
             END-IF

           END-PERFORM.

           PERFORM VARYING WS-IND-TAB-FFL FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FFL GREATER WS-QTD-TAB-FFL

             IF    FGTM-FUNC-CODIGO        EQUAL
                   TAB-FFL-FUNC (WS-IND-TAB-FFL)
                   MOVE    TAB-FFL-COD-FIL (WS-IND-TAB-FFL)    TO
                           WS-COD-FILIAL
             END-IF

           END-PERFORM.

           MOVE    FGTM-FUNC-CODIGO        TO
                   TAB-TRB-FUNC        (WS-IND-TAB-TRB).
           MOVE    WS-COD-EMPRESA  TO
                   TAB-TRB-COD-EMPRESA (WS-IND-TAB-TRB).
           MOVE    WS-COD-DEPT     TO
                   TAB-TRB-COD-DEPT    (WS-IND-TAB-TRB).
           MOVE    WS-COD-FILIAL   TO
                   TAB-TRB-COD-FIL     (WS-IND-TAB-TRB).
           MOVE    'N'             TO
                   TAB-TRB-SW-IDENT    (WS-IND-TAB-TRB).
           MOVE    SPACES          TO
                   TAB-TRB-NOME        (WS-IND-TAB-TRB).
           MOVE    ZEROS           TO
                   TAB-TRB-CPF         (WS-IND-TAB-TRB)
                   TAB-TRB-CTPS        (WS-IND-TAB-TRB)
                   TAB-TRB-DT-ADM      (WS-IND-TAB-TRB)
                   TAB-TRB-VLR-REMUN   (WS-IND-TAB-TRB)
                   TAB-TRB-VLR-13SAL   (WS-IND-TAB-TRB)
                   TAB-TRB-VLR-FGTS    (WS-IND-TAB-TRB).
      *
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0495-00-CARGA-TAB-EMPRESAS  SECTION.
      *****************************************************************
      *    REGISTRO SEM CODIGO DE EMPRESA E A EMPRESA 01              *
      *
           READ    CADEMPR         INTO    REG-EMPR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADEMPR   EQUAL   00
                   ADD 001         TO      WS-LID-CADEMPR

                   IF      EMPR-COD-EMPRESA NOT NUMERIC    OR
                           EMPR-COD-EMPRESA EQUAL  ZEROS
                           MOVE    01      TO      EMPR-COD-EMPRESA
                   END-IF
                   MOVE    EMPR-COD-EMPRESA        TO      WS-IND-EMP
                   MOVE    'S'     TO
                           TAB-EMP-SW-CADASTRO (WS-IND-EMP)
                   MOVE    EMPR-CNPJ       TO
                           TAB-EMP-CNPJ        (WS-IND-EMP)
                   MOVE    EMPR-NOME       TO
                           TAB-EMP-NOME        (WS-IND-EMP)
                   MOVE    EMPR-UF         TO
                           TAB-EMP-UF          (WS-IND-EMP)
           END-IF.
      *
       0495-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-IDENTIFICA-CADRESP  SECTION.
      *****************************************************************
      *    DADOS DE IDENTIFICACAO DO TRABALHADOR (CADRESP)            *
      *
           READ    CADRESP         INTO    REG-FSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRESP   NOT EQUAL 00
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADRESP.

           PERFORM VARYING WS-IND-TAB-TRB FROM 1 BY 1
                   UNTIL   WS-IND-TAB-TRB GREATER WS-QTD-TAB-TRB

             IF    FSEL-CODIGO     EQUAL
                   TAB-TRB-FUNC (WS-IND-TAB-TRB)
                   MOVE    'S'             TO
                           TAB-TRB-SW-IDENT (WS-IND-TAB-TRB)
                   MOVE    FSEL-NOME       TO
                           TAB-TRB-NOME     (WS-IND-TAB-TRB)
                   MOVE    FSEL-CPF        TO
                           TAB-TRB-CPF      (WS-IND-TAB-TRB)
                   MOVE    FSEL-CART-TRAB  TO
                           TAB-TRB-CTPS     (WS-IND-TAB-TRB)
                   MOVE    FSEL-DT-ADM     TO
                           TAB-TRB-DT-ADM   (WS-IND-TAB-TRB)
             END-IF

           END-PERFORM.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    HEADER DO RESPONSAVEL (EMPRESA 01), UM BLOCO POR EMPRESA   *
      *    E O TOTALIZADOR DO ARQUIVO                                 *
      *
           PERFORM 1050-00-CRITICA-TRABALHADOR
             VARYING WS-IND-TAB-TRB FROM 1 BY 1
             UNTIL WS-IND-TAB-TRB GREATER WS-QTD-TAB-TRB.

           MOVE    SPACES          TO      REG-SEFP.

           MOVE    00              TO      SEFP-TIP-REG.
           MOVE    TAB-EMP-CNPJ (01)       TO      SEFP-CNPJ.
           MOVE    WS-COMPETENCIA  TO      SEFP-COMPETENCIA.
           MOVE    TAB-EMP-NOME (01)       TO      SEFP-NOME.
           MOVE    TAB-EMP-UF   (01)       TO      SEFP-UF.
           MOVE    WS-DATA-PROC    TO      SEFP-DAT-GERACAO.

           PERFORM 1800-00-GRAVACAO-CADSEFP.

           PERFORM 1100-00-PROCESSA-EMPRESA
             VARYING WS-IND-EMP FROM 1 BY 1
             UNTIL WS-IND-EMP GREATER 99.

           MOVE    SPACES          TO      REG-SEFP.

           MOVE    90              TO      SEFP-TIP-REG.
           MOVE    TAB-EMP-CNPJ (01)       TO      SEFP-CNPJ.
           MOVE    WS-COMPETENCIA  TO      SEFP-COMPETENCIA.
           COMPUTE SEFP-TOT-QTD-REG = WS-GRV-CADSEFP + 1.
           MOVE    WS-GER-QTD-TRB  TO      SEFP-TOT-QTD-TRB.
           MOVE    WS-GER-VLR-FGTS TO      SEFP-TOT-VLR-FGTS.

           PERFORM 1800-00-GRAVACAO-CADSEFP.

           IF      WS-QTD-EMPRESAS GREATER ZEROS
                   MOVE    'TOTAL GERAL        '
                                   TO      TOT1-DESCRICAO
                   MOVE    ZEROS   TO      TOT1-CODIGO
                   MOVE    WS-GER-QTD-TRB  TO      TOT1-QTD-TRB
                   MOVE    WS-GER-VLR-BASE TO      TOT1-BASE
                   MOVE    WS-GER-VLR-FGTS TO      TOT1-FGTS
                   PERFORM 1700-00-IMPRIME-TOTAL
           END-IF.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1050-00-CRITICA-TRABALHADOR SECTION.
      *****************************************************************
      *    DESPESA DE TODO O MOVIMENTO; FORA DO ARQUIVO O FUNCIONARIO *
      *    SEM CADRESP OU DE EMPRESA NAO CADASTRADA                   *
      *
           PERFORM 2100-00-ACUMULA-DESPESA.

           IF      NOT TAB-TRB-IDENTIFICADO (WS-IND-TAB-TRB)
                   ADD     001     TO      WS-QTD-SEM-CADASTRO
                   GO      TO      1050-99-EXIT
           END-IF.

           MOVE    TAB-TRB-COD-EMPRESA (WS-IND-TAB-TRB)
                                   TO      WS-IND-EMP.

           IF      NOT TAB-EMP-CADASTRADA (WS-IND-EMP)
                   ADD     001     TO      WS-QTD-SEM-EMPRESA
                   MOVE    'N'     TO
                           TAB-TRB-SW-IDENT (WS-IND-TAB-TRB)
           END-IF.
      *
       1050-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-PROCESSA-EMPRESA    SECTION.
      *****************************************************************
      *    FILIAIS DA EMPRESA EM ORDEM CRESCENTE DE CODIGO            *
      *
           MOVE    -1              TO      WS-FIL-ANTERIOR.

           PERFORM 1150-00-PROXIMA-FILIAL.

           IF      WS-FIL-NAO-ACHOU
                   GO      TO      1100-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-EMPRESAS.

           MOVE    ZEROS           TO      WS-EMP-QTD-TRB
                                           WS-EMP-VLR-BASE
                                           WS-EMP-VLR-FGTS.

           MOVE    SPACES          TO      REG-SEFP.

           MOVE    10              TO      SEFP-TIP-REG.
           MOVE    TAB-EMP-CNPJ (WS-IND-EMP)       TO      SEFP-CNPJ.
           MOVE    WS-COMPETENCIA  TO      SEFP-COMPETENCIA.
           MOVE    TAB-EMP-NOME (WS-IND-EMP)       TO      SEFP-NOME.
           MOVE    TAB-EMP-UF   (WS-IND-EMP)       TO      SEFP-UF.
           MOVE    WS-DATA-PROC    TO      SEFP-DAT-GERACAO.

           PERFORM 1800-00-GRAVACAO-CADSEFP.

           MOVE    LKG-MES         TO      CAB5-MES.
           MOVE    LKG-ANO         TO      CAB5-ANO.
           MOVE    WS-IND-EMP      TO      CAB5-EMPRESA.
           MOVE    TAB-EMP-NOME (WS-IND-EMP)       TO      CAB5-NOME.
           MOVE    TAB-EMP-CNPJ (WS-IND-EMP)       TO      CAB5-CNPJ.

           MOVE    99              TO      WS-LINHAS.

           PERFORM 1200-00-PROCESSA-FILIAL
             UNTIL WS-FIL-NAO-ACHOU.

           MOVE    'TOTAL DA EMPRESA   '   TO      TOT1-DESCRICAO.
           MOVE    WS-IND-EMP      TO      TOT1-CODIGO.
           MOVE    WS-EMP-QTD-TRB  TO      TOT1-QTD-TRB.
           MOVE    WS-EMP-VLR-BASE TO      TOT1-BASE.
           MOVE    WS-EMP-VLR-FGTS TO      TOT1-FGTS.
           PERFORM 1700-00-IMPRIME-TOTAL.

           ADD     WS-EMP-QTD-TRB  TO      WS-GER-QTD-TRB.
           ADD     WS-EMP-VLR-BASE TO      WS-GER-VLR-BASE.
           ADD     WS-EMP-VLR-FGTS TO      WS-GER-VLR-FGTS.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-PROXIMA-FILIAL      SECTION.
      *****************************************************************
      *    MENOR FILIAL DA EMPRESA ACIMA DA ULTIMA PROCESSADA, ENTRE  *
      *    OS TRABALHADORES IDENTIFICADOS                             *
      *
           SET     WS-FIL-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-TRB FROM 1 BY 1
                   UNTIL   WS-IND-TAB-TRB GREATER WS-QTD-TAB-TRB

             IF    TAB-TRB-IDENTIFICADO (WS-IND-TAB-TRB)    AND
                   TAB-TRB-COD-EMPRESA (WS-IND-TAB-TRB) EQUAL
                   WS-IND-EMP                              AND
                   TAB-TRB-COD-FIL (WS-IND-TAB-TRB) GREATER
                   WS-FIL-ANTERIOR
                   IF      WS-FIL-NAO-ACHOU                OR
                           TAB-TRB-COD-FIL (WS-IND-TAB-TRB) LESS
                           WS-FIL-ATUAL
                           SET     WS-FIL-ACHOU    TO      TRUE
                           MOVE    TAB-TRB-COD-FIL (WS-IND-TAB-TRB)
                                   TO      WS-FIL-ATUAL
                   END-IF
             END-IF

           END-PERFORM.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-PROCESSA-FILIAL     SECTION.
      *****************************************************************
      *    TRABALHADORES DA FILIAL E O TOTAL DA FILIAL ('20')         *
      *
           ADD     001             TO      WS-QTD-FILIAIS.

           MOVE    ZEROS           TO      WS-FIL-QTD-TRB
                                           WS-FIL-VLR-BASE
                                           WS-FIL-VLR-FGTS.

           PERFORM 1300-00-GRAVA-TRABALHADOR
             VARYING WS-IND-TAB-TRB FROM 1 BY 1
             UNTIL WS-IND-TAB-TRB GREATER WS-QTD-TAB-TRB.

           MOVE    SPACES          TO      REG-SEFP.

           MOVE    20              TO      SEFP-TIP-REG.
           MOVE    TAB-EMP-CNPJ (WS-IND-EMP)       TO      SEFP-CNPJ.
           MOVE    WS-COMPETENCIA  TO      SEFP-COMPETENCIA.
           MOVE    WS-FIL-ATUAL    TO      SEFP-FIL-CODIGO.
           MOVE    WS-FIL-QTD-TRB  TO      SEFP-FIL-QTD-TRB.
           MOVE    WS-FIL-VLR-BASE TO      SEFP-FIL-VLR-BASE.
           MOVE    WS-FIL-VLR-FGTS TO      SEFP-FIL-VLR-FGTS.

           PERFORM 1800-00-GRAVACAO-CADSEFP.

           MOVE    'TOTAL DA FILIAL    '   TO      TOT1-DESCRICAO.
           MOVE    WS-FIL-ATUAL    TO      TOT1-CODIGO.
           MOVE    WS-FIL-QTD-TRB  TO      TOT1-QTD-TRB.
           MOVE    WS-FIL-VLR-BASE TO      TOT1-BASE.
           MOVE    WS-FIL-VLR-FGTS TO      TOT1-FGTS.
           PERFORM 1700-00-IMPRIME-TOTAL.

           ADD     WS-FIL-QTD-TRB  TO      WS-EMP-QTD-TRB.
           ADD     WS-FIL-VLR-BASE TO      WS-EMP-VLR-BASE.
           ADD     WS-FIL-VLR-FGTS TO      WS-EMP-VLR-FGTS.

           MOVE    WS-FIL-ATUAL    TO      WS-FIL-ANTERIOR.

           PERFORM 1150-00-PROXIMA-FILIAL.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-GRAVA-TRABALHADOR   SECTION.
      *****************************************************************
      *
           IF      NOT TAB-TRB-IDENTIFICADO (WS-IND-TAB-TRB)
                   GO      TO      1300-99-EXIT
           END-IF.

           IF      TAB-TRB-COD-EMPRESA (WS-IND-TAB-TRB) NOT EQUAL
                   WS-IND-EMP                              OR
                   TAB-TRB-COD-FIL (WS-IND-TAB-TRB) NOT EQUAL
                   WS-FIL-ATUAL
                   GO      TO      1300-99-EXIT
           END-IF.

           MOVE    SPACES          TO      REG-SEFP.

           MOVE    30              TO      SEFP-TIP-REG.
           MOVE    TAB-EMP-CNPJ (WS-IND-EMP)       TO      SEFP-CNPJ.
           MOVE    WS-COMPETENCIA  TO      SEFP-COMPETENCIA.
           MOVE    WS-FIL-ATUAL    TO      SEFP-TRB-FILIAL.
           MOVE    TAB-TRB-CPF       (WS-IND-TAB-TRB)
                                   TO      SEFP-TRB-CPF.
           MOVE    TAB-TRB-CTPS      (WS-IND-TAB-TRB)
                                   TO      SEFP-TRB-CTPS.
           MOVE    TAB-TRB-NOME      (WS-IND-TAB-TRB)
                                   TO      SEFP-TRB-NOME.
           MOVE    TAB-TRB-DT-ADM    (WS-IND-TAB-TRB)
                                   TO      SEFP-TRB-DT-ADM.
           MOVE    TAB-TRB-VLR-REMUN (WS-IND-TAB-TRB)
                                   TO      SEFP-TRB-VLR-REMUN.
           MOVE    TAB-TRB-VLR-13SAL (WS-IND-TAB-TRB)
                                   TO      SEFP-TRB-VLR-13SAL.
           MOVE    TAB-TRB-VLR-FGTS  (WS-IND-TAB-TRB)
                                   TO      SEFP-TRB-VLR-FGTS.

           PERFORM 1800-00-GRAVACAO-CADSEFP.

           ADD     001             TO      WS-QTD-TRABALHADORES.
           ADD     001             TO      WS-FIL-QTD-TRB.
           ADD     TAB-TRB-VLR-REMUN (WS-IND-TAB-TRB)
                                   TO      WS-FIL-VLR-BASE.
           ADD     TAB-TRB-VLR-13SAL (WS-IND-TAB-TRB)
                                   TO      WS-FIL-VLR-BASE.
           ADD     TAB-TRB-VLR-FGTS  (WS-IND-TAB-TRB)
                                   TO      WS-FIL-VLR-FGTS.

           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    WS-FIL-ATUAL    TO      DET1-FILIAL.
           MOVE    TAB-TRB-FUNC      (WS-IND-TAB-TRB)
                                   TO      DET1-CODIGO.
           MOVE    TAB-TRB-NOME      (WS-IND-TAB-TRB)
                                   TO      DET1-NOME.
           MOVE    TAB-TRB-CPF       (WS-IND-TAB-TRB)
                                   TO      DET1-CPF.
           MOVE    TAB-TRB-VLR-REMUN (WS-IND-TAB-TRB)
                                   TO      DET1-REMUN.
           MOVE    TAB-TRB-VLR-13SAL (WS-IND-TAB-TRB)
                                   TO      DET1-13SAL.
           MOVE    TAB-TRB-VLR-FGTS  (WS-IND-TAB-TRB)
                                   TO      DET1-FGTS.

           MOVE    DET1            TO      REG-RELFGTS.
           PERFORM 2700-00-GRAVACAO-RELFGTS.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1700-00-IMPRIME-TOTAL       SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 53
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    TOT1            TO      REG-RELFGTS.
           PERFORM 2700-00-GRAVACAO-RELFGTS.

           MOVE    SPACES          TO      REG-RELFGTS.
           PERFORM 2700-00-GRAVACAO-RELFGTS.
      *
       1700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1800-00-GRAVACAO-CADSEFP    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADSEFP     FROM    REG-SEFP.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADSEFP.
      *
       1800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-ACUMULA-DESPESA     SECTION.
      *****************************************************************
      *    DEPOSITO DO TRABALHADOR NA DESPESA DE FGTS DA EMPRESA E    *
      *    DEPARTAMENTO DA LOTACAO                                    *
      *
           SET     WS-NAO-ACHOU            TO      TRUE.

           PERFORM VARYING WS-IND-TAB-DSP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DSP GREATER WS-QTD-TAB-DSP
                   OR      WS-ACHOU

             IF    TAB-TRB-COD-EMPRESA (WS-IND-TAB-TRB) EQUAL
                   TAB-DSP-COD-EMPRESA (WS-IND-TAB-DSP)    AND
                   TAB-TRB-COD-DEPT    (WS-IND-TAB-TRB) EQUAL
                   TAB-DSP-COD-DEPT    (WS-IND-TAB-DSP)
                   SET     WS-ACHOU        TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-DSP
                   ADD     TAB-TRB-VLR-FGTS (WS-IND-TAB-TRB)       TO
                           TAB-DSP-VLR (WS-IND-TAB-DSP)
           ELSE
                   IF      WS-QTD-TAB-DSP  GREATER OR EQUAL 00200
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-DSP
                   MOVE    TAB-TRB-COD-EMPRESA (WS-IND-TAB-TRB)    TO
                           TAB-DSP-COD-EMPRESA (WS-QTD-TAB-DSP)
                   MOVE    TAB-TRB-COD-DEPT    (WS-IND-TAB-TRB)    TO
                           TAB-DSP-COD-DEPT    (WS-QTD-TAB-DSP)
                   MOVE    TAB-TRB-VLR-FGTS    (WS-IND-TAB-TRB)    TO
                           TAB-DSP-VLR         (WS-QTD-TAB-DSP)
           END-IF.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-LANCA-DESPESA-DEPT  SECTION.
      *****************************************************************
      *    UM LANCAMENTO DE DESPESA DE FGTS POR EMPRESA E             *
      *    DEPARTAMENTO, NO LAY-OUT DO EXTRATO CADCTB                 *
      *
           PERFORM VARYING WS-IND-TAB-DSP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DSP GREATER WS-QTD-TAB-DSP

             MOVE  SPACES          TO      REG-CTB
             MOVE  ZEROS           TO      CTB-COD-PEC
             MOVE  WS-CONTA-DESP-FGTS      TO      CTB-CONTA-DEBITO
             MOVE  WS-CONTA-FGTS-RECOL     TO      CTB-CONTA-CREDITO
             MOVE  WS-HISTORICO    TO      CTB-HISTORICO
             MOVE  TAB-DSP-COD-DEPT (WS-IND-TAB-DSP)        TO
                   CTB-HISTORICO (26:4)
             MOVE  WS-DATA-PROC    TO      CTB-DT-MOV
             MOVE  TAB-DSP-COD-EMPRESA (WS-IND-TAB-DSP)     TO
                   CTB-COD-EMPRESA
             MOVE  ZEROS           TO      CTB-QTD-ETQ
             MOVE  TAB-DSP-VLR (WS-IND-TAB-DSP)     TO
                   CTB-VLR-UNIT
             MOVE  TAB-DSP-VLR (WS-IND-TAB-DSP)     TO
                   CTB-VLR-TOTAL

             WRITE REG-CADCTBS     FROM    REG-CTB

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  008             TO      WS-PTO-ERRO
             PERFORM 0200-00-TESTA-FILE-STATUS

             ADD   001             TO      WS-GRV-CADCTBS

           END-PERFORM.
      *
       2200-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELFGTS.
           PERFORM 2700-00-GRAVACAO-RELFGTS.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELFGTS.
           PERFORM 2700-00-GRAVACAO-RELFGTS.

           MOVE    CAB4            TO      REG-RELFGTS.
           PERFORM 2700-00-GRAVACAO-RELFGTS.

           MOVE    CAB5            TO      REG-RELFGTS.
           PERFORM 2700-00-GRAVACAO-RELFGTS.

           MOVE    CAB4            TO      REG-RELFGTS.
           PERFORM 2700-00-GRAVACAO-RELFGTS.

           MOVE    CAB6            TO      REG-RELFGTS.
           PERFORM 2700-00-GRAVACAO-RELFGTS.

           MOVE    SPACES          TO      REG-RELFGTS.
           PERFORM 2700-00-GRAVACAO-RELFGTS.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELFGTS    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELFGTS.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELFGTS.
           ADD     001             TO      WS-LINHAS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADFGTM
                   CADRESP
                   CADFFIL
                   CADFLOT
                   CADEMPR
                   CADSEFP
                   CADCTBS
                   RELFGTS.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB168'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADFGTM  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB168 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB168 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADFGTM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFGTM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-OUTRA-COMPET     TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS DE OUTRA COMPETENCIA..: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRESP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRESP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-TAB-TRB  TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS COM MOVIMENTO.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-CADASTRO     TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS FORA DO CADRESP.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-EMPRESA      TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS DE EMPRESA NAO CADAS: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-TRABALHADORES    TO      WS-EDICAO.
           DISPLAY '* TRABALHADORES NO RECOLHIMENTO....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EMPRESAS TO      WS-EDICAO.
           DISPLAY '* EMPRESAS NO RECOLHIMENTO.........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FILIAIS  TO      WS-EDICAO.
           DISPLAY '* FILIAIS NO RECOLHIMENTO..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADSEFP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADSEFP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCTBS  TO      WS-EDICAO.
           DISPLAY '* LANCAMENTOS DE DESPESA GERADOS...: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB168 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB168 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB168 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB168 ******************'.

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
           '******************* GPFPB168 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'    *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB168 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB168 ******************'

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

           DISPLAY '******************* GPFPB168 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB168 ******************'.
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
           DISPLAY '******************* GPFPB168 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB168 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB168                  *
      *****************************************************************
