      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB173.
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
      * OBJETIVO.....: CONCILIACAO DA FATURA MENSAL DO PLANO DE SAUDE *
      *                (CADFATS) COM OS FUNCIONARIOS ATIVOS (CADRESP) *
      *                E SEUS DEPENDENTES (CADDSEL). APONTA:          *
      *                - VIDA COBRADA APOS O DESLIGAMENTO DO TITULAR  *
      *                  (CADFEXC)                                    *
      *                - DEPENDENTE NAO CADASTRADO OU ACIMA DA IDADE  *
      *                  LIMITE PELA DATA DE NASCIMENTO DO CADASTRO   *
      *                - MATRICULA DESCONHECIDA E COMPETENCIA         *
      *                  DIVERGENTE                                   *
      *                - FUNCIONARIO ATIVO AUSENTE DA FATURA          *
      *                E GERA A PARTE DO FUNCIONARIO (MENSALIDADE E   *
      *                COPARTICIPACAO DAS VIDAS ACEITAS) NO LAY-OUT   *
      *                DO CADBENM (CADBENS, TIPO 'S'), DESCONTADA NA  *
      *                FOLHA MENSAL (GPFPB107), E O RELATORIO DA      *
      *                CONCILIACAO (RELSAUD)                          *
      *****************************************************************
      * PARAMETRO....: PARM='AAAAMM' - COMPETENCIA DA FATURA          *
      *                CADPARM, PROGRAMA GPFPB173:                    *
      *                PARM-VALOR (1:3) - IDADE LIMITE DO DEPENDENTE  *
      *                                   (FILHO E OUTROS; CONJUGE E  *
      *                                   PAIS NAO TEM LIMITE)        *
      *                PARM-VALOR (4:4) - PERCENTUAL DA MENSALIDADE   *
      *                                   PAGO PELO FUNCIONARIO 99V99 *
      *                PARM-VALOR (8:5) - PERCENTUAL DA COPARTICIPACAO*
      *                                   PAGO PELO FUNCIONARIO 999V99*
      *****************************************************************
      * OBSERVACAO...: IDADE APURADA NO ULTIMO DIA DA COMPETENCIA; O  *
      *                DEPENDENTE E ACEITO ATE COMPLETAR A IDADE      *
      *                LIMITE. TITULAR DESLIGADO DENTRO DA COMPETENCIA*
      *                E COBRANCA DEVIDA, APENAS LISTADA E SEM        *
      *                DESCONTO NA FOLHA. VIDA APONTADA E CONTESTADA  *
      *                JUNTO A OPERADORA E NAO GERA DESCONTO          *
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
           SELECT  CADFATS  ASSIGN  TO  UT-S-CADFATS
                   FILE     STATUS  IS  WS-FS-CADFATS.
      *
           SELECT  CADRESP  ASSIGN  TO  UT-S-CADRESP
                   FILE     STATUS  IS  WS-FS-CADRESP.
      *
           SELECT  CADDSEL  ASSIGN  TO  UT-S-CADDSEL
                   FILE     STATUS  IS  WS-FS-CADDSEL.
      *
           SELECT  CADFEXC  ASSIGN  TO  UT-S-CADFEXC
                   FILE     STATUS  IS  WS-FS-CADFEXC.
      *
           SELECT  CADFLOT  ASSIGN  TO  UT-S-CADFLOT
                   FILE     STATUS  IS  WS-FS-CADFLOT.
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
           SELECT  CADBENS  ASSIGN  TO  UT-S-CADBENS
                   FILE     STATUS  IS  WS-FS-CADBENS.
      *
           SELECT  RELSAUD  ASSIGN  TO  UT-S-RELSAUD
                   FILE     STATUS  IS  WS-FS-RELSAUD.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADFATS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFATS         PIC     X(100).
      *
       FD  CADRESP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRESP         PIC     X(200).
      *
       FD  CADDSEL
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADDSEL         PIC     X(050).
      *
       FD  CADFEXC
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFEXC         PIC     X(200).
      *
       FD  CADFLOT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFLOT         PIC     X(050).
      *
       FD  CADPARM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPARM         PIC     X(050).
      *
       FD  CADBENS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBENS         PIC     X(150).
      *
       FD  RELSAUD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELSAUD         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADFATS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADDSEL       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFEXC       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBENS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELSAUD       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADFATS      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADDSEL      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFEXC      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADBENS      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELSAUD      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-ACEITAS      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CONTESTADAS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-APOS-DESLIG  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DESLIG-MES   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DEP-S-CAD    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DEP-IDADE    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-S-MATRICULA  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-COMPET-DIV   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FORA-FATURA  PIC     9(018) VALUE ZEROS.
      *
       01      WS-COMPETENCIA      PIC     9(006) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-COMPETENCIA.
         03    WS-CMP-ANO          PIC     9(004).
         03    WS-CMP-MES          PIC     9(002).
       01      WS-INI-COMPETENCIA  PIC     9(008) VALUE ZEROS.
       01      WS-FIM-COMPETENCIA  PIC     9(008) VALUE ZEROS.
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-DT-AAAAMMDD      PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-AAAAMMDD.
         03    WS-DT-ANO           PIC     9(004).
         03    WS-DT-MES           PIC     9(002).
         03    WS-DT-DIA           PIC     9(002).
      *
      *****************************************************************
      *        PARAMETROS DO CADPARM VIGENTES NA COMPETENCIA          *
      *****************************************************************
      *
       01      WS-IDADE-LIMITE     PIC     9(003) VALUE ZEROS.
       01      WS-PCT-MENSALIDADE  PIC     9(002)V9(002) VALUE ZEROS.
       01      WS-PCT-COPART       PIC     9(003)V9(002) VALUE ZEROS.
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
      *****************************************************************
      *        CONCILIACAO DE CADA VIDA COBRADA                       *
      *****************************************************************
      *
       01      WS-IDADE            PIC     9(003) VALUE ZEROS.
       01      WS-DT-NAS           PIC     9(008) VALUE ZEROS.
       01      WS-OCORRENCIA       PIC     X(030) VALUE SPACES.
      *
       01      WS-SW-VIDA          PIC     X(001) VALUE 'A'.
         88    WS-VIDA-ACEITA              VALUE 'A'.
         88    WS-VIDA-CONTESTADA          VALUE 'C'.
         88    WS-VIDA-INFORMADA           VALUE 'I'.
      *
       01      WS-VLR-VIDA         PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-DESCONTO     PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-COD-EMPRESA      PIC     9(002) VALUE ZEROS.
      *
       01      WS-TOT-FATURADO     PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-TOT-CONTESTADO   PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-TOT-ACEITO       PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-TOT-DESCONTO     PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DOS FUNCIONARIOS ATIVOS (CADRESP) COM O         *
      *        ACUMULADO DAS VIDAS ACEITAS NA FATURA                  *
      *****************************************************************
      *
       01      WS-QTD-TAB-FUN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FUN      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FUNCIONARIOS.
         03    TAB-FUN-ITEM        OCCURS  05000  TIMES.
           05  TAB-FUN-CODIGO      PIC     9(005).
           05  TAB-FUN-NOME        PIC     X(030).
           05  TAB-FUN-CPF         PIC     9(011).
           05  TAB-FUN-SW-FATURA   PIC     X(001).
             88  TAB-FUN-FATURADO          VALUE 'S'.
           05  TAB-FUN-PLANO       PIC     X(004).
           05  TAB-FUN-QTD-VIDAS   PIC     9(005).
           05  TAB-FUN-VLR-MENS    PIC     9(009)V9(002).
           05  TAB-FUN-VLR-COPART  PIC     9(009)V9(002).
      *
       01      WS-SW-FUN-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FUN-ACHOU                VALUE 'S'.
         88    WS-FUN-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS DEPENDENTES DOS FUNCIONARIOS (CADDSEL)      *
      *****************************************************************
      *
       01      WS-QTD-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DEPENDENTES.
         03    TAB-DEP-ITEM        OCCURS  10000  TIMES.
           05  TAB-DEP-FUNC        PIC     9(005).
           05  TAB-DEP-NOME        PIC     X(030).
           05  TAB-DEP-DT-NAS      PIC     9(008).
           05  TAB-DEP-PARENTESCO  PIC     X(001).
             88  TAB-DEP-SEM-LIMITE        VALUES 'C' 'P'.
      *
       01      WS-SW-DEP-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-DEP-ACHOU                VALUE 'S'.
         88    WS-DEP-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS FUNCIONARIOS DESLIGADOS (CADFEXC)           *
      *****************************************************************
      *
       01      WS-QTD-TAB-EXC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-EXC      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-EXCLUIDOS.
         03    TAB-EXC-ITEM        OCCURS  05000  TIMES.
           05  TAB-EXC-CODIGO      PIC     9(005).
           05  TAB-EXC-DT-EXC      PIC     9(008).
      *
       01      WS-SW-EXC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-EXC-ACHOU                VALUE 'S'.
         88    WS-EXC-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE LOTACAO (EMPRESA DO FUNCIONARIO)             *
      *****************************************************************
      *
       01      WS-QTD-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LOTACAO.
         03    TAB-LOT-ITEM        OCCURS  05000  TIMES.
           05  TAB-LOT-FUNC        PIC     9(005).
           05  TAB-LOT-COD-EMPRESA PIC     9(002).
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
      *    LAY-OUT DO RELATORIO DA CONCILIACAO DO PLANO DE SAUDE      *
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
         'C O N C I L I A C A O  D O  P L A N O  D E  S A U D E'.
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
         03    FILLER              PIC     X(024) VALUE
               '   IDADE LIMITE DEPEND: '.
         03    CAB5-IDADE          PIC     ZZ9.
         03    FILLER              PIC     X(024) VALUE
               '   PARTE FUNC. MENSAL.: '.
         03    CAB5-PCT-MENS       PIC     Z9,99.
         03    FILLER              PIC     X(024) VALUE
               '   PARTE FUNC. COPART.: '.
         03    CAB5-PCT-COPART     PIC     ZZ9,99.
         03    FILLER              PIC     X(024) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'CODIGO'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(001) VALUE 'T'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DO BENEFICIARIO          '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'NASCIMENTO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'IDA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               '  MENSALIDADE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               '  COPARTICIP.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'OCORRENCIA'.
         03    FILLER              PIC     X(011) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-CODIGO         PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-TIPO           PIC     X(001).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME           PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DT-NAS         PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-IDADE          PIC     ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-MENSALIDADE    PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COPART         PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OCORRENCIA     PIC     X(030).
         03    FILLER              PIC     X(011) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(040).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-VALOR          PIC     Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(068) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADFATS - FATURA MENSAL DO PLANO DE SAUDE            *
      *****************************************************************
      *
           COPY    COBI1247.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS                  *
      *****************************************************************
      *
           COPY    COBO1007.
      *
      *****************************************************************
      * INPUT..: CADDSEL - DEPENDENTES SELECIONADOS                   *
      *****************************************************************
      *
           COPY    COBO2015.
      *
      *****************************************************************
      * INPUT..: CADFEXC - HISTORICO DE FUNCIONARIOS EXCLUIDOS        *
      *****************************************************************
      *
           COPY    COBO3012.
      *
      *****************************************************************
      * INPUT..: CADFLOT - LOTACAO DOS FUNCIONARIOS                   *
      *****************************************************************
      *
           COPY    COBI2018.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS                   *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * OUTPUT.: CADBENS - DESCONTO DO PLANO DE SAUDE NA FOLHA        *
      *****************************************************************
      *
           COPY    COBO1244.
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

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADFATS   EQUAL 10.

           PERFORM 2000-00-FECHA-FUNCIONARIO
             VARYING WS-IND-TAB-FUN FROM 1 BY 1
             UNTIL WS-IND-TAB-FUN GREATER WS-QTD-TAB-FUN.

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

           MOVE    FUNCTION CURRENT-DATE (1:8)
                                   TO      WS-DATA-PROC.

           PERFORM 0150-00-CRITICA-PARM.

           OPEN    INPUT   CADFATS
                           CADRESP
                           CADDSEL
                           CADFEXC
                           CADFLOT
                           CADPARM
                   OUTPUT  CADBENS
                           RELSAUD.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0350-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-SEM-PARM
           END-IF.

           PERFORM 0400-00-CARGA-TAB-FUNCIONARIOS
             UNTIL WS-FS-CADRESP   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-DEPENDENTES
             UNTIL WS-FS-CADDSEL   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-EXCLUIDOS
             UNTIL WS-FS-CADFEXC   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-LOTACAO
             UNTIL WS-FS-CADFLOT   EQUAL   10.

           MOVE    LKG-MES         TO      CAB5-MES.
           MOVE    LKG-ANO         TO      CAB5-ANO.
           MOVE    WS-IDADE-LIMITE TO      CAB5-IDADE.
           MOVE    WS-PCT-MENSALIDADE      TO      CAB5-PCT-MENS.
           MOVE    WS-PCT-COPART   TO      CAB5-PCT-COPART.

           PERFORM 0500-00-LEITURA-CADFATS.
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

           COMPUTE WS-INI-COMPETENCIA = WS-COMPETENCIA * 100 + 01.

      *    MAIOR DATA POSSIVEL DA COMPETENCIA, LIMITE DA VIGENCIA
           COMPUTE WS-FIM-COMPETENCIA = WS-COMPETENCIA * 100 + 31.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADFATS NOT EQUAL 00 AND 10
                   MOVE 'CADFATS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFATS     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRESP NOT EQUAL 00 AND 10
                   MOVE 'CADRESP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRESP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADDSEL NOT EQUAL 00 AND 10
                   MOVE 'CADDSEL'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADDSEL     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFEXC NOT EQUAL 00 AND 10
                   MOVE 'CADFEXC'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFEXC     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFLOT NOT EQUAL 00 AND 10
                   MOVE 'CADFLOT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFLOT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBENS NOT EQUAL 00
                   MOVE 'CADBENS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBENS     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELSAUD NOT EQUAL 00
                   MOVE 'RELSAUD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELSAUD     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *    PARAMETRO DE MAIOR VIGENCIA ATE O FIM DA COMPETENCIA       *
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB173' AND
                           PARM-DT-VIGENCIA NOT GREATER
                           WS-FIM-COMPETENCIA
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:3)        TO
                                   WS-IDADE-LIMITE
                           MOVE    PARM-VALOR (4:4)        TO
                                   WS-PCT-MENSALIDADE (1:4)
                           MOVE    PARM-VALOR (8:5)        TO
                                   WS-PCT-COPART (1:5)
                   END-IF
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-FUNCIONARIOS SECTION.
      *****************************************************************
      *
           READ    CADRESP         INTO    REG-FSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRESP   EQUAL   00
                   ADD 001         TO      WS-LID-CADRESP

                   IF      WS-QTD-TAB-FUN  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FUN
                   MOVE    FSEL-CODIGO     TO
                           TAB-FUN-CODIGO     (WS-QTD-TAB-FUN)
                   MOVE    FSEL-NOME       TO
                           TAB-FUN-NOME       (WS-QTD-TAB-FUN)
                   MOVE    FSEL-CPF        TO
                           TAB-FUN-CPF        (WS-QTD-TAB-FUN)
                   MOVE    'N'             TO
                           TAB-FUN-SW-FATURA  (WS-QTD-TAB-FUN)
                   MOVE    SPACES          TO
                           TAB-FUN-PLANO      (WS-QTD-TAB-FUN)
                   MOVE    ZEROS           TO
                           TAB-FUN-QTD-VIDAS  (WS-QTD-TAB-FUN)
                           TAB-FUN-VLR-MENS   (WS-QTD-TAB-FUN)
                           TAB-FUN-VLR-COPART (WS-QTD-TAB-FUN)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-DEPENDENTES SECTION.
      *****************************************************************
      *
           READ    CADDSEL         INTO    REG-DSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADDSEL   EQUAL   00
                   ADD 001         TO      WS-LID-CADDSEL

                   IF      WS-QTD-TAB-DEP  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-DEP
                   MOVE    DSEL-FUNC-CODIGO        TO
                           TAB-DEP-FUNC       (WS-QTD-TAB-DEP)
                   MOVE    DSEL-NOME       TO
                           TAB-DEP-NOME       (WS-QTD-TAB-DEP)
                   MOVE    DSEL-DT-NAS     TO
                           TAB-DEP-DT-NAS     (WS-QTD-TAB-DEP)
                   MOVE    DSEL-PARENTESCO TO
                           TAB-DEP-PARENTESCO (WS-QTD-TAB-DEP)
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-EXCLUIDOS SECTION.
      *****************************************************************
      *    ARQUIVO MORTO CUMULATIVO - PREVALECE O ULTIMO DESLIGAMENTO *
      *
           READ    CADFEXC         INTO    REG-FEXC.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFEXC   NOT EQUAL 00
                   GO      TO      0440-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFEXC.

           SET     WS-EXC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-EXC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-EXC GREATER WS-QTD-TAB-EXC
                   OR      WS-EXC-ACHOU

             IF    TAB-EXC-CODIGO (WS-IND-TAB-EXC) EQUAL FEXC-CODIGO
                   SET     WS-EXC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-EXC-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-EXC
                   IF      FEXC-DT-EXC     GREATER
                           TAB-EXC-DT-EXC (WS-IND-TAB-EXC)
                           MOVE    FEXC-DT-EXC     TO
                                   TAB-EXC-DT-EXC (WS-IND-TAB-EXC)
                   END-IF
           ELSE
                   IF      WS-QTD-TAB-EXC  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-EXC
                   MOVE    FEXC-CODIGO     TO
                           TAB-EXC-CODIGO (WS-QTD-TAB-EXC)
                   MOVE    FEXC-DT-EXC     TO
                           TAB-EXC-DT-EXC (WS-QTD-TAB-EXC)
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-LOTACAO   SECTION.
      *****************************************************************
      *
           READ    CADFLOT         INTO    REG-FLOT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFLOT   EQUAL   00
                   ADD 001         TO      WS-LID-CADFLOT

                   IF      WS-QTD-TAB-LOT  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LOT
                   MOVE    FLOT-FUNC-CODIGO        TO
                           TAB-LOT-FUNC     (WS-QTD-TAB-LOT)
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
       0500-00-LEITURA-CADFATS     SECTION.
      *****************************************************************
      *
           READ    CADFATS         INTO    REG-FATS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFATS   EQUAL   00
                   ADD 001         TO      WS-LID-CADFATS
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           PERFORM 1100-00-CONCILIA-VIDA.

           PERFORM 0500-00-LEITURA-CADFATS.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CONCILIA-VIDA       SECTION.
      *****************************************************************
      *    CADA VIDA DA FATURA E ACEITA (ACUMULADA NO TITULAR PARA O  *
      *    DESCONTO), CONTESTADA JUNTO A OPERADORA OU SO INFORMADA    *
      *
           COMPUTE WS-VLR-VIDA     =
                   FATS-VLR-MENSALIDADE + FATS-VLR-COPART.

           ADD     WS-VLR-VIDA     TO      WS-TOT-FATURADO.

           SET     WS-VIDA-ACEITA          TO      TRUE.
           MOVE    SPACES          TO      WS-OCORRENCIA.
           MOVE    FATS-DT-NAS     TO      WS-DT-NAS.
           MOVE    ZEROS           TO      WS-IDADE.

           PERFORM 1200-00-VALIDA-VIDA.

           IF      WS-VIDA-ACEITA
                   ADD     001     TO      WS-QTD-ACEITAS
                   ADD     WS-VLR-VIDA     TO      WS-TOT-ACEITO
                   PERFORM 1500-00-ACUMULA-TITULAR
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      WS-VIDA-CONTESTADA
                   ADD     001     TO      WS-QTD-CONTESTADAS
                   ADD     WS-VLR-VIDA     TO      WS-TOT-CONTESTADO
           ELSE
                   ADD     WS-VLR-VIDA     TO      WS-TOT-ACEITO
           END-IF.

           PERFORM 1600-00-IMPRIME-VIDA.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-VALIDA-VIDA         SECTION.
      *****************************************************************
      *
           IF      FATS-COMPETENCIA NOT EQUAL WS-COMPETENCIA
                   ADD     001     TO      WS-QTD-COMPET-DIV
                   SET     WS-VIDA-CONTESTADA      TO      TRUE
                   MOVE    'COMPETENCIA DIVERGENTE'        TO
                           WS-OCORRENCIA
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      NOT FATS-TITULAR        AND
                   NOT FATS-DEPENDENTE
                   ADD     001     TO      WS-QTD-S-MATRICULA
                   SET     WS-VIDA-CONTESTADA      TO      TRUE
                   MOVE    'TIPO DE VIDA INVALIDO'         TO
                           WS-OCORRENCIA
                   GO      TO      1200-99-EXIT
           END-IF.

           PERFORM 1250-00-PROCURA-TITULAR.

           IF      WS-FUN-NAO-ACHOU
                   PERFORM 1300-00-TITULAR-INATIVO
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      FATS-DEPENDENTE
                   PERFORM 1400-00-VALIDA-DEPENDENTE
           END-IF.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-PROCURA-TITULAR     SECTION.
      *****************************************************************
      *
           SET     WS-FUN-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FUN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FUN GREATER WS-QTD-TAB-FUN
                   OR      WS-FUN-ACHOU

             IF    TAB-FUN-CODIGO (WS-IND-TAB-FUN) EQUAL
                   FATS-FUNC-CODIGO
                   SET     WS-FUN-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FUN-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-FUN
           END-IF.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-TITULAR-INATIVO     SECTION.
      *****************************************************************
      *    TITULAR FORA DOS ATIVOS: DESLIGADO ANTES DA COMPETENCIA E  *
      *    COBRANCA INDEVIDA; DESLIGADO NA COMPETENCIA E COBRANCA     *
      *    DEVIDA, SEM DESCONTO NA FOLHA                              *
      *
           SET     WS-EXC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-EXC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-EXC GREATER WS-QTD-TAB-EXC
                   OR      WS-EXC-ACHOU

             IF    TAB-EXC-CODIGO (WS-IND-TAB-EXC) EQUAL
                   FATS-FUNC-CODIGO
                   SET     WS-EXC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-EXC-NAO-ACHOU
                   ADD     001     TO      WS-QTD-S-MATRICULA
                   SET     WS-VIDA-CONTESTADA      TO      TRUE
                   MOVE    'MATRICULA NAO CADASTRADA'      TO
                           WS-OCORRENCIA
                   GO      TO      1300-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-EXC.

           IF      TAB-EXC-DT-EXC (WS-IND-TAB-EXC) LESS
                   WS-INI-COMPETENCIA
                   ADD     001     TO      WS-QTD-APOS-DESLIG
                   SET     WS-VIDA-CONTESTADA      TO      TRUE
                   IF      FATS-TITULAR
                           MOVE    'COBRADO APOS DESLIGAMENTO'     TO
                                   WS-OCORRENCIA
                   ELSE
                           MOVE    'DEPENDENTE DE DESLIGADO'       TO
                                   WS-OCORRENCIA
                   END-IF
           ELSE
                   ADD     001     TO      WS-QTD-DESLIG-MES
                   SET     WS-VIDA-INFORMADA       TO      TRUE
                   MOVE    'DESLIGADO NA COMPETENCIA'      TO
                           WS-OCORRENCIA
           END-IF.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-VALIDA-DEPENDENTE   SECTION.
      *****************************************************************
      *    DEPENDENTE PELO TITULAR E NOME; IDADE PELA DATA DE         *
      *    NASCIMENTO DO CADASTRO NO ULTIMO DIA DA COMPETENCIA        *
      *
           SET     WS-DEP-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-DEP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEP GREATER WS-QTD-TAB-DEP
                   OR      WS-DEP-ACHOU

             IF    TAB-DEP-FUNC (WS-IND-TAB-DEP) EQUAL
                   FATS-FUNC-CODIGO                        AND
                   TAB-DEP-NOME (WS-IND-TAB-DEP) EQUAL
                   FATS-NOME
                   SET     WS-DEP-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-DEP-NAO-ACHOU
                   ADD     001     TO      WS-QTD-DEP-S-CAD
                   SET     WS-VIDA-CONTESTADA      TO      TRUE
                   MOVE    'DEPENDENTE NAO CADASTRADO'     TO
                           WS-OCORRENCIA
                   GO      TO      1400-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-DEP.

           MOVE    TAB-DEP-DT-NAS (WS-IND-TAB-DEP) TO      WS-DT-NAS.
           MOVE    WS-DT-NAS       TO      WS-DT-AAAAMMDD.

           IF      WS-DT-ANO       GREATER WS-CMP-ANO
                   MOVE    ZEROS   TO      WS-IDADE
           ELSE
                   COMPUTE WS-IDADE = WS-CMP-ANO - WS-DT-ANO
                   IF      WS-DT-MES       GREATER WS-CMP-MES AND
                           WS-IDADE        GREATER ZEROS
                           SUBTRACT 001    FROM    WS-IDADE
                   END-IF
           END-IF.

           IF      TAB-DEP-SEM-LIMITE (WS-IND-TAB-DEP)
                   GO      TO      1400-99-EXIT
           END-IF.

           IF      WS-IDADE        GREATER WS-IDADE-LIMITE
                   ADD     001     TO      WS-QTD-DEP-IDADE
                   SET     WS-VIDA-CONTESTADA      TO      TRUE
                   MOVE    'DEPENDENTE ACIMA DA IDADE'     TO
                           WS-OCORRENCIA
           END-IF.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-ACUMULA-TITULAR     SECTION.
      *****************************************************************
      *
           IF      FATS-TITULAR
                   MOVE    'S'     TO
                           TAB-FUN-SW-FATURA (WS-IND-TAB-FUN)
                   MOVE    FATS-PLANO      TO
                           TAB-FUN-PLANO     (WS-IND-TAB-FUN)
           END-IF.

           ADD     001             TO
                   TAB-FUN-QTD-VIDAS  (WS-IND-TAB-FUN).
           ADD     FATS-VLR-MENSALIDADE    TO
                   TAB-FUN-VLR-MENS   (WS-IND-TAB-FUN).
           ADD     FATS-VLR-COPART TO
                   TAB-FUN-VLR-COPART (WS-IND-TAB-FUN).
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-IMPRIME-VIDA        SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    FATS-FUNC-CODIGO        TO      DET1-CODIGO.
           MOVE    FATS-TIPO-VIDA  TO      DET1-TIPO.
           MOVE    FATS-NOME       TO      DET1-NOME.
           MOVE    WS-DT-NAS       TO      WS-DT-AAAAMMDD.
           MOVE    WS-DT-DIA       TO      WS-DIA.
           MOVE    WS-DT-MES       TO      WS-MES.
           MOVE    WS-DT-ANO       TO      WS-ANO.
           MOVE    WS-DATA         TO      DET1-DT-NAS.
           MOVE    WS-IDADE        TO      DET1-IDADE.
           MOVE    FATS-VLR-MENSALIDADE    TO      DET1-MENSALIDADE.
           MOVE    FATS-VLR-COPART TO      DET1-COPART.
           MOVE    WS-OCORRENCIA   TO      DET1-OCORRENCIA.

           MOVE    DET1            TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-FECHA-FUNCIONARIO   SECTION.
      *****************************************************************
      *    ATIVO SEM COBRANCA DE TITULAR NA FATURA E LISTADO; COM     *
      *    VIDAS ACEITAS GERA A PARTE DO FUNCIONARIO PARA A FOLHA     *
      *
           IF      NOT TAB-FUN-FATURADO (WS-IND-TAB-FUN)
                   ADD     001     TO      WS-QTD-FORA-FATURA
                   PERFORM 2100-00-IMPRIME-AUSENTE
           END-IF.

           IF      TAB-FUN-QTD-VIDAS (WS-IND-TAB-FUN) EQUAL ZEROS
                   GO      TO      2000-99-EXIT
           END-IF.

           COMPUTE WS-VLR-DESCONTO ROUNDED =
                   TAB-FUN-VLR-MENS   (WS-IND-TAB-FUN) *
                   WS-PCT-MENSALIDADE / 100 +
                   TAB-FUN-VLR-COPART (WS-IND-TAB-FUN) *
                   WS-PCT-COPART / 100.

           IF      WS-VLR-DESCONTO EQUAL   ZEROS
                   GO      TO      2000-99-EXIT
           END-IF.

           PERFORM 2200-00-GRAVA-DESCONTO.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-IMPRIME-AUSENTE     SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    TAB-FUN-CODIGO (WS-IND-TAB-FUN) TO      DET1-CODIGO.
           MOVE    'T'             TO      DET1-TIPO.
           MOVE    TAB-FUN-NOME   (WS-IND-TAB-FUN) TO      DET1-NOME.
           MOVE    SPACES          TO      DET1-DT-NAS.
           MOVE    ZEROS           TO      DET1-IDADE
                                           DET1-MENSALIDADE
                                           DET1-COPART.
           MOVE    'ATIVO FORA DA FATURA'  TO      DET1-OCORRENCIA.

           MOVE    DET1            TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-GRAVA-DESCONTO      SECTION.
      *****************************************************************
      *
           MOVE    01              TO      WS-COD-EMPRESA.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT

             IF    TAB-LOT-FUNC (WS-IND-TAB-LOT) EQUAL
                   TAB-FUN-CODIGO (WS-IND-TAB-FUN)
                   MOVE    TAB-LOT-COD-EMPRESA (WS-IND-TAB-LOT)
                                   TO      WS-COD-EMPRESA
             END-IF

           END-PERFORM.

           MOVE    SPACES          TO      REG-BENM.

           MOVE    WS-COMPETENCIA  TO      BENM-COMPETENCIA.
           MOVE    TAB-FUN-CODIGO (WS-IND-TAB-FUN)
                                   TO      BENM-FUNC-CODIGO.
           MOVE    WS-COD-EMPRESA  TO      BENM-COD-EMPRESA.
           MOVE    TAB-FUN-CPF    (WS-IND-TAB-FUN)
                                   TO      BENM-CPF.
           MOVE    TAB-FUN-NOME   (WS-IND-TAB-FUN)
                                   TO      BENM-NOME.
           MOVE    TAB-FUN-PLANO  (WS-IND-TAB-FUN)
                                   TO      BENM-COD-BENEFICIO.
           MOVE    'S'             TO      BENM-TIPO.
           MOVE    ZEROS           TO      BENM-FORNECEDOR
                                           BENM-DIAS-UTEIS
                                           BENM-DIAS-FALTA
                                           BENM-DIAS-TRAB
                                           BENM-VLR-UNITARIO.
           MOVE    TAB-FUN-QTD-VIDAS (WS-IND-TAB-FUN)
                                   TO      BENM-QTD.
           MOVE    WS-VLR-DESCONTO TO      BENM-VLR-TOTAL.
           MOVE    WS-DATA-PROC    TO      BENM-DAT-GERACAO.

           WRITE   REG-CADBENS     FROM    REG-BENM.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADBENS.
           ADD     WS-VLR-DESCONTO TO      WS-TOT-DESCONTO.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-TOTAIS      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 50
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    SPACES          TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.

           MOVE    'TOTAL DA FATURA........................'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-FATURADO TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.

           MOVE    'TOTAL CONTESTADO JUNTO A OPERADORA.....'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-CONTESTADO       TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.

           MOVE    'TOTAL ACEITO PARA PAGAMENTO............'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-ACEITO   TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.

           MOVE    'TOTAL A DESCONTAR DOS FUNCIONARIOS.....'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-DESCONTO TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.
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

           MOVE    CAB1            TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.

           MOVE    CAB4            TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.

           MOVE    CAB5            TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.

           MOVE    CAB4            TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.

           MOVE    CAB6            TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.

           MOVE    SPACES          TO      REG-RELSAUD.
           PERFORM 2700-00-GRAVACAO-RELSAUD.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELSAUD    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELSAUD.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELSAUD.
           ADD     001             TO      WS-LINHAS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADFATS
                   CADRESP
                   CADDSEL
                   CADFEXC
                   CADFLOT
                   CADPARM
                   CADBENS
                   RELSAUD.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB173'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADFATS  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB173 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB173 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADFATS  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFATS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRESP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRESP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADDSEL  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADDSEL.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFEXC  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFEXC.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ACEITAS  TO      WS-EDICAO.
           DISPLAY '* VIDAS ACEITAS....................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CONTESTADAS
                                   TO      WS-EDICAO.
           DISPLAY '* VIDAS CONTESTADAS................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-APOS-DESLIG
                                   TO      WS-EDICAO.
           DISPLAY '* COBRADAS APOS DESLIGAMENTO.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DESLIG-MES
                                   TO      WS-EDICAO.
           DISPLAY '* DESLIGADOS NA COMPETENCIA........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DEP-S-CAD
                                   TO      WS-EDICAO.
           DISPLAY '* DEPENDENTES NAO CADASTRADOS......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DEP-IDADE
                                   TO      WS-EDICAO.
           DISPLAY '* DEPENDENTES ACIMA DA IDADE.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-S-MATRICULA
                                   TO      WS-EDICAO.
           DISPLAY '* MATRICULA/TIPO NAO RECONHECIDOS..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-COMPET-DIV
                                   TO      WS-EDICAO.
           DISPLAY '* COMPETENCIA DIVERGENTE...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FORA-FATURA
                                   TO      WS-EDICAO.
           DISPLAY '* ATIVOS FORA DA FATURA............: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADBENS  TO      WS-EDICAO.
           DISPLAY '* DESCONTOS GERADOS.....- CADBENS.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB173 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB173 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB173 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB173 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-SEM-PARM      SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB173 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* SEM PARAMETRO VIGENTE NO CADPARM PARA O     *'.
           DISPLAY '* GPFPB173                                    *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB173 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB173 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY
           '******************* GPFPB173 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'    *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB173 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB173 ******************'

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

           DISPLAY '******************* GPFPB173 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB173 ******************'.
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
           DISPLAY '******************* GPFPB173 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB173 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB173                  *
      *****************************************************************
