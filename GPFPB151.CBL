      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB151.
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
      * OBJETIVO.....: FATURAR AS ENTIDADES PELAS ENTREGAS            *
      *                CONFIRMADAS (CADENTG DO GPFPB095, SITUACAO     *
      *                'E' E 'P' - A RECUSADA NAO E COBRADA): CADA    *
      *                LINHA E VALORIZADA PELO VALOR UNITARIO DA      *
      *                MATRIZ (CADMATR) E AGRUPADA POR ENTIDADE E     *
      *                PERIODO (MES DA ENTREGA), SOMANDO A TAXA DE    *
      *                SERVICO PARAMETRIZADA. CADA GRUPO GERA UMA     *
      *                GUIA NO CADGFIN, NUMERADA COM O DIGITO DA      *
      *                ROTINA COBBB007, PARA A CRITICA E POSTAGEM DO  *
      *                GPFPB022, E O REGISTRO DE FATURAMENTO RELFATU. *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB151:                    *
      *                PARM-VALOR (01:4) - AGENCIA DE COBRANCA        *
      *                PARM-VALOR (05:1) - OPERACAO (1 OU 3)          *
      *                PARM-VALOR (06:9) - CONTA COM DIGITO           *
      *                PARM-VALOR (15:5) - TAXA DE SERVICO EM % COM   *
      *                                    2 DECIMAIS (ZEROS = SEM    *
      *                                    TAXA)                      *
      *****************************************************************
      * OBSERVACAO...: O NUMERO DA GUIA E FORMADO POR ANO/MES DO      *
      *                PERIODO (AAMM), CODIGO DA ENTIDADE E DIGITO -  *
      *                UMA NOVA EXECUCAO DO MESMO PERIODO GERA OS     *
      *                MESMOS NUMEROS E A REAPRESENTACAO E BARRADA    *
      *                NO GPFPB022 (MOTIVO 201). O VALOR DA GUIA E    *
      *                ARREDONDADO PARA UNIDADES INTEIRAS, COMO NO    *
      *                CADGFIN. ENTIDADE ACIMA DE 99999 NAO CABE NA   *
      *                GUIA E SAI NAS OCORRENCIAS.                    *
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
      * INPUT..: CADENTG - SITUACAO DE ENTREGA           - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADENTG  ASSIGN  TO  UT-S-CADENTG
                   FILE     STATUS  IS  WS-FS-CADENTG.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ   - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMATR  ASSIGN  TO  UT-S-CADMATR
                   FILE     STATUS  IS  WS-FS-CADMATR.
      *
      *****************************************************************
      * INPUT..: CADENTI - CADASTRO DE ENTIDADES         - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADENTI  ASSIGN  TO  UT-S-CADENTI
                   FILE     STATUS  IS  WS-FS-CADENTI.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS      - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
      *****************************************************************
      * OUTPUT.: CADGFIN - GUIAS DE MOVIMENTO FINANCEIRO - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADGFIN  ASSIGN  TO  UT-S-CADGFIN
                   FILE     STATUS  IS  WS-FS-CADGFIN.
      *
      *****************************************************************
      * OUTPUT.: RELFATU - REGISTRO DE FATURAMENTO       - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELFATU  ASSIGN  TO  UT-S-RELFATU
                   FILE     STATUS  IS  WS-FS-RELFATU.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADENTG - SITUACAO DE ENTREGA           - LRECL=050  *
      *****************************************************************
      *
       FD  CADENTG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADENTG         PIC     X(050).
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
      * INPUT..: CADENTI - CADASTRO DE ENTIDADES         - LRECL=050  *
      *****************************************************************
      *
       FD  CADENTI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADENTI         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS      - LRECL=050  *
      *****************************************************************
      *
       FD  CADPARM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPARM         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADGFIN - GUIAS DE MOVIMENTO FINANCEIRO - LRECL=100  *
      *****************************************************************
      *
       FD  CADGFIN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADGFIN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELFATU - REGISTRO DE FATURAMENTO       - LRECL=133  *
      *****************************************************************
      *
       FD  RELFATU
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELFATU         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADENTG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADENTI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADGFIN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELFATU       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADENTG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADENTI      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADGFIN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELFATU      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-FATURADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RECUSADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-OCORRENCIAS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-GUIA-ZERO    PIC     9(018) VALUE ZEROS.
      *
       01      WS-VLR-LINHA        PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-MERC-GUIA    PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-TAXA-GUIA    PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-GUIA         PIC     9(015)        VALUE ZEROS.
      *
       01      WS-VLR-TOT-MERC     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-TAXA     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-GUIAS    PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
       01      WS-EDICAO-VLR       PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
       01      WS-SW-SECAO         PIC     X(001) VALUE 'F'.
         88    WS-SECAO-FATURA             VALUE 'F'.
         88    WS-SECAO-OCORRENCIAS        VALUE 'O'.
      *
       01      WS-SW-GUIA          PIC     X(001) VALUE 'N'.
         88    WS-GUIA-ABERTA              VALUE 'S'.
         88    WS-GUIA-FECHADA             VALUE 'N'.
      *
      *****************************************************************
      *        PARAMETRO DO FATURAMENTO (CADPARM, PROGRAMA GPFPB151)  *
      *****************************************************************
      *
       01      WS-PARM-FATURA      PIC     X(020) VALUE SPACES.
       01      FILLER              REDEFINES       WS-PARM-FATURA.
         03    WS-PARM-AGENCIA     PIC     9(004).
         03    WS-PARM-OPERACAO    PIC     9(001).
           88  WS-PARM-OPER-VALIDA         VALUES 1 3.
         03    WS-PARM-CONTA       PIC     9(009).
         03    WS-PARM-PCT-TAXA    PIC     9(003)V9(002).
         03    FILLER              PIC     X(001).
      *
      *****************************************************************
      *        NUMERO DA GUIA: PERIODO (AAMM) + ENTIDADE + DIGITO     *
      *****************************************************************
      *
       01      WS-NUM-GUIA         PIC     9(012) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-NUM-GUIA.
         03    WS-GUIA-ANO         PIC     9(002).
         03    WS-GUIA-MES         PIC     9(002).
         03    WS-GUIA-CD-ENTI     PIC     9(007).
         03    WS-GUIA-DIGITO      PIC     9(001).
      *
       01      WS-PERIODO          PIC     9(006) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-PERIODO.
         03    WS-PER-SECULO       PIC     9(002).
         03    WS-PER-ANO          PIC     9(002).
         03    WS-PER-MES          PIC     9(002).
      *
       01      WS-CHV-GUIA-ATUAL   PIC     X(013) VALUE SPACES.
      *
       01      WS-CHV-CD-ENTI      PIC     9(007) VALUE ZEROS.
       01      WS-CHV-CD-PECA      PIC     9(005) VALUE ZEROS.
      *
       01      WS-DATA-ENTREGA     PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-ENTREGA.
         03    WS-ENTR-ANO         PIC     9(004).
         03    WS-ENTR-MES         PIC     9(002).
         03    WS-ENTR-DIA         PIC     9(002).
      *
       01      WS-DATA-EDITADA     PIC     X(010) VALUE '99/99/9999'.
       01      FILLER              REDEFINES       WS-DATA-EDITADA.
         03    WS-EDT-DIA          PIC     9(002).
         03    FILLER              PIC     X(001).
         03    WS-EDT-MES          PIC     9(002).
         03    FILLER              PIC     X(001).
         03    WS-EDT-ANO          PIC     9(004).
      *
      *****************************************************************
      *        TABELA DOS VALORES UNITARIOS DA MATRIZ                 *
      *****************************************************************
      *
       01      WS-QTD-TAB-PRC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PRC      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PRECOS.
         03    TAB-PRC-ITEM        OCCURS  10000  TIMES.
           05  TAB-PRC-COD-PEC     PIC     9(005).
           05  TAB-PRC-VLR-UNIT    PIC     9(013)V9(002).
      *
       01      WS-SW-PRC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PRC-ACHOU                VALUE 'S'.
         88    WS-PRC-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS ENTIDADES                                   *
      *****************************************************************
      *
       01      WS-QTD-TAB-ENT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ENT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ENTIDADES.
         03    TAB-ENT-ITEM        OCCURS  05000  TIMES.
           05  TAB-ENT-COD         PIC     9(007).
           05  TAB-ENT-TIPO        PIC     9(001).
           05  TAB-ENT-NOME        PIC     X(030).
           05  TAB-ENT-STATUS      PIC     X(001).
      *
       01      WS-SW-ENT-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ENT-ACHOU                VALUE 'S'.
         88    WS-ENT-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS ENTREGAS CONFIRMADAS, EM ORDEM DE ENTIDADE, *
      *        PERIODO E SOLICITACAO (INSERCAO ORDENADA)              *
      *****************************************************************
      *
       01      WS-QTD-TAB-LIN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LIN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-INS          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DES          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUX          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-INS-CHAVE.
         03    WS-INS-CHV-GUIA.
           05  WS-INS-CD-ENTI      PIC     9(007).
           05  WS-INS-PERIODO      PIC     9(006).
         03    WS-INS-NR-SOLI      PIC     9(013).
      *
       01      TAB-LINHAS.
         03    TAB-LIN-ITEM        OCCURS  05000  TIMES.
           05  TAB-LIN-CHAVE.
             07 TAB-LIN-CHV-GUIA.
               09 TAB-LIN-CD-ENTI  PIC     9(007).
               09 TAB-LIN-PERIODO  PIC     9(006).
             07 TAB-LIN-NR-SOLI    PIC     9(013).
           05  TAB-LIN-CD-PECA     PIC     9(005).
           05  TAB-LIN-QTD         PIC     9(005).
           05  TAB-LIN-DAT-ENTREGA PIC     9(008).
           05  TAB-LIN-VLR-UNIT    PIC     9(013)V9(002).
           05  TAB-LIN-SITUACAO    PIC     X(001).
             88 TAB-LIN-FATURAVEL          VALUE ' '.
             88 TAB-LIN-SEM-PRECO          VALUE 'P'.
             88 TAB-LIN-ENT-INVALIDA       VALUE 'E'.
             88 TAB-LIN-FORA-FAIXA         VALUE 'F'.
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
       01      WS-COBBB007         PIC     X(008) VALUE 'COBBB007'.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
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
      *    LAY-OUT DO REGISTRO DE FATURAMENTO                         *
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
         03    FILLER              PIC     X(058) VALUE
              'R E G I S T R O  D E  F A T U R A M E N T O'.
         03    FILLER              PIC     X(028) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      GUI1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'ENTIDADE.: '.
         03    GUI1-CD-ENTI        PIC     9(007).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    GUI1-NOME-ENTI      PIC     X(030).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'PERIODO..: '.
         03    GUI1-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    GUI1-ANO            PIC     9(004).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'GUIA.....: '.
         03    GUI1-NUM-GUIA       PIC     9(012).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'TIPO..: '.
         03    GUI1-TIP-ENT        PIC     9(001).
         03    FILLER              PIC     X(023) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE 'SOLICITACAO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' QTDE'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'ENTREGA'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               '    PRECO UNITARIO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               '             VALOR'.
         03    FILLER              PIC     X(044) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-NR-SOLI        PIC     9(013).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-CD-PECA        PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-QTD            PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-DAT-ENTREGA    PIC     X(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-VLR-UNIT       PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-VLR-LINHA      PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(044) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(050) VALUE SPACES.
         03    TOT1-TEXTO          PIC     X(018).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT1-VALOR          PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(044) VALUE SPACES.
      *
       01      OCO1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(050) VALUE
               'OCORRENCIAS - ENTREGAS CONFIRMADAS NAO FATURADAS'.
         03    FILLER              PIC     X(081) VALUE SPACES.
      *
       01      CAB7.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'ENTID.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DA ENTIDADE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE 'SOLICITACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' QTDE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'ENTREGA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'OCORRENCIA'.
         03    FILLER              PIC     X(018) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-CD-ENTI        PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-NOME-ENTI      PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-NR-SOLI        PIC     9(013).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-CD-PECA        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-QTD            PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-DAT-ENTREGA    PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-OCORRENCIA     PIC     X(030).
         03    FILLER              PIC     X(018) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADENTG - SITUACAO DE ENTREGA                        *
      *****************************************************************
      *
           COPY    COBO1063.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ                *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * INPUT..: CADENTI - CADASTRO DE ENTIDADES                      *
      *****************************************************************
      *
           COPY    COBO2103.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS                   *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * OUTPUT.: CADGFIN - GUIAS DE MOVIMENTO FINANCEIRO              *
      *****************************************************************
      *
           COPY    COBI4002.
      *
      *****************************************************************
      * INTERFACE.: CRITICA DE DIGITO VERIFICADOR (COBBB007)          *
      *****************************************************************
      *
           COPY    RUCWS007.
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
             UNTIL WS-FS-CADENTG   EQUAL 10.

           PERFORM 2000-00-FATURA-ENTIDADES.

           PERFORM 2400-00-IMPRIME-OCORRENCIAS.

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

           OPEN    INPUT   CADENTG
                           CADMATR
                           CADENTI
                           CADPARM
                   OUTPUT  CADGFIN
                           RELFATU.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-TAB-PRECOS
             UNTIL WS-FS-CADMATR   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-ENTIDADES
             UNTIL WS-FS-CADENTI   EQUAL   10.

           PERFORM 0440-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           PERFORM 0460-00-CRITICA-PARAMETRO.

           PERFORM 0500-00-LEITURA-CADENTG.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADENTG NOT EQUAL 00 AND 10
                   MOVE 'CADENTG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADENTG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMATR NOT EQUAL 00 AND 10
                   MOVE 'CADMATR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADENTI NOT EQUAL 00 AND 10
                   MOVE 'CADENTI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADENTI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADGFIN NOT EQUAL 00
                   MOVE 'CADGFIN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADGFIN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELFATU NOT EQUAL 00
                   MOVE 'RELFATU'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELFATU     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-PRECOS    SECTION.
      *****************************************************************
      *
           READ    CADMATR         INTO    REG-MATR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMATR   EQUAL   00
                   ADD 001         TO      WS-LID-CADMATR

                   IF      WS-QTD-TAB-PRC  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-PRC
                   MOVE    MATR-COD-PEC    TO
                           TAB-PRC-COD-PEC  (WS-QTD-TAB-PRC)
                   MOVE    MATR-VLR-UNIT   TO
                           TAB-PRC-VLR-UNIT (WS-QTD-TAB-PRC)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-ENTIDADES SECTION.
      *****************************************************************
      *
           READ    CADENTI         INTO    REG-ENTI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADENTI   EQUAL   00
                   ADD 001         TO      WS-LID-CADENTI

                   IF      WS-QTD-TAB-ENT  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-ENT
                   MOVE    ENTI-COD-ENT    TO
                           TAB-ENT-COD    (WS-QTD-TAB-ENT)
                   MOVE    ENTI-TIP-ENT    TO
                           TAB-ENT-TIPO   (WS-QTD-TAB-ENT)
                   MOVE    ENTI-NOME       TO
                           TAB-ENT-NOME   (WS-QTD-TAB-ENT)
                   MOVE    ENTI-STATUS     TO
                           TAB-ENT-STATUS (WS-QTD-TAB-ENT)
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *    VALE O PARAMETRO DE MAIOR VIGENCIA ATE A DATA DA RODADA    *
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB151' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR      TO
                                   WS-PARM-FATURA
                   END-IF
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CRITICA-PARAMETRO   SECTION.
      *****************************************************************
      *    A CONTA DE COBRANCA PASSA PELA MESMA CRITICA DO GPFPB022,  *
      *    PARA QUE AS GUIAS GERADAS NAO SEJAM REJEITADAS NA POSTAGEM *
      *
           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-PARAMETRO
           END-IF.

           IF      WS-PARM-AGENCIA NOT NUMERIC     OR
                   WS-PARM-CONTA   NOT NUMERIC     OR
                   WS-PARM-PCT-TAXA NOT NUMERIC    OR
                   NOT WS-PARM-OPER-VALIDA
                   PERFORM         0990-00-ABEND-PARAMETRO
           END-IF.

           MOVE    'COBBB007'      TO      WS-SUB-ROTINA.

           MOVE    'B'             TO      WRC-CODOPE.

           MOVE    WS-PARM-CONTA   TO      WRC-CONTA.

           MOVE    00              TO      WRC-CODRET.

           CALL    WS-COBBB007     USING   WRC-GRUPO

           END-CALL.

           IF      WRC-CODRET  NOT EQUAL   00 AND 83
                   MOVE    005     TO      WS-PTO-ERRO
                   MOVE    WRC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.

           IF      WRC-CODRET      EQUAL   83
                   PERFORM         0990-00-ABEND-PARAMETRO
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADENTG     SECTION.
      *****************************************************************
      *
           READ    CADENTG         INTO    REG-ENTG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADENTG   EQUAL   00
                   ADD 001         TO      WS-LID-CADENTG
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    SO AS ENTREGAS CONFIRMADAS ('E' E 'P') SAO COBRADAS        *
      *
           EVALUATE TRUE
             WHEN  ENTG-RECUSADA
                   ADD     001     TO      WS-QTD-RECUSADAS
             WHEN  ENTG-ENTREGUE
             WHEN  ENTG-PARCIAL
                   IF      ENTG-QTD        NUMERIC         AND
                           ENTG-QTD        GREATER ZEROS
                           PERFORM         1100-00-CARGA-LINHA
                   END-IF
           END-EVALUATE.

           PERFORM 0500-00-LEITURA-CADENTG.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CARGA-LINHA         SECTION.
      *****************************************************************
      *    INSERCAO ORDENADA POR ENTIDADE, PERIODO E SOLICITACAO      *
      *
           IF      WS-QTD-TAB-LIN  GREATER OR EQUAL 05000
                   PERFORM         0989-00-ABEND-TABELA
           END-IF.

           MOVE    ENTG-COD-ENTIDAT
                                   TO      WS-INS-CD-ENTI.
           MOVE    ENTG-DAT-ENTREGA (1:6)
                                   TO      WS-INS-PERIODO.
           MOVE    ENTG-NUM-SOLICITU
                                   TO      WS-INS-NR-SOLI.

           MOVE    001             TO      WS-IND-INS.

           PERFORM UNTIL WS-IND-INS GREATER WS-QTD-TAB-LIN
                   OR    TAB-LIN-CHAVE (WS-IND-INS)
                         GREATER WS-INS-CHAVE
                   ADD     001     TO      WS-IND-INS
           END-PERFORM.

           PERFORM VARYING WS-IND-DES FROM WS-QTD-TAB-LIN BY -1
                   UNTIL   WS-IND-DES LESS WS-IND-INS

             COMPUTE WS-IND-AUX = WS-IND-DES + 1
             MOVE  TAB-LIN-ITEM (WS-IND-DES) TO
                   TAB-LIN-ITEM (WS-IND-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-LIN.

           MOVE    WS-INS-CHAVE    TO TAB-LIN-CHAVE     (WS-IND-INS).
           MOVE    ENTG-COD-PECA   TO TAB-LIN-CD-PECA   (WS-IND-INS).
           MOVE    ENTG-QTD        TO TAB-LIN-QTD       (WS-IND-INS).
           MOVE    ENTG-DAT-ENTREGA
                                   TO TAB-LIN-DAT-ENTREGA
                                                        (WS-IND-INS).
           MOVE    ZEROS           TO TAB-LIN-VLR-UNIT  (WS-IND-INS).
           MOVE    SPACES          TO TAB-LIN-SITUACAO  (WS-IND-INS).

           MOVE    ENTG-COD-ENTIDAT
                                   TO      WS-CHV-CD-ENTI.

           PERFORM 1120-00-PROCURA-ENTIDADE.

           IF      WS-ENT-NAO-ACHOU
                   MOVE    'E'     TO TAB-LIN-SITUACAO  (WS-IND-INS)
                   ADD     001     TO      WS-QTD-OCORRENCIAS
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      TAB-ENT-STATUS (WS-IND-TAB-ENT) NOT EQUAL 'A'
                   MOVE    'E'     TO TAB-LIN-SITUACAO  (WS-IND-INS)
                   ADD     001     TO      WS-QTD-OCORRENCIAS
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      ENTG-COD-ENTIDAT GREATER 99999
                   MOVE    'F'     TO TAB-LIN-SITUACAO  (WS-IND-INS)
                   ADD     001     TO      WS-QTD-OCORRENCIAS
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    ENTG-COD-PECA   TO      WS-CHV-CD-PECA.

           PERFORM 1140-00-PROCURA-PRECO.

           IF      WS-PRC-NAO-ACHOU
                   MOVE    'P'     TO TAB-LIN-SITUACAO  (WS-IND-INS)
                   ADD     001     TO      WS-QTD-OCORRENCIAS
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    TAB-PRC-VLR-UNIT (WS-IND-TAB-PRC)
                                   TO TAB-LIN-VLR-UNIT  (WS-IND-INS).

           ADD     001             TO      WS-QTD-FATURADAS.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1120-00-PROCURA-ENTIDADE    SECTION.
      *****************************************************************
      *    LOCALIZA A ENTIDADE DE WS-CHV-CD-ENTI NA TAB-ENTIDADES     *
      *
           SET     WS-ENT-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-ENT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ENT GREATER WS-QTD-TAB-ENT
                   OR      WS-ENT-ACHOU

             IF    WS-CHV-CD-ENTI  EQUAL
                   TAB-ENT-COD (WS-IND-TAB-ENT)
                   SET     WS-ENT-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ENT-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-ENT
           END-IF.
      *
       1120-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1140-00-PROCURA-PRECO       SECTION.
      *****************************************************************
      *    PECA SEM CADASTRO OU SEM VALOR UNITARIO NA MATRIZ NAO TEM  *
      *    COMO SER FATURADA                                          *
      *
           SET     WS-PRC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PRC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PRC GREATER WS-QTD-TAB-PRC
                   OR      WS-PRC-ACHOU

             IF    WS-CHV-CD-PECA  EQUAL
                   TAB-PRC-COD-PEC (WS-IND-TAB-PRC)
                   SET     WS-PRC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-PRC-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-PRC
                   IF      TAB-PRC-VLR-UNIT (WS-IND-TAB-PRC)
                           NOT NUMERIC                     OR
                           TAB-PRC-VLR-UNIT (WS-IND-TAB-PRC)
                           EQUAL   ZEROS
                           SET     WS-PRC-NAO-ACHOU        TO  TRUE
                   END-IF
           END-IF.
      *
       1140-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-FATURA-ENTIDADES    SECTION.
      *****************************************************************
      *    QUEBRA POR ENTIDADE + PERIODO: CADA GRUPO E UMA GUIA       *
      *
           SET     WS-SECAO-FATURA         TO      TRUE.
           SET     WS-GUIA-FECHADA         TO      TRUE.
           MOVE    SPACES          TO      WS-CHV-GUIA-ATUAL.

           PERFORM VARYING WS-IND-TAB-LIN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LIN GREATER WS-QTD-TAB-LIN

             IF    TAB-LIN-FATURAVEL (WS-IND-TAB-LIN)

                   IF      TAB-LIN-CHV-GUIA (WS-IND-TAB-LIN)
                           NOT EQUAL       WS-CHV-GUIA-ATUAL
                           IF      WS-GUIA-ABERTA
                                   PERFORM 2200-00-FECHA-GUIA
                           END-IF
                           PERFORM         2100-00-ABRE-GUIA
                   END-IF

                   PERFORM 2150-00-IMPRIME-LINHA

             END-IF

           END-PERFORM.

           IF      WS-GUIA-ABERTA
                   PERFORM 2200-00-FECHA-GUIA
           END-IF.

           IF      WS-QTD-TAB-LIN  GREATER ZEROS
                   PERFORM 2300-00-IMPRIME-TOTAL-GERAL
           END-IF.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-ABRE-GUIA           SECTION.
      *****************************************************************
      *    NUMERA A GUIA (AAMM DO PERIODO + ENTIDADE) E OBTEM O       *
      *    DIGITO NA ROTINA COMUM COBBB007                            *
      *
           MOVE    TAB-LIN-CHV-GUIA (WS-IND-TAB-LIN)
                                   TO      WS-CHV-GUIA-ATUAL.

           MOVE    TAB-LIN-PERIODO (WS-IND-TAB-LIN)
                                   TO      WS-PERIODO.

           MOVE    WS-PER-ANO      TO      WS-GUIA-ANO.
           MOVE    WS-PER-MES      TO      WS-GUIA-MES.
           MOVE    TAB-LIN-CD-ENTI (WS-IND-TAB-LIN)
                                   TO      WS-GUIA-CD-ENTI.
           MOVE    ZEROS           TO      WS-GUIA-DIGITO.

           MOVE    'COBBB007'      TO      WS-SUB-ROTINA.

           MOVE    'D'             TO      WRC-CODOPE.

           MOVE    WS-NUM-GUIA     TO      WRC-NUM-GUIA.

           MOVE    00              TO      WRC-CODRET.

           CALL    WS-COBBB007     USING   WRC-GRUPO

           END-CALL.

           IF      WRC-CODRET  NOT EQUAL   00
                   MOVE    009     TO      WS-PTO-ERRO
                   MOVE    WRC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.

           MOVE    WRC-NUM-GUIA    TO      WS-NUM-GUIA.

           MOVE    ZEROS           TO      WS-VLR-MERC-GUIA.

           MOVE    TAB-LIN-CD-ENTI (WS-IND-TAB-LIN)
                                   TO      WS-CHV-CD-ENTI.

           PERFORM 1120-00-PROCURA-ENTIDADE.

           MOVE    WS-CHV-CD-ENTI  TO      GUI1-CD-ENTI.
           MOVE    TAB-ENT-NOME (WS-IND-TAB-ENT)
                                   TO      GUI1-NOME-ENTI.
           MOVE    TAB-ENT-TIPO (WS-IND-TAB-ENT)
                                   TO      GUI1-TIP-ENT.
           MOVE    WS-PER-MES      TO      GUI1-MES.
           MOVE    WS-PERIODO (1:4)
                                   TO      GUI1-ANO.
           MOVE    WS-NUM-GUIA     TO      GUI1-NUM-GUIA.

           SET     WS-GUIA-ABERTA  TO      TRUE.

      *    A GUIA COMECA NA PAGINA SEGUINTE QUANDO NAO CABE O
      *    CABECALHO COM AO MENOS UMA LINHA E OS TOTAIS
           IF      WS-LINHAS       GREATER 48
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           ELSE
                   MOVE    GUI1    TO      REG-RELFATU
                   PERFORM 2700-00-GRAVACAO-RELFATU
                   MOVE    CAB6    TO      REG-RELFATU
                   PERFORM 2700-00-GRAVACAO-RELFATU
                   ADD     002     TO      WS-LINHAS
           END-IF.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2150-00-IMPRIME-LINHA       SECTION.
      *****************************************************************
      *
           COMPUTE WS-VLR-LINHA    ROUNDED =
                   TAB-LIN-QTD      (WS-IND-TAB-LIN) *
                   TAB-LIN-VLR-UNIT (WS-IND-TAB-LIN).

           ADD     WS-VLR-LINHA    TO      WS-VLR-MERC-GUIA.

           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    TAB-LIN-NR-SOLI (WS-IND-TAB-LIN)
                                   TO      DET1-NR-SOLI.
           MOVE    TAB-LIN-CD-PECA (WS-IND-TAB-LIN)
                                   TO      DET1-CD-PECA.
           MOVE    TAB-LIN-QTD     (WS-IND-TAB-LIN)
                                   TO      DET1-QTD.

           MOVE    TAB-LIN-DAT-ENTREGA (WS-IND-TAB-LIN)
                                   TO      WS-DATA-ENTREGA.
           PERFORM 2160-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      DET1-DAT-ENTREGA.

           MOVE    TAB-LIN-VLR-UNIT (WS-IND-TAB-LIN)
                                   TO      DET1-VLR-UNIT.
           MOVE    WS-VLR-LINHA    TO      DET1-VLR-LINHA.

           MOVE    DET1            TO      REG-RELFATU.
           PERFORM 2700-00-GRAVACAO-RELFATU.

           ADD     001             TO      WS-LINHAS.
      *
       2150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2160-00-EDITA-DATA          SECTION.
      *****************************************************************
      *
           MOVE    WS-ENTR-DIA     TO      WS-EDT-DIA.
           MOVE    WS-ENTR-MES     TO      WS-EDT-MES.
           MOVE    WS-ENTR-ANO     TO      WS-EDT-ANO.
      *
       2160-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-FECHA-GUIA          SECTION.
      *****************************************************************
      *    TAXA DE SERVICO SOBRE AS MERCADORIAS E VALOR DA GUIA EM    *
      *    UNIDADES INTEIRAS (LAY-OUT DO CADGFIN)                     *
      *
           COMPUTE WS-VLR-TAXA-GUIA ROUNDED =
                   WS-VLR-MERC-GUIA * WS-PARM-PCT-TAXA / 100.

           COMPUTE WS-VLR-GUIA     ROUNDED =
                   WS-VLR-MERC-GUIA + WS-VLR-TAXA-GUIA.

           ADD     WS-VLR-MERC-GUIA        TO      WS-VLR-TOT-MERC.
           ADD     WS-VLR-TAXA-GUIA        TO      WS-VLR-TOT-TAXA.

           IF      WS-VLR-GUIA     EQUAL   ZEROS
      *            GUIA DE VALOR ZERO SERIA REJEITADA NO GPFPB022
                   ADD     001     TO      WS-QTD-GUIA-ZERO
           ELSE
                   PERFORM         2250-00-GRAVACAO-CADGFIN
                   ADD     WS-VLR-GUIA     TO      WS-VLR-TOT-GUIAS
           END-IF.

           MOVE    'TOTAL MERCADORIAS '    TO      TOT1-TEXTO.
           MOVE    WS-VLR-MERC-GUIA        TO      TOT1-VALOR.
           PERFORM 2280-00-IMPRIME-TOTAL.

           MOVE    'TAXA DE SERVICO   '    TO      TOT1-TEXTO.
           MOVE    WS-VLR-TAXA-GUIA        TO      TOT1-VALOR.
           PERFORM 2280-00-IMPRIME-TOTAL.

           IF      WS-VLR-GUIA     EQUAL   ZEROS
                   MOVE    'GUIA NAO EMITIDA  '    TO  TOT1-TEXTO
           ELSE
                   MOVE    'VALOR DA GUIA     '    TO  TOT1-TEXTO
           END-IF.
           MOVE    WS-VLR-GUIA     TO      TOT1-VALOR.
           PERFORM 2280-00-IMPRIME-TOTAL.

           MOVE    CAB4            TO      REG-RELFATU.
           PERFORM 2700-00-GRAVACAO-RELFATU.
           ADD     001             TO      WS-LINHAS.

           SET     WS-GUIA-FECHADA TO      TRUE.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2250-00-GRAVACAO-CADGFIN    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-GFIN.

           MOVE    WS-PARM-AGENCIA TO      GFIN-AGENCIA.
           MOVE    WS-PARM-OPERACAO
                                   TO      GFIN-OPERACAO.
           MOVE    WS-PARM-CONTA   TO      GFIN-CONTA.
           MOVE    TAB-ENT-COD  (WS-IND-TAB-ENT)
                                   TO      GFIN-COD-ENT.
           MOVE    TAB-ENT-TIPO (WS-IND-TAB-ENT)
                                   TO      GFIN-TIP-ENT.
           MOVE    WS-NUM-GUIA     TO      GFIN-NUM-GUIA.
           MOVE    WS-DATA-PROC    TO      GFIN-DAT-LANCTO.
           MOVE    WS-VLR-GUIA     TO      GFIN-VLR-LANCTO.

           WRITE   REG-CADGFIN     FROM    REG-GFIN.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADGFIN.
      *
       2250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2280-00-IMPRIME-TOTAL       SECTION.
      *****************************************************************
      *
           MOVE    TOT1            TO      REG-RELFATU.
           PERFORM 2700-00-GRAVACAO-RELFATU.

           ADD     001             TO      WS-LINHAS.
      *
       2280-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-IMPRIME-TOTAL-GERAL SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 51
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    'TOT. MERCADORIAS  '    TO      TOT1-TEXTO.
           MOVE    WS-VLR-TOT-MERC         TO      TOT1-VALOR.
           PERFORM 2280-00-IMPRIME-TOTAL.

           MOVE    'TOT. TAXA SERVICO '    TO      TOT1-TEXTO.
           MOVE    WS-VLR-TOT-TAXA         TO      TOT1-VALOR.
           PERFORM 2280-00-IMPRIME-TOTAL.

           MOVE    'TOT. DAS GUIAS    '    TO      TOT1-TEXTO.
           MOVE    WS-VLR-TOT-GUIAS        TO      TOT1-VALOR.
           PERFORM 2280-00-IMPRIME-TOTAL.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2400-00-IMPRIME-OCORRENCIAS SECTION.
      *****************************************************************
      *    ENTREGAS CONFIRMADAS QUE NAO ENTRARAM EM GUIA              *
      *
           IF      WS-QTD-OCORRENCIAS      EQUAL   ZEROS
                   GO      TO      2400-99-EXIT
           END-IF.

           SET     WS-SECAO-OCORRENCIAS    TO      TRUE.
           MOVE    99              TO      WS-LINHAS.

           PERFORM VARYING WS-IND-TAB-LIN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LIN GREATER WS-QTD-TAB-LIN

             EVALUATE TRUE
               WHEN TAB-LIN-ENT-INVALIDA (WS-IND-TAB-LIN)
                    MOVE 'ENTIDADE INEXISTENTE/INATIVA'  TO
                         DET2-OCORRENCIA
                    PERFORM 2450-00-IMPRIME-OCORRENCIA
               WHEN TAB-LIN-FORA-FAIXA   (WS-IND-TAB-LIN)
                    MOVE 'ENTIDADE ACIMA DE 99999' TO
                         DET2-OCORRENCIA
                    PERFORM 2450-00-IMPRIME-OCORRENCIA
               WHEN TAB-LIN-SEM-PRECO    (WS-IND-TAB-LIN)
                    MOVE 'PECA SEM VALOR NA MATRIZ' TO
                         DET2-OCORRENCIA
                    PERFORM 2450-00-IMPRIME-OCORRENCIA
             END-EVALUATE

           END-PERFORM.
      *
       2400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2450-00-IMPRIME-OCORRENCIA  SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM 2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    TAB-LIN-CD-ENTI (WS-IND-TAB-LIN)
                                   TO      WS-CHV-CD-ENTI.

           PERFORM 1120-00-PROCURA-ENTIDADE.

           MOVE    WS-CHV-CD-ENTI  TO      DET2-CD-ENTI.

           IF      WS-ENT-ACHOU
                   MOVE    TAB-ENT-NOME (WS-IND-TAB-ENT)
                                   TO      DET2-NOME-ENTI
           ELSE
                   MOVE    'ENTIDADE NAO CADASTRADA'
                                   TO      DET2-NOME-ENTI
           END-IF.

           MOVE    TAB-LIN-NR-SOLI (WS-IND-TAB-LIN)
                                   TO      DET2-NR-SOLI.
           MOVE    TAB-LIN-CD-PECA (WS-IND-TAB-LIN)
                                   TO      DET2-CD-PECA.
           MOVE    TAB-LIN-QTD     (WS-IND-TAB-LIN)
                                   TO      DET2-QTD.

           MOVE    TAB-LIN-DAT-ENTREGA (WS-IND-TAB-LIN)
                                   TO      WS-DATA-ENTREGA.
           PERFORM 2160-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      DET2-DAT-ENTREGA.

           MOVE    DET2            TO      REG-RELFATU.
           PERFORM 2700-00-GRAVACAO-RELFATU.

           ADD     001             TO      WS-LINHAS.
      *
       2450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2600-00-GRAVACAO-CABECALHO  SECTION.
      *****************************************************************
      *    NA SECAO DE FATURAMENTO, A GUIA EM ANDAMENTO TEM O SEU     *
      *    CABECALHO REPETIDO NA NOVA PAGINA                          *
      *
           MOVE    FUNCTION CURRENT-DATE
                                   TO      WS-TIME.

           MOVE    WS-TIME-DIA     TO      WS-DIA.
           MOVE    WS-TIME-MES     TO      WS-MES.
           MOVE    WS-TIME-ANO     TO      WS-ANO.

           MOVE    WS-DATA         TO      CAB1-DATA.

           MOVE    CAB1            TO      REG-RELFATU.
           PERFORM 2700-00-GRAVACAO-RELFATU.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELFATU.
           PERFORM 2700-00-GRAVACAO-RELFATU.

           MOVE    CAB4            TO      REG-RELFATU.
           PERFORM 2700-00-GRAVACAO-RELFATU.

           MOVE    003             TO      WS-LINHAS.

           IF      WS-SECAO-FATURA
               AND WS-GUIA-ABERTA
                   MOVE    GUI1    TO      REG-RELFATU
                   PERFORM 2700-00-GRAVACAO-RELFATU
                   MOVE    CAB6    TO      REG-RELFATU
                   PERFORM 2700-00-GRAVACAO-RELFATU
                   MOVE    005     TO      WS-LINHAS
           END-IF.

           IF      WS-SECAO-OCORRENCIAS
                   MOVE    OCO1    TO      REG-RELFATU
                   PERFORM 2700-00-GRAVACAO-RELFATU
                   MOVE    CAB4    TO      REG-RELFATU
                   PERFORM 2700-00-GRAVACAO-RELFATU
                   MOVE    CAB7    TO      REG-RELFATU
                   PERFORM 2700-00-GRAVACAO-RELFATU
                   MOVE    006     TO      WS-LINHAS
           END-IF.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELFATU    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELFATU.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELFATU.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADENTG
                   CADMATR
                   CADENTI
                   CADPARM
                   CADGFIN
                   RELFATU.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB151'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-OCORRENCIAS      GREATER ZEROS
              OR   WS-QTD-GUIA-ZERO        GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-LID-CADENTG  TO      WRL-QTD-PROC.

           CALL    'COBBB100'      USING   WRL-GRUPO
           END-CALL.

      *    O RETURN-CODE E COLOCADO DEPOIS DA CHAMADA AO COBBB100 -
      *    O RETORNO DA SUBROTINA SUBSTITUI O REGISTRADOR DO
      *    CHAMADOR E LIMPARIA O CODIGO JA COLOCADO
           IF      WRL-RETCODE     GREATER ZEROS
                   MOVE    04      TO      RETURN-CODE
           END-IF.
      *
       3000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3100-00-MONTA-ESTATISTICA   SECTION.
      *****************************************************************
      *
           DISPLAY '******************* GPFPB151 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB151 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADENTG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADENTG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMATR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADENTI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADENTI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADGFIN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADGFIN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELFATU  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELFATU.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FATURADAS
                                   TO      WS-EDICAO.
           DISPLAY '* ENTREGAS CONFIRMADAS FATURADAS...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RECUSADAS
                                   TO      WS-EDICAO.
           DISPLAY '* ENTREGAS RECUSADAS (SEM COBRANCA): ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-OCORRENCIAS
                                   TO      WS-EDICAO.
           DISPLAY '* CONFIRMADAS NAO FATURADAS........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-GUIA-ZERO
                                   TO      WS-EDICAO.
           DISPLAY '* GUIAS NAO EMITIDAS - VALOR ZERO..: ' WS-EDICAO
           ' *'.
           MOVE    WS-VLR-TOT-MERC TO      WS-EDICAO-VLR.
           DISPLAY '* TOTAL MERCADORIAS.: ' WS-EDICAO-VLR
           '      *'.
           MOVE    WS-VLR-TOT-TAXA TO      WS-EDICAO-VLR.
           DISPLAY '* TOTAL TAXA SERVICO: ' WS-EDICAO-VLR
           '      *'.
           MOVE    WS-VLR-TOT-GUIAS
                                   TO      WS-EDICAO-VLR.
           DISPLAY '* TOTAL DAS GUIAS...: ' WS-EDICAO-VLR
           '      *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB151 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB151 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB151 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB151 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-PARAMETRO     SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB151 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* PARAMETRO DO PROGRAMA AUSENTE OU INVALIDO   *'.
           DISPLAY '* NO CADPARM (CONTA DE COBRANCA E TAXA)       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB151 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB151 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB151 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB151 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* PROBLEMAS NO ACESSO A SUBROTINA ' WS-SUB-ROTINA
           '    *'.
           DISPLAY '*                                             *'.
           DISPLAY '*             COD.RETORNO....: ' WS-SUB-RETORNO
           '             *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB151 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB151 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB151 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB151 ******************'.
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
           DISPLAY '******************* GPFPB151 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB151 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB151                  *
      *****************************************************************
