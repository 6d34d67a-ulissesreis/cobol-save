      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB152.
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
      * OBJETIVO.....: EMITIR O EXTRATO MENSAL DE CONTA DE CADA       *
      *                ENTIDADE: SALDO ANTERIOR, GUIAS EMITIDAS       *
      *                (CADMFIN), PAGAMENTOS RECEBIDOS E CREDITOS DE  *
      *                DEVOLUCAO (CADMLIQ), ENCARGOS DE MORA          *
      *                (CADENCG), SALDO ATUAL E A COMPOSICAO DO SALDO *
      *                POR VENCIMENTO. O EXTRATO SAI NO RELEXTR (UMA  *
      *                ENTIDADE POR PAGINA, PARA ENVIO) E NO ARQUIVO  *
      *                DELIMITADO CADEXEN, COM SELO DE INTEGRIDADE    *
      *                (COBBB009), PARA AS ENTIDADES QUE CARREGAM O   *
      *                EXTRATO EM SEUS PROPRIOS SISTEMAS.             *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB152 (OPCIONAL):         *
      *                PARM-VALOR (1:6) - MES DO EXTRATO (AAAAMM).    *
      *                SEM PARAMETRO VIGENTE, O EXTRATO E DO MES      *
      *                ANTERIOR AO DA DATA DE PROCESSAMENTO           *
      *****************************************************************
      * OBSERVACAO...: O CADMLIQ E O REGISTRO CUMULATIVO DAS BAIXAS   *
      *                (JA COM OS RETORNOS DE BOLETO DO GPFPB099) E   *
      *                O CADENCG DEVE TRAZER TODAS AS GERACOES DO     *
      *                GPFPB099 CONCATENADAS, PARA QUE O SALDO        *
      *                ANTERIOR SEJA COMPLETO. OS DIAS DE ATRASO SAO  *
      *                CALCULADOS NO CALENDARIO COMERCIAL DE 360 DIAS *
      *                (COMO NO GPFPB097). A LINHA 'OUTROS ENCARGOS/  *
      *                DIFERENCAS' E O SALDO NAO EXPLICADO POR GUIAS  *
      *                EM ABERTO (ENCARGOS, PAGAMENTOS A MENOR OU A   *
      *                MAIOR).                                        *
      *                OS PLANOS DE PARCELAMENTO (CADRNEG, GPFPB153)  *
      *                APARECEM COMO CREDITO DAS GUIAS E ENCARGOS     *
      *                RENEGOCIADOS NA DATA DO PLANO E, SE O PLANO    *
      *                FOR CANCELADO, COMO DEBITO DE RESTABELECIMENTO *
      *                NA DATA DO CANCELAMENTO. AS PARCELAS SAO       *
      *                GUIAS DO CADMFIN E A BAIXA 'R' DA GUIA         *
      *                ORIGINAL NO CADMLIQ SO A RETIRA DO             *
      *                ENVELHECIMENTO.                                *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - PLANOS DE PARCELAMENTO (CADRNEG): GUIA E    *
      *                   ENCARGO RENEGOCIADOS/RESTABELECIDOS,        *
      *                   PARCELA DE RENEGOCIACAO E PARCELA CANCELADA *
      * 15/10/2026 - US - GUIA BAIXADA POR PERDA (CADMLIQ ORIGEM 'B', *
      *                   GPFPB155) SAI COMO CREDITO 'BAIXA POR PERDA'*
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
      * INPUT..: CADMFIN - GUIAS POSTADAS                - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMFIN  ASSIGN  TO  UT-S-CADMFIN
                   FILE     STATUS  IS  WS-FS-CADMFIN.
      *
      *****************************************************************
      * INPUT..: CADMLIQ - GUIAS LIQUIDADAS              - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADMLIQ  ASSIGN  TO  UT-S-CADMLIQ
                   FILE     STATUS  IS  WS-FS-CADMLIQ.
      *
      *****************************************************************
      * INPUT..: CADENCG - ENCARGOS DE MORA              - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADENCG  ASSIGN  TO  UT-S-CADENCG
                   FILE     STATUS  IS  WS-FS-CADENCG.
      *
      *****************************************************************
      * INPUT..: CADRNEG - PLANOS DE PARCELAMENTO        - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADRNEG  ASSIGN  TO  UT-S-CADRNEG
                   FILE     STATUS  IS  WS-FS-CADRNEG.
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
      * OUTPUT.: RELEXTR - EXTRATO MENSAL DAS ENTIDADES  - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELEXTR  ASSIGN  TO  UT-S-RELEXTR
                   FILE     STATUS  IS  WS-FS-RELEXTR.
      *
      *****************************************************************
      * OUTPUT.: CADEXEN - EXTRATO MENSAL DELIMITADO     - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADEXEN  ASSIGN  TO  UT-S-CADEXEN
                   FILE     STATUS  IS  WS-FS-CADEXEN.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADMFIN - GUIAS POSTADAS                - LRECL=100  *
      *****************************************************************
      *
       FD  CADMFIN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMFIN         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADMLIQ - GUIAS LIQUIDADAS              - LRECL=050  *
      *****************************************************************
      *
       FD  CADMLIQ
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMLIQ         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADENCG - ENCARGOS DE MORA              - LRECL=100  *
      *****************************************************************
      *
       FD  CADENCG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADENCG         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADRNEG - PLANOS DE PARCELAMENTO        - LRECL=100  *
      *****************************************************************
      *
       FD  CADRNEG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRNEG         PIC     X(100).
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
      * OUTPUT.: RELEXTR - EXTRATO MENSAL DAS ENTIDADES  - LRECL=133  *
      *****************************************************************
      *
       FD  RELEXTR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELEXTR         PIC     X(133).
      *
      *****************************************************************
      * OUTPUT.: CADEXEN - EXTRATO MENSAL DELIMITADO     - LRECL=100  *
      *****************************************************************
      *
       FD  CADEXEN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADEXEN         PIC     X(100).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADMFIN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMLIQ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADENCG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRNEG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADENTI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELEXTR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADEXEN       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADMFIN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMLIQ      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADENCG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRNEG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADENTI      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELEXTR      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADEXEN      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-EXTRATOS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-MOVTO    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-MOVIMENTOS   PIC     9(018) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PROC.
        03     WS-PROC-ANO         PIC     9(004).
        03     WS-PROC-MES         PIC     9(002).
        03     WS-PROC-DIA         PIC     9(002).
      *
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
       01      WS-PARM-MES-EXTR    PIC     X(006) VALUE SPACES.
       01      FILLER              REDEFINES       WS-PARM-MES-EXTR.
        03     WS-PARM-ANO         PIC     9(004).
        03     WS-PARM-MES         PIC     9(002).
      *
      *****************************************************************
      *        PERIODO DO EXTRATO                                     *
      *****************************************************************
      *
       01      WS-DT-INI-MES       PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-INI-MES.
        03     WS-INI-ANO          PIC     9(004).
        03     WS-INI-MES          PIC     9(002).
        03     WS-INI-DIA          PIC     9(002).
      *
       01      WS-DT-FIM-MES       PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-FIM-MES.
        03     WS-FIM-ANO          PIC     9(004).
        03     WS-FIM-MES          PIC     9(002).
        03     WS-FIM-DIA          PIC     9(002).
      *
       01      WS-TAB-DIAS-MES     PIC     X(024)  VALUE
               '312831303130313130313031'.
       01      FILLER              REDEFINES       WS-TAB-DIAS-MES.
        03     WS-DIAS-DO-MES      PIC     9(002)  OCCURS 12 TIMES.
      *
       01      WS-QUOCIENTE        PIC     9(004) VALUE ZEROS.
       01      WS-RESTO            PIC     9(002) VALUE ZEROS.
      *
       01      WS-DIAS-ATRASO      PIC     S9(005) VALUE ZEROS.
       01      WS-DIAS-REF         PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-LIQUID      PIC     9(009) VALUE ZEROS.
      *
       01      WS-DATA-AUX         PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-AUX.
        03     WS-AUX-ANO          PIC     9(004).
        03     WS-AUX-MES          PIC     9(002).
        03     WS-AUX-DIA          PIC     9(002).
      *
       01      WS-DATA-EDITADA     PIC     X(010) VALUE '99/99/9999'.
       01      FILLER              REDEFINES       WS-DATA-EDITADA.
        03     WS-EDT-DIA          PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-EDT-MES          PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-EDT-ANO          PIC     9(004).
      *
       01      WS-CHAVE-GUIA.
        03     WS-CHV-AGENCIA      PIC     9(004).
        03     WS-CHV-CONTA        PIC     9(009).
        03     WS-CHV-NUM-GUIA     PIC     9(012).
      *
       01      WS-CHV-CD-ENTI      PIC     9(005) VALUE ZEROS.
      *
       01      WS-SW-GUIA-ABERTA   PIC     X(001) VALUE 'N'.
         88    WS-GUIA-EM-ABERTO           VALUE 'S'.
         88    WS-GUIA-LIQUIDADA           VALUE 'N'.
      *
      *****************************************************************
      *        VALORES DO EXTRATO                                     *
      *****************************************************************
      *
       01      WS-VLR-MOVTO        PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-SALDO-CORRENTE   PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-SALDO-ATUAL      PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-OUTROS       PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-TOT-DEBITOS      PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-TOT-CREDITOS     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-TOT-FAIXAS       PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-TIPO-MOVTO       PIC     X(001) VALUE SPACES.
         88    WS-MOVTO-GUIA               VALUE 'G'.
         88    WS-MOVTO-JUROS              VALUE 'J'.
         88    WS-MOVTO-MULTA              VALUE 'M'.
         88    WS-MOVTO-PAGAMENTO          VALUE 'P'.
         88    WS-MOVTO-CREDITO            VALUE 'C'.
         88    WS-MOVTO-PARCELA            VALUE 'L'.
         88    WS-MOVTO-PARC-CANCELADA     VALUE 'X'.
         88    WS-MOVTO-GUIA-RENEG         VALUE 'R'.
         88    WS-MOVTO-ENCG-RENEG         VALUE 'N'.
         88    WS-MOVTO-GUIA-RESTAB        VALUE 'S'.
         88    WS-MOVTO-ENCG-RESTAB        VALUE 'T'.
         88    WS-MOVTO-BAIXA-PERDA        VALUE 'B'.
         88    WS-MOVTO-DEBITO             VALUES 'G' 'J' 'M' 'L'
                                                  'S' 'T'.
       01      WS-DAT-MOVTO        PIC     9(008) VALUE ZEROS.
       01      WS-GUIA-MOVTO       PIC     9(012) VALUE ZEROS.
      *
       01      WS-IND-FAIXA        PIC     9(001) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
       01      WS-EDICAO-VLR       PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        FAIXAS DE VENCIMENTO DA COMPOSICAO DO SALDO            *
      *****************************************************************
      *
       01      WS-TEXTOS-FAIXAS.
         03    FILLER              PIC     X(026) VALUE
               'A VENCER'.
         03    FILLER              PIC     X(026) VALUE
               'VENCIDO DE 01 A 30 DIAS'.
         03    FILLER              PIC     X(026) VALUE
               'VENCIDO DE 31 A 60 DIAS'.
         03    FILLER              PIC     X(026) VALUE
               'VENCIDO DE 61 A 90 DIAS'.
         03    FILLER              PIC     X(026) VALUE
               'VENCIDO HA MAIS DE 90 DIAS'.
       01      FILLER              REDEFINES       WS-TEXTOS-FAIXAS.
         03    WS-TEXTO-FAIXA      PIC     X(026) OCCURS 5 TIMES.
      *
      *****************************************************************
      *        TABELA DAS ENTIDADES DO CADASTRO                       *
      *****************************************************************
      *
       01      WS-QTD-TAB-ENT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ENT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ENTIDADES.
         03    TAB-ENT-ITEM        OCCURS  05000  TIMES.
           05  TAB-ENT-COD         PIC     9(007).
           05  TAB-ENT-NOME        PIC     X(030).
           05  TAB-ENT-CIDADE      PIC     X(004).
      *
       01      WS-SW-ENT-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ENT-ACHOU                VALUE 'S'.
         88    WS-ENT-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA COM AS GUIAS LIQUIDADAS                         *
      *****************************************************************
      *
       01      WS-QTD-TAB-LIQ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LIQ      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LIQUIDADAS.
         03    TAB-LIQ-ITEM        OCCURS  05000  TIMES.
           05  TAB-LIQ-CHAVE       PIC     X(025).
           05  TAB-LIQ-VLR-PAGO    PIC     9(015).
           05  TAB-LIQ-DAT-PAGTO   PIC     9(008).
           05  TAB-LIQ-ORIGEM      PIC     X(001).
             88 TAB-LIQ-ORIGEM-CREDITO     VALUE 'C'.
             88 TAB-LIQ-ORIGEM-RENEGOC     VALUE 'R'.
             88 TAB-LIQ-ORIGEM-PARC-CANC   VALUE 'X'.
             88 TAB-LIQ-ORIGEM-PERDA       VALUE 'B'.
      *
       01      WS-SW-LIQ-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-LIQ-ACHOU                VALUE 'S'.
         88    WS-LIQ-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS CONTAS DAS ENTIDADES (EM ORDEM DE CODIGO):  *
      *        SALDO ANTERIOR E SALDO EM ABERTO POR FAIXA DE          *
      *        VENCIMENTO NO FIM DO MES                               *
      *****************************************************************
      *
       01      WS-QTD-TAB-SLD      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-SLD      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-SALDOS.
         03    TAB-SLD-ITEM        OCCURS  05000  TIMES.
           05  TAB-SLD-CD-ENTI     PIC     9(005).
           05  TAB-SLD-SALDO-ANT   PIC    S9(015)V9(002).
           05  TAB-SLD-VLR-FAIXA   PIC     9(015)V9(002)
                                   OCCURS  5 TIMES.
      *
      *****************************************************************
      *        TABELA DOS MOVIMENTOS DO MES, EM ORDEM DE ENTIDADE,    *
      *        DATA E SEQUENCIA DE LEITURA (INSERCAO ORDENADA)        *
      *****************************************************************
      *
       01      WS-QTD-TAB-MOV      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-MOV      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-INS          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DES          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUX          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-SEQ-MOVTO        PIC     9(005)         VALUE ZEROS.
      *
       01      WS-INS-CHAVE.
         03    WS-INS-CD-ENTI      PIC     9(005).
         03    WS-INS-DATA         PIC     9(008).
         03    WS-INS-SEQ          PIC     9(005).
      *
       01      TAB-MOVIMENTOS.
         03    TAB-MOV-ITEM        OCCURS  10000  TIMES.
           05  TAB-MOV-CHAVE.
             07 TAB-MOV-CD-ENTI    PIC     9(005).
             07 TAB-MOV-DATA       PIC     9(008).
             07 TAB-MOV-SEQ        PIC     9(005).
           05  TAB-MOV-TIPO        PIC     X(001).
           05  TAB-MOV-NUM-GUIA    PIC     9(012).
           05  TAB-MOV-VALOR       PIC     9(013)V9(002).
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
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
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
      *    LAY-OUT DO EXTRATO MENSAL DE CONTA                         *
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
              'E X T R A T O  M E N S A L  D E  C O N T A'.
         03    FILLER              PIC     X(028) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      ENT1.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'ENTIDADE.: '.
         03    ENT1-CD-ENTI        PIC     9(005).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    ENT1-NOME-ENTI      PIC     X(030).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'MUNICIPIO: '.
         03    ENT1-CIDADE         PIC     X(004).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'PERIODO..: '.
         03    ENT1-DT-INI         PIC     X(010).
         03    FILLER              PIC     X(003) VALUE ' A '.
         03    ENT1-DT-FIM         PIC     X(010).
         03    FILLER              PIC     X(027) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'DATA'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'HISTORICO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE 'GUIA'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               '            DEBITO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               '           CREDITO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(019) VALUE
               '             SALDO '.
         03    FILLER              PIC     X(007) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-DATA           PIC     X(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-HISTORICO      PIC     X(030).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-NUM-GUIA       PIC     X(012).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-DEBITO         PIC     X(018).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-CREDITO        PIC     X(018).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-SALDO          PIC     ZZZ.ZZZ.ZZZ.ZZ9,99-.
         03    FILLER              PIC     X(007) VALUE SPACES.
      *
       01      VEN0.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(044) VALUE
               'COMPOSICAO DO SALDO ATUAL POR VENCIMENTO'.
         03    FILLER              PIC     X(085) VALUE SPACES.
      *
       01      VEN1.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    VEN1-TEXTO          PIC     X(030).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    VEN1-VALOR          PIC     ZZZ.ZZZ.ZZZ.ZZ9,99-.
         03    FILLER              PIC     X(077) VALUE SPACES.
      *
       01      MSG1.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(060) VALUE
           'SALDO COM SINAL NEGATIVO (-) E CREDITO DA ENTIDADE.'.
         03    FILLER              PIC     X(069) VALUE SPACES.
      *
       01      MSG2.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(060) VALUE
           'EM CASO DE DIVERGENCIA, PROCURE A MATRIZ EM 30 DIAS.'.
         03    FILLER              PIC     X(069) VALUE SPACES.
      *
      *****************************************************************
      *    LAY-OUT DELIMITADO - CABECALHO DE COLUNAS                  *
      *****************************************************************
      *    O ARQUIVO USA ';' COMO DELIMITADOR (E NAO ',') PORQUE A
      *    VIRGULA E O SEPARADOR DECIMAL NESTE AMBIENTE. TIPO DE LINHA:
      *    SA SALDO ANTERIOR / MV MOVIMENTO / ST SALDO ATUAL /
      *    VC COMPOSICAO DO SALDO POR VENCIMENTO
      *
       01      CSV-CAB.
         03    FILLER              PIC     X(049) VALUE
               'COD_ENTIDADE;TIPO;DATA;NUM_GUIA;HISTORICO;DEBITO;'.
         03    FILLER              PIC     X(051) VALUE
               'CREDITO;SALDO'.
      *
      *****************************************************************
      *    LAY-OUT DELIMITADO - DETALHE                               *
      *****************************************************************
      *
       01      CSV-DET.
         03    CSVD-CD-ENTI        PIC     9(005).
         03    FILLER              PIC     X(001) VALUE ';'.
         03    CSVD-TIPO           PIC     X(002).
         03    FILLER              PIC     X(001) VALUE ';'.
         03    CSVD-DATA           PIC     9(008).
         03    FILLER              PIC     X(001) VALUE ';'.
         03    CSVD-NUM-GUIA       PIC     X(012).
         03    FILLER              PIC     X(001) VALUE ';'.
         03    CSVD-HISTORICO      PIC     X(026).
         03    FILLER              PIC     X(001) VALUE ';'.
         03    CSVD-DEBITO         PIC     Z(9)9,99.
         03    FILLER              PIC     X(001) VALUE ';'.
         03    CSVD-CREDITO        PIC     Z(9)9,99.
         03    FILLER              PIC     X(001) VALUE ';'.
         03    CSVD-SALDO          PIC     -(10)9,99.
      *
      *****************************************************************
      *    LAY-OUT DELIMITADO - LINHA DE SELO DE INTEGRIDADE          *
      *****************************************************************
      *
       01      CSV-SELO.
         03    FILLER              PIC     X(005) VALUE 'SELO;'.
         03    CSVS-QTD            PIC     9(009).
         03    FILLER              PIC     X(001) VALUE ';'.
         03    CSVS-SOMA           PIC     9(015),9(002).
         03    FILLER              PIC     X(001) VALUE ';'.
         03    CSVS-CHECKSUM       PIC     9(009).
      *
      *****************************************************************
      * INPUT..: CADMFIN - GUIAS POSTADAS                             *
      *****************************************************************
      *
           COPY    COBO4002.
      *
      *****************************************************************
      * INPUT..: CADMLIQ - GUIAS LIQUIDADAS                           *
      *****************************************************************
      *
           COPY    COBI1061.
      *
      *****************************************************************
      * INPUT..: CADENCG - ENCARGOS DE MORA                           *
      *****************************************************************
      *
           COPY    COBO1069.
      *
      *****************************************************************
      * INPUT..: CADRNEG - PLANOS DE PARCELAMENTO                     *
      *****************************************************************
      *
           COPY    COBO1105.
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
      * INTERFACE.: SELO DE INTEGRIDADE (COBBB009)                    *
      *****************************************************************
      *
           COPY    RUCWS009.
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
             UNTIL WS-FS-CADMFIN   EQUAL 10.

           PERFORM 1500-00-PROCESSA-ENCARGOS
             UNTIL WS-FS-CADENCG   EQUAL 10.

           PERFORM 1600-00-PROCESSA-PLANOS
             UNTIL WS-FS-CADRNEG   EQUAL 10.

           PERFORM 2000-00-EMITE-EXTRATOS.

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

           OPEN    INPUT   CADMFIN
                           CADMLIQ
                           CADENCG
                           CADRNEG
                           CADENTI
                           CADPARM
                   OUTPUT  RELEXTR
                           CADEXEN.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WRS-CODOPE.

           PERFORM 0460-00-CHAMA-COBBB009.

           MOVE    CSV-CAB         TO      REG-CADEXEN.
           PERFORM 2750-00-GRAVACAO-CADEXEN.

           PERFORM 0400-00-CARGA-TAB-ENTIDADES
             UNTIL WS-FS-CADENTI   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-LIQUID
             UNTIL WS-FS-CADMLIQ   EQUAL   10.

           PERFORM 0440-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           PERFORM 0450-00-DEFINE-PERIODO.

           PERFORM 0500-00-LEITURA-CADMFIN.

           PERFORM 0520-00-LEITURA-CADENCG.

           PERFORM 0540-00-LEITURA-CADRNEG.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMFIN NOT EQUAL 00 AND 10
                   MOVE 'CADMFIN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMFIN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMLIQ NOT EQUAL 00 AND 10
                   MOVE 'CADMLIQ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMLIQ     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADENCG NOT EQUAL 00 AND 10
                   MOVE 'CADENCG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADENCG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRNEG NOT EQUAL 00 AND 10
                   MOVE 'CADRNEG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRNEG     TO      WS-FS-ARQ
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

           IF      WS-FS-RELEXTR NOT EQUAL 00
                   MOVE 'RELEXTR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELEXTR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADEXEN NOT EQUAL 00
                   MOVE 'CADEXEN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEXEN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-ENTIDADES SECTION.
      *****************************************************************
      *
           READ    CADENTI         INTO    REG-ENTI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADENTI   EQUAL   00
                   ADD 001         TO      WS-LID-CADENTI

                   IF      WS-QTD-TAB-ENT  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-ENT
                   MOVE    ENTI-COD-ENT    TO
                           TAB-ENT-COD    (WS-QTD-TAB-ENT)
                   MOVE    ENTI-NOME       TO
                           TAB-ENT-NOME   (WS-QTD-TAB-ENT)
                   MOVE    ENTI-COD-CIDADE TO
                           TAB-ENT-CIDADE (WS-QTD-TAB-ENT)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-LIQUID    SECTION.
      *****************************************************************
      *
           READ    CADMLIQ         INTO    REG-MLIQ.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMLIQ   EQUAL   00
                   ADD 001         TO      WS-LID-CADMLIQ

                   IF      WS-QTD-TAB-LIQ  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LIQ
                   MOVE    MLIQ-CHAVE      TO
                           TAB-LIQ-CHAVE     (WS-QTD-TAB-LIQ)
                   MOVE    MLIQ-VLR-PAGO   TO
                           TAB-LIQ-VLR-PAGO  (WS-QTD-TAB-LIQ)
                   MOVE    MLIQ-DAT-PAGTO  TO
                           TAB-LIQ-DAT-PAGTO (WS-QTD-TAB-LIQ)
                   MOVE    MLIQ-ORIGEM     TO
                           TAB-LIQ-ORIGEM    (WS-QTD-TAB-LIQ)
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
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB152' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:6)        TO
                                   WS-PARM-MES-EXTR
                   END-IF
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-DEFINE-PERIODO      SECTION.
      *****************************************************************
      *    MES DO PARAMETRO OU, NA FALTA DELE, O MES ANTERIOR AO DA   *
      *    DATA DE PROCESSAMENTO                                      *
      *
           IF      WS-PARM-ACHADO
                   IF      WS-PARM-MES-EXTR NOT NUMERIC
                           PERFORM 0990-00-ABEND-PARAMETRO
                   END-IF
                   IF      WS-PARM-MES  LESS 01 OR GREATER 12
                           PERFORM 0990-00-ABEND-PARAMETRO
                   END-IF
                   MOVE    WS-PARM-ANO     TO      WS-INI-ANO
                   MOVE    WS-PARM-MES     TO      WS-INI-MES
           ELSE
                   IF      WS-PROC-MES     EQUAL   01
                           COMPUTE WS-INI-ANO = WS-PROC-ANO - 1
                           MOVE    12      TO      WS-INI-MES
                   ELSE
                           MOVE    WS-PROC-ANO     TO      WS-INI-ANO
                           COMPUTE WS-INI-MES = WS-PROC-MES - 1
                   END-IF
           END-IF.

           MOVE    01              TO      WS-INI-DIA.

           MOVE    WS-INI-ANO      TO      WS-FIM-ANO.
           MOVE    WS-INI-MES      TO      WS-FIM-MES.
           MOVE    WS-DIAS-DO-MES (WS-INI-MES)
                                   TO      WS-FIM-DIA.

           IF      WS-FIM-MES      EQUAL   02
                   DIVIDE  WS-FIM-ANO      BY      4
                           GIVING  WS-QUOCIENTE
                           REMAINDER       WS-RESTO
                   IF      WS-RESTO        EQUAL   ZEROS
                           MOVE    29      TO      WS-FIM-DIA
                   END-IF
           END-IF.

      *    REFERENCIA DO ENVELHECIMENTO: FIM DO MES, NO CALENDARIO
      *    COMERCIAL (TODO MES TEM 30 DIAS)
           COMPUTE WS-DIAS-REF =
                   (WS-FIM-ANO * 360) + (WS-FIM-MES * 30) + 30.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CHAMA-COBBB009      SECTION.
      *****************************************************************
      *
           CALL    'COBBB009'      USING   WRS-GRUPO
           END-CALL.

           IF      WRS-CODRET      NOT EQUAL ZEROS
                   MOVE    'COBBB009'      TO      WS-SUB-ROTINA
                   MOVE    005             TO      WS-PTO-ERRO
                   PERFORM 0998-00-ABEND-SUB
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADMFIN     SECTION.
      *****************************************************************
      *
           READ    CADMFIN         INTO    REG-MFIN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMFIN   EQUAL   00
                   ADD 001         TO      WS-LID-CADMFIN
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0520-00-LEITURA-CADENCG     SECTION.
      *****************************************************************
      *
           READ    CADENCG         INTO    REG-ENCG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADENCG   EQUAL   00
                   ADD 001         TO      WS-LID-CADENCG
           END-IF.
      *
       0520-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0540-00-LEITURA-CADRNEG     SECTION.
      *****************************************************************
      *
           READ    CADRNEG         INTO    REG-RNEG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRNEG   EQUAL   00
                   ADD 001         TO      WS-LID-CADRNEG
           END-IF.
      *
       0540-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    CADA GUIA ATE O FIM DO MES ENTRA NA CONTA DA ENTIDADE: NO  *
      *    SALDO ANTERIOR SE EMITIDA ANTES DO MES, COMO MOVIMENTO SE  *
      *    EMITIDA NO MES. A BAIXA DA GUIA (CADMLIQ) SEGUE A MESMA    *
      *    REGRA PELA DATA DO PAGAMENTO.                              *
      *
           IF      MFIN-DAT-LANCTO GREATER WS-DT-FIM-MES
                   GO      TO      1000-90-LEITURA
           END-IF.

           MOVE    MFIN-COD-ENT    TO      WS-CHV-CD-ENTI.
           MOVE    MFIN-NUM-GUIA   TO      WS-GUIA-MOVTO.

           PERFORM 1100-00-OBTEM-CONTA.

           IF      MFIN-DAT-LANCTO LESS    WS-DT-INI-MES
                   ADD     MFIN-VLR-LANCTO TO
                           TAB-SLD-SALDO-ANT (WS-IND-TAB-SLD)
           ELSE
                   IF      MFIN-PARCELA-RENEG
                           MOVE    'L'     TO      WS-TIPO-MOVTO
                   ELSE
                           MOVE    'G'     TO      WS-TIPO-MOVTO
                   END-IF
                   MOVE    MFIN-DAT-LANCTO TO      WS-DAT-MOVTO
                   MOVE    MFIN-VLR-LANCTO TO      WS-VLR-MOVTO
                   PERFORM 1200-00-INCLUI-MOVIMENTO
           END-IF.

           MOVE    MFIN-AGENCIA    TO      WS-CHV-AGENCIA.
           MOVE    MFIN-CONTA      TO      WS-CHV-CONTA.
           MOVE    MFIN-NUM-GUIA   TO      WS-CHV-NUM-GUIA.

           PERFORM 1150-00-PROCURA-LIQUIDACAO.

           SET     WS-GUIA-EM-ABERTO       TO      TRUE.

      *    A BAIXA DE GUIA RENEGOCIADA SO A RETIRA DO ENVELHECIMENTO:
      *    O CREDITO NA CONTA VEM DO PLANO DE PARCELAMENTO (CADRNEG)
           IF      WS-LIQ-ACHOU
               AND TAB-LIQ-ORIGEM-RENEGOC (WS-IND-TAB-LIQ)
               AND TAB-LIQ-DAT-PAGTO (WS-IND-TAB-LIQ)
                   NOT GREATER WS-DT-FIM-MES
                   SET     WS-GUIA-LIQUIDADA       TO      TRUE
                   GO      TO      1000-80-ENVELHECE
           END-IF.

           IF      WS-LIQ-ACHOU
               AND TAB-LIQ-DAT-PAGTO (WS-IND-TAB-LIQ)
                   NOT GREATER WS-DT-FIM-MES
                   SET     WS-GUIA-LIQUIDADA       TO      TRUE
                   IF      TAB-LIQ-DAT-PAGTO (WS-IND-TAB-LIQ)
                           LESS    WS-DT-INI-MES
                           SUBTRACT TAB-LIQ-VLR-PAGO (WS-IND-TAB-LIQ)
                                   FROM
                                   TAB-SLD-SALDO-ANT (WS-IND-TAB-SLD)
                   ELSE
                           EVALUATE TRUE
                             WHEN  TAB-LIQ-ORIGEM-CREDITO
                                   (WS-IND-TAB-LIQ)
                                   MOVE    'C'     TO  WS-TIPO-MOVTO
                             WHEN  TAB-LIQ-ORIGEM-PARC-CANC
                                   (WS-IND-TAB-LIQ)
                                   MOVE    'X'     TO  WS-TIPO-MOVTO
                             WHEN  TAB-LIQ-ORIGEM-PERDA
                                   (WS-IND-TAB-LIQ)
                                   MOVE    'B'     TO  WS-TIPO-MOVTO
                             WHEN  OTHER
                                   MOVE    'P'     TO  WS-TIPO-MOVTO
                           END-EVALUATE
                           MOVE    TAB-LIQ-DAT-PAGTO (WS-IND-TAB-LIQ)
                                   TO      WS-DAT-MOVTO
                           MOVE    TAB-LIQ-VLR-PAGO  (WS-IND-TAB-LIQ)
                                   TO      WS-VLR-MOVTO
                           PERFORM 1200-00-INCLUI-MOVIMENTO
                   END-IF
           END-IF.
      *
       1000-80-ENVELHECE.

           IF      WS-GUIA-EM-ABERTO
                   PERFORM 1300-00-ENVELHECE-GUIA
           END-IF.
      *
       1000-90-LEITURA.

           PERFORM 0500-00-LEITURA-CADMFIN.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-OBTEM-CONTA         SECTION.
      *****************************************************************
      *    LOCALIZA A CONTA DE WS-CHV-CD-ENTI NA TAB-SALDOS OU A      *
      *    INCLUI NA SUA POSICAO (ORDEM DE CODIGO DA ENTIDADE)        *
      *
           MOVE    001             TO      WS-IND-TAB-SLD.

           PERFORM UNTIL WS-IND-TAB-SLD GREATER WS-QTD-TAB-SLD
                   OR    TAB-SLD-CD-ENTI (WS-IND-TAB-SLD)
                         NOT LESS WS-CHV-CD-ENTI
                   ADD     001     TO      WS-IND-TAB-SLD
           END-PERFORM.

           IF      WS-IND-TAB-SLD  NOT GREATER WS-QTD-TAB-SLD
               AND TAB-SLD-CD-ENTI (WS-IND-TAB-SLD)
                   EQUAL   WS-CHV-CD-ENTI
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-SLD  GREATER OR EQUAL 05000
                   PERFORM         0989-00-ABEND-TABELA
           END-IF.

           PERFORM VARYING WS-IND-DES FROM WS-QTD-TAB-SLD BY -1
                   UNTIL   WS-IND-DES LESS WS-IND-TAB-SLD

             COMPUTE WS-IND-AUX = WS-IND-DES + 1
             MOVE  TAB-SLD-ITEM (WS-IND-DES) TO
                   TAB-SLD-ITEM (WS-IND-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-SLD.

           INITIALIZE      TAB-SLD-ITEM (WS-IND-TAB-SLD).

           MOVE    WS-CHV-CD-ENTI  TO
                   TAB-SLD-CD-ENTI (WS-IND-TAB-SLD).
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-PROCURA-LIQUIDACAO  SECTION.
      *****************************************************************
      *
           SET     WS-LIQ-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-LIQ FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LIQ GREATER WS-QTD-TAB-LIQ
                   OR      WS-LIQ-ACHOU

             IF    WS-CHAVE-GUIA   EQUAL
                   TAB-LIQ-CHAVE (WS-IND-TAB-LIQ)
                   SET     WS-LIQ-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-LIQ-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-LIQ
           END-IF.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-INCLUI-MOVIMENTO    SECTION.
      *****************************************************************
      *    INSERCAO ORDENADA POR ENTIDADE, DATA E SEQUENCIA           *
      *
           IF      WS-QTD-TAB-MOV  GREATER OR EQUAL 10000
                   PERFORM         0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-SEQ-MOVTO.

           MOVE    WS-CHV-CD-ENTI  TO      WS-INS-CD-ENTI.
           MOVE    WS-DAT-MOVTO    TO      WS-INS-DATA.
           MOVE    WS-SEQ-MOVTO    TO      WS-INS-SEQ.

           MOVE    001             TO      WS-IND-INS.

           PERFORM UNTIL WS-IND-INS GREATER WS-QTD-TAB-MOV
                   OR    TAB-MOV-CHAVE (WS-IND-INS)
                         GREATER WS-INS-CHAVE
                   ADD     001     TO      WS-IND-INS
           END-PERFORM.

           PERFORM VARYING WS-IND-DES FROM WS-QTD-TAB-MOV BY -1
                   UNTIL   WS-IND-DES LESS WS-IND-INS

             COMPUTE WS-IND-AUX = WS-IND-DES + 1
             MOVE  TAB-MOV-ITEM (WS-IND-DES) TO
                   TAB-MOV-ITEM (WS-IND-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-MOV.

           MOVE    WS-INS-CHAVE    TO TAB-MOV-CHAVE    (WS-IND-INS).
           MOVE    WS-TIPO-MOVTO   TO TAB-MOV-TIPO     (WS-IND-INS).
           MOVE    WS-GUIA-MOVTO   TO TAB-MOV-NUM-GUIA (WS-IND-INS).
           MOVE    WS-VLR-MOVTO    TO TAB-MOV-VALOR    (WS-IND-INS).
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-ENVELHECE-GUIA      SECTION.
      *****************************************************************
      *    GUIA SEM BAIXA NO FIM DO MES: FAIXA PELOS DIAS CORRIDOS    *
      *    DESDE A DATA DE LIQUIDACAO PREVISTA                        *
      *
           MOVE    MFIN-DAT-LIQUID TO      WS-DATA-AUX.

           IF      WS-DATA-AUX     NOT NUMERIC     OR
                   WS-DATA-AUX     EQUAL   ZEROS
                   MOVE    MFIN-DAT-LANCTO TO      WS-DATA-AUX
           END-IF.

           COMPUTE WS-DIAS-LIQUID =
                   (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) +
                    WS-AUX-DIA.

           COMPUTE WS-DIAS-ATRASO =
                   WS-DIAS-REF - WS-DIAS-LIQUID.

           EVALUATE TRUE
             WHEN  WS-DIAS-ATRASO  NOT GREATER ZEROS
                   MOVE    1       TO      WS-IND-FAIXA
             WHEN  WS-DIAS-ATRASO  NOT GREATER 30
                   MOVE    2       TO      WS-IND-FAIXA
             WHEN  WS-DIAS-ATRASO  NOT GREATER 60
                   MOVE    3       TO      WS-IND-FAIXA
             WHEN  WS-DIAS-ATRASO  NOT GREATER 90
                   MOVE    4       TO      WS-IND-FAIXA
             WHEN  OTHER
                   MOVE    5       TO      WS-IND-FAIXA
           END-EVALUATE.

           ADD     MFIN-VLR-LANCTO TO
                   TAB-SLD-VLR-FAIXA (WS-IND-TAB-SLD WS-IND-FAIXA).
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-PROCESSA-ENCARGOS   SECTION.
      *****************************************************************
      *    JUROS E MULTA DE MORA SAO DEBITOS DA ENTIDADE NA DATA DO   *
      *    PAGAMENTO EM ATRASO QUE OS GEROU                           *
      *
           IF      ENCG-DAT-PAGTO  GREATER WS-DT-FIM-MES
                   GO      TO      1500-90-LEITURA
           END-IF.

           MOVE    ENCG-COD-ENT    TO      WS-CHV-CD-ENTI.
           MOVE    ENCG-NUM-GUIA   TO      WS-GUIA-MOVTO.

           PERFORM 1100-00-OBTEM-CONTA.

           IF      ENCG-DAT-PAGTO  LESS    WS-DT-INI-MES
                   ADD     ENCG-VLR-JUROS
                           ENCG-VLR-MULTA  TO
                           TAB-SLD-SALDO-ANT (WS-IND-TAB-SLD)
                   GO      TO      1500-90-LEITURA
           END-IF.

           MOVE    ENCG-DAT-PAGTO  TO      WS-DAT-MOVTO.

           IF      ENCG-VLR-JUROS  GREATER ZEROS
                   MOVE    'J'             TO      WS-TIPO-MOVTO
                   MOVE    ENCG-VLR-JUROS  TO      WS-VLR-MOVTO
                   PERFORM 1200-00-INCLUI-MOVIMENTO
           END-IF.

           IF      ENCG-VLR-MULTA  GREATER ZEROS
                   MOVE    'M'             TO      WS-TIPO-MOVTO
                   MOVE    ENCG-VLR-MULTA  TO      WS-VLR-MOVTO
                   PERFORM 1200-00-INCLUI-MOVIMENTO
           END-IF.
      *
       1500-90-LEITURA.

           PERFORM 0520-00-LEITURA-CADENCG.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-PROCESSA-PLANOS     SECTION.
      *****************************************************************
      *    GUIA ORIGINAL E ENCARGO DE UM PLANO DE PARCELAMENTO SAO    *
      *    CREDITADOS NA DATA DO PLANO; SE O PLANO FOI CANCELADO,     *
      *    VOLTAM A DEBITO NA DATA DO CANCELAMENTO. AS PARCELAS SAO   *
      *    GUIAS DO CADMFIN E JA ENTRAM PELO PROCESSAMENTO PRINCIPAL  *
      *
           IF      NOT RNEG-GUIA-ORIGINAL  AND
                   NOT RNEG-ENCARGO
                   GO      TO      1600-90-LEITURA
           END-IF.

           MOVE    RNEG-COD-ENT    TO      WS-CHV-CD-ENTI.
           MOVE    RNEG-NUM-GUIA   TO      WS-GUIA-MOVTO.
           MOVE    RNEG-VLR        TO      WS-VLR-MOVTO.

           IF      RNEG-GUIA-ORIGINAL
                   MOVE    'R'             TO      WS-TIPO-MOVTO
           ELSE
                   MOVE    'N'             TO      WS-TIPO-MOVTO
           END-IF.
           MOVE    RNEG-DAT-PLANO  TO      WS-DAT-MOVTO.

           PERFORM 1650-00-LANCA-EVENTO-PLANO.

           IF      NOT RNEG-PLANO-CANCELADO
                   GO      TO      1600-90-LEITURA
           END-IF.

           IF      RNEG-GUIA-ORIGINAL
                   MOVE    'S'             TO      WS-TIPO-MOVTO
           ELSE
                   MOVE    'T'             TO      WS-TIPO-MOVTO
           END-IF.
           MOVE    RNEG-DAT-CANCEL TO      WS-DAT-MOVTO.

           PERFORM 1650-00-LANCA-EVENTO-PLANO.
      *
       1600-90-LEITURA.

           PERFORM 0540-00-LEITURA-CADRNEG.
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1650-00-LANCA-EVENTO-PLANO  SECTION.
      *****************************************************************
      *    MESMA REGRA DAS GUIAS: APOS O MES IGNORADO, ANTES DO MES   *
      *    NO SALDO ANTERIOR, NO MES COMO MOVIMENTO                   *
      *
           IF      WS-DAT-MOVTO    GREATER WS-DT-FIM-MES
                   GO      TO      1650-99-EXIT
           END-IF.

           PERFORM 1100-00-OBTEM-CONTA.

           IF      WS-DAT-MOVTO    NOT LESS WS-DT-INI-MES
                   PERFORM 1200-00-INCLUI-MOVIMENTO
                   GO      TO      1650-99-EXIT
           END-IF.

           IF      WS-MOVTO-DEBITO
                   ADD     WS-VLR-MOVTO    TO
                           TAB-SLD-SALDO-ANT (WS-IND-TAB-SLD)
           ELSE
                   SUBTRACT WS-VLR-MOVTO   FROM
                           TAB-SLD-SALDO-ANT (WS-IND-TAB-SLD)
           END-IF.
      *
       1650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-EMITE-EXTRATOS      SECTION.
      *****************************************************************
      *    AS DUAS TABELAS ESTAO EM ORDEM DE ENTIDADE: OS MOVIMENTOS  *
      *    SAO CONSUMIDOS EM SEQUENCIA, CONTA A CONTA                 *
      *
           MOVE    001             TO      WS-IND-TAB-MOV.

           PERFORM VARYING WS-IND-TAB-SLD FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SLD GREATER WS-QTD-TAB-SLD

             IF    TAB-SLD-SALDO-ANT (WS-IND-TAB-SLD) EQUAL ZEROS
               AND (WS-IND-TAB-MOV GREATER WS-QTD-TAB-MOV OR
                    TAB-MOV-CD-ENTI (WS-IND-TAB-MOV) NOT EQUAL
                    TAB-SLD-CD-ENTI (WS-IND-TAB-SLD))
                   ADD     001     TO      WS-QTD-SEM-MOVTO
             ELSE
                   PERFORM 2100-00-IMPRIME-EXTRATO
             END-IF

           END-PERFORM.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-IMPRIME-EXTRATO     SECTION.
      *****************************************************************
      *    CADA ENTIDADE COMECA EM PAGINA NOVA                        *
      *
           ADD     001             TO      WS-QTD-EXTRATOS.

           MOVE    TAB-SLD-CD-ENTI (WS-IND-TAB-SLD)
                                   TO      WS-CHV-CD-ENTI.

           PERFORM 2150-00-PROCURA-ENTIDADE.

           MOVE    WS-CHV-CD-ENTI  TO      ENT1-CD-ENTI.

           IF      WS-ENT-ACHOU
                   MOVE    TAB-ENT-NOME   (WS-IND-TAB-ENT)
                                   TO      ENT1-NOME-ENTI
                   MOVE    TAB-ENT-CIDADE (WS-IND-TAB-ENT)
                                   TO      ENT1-CIDADE
           ELSE
                   MOVE    'ENTIDADE NAO CADASTRADA'
                                   TO      ENT1-NOME-ENTI
                   MOVE    SPACES  TO      ENT1-CIDADE
           END-IF.

           MOVE    WS-DT-INI-MES   TO      WS-DATA-AUX.
           PERFORM 2160-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      ENT1-DT-INI.

           MOVE    WS-DT-FIM-MES   TO      WS-DATA-AUX.
           PERFORM 2160-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      ENT1-DT-FIM.

           MOVE    ZEROS           TO      WS-TOT-DEBITOS
                                           WS-TOT-CREDITOS.

           MOVE    TAB-SLD-SALDO-ANT (WS-IND-TAB-SLD)
                                   TO      WS-SALDO-CORRENTE.

           PERFORM 2600-00-GRAVACAO-CABECALHO.

      *    SALDO ANTERIOR
           MOVE    WS-DT-INI-MES   TO      WS-DATA-AUX.
           PERFORM 2160-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      DET1-DATA.
           MOVE    'SALDO ANTERIOR'
                                   TO      DET1-HISTORICO.
           MOVE    SPACES          TO      DET1-NUM-GUIA
                                           DET1-DEBITO
                                           DET1-CREDITO.
           MOVE    WS-SALDO-CORRENTE
                                   TO      DET1-SALDO.
           PERFORM 2180-00-IMPRIME-DETALHE.

           MOVE    'SA'            TO      CSVD-TIPO.
           MOVE    WS-DT-INI-MES   TO      CSVD-DATA.
           MOVE    SPACES          TO      CSVD-NUM-GUIA.
           MOVE    'SALDO ANTERIOR'
                                   TO      CSVD-HISTORICO.
           MOVE    ZEROS           TO      CSVD-DEBITO
                                           CSVD-CREDITO.
           MOVE    WS-SALDO-CORRENTE
                                   TO      CSVD-SALDO.
           PERFORM 2700-00-GRAVA-LINHA-EXTRATO.

           PERFORM 2200-00-IMPRIME-MOVIMENTO
             UNTIL WS-IND-TAB-MOV  GREATER WS-QTD-TAB-MOV
                OR TAB-MOV-CD-ENTI (WS-IND-TAB-MOV) NOT EQUAL
                   TAB-SLD-CD-ENTI (WS-IND-TAB-SLD).

           MOVE    WS-SALDO-CORRENTE
                                   TO      WS-SALDO-ATUAL.

           PERFORM 2300-00-IMPRIME-SALDO-ATUAL.

           PERFORM 2400-00-IMPRIME-VENCIMENTOS.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2150-00-PROCURA-ENTIDADE    SECTION.
      *****************************************************************
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
       2150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2160-00-EDITA-DATA          SECTION.
      *****************************************************************
      *
           MOVE    WS-AUX-DIA      TO      WS-EDT-DIA.
           MOVE    WS-AUX-MES      TO      WS-EDT-MES.
           MOVE    WS-AUX-ANO      TO      WS-EDT-ANO.
      *
       2160-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2180-00-IMPRIME-DETALHE     SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    DET1            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.

           ADD     001             TO      WS-LINHAS.
      *
       2180-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-IMPRIME-MOVIMENTO   SECTION.
      *****************************************************************
      *
           ADD     001             TO      WS-QTD-MOVIMENTOS.

           MOVE    TAB-MOV-TIPO  (WS-IND-TAB-MOV)
                                   TO      WS-TIPO-MOVTO.
           MOVE    TAB-MOV-VALOR (WS-IND-TAB-MOV)
                                   TO      WS-VLR-MOVTO.
           MOVE    TAB-MOV-VALOR (WS-IND-TAB-MOV)
                                   TO      WS-EDICAO-VLR.

           MOVE    SPACES          TO      DET1-DEBITO
                                           DET1-CREDITO.
           MOVE    ZEROS           TO      CSVD-DEBITO
                                           CSVD-CREDITO.

           IF      WS-MOVTO-DEBITO
                   ADD     WS-VLR-MOVTO    TO      WS-SALDO-CORRENTE
                                                   WS-TOT-DEBITOS
                   MOVE    WS-EDICAO-VLR   TO      DET1-DEBITO
                   MOVE    WS-VLR-MOVTO    TO      CSVD-DEBITO
           ELSE
                   SUBTRACT WS-VLR-MOVTO   FROM    WS-SALDO-CORRENTE
                   ADD     WS-VLR-MOVTO    TO      WS-TOT-CREDITOS
                   MOVE    WS-EDICAO-VLR   TO      DET1-CREDITO
                   MOVE    WS-VLR-MOVTO    TO      CSVD-CREDITO
           END-IF.

           EVALUATE TRUE
             WHEN  WS-MOVTO-GUIA
                   MOVE    'GUIA EMITIDA'          TO  DET1-HISTORICO
             WHEN  WS-MOVTO-JUROS
                   MOVE    'JUROS DE MORA'         TO  DET1-HISTORICO
             WHEN  WS-MOVTO-MULTA
                   MOVE    'MULTA POR ATRASO'      TO  DET1-HISTORICO
             WHEN  WS-MOVTO-PAGAMENTO
                   MOVE    'PAGAMENTO RECEBIDO'    TO  DET1-HISTORICO
             WHEN  WS-MOVTO-CREDITO
                   MOVE    'CREDITO DE DEVOLUCAO'  TO  DET1-HISTORICO
             WHEN  WS-MOVTO-PARCELA
                   MOVE    'PARCELA DE RENEGOCIACAO'
                                                   TO  DET1-HISTORICO
             WHEN  WS-MOVTO-PARC-CANCELADA
                   MOVE    'PARCELA CANCELADA'     TO  DET1-HISTORICO
             WHEN  WS-MOVTO-GUIA-RENEG
                   MOVE    'GUIA RENEGOCIADA'      TO  DET1-HISTORICO
             WHEN  WS-MOVTO-ENCG-RENEG
                   MOVE    'ENCARGO RENEGOCIADO'   TO  DET1-HISTORICO
             WHEN  WS-MOVTO-GUIA-RESTAB
                   MOVE    'GUIA RESTABELECIDA'    TO  DET1-HISTORICO
             WHEN  WS-MOVTO-ENCG-RESTAB
                   MOVE    'ENCARGO RESTABELECIDO' TO  DET1-HISTORICO
             WHEN  WS-MOVTO-BAIXA-PERDA
                   MOVE    'BAIXA POR PERDA'       TO  DET1-HISTORICO
           END-EVALUATE.

           MOVE    TAB-MOV-DATA (WS-IND-TAB-MOV)
                                   TO      WS-DATA-AUX.
           PERFORM 2160-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      DET1-DATA.
           MOVE    TAB-MOV-NUM-GUIA (WS-IND-TAB-MOV)
                                   TO      DET1-NUM-GUIA.
           MOVE    WS-SALDO-CORRENTE
                                   TO      DET1-SALDO.
           PERFORM 2180-00-IMPRIME-DETALHE.

           MOVE    'MV'            TO      CSVD-TIPO.
           MOVE    TAB-MOV-DATA (WS-IND-TAB-MOV)
                                   TO      CSVD-DATA.
           MOVE    TAB-MOV-NUM-GUIA (WS-IND-TAB-MOV)
                                   TO      CSVD-NUM-GUIA.
           MOVE    DET1-HISTORICO  TO      CSVD-HISTORICO.
           MOVE    WS-SALDO-CORRENTE
                                   TO      CSVD-SALDO.
           PERFORM 2700-00-GRAVA-LINHA-EXTRATO.

           ADD     001             TO      WS-IND-TAB-MOV.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-IMPRIME-SALDO-ATUAL SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      DET1-DATA
                                           DET1-NUM-GUIA.
           MOVE    'TOTAIS DO PERIODO'
                                   TO      DET1-HISTORICO.
           MOVE    WS-TOT-DEBITOS  TO      WS-EDICAO-VLR.
           MOVE    WS-EDICAO-VLR   TO      DET1-DEBITO.
           MOVE    WS-TOT-CREDITOS TO      WS-EDICAO-VLR.
           MOVE    WS-EDICAO-VLR   TO      DET1-CREDITO.
           MOVE    WS-SALDO-ATUAL  TO      DET1-SALDO.
           PERFORM 2180-00-IMPRIME-DETALHE.

           MOVE    WS-DT-FIM-MES   TO      WS-DATA-AUX.
           PERFORM 2160-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      DET1-DATA.
           MOVE    'SALDO ATUAL'   TO      DET1-HISTORICO.
           MOVE    SPACES          TO      DET1-DEBITO
                                           DET1-CREDITO.
           MOVE    WS-SALDO-ATUAL  TO      DET1-SALDO.
           PERFORM 2180-00-IMPRIME-DETALHE.

           MOVE    'ST'            TO      CSVD-TIPO.
           MOVE    WS-DT-FIM-MES   TO      CSVD-DATA.
           MOVE    SPACES          TO      CSVD-NUM-GUIA.
           MOVE    'SALDO ATUAL'   TO      CSVD-HISTORICO.
           MOVE    WS-TOT-DEBITOS  TO      CSVD-DEBITO.
           MOVE    WS-TOT-CREDITOS TO      CSVD-CREDITO.
           MOVE    WS-SALDO-ATUAL  TO      CSVD-SALDO.
           PERFORM 2700-00-GRAVA-LINHA-EXTRATO.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2400-00-IMPRIME-VENCIMENTOS SECTION.
      *****************************************************************
      *    GUIAS EM ABERTO POR FAIXA E O RESIDUO DO SALDO             *
      *
           IF      WS-LINHAS       GREATER 43
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.
           MOVE    VEN0            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.
           ADD     002             TO      WS-LINHAS.

           MOVE    ZEROS           TO      WS-TOT-FAIXAS.

           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL   WS-IND-FAIXA GREATER 5

             ADD   TAB-SLD-VLR-FAIXA (WS-IND-TAB-SLD WS-IND-FAIXA)
                                   TO      WS-TOT-FAIXAS
             MOVE  WS-TEXTO-FAIXA (WS-IND-FAIXA)
                                   TO      VEN1-TEXTO
                                           CSVD-HISTORICO
             MOVE  TAB-SLD-VLR-FAIXA (WS-IND-TAB-SLD WS-IND-FAIXA)
                                   TO      VEN1-VALOR
                                           CSVD-SALDO
             PERFORM 2450-00-IMPRIME-FAIXA

           END-PERFORM.

           COMPUTE WS-VLR-OUTROS = WS-SALDO-ATUAL - WS-TOT-FAIXAS.

           MOVE    'OUTROS ENCARGOS/DIFERENCAS'
                                   TO      VEN1-TEXTO
                                           CSVD-HISTORICO.
           MOVE    WS-VLR-OUTROS   TO      VEN1-VALOR
                                           CSVD-SALDO.
           PERFORM 2450-00-IMPRIME-FAIXA.

           MOVE    CAB4            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.
           MOVE    MSG1            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.
           MOVE    MSG2            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.
           ADD     003             TO      WS-LINHAS.
      *
       2400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2450-00-IMPRIME-FAIXA       SECTION.
      *****************************************************************
      *
           MOVE    VEN1            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.
           ADD     001             TO      WS-LINHAS.

           MOVE    'VC'            TO      CSVD-TIPO.
           MOVE    WS-DT-FIM-MES   TO      CSVD-DATA.
           MOVE    SPACES          TO      CSVD-NUM-GUIA.
           MOVE    ZEROS           TO      CSVD-DEBITO
                                           CSVD-CREDITO.
           PERFORM 2700-00-GRAVA-LINHA-EXTRATO.
      *
       2450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2600-00-GRAVACAO-CABECALHO  SECTION.
      *****************************************************************
      *    O CABECALHO DA ENTIDADE SE REPETE EM TODA PAGINA           *
      *
           MOVE    FUNCTION CURRENT-DATE
                                   TO      WS-TIME.

           MOVE    WS-TIME-DIA     TO      WS-DIA.
           MOVE    WS-TIME-MES     TO      WS-MES.
           MOVE    WS-TIME-ANO     TO      WS-ANO.

           MOVE    WS-DATA         TO      CAB1-DATA.

           MOVE    CAB1            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.

           MOVE    CAB4            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.

           MOVE    ENT1            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.

           MOVE    CAB4            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.

           MOVE    CAB6            TO      REG-RELEXTR.
           PERFORM 2650-00-GRAVACAO-RELEXTR.

           MOVE    006             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2650-00-GRAVACAO-RELEXTR    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELEXTR.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELEXTR.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVA-LINHA-EXTRATO SECTION.
      *****************************************************************
      *    LINHA DO ARQUIVO DELIMITADO, ACUMULADA NO SELO             *
      *
           MOVE    WS-CHV-CD-ENTI  TO      CSVD-CD-ENTI.

           MOVE    CSV-DET         TO      REG-CADEXEN.
           PERFORM 2750-00-GRAVACAO-CADEXEN.

           MOVE    'A'             TO      WRS-CODOPE.
           MOVE    CSV-DET         TO      WRS-REG-IMAGEM.

           EVALUATE TRUE
             WHEN  CSVD-TIPO       EQUAL   'MV'
                   MOVE    WS-VLR-MOVTO    TO      WRS-VLR-MONET
             WHEN  CSVD-TIPO       EQUAL   'SA'
                   MOVE    WS-SALDO-CORRENTE
                                           TO      WRS-VLR-MONET
             WHEN  CSVD-TIPO       EQUAL   'ST'
                   MOVE    WS-SALDO-ATUAL  TO      WRS-VLR-MONET
             WHEN  OTHER
                   MOVE    ZEROS           TO      WRS-VLR-MONET
           END-EVALUATE.

           PERFORM 0460-00-CHAMA-COBBB009.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2750-00-GRAVACAO-CADEXEN    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADEXEN.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADEXEN.
      *
       2750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           MOVE    'F'             TO      WRS-CODOPE.

           PERFORM 0460-00-CHAMA-COBBB009.

           MOVE    WRS-QTD-REG     TO      CSVS-QTD.
           MOVE    WRS-SOMA-VLR    TO      CSVS-SOMA.
           MOVE    WRS-CHECKSUM    TO      CSVS-CHECKSUM.

           MOVE    SPACES          TO      REG-CADEXEN.
           MOVE    CSV-SELO        TO      REG-CADEXEN.
           PERFORM 2750-00-GRAVACAO-CADEXEN.

           CLOSE   CADMFIN
                   CADMLIQ
                   CADENCG
                   CADRNEG
                   CADENTI
                   CADPARM
                   RELEXTR
                   CADEXEN.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB152'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADMFIN  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB152 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB152 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* MES DO EXTRATO....................: '
                   WS-INI-MES '/' WS-INI-ANO ' *'.
           MOVE    WS-LID-CADMFIN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMFIN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMLIQ  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMLIQ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADENCG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADENCG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRNEG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRNEG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADENTI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADENTI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELEXTR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELEXTR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADEXEN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADEXEN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EXTRATOS TO      WS-EDICAO.
           DISPLAY '* EXTRATOS EMITIDOS...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-MOVIMENTOS
                                   TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS DO MES...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-MOVTO
                                   TO      WS-EDICAO.
           DISPLAY '* CONTAS ZERADAS SEM MOVIMENTO....: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB152 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB152 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB152 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB152 ******************'.

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

           DISPLAY '******************* GPFPB152 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* PARAMETRO DO PROGRAMA INVALIDO NO CADPARM   *'.
           DISPLAY '* (MES DO EXTRATO NO FORMATO AAAAMM)          *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB152 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB152 ******************'.

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

           DISPLAY '******************* GPFPB152 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB152 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* PROBLEMAS NO ACESSO A SUBROTINA ' WS-SUB-ROTINA
           '    *'.
           DISPLAY '*                                             *'.
           DISPLAY '*             COD.RETORNO....: ' WRS-CODRET
           '             *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB152 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB152 ******************'.

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

           DISPLAY '******************* GPFPB152 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB152 ******************'.
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
           DISPLAY '******************* GPFPB152 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB152 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB152                  *
      *****************************************************************
