      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB132.
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
      * OBJETIVO.....: PLANEJAMENTO DAS NECESSIDADES DE MATERIAL      *
      *                (MRP) EM PERIODOS SEMANAIS, PARA 13 SEMANAS A  *
      *                PARTIR DA DATA DE PROCESSAMENTO. POR PECA DA   *
      *                MATRIZ (CADMATR):                              *
      *                - NECESSIDADE BRUTA = PREVISAO MENSAL DO       *
      *                  CADPREV (VALOR / VALOR UNITARIO DA PECA)     *
      *                  RATEADA POR SEMANA (7/30 DO MES) + RESERVAS  *
      *                  ATIVAS DO CADRESV NA SEMANA 01;              *
      *                - RECEBIMENTOS PROGRAMADOS = SALDO A RECEBER   *
      *                  DOS PEDIDOS EM ABERTO (CADPORD) NA SEMANA DA *
      *                  DATA PROMETIDA (SEM PROMESSA: EMISSAO MAIS O *
      *                  PRAZO DE ENTREGA);                           *
      *                - ESTOQUE PROJETADO ABAIXO DO MINIMO GERA      *
      *                  NECESSIDADE LIQUIDA E RECEBIMENTO PLANEJADO  *
      *                  ATE O MAXIMO, LIBERADO TANTAS SEMANAS ANTES  *
      *                  QUANTO O PRAZO DE ENTREGA (CADLEAD POR PECA, *
      *                  SENAO POR FORNECEDOR, SENAO 30 DIAS).        *
      *                GRAVA AS ORDENS PLANEJADAS (CADMRPO) E EMITE O *
      *                RELATORIO RELMRPS COM A GRADE SEMANAL E AS     *
      *                MENSAGENS DE EXCECAO SOBRE OS PEDIDOS EM       *
      *                ABERTO: ANTECIPAR, POSTERGAR OU CANCELAR.      *
      *****************************************************************
      * OBSERVACAO...: A DATA DE NECESSIDADE DE CADA PEDIDO EM ABERTO *
      *                E A PRIMEIRA SEMANA EM QUE O ESTOQUE PROJETADO *
      *                SEM ELE (E SEM OS QUE CHEGAM DEPOIS) FICARIA   *
      *                ABAIXO DO MINIMO. DIAS NO CALENDARIO COMERCIAL *
      *                DE 360 DIAS                                    *
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
      * INPUT..: CADMATR - CADASTRO DA MATRIZ             - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADMATR  ASSIGN  TO  UT-S-CADMATR
                   FILE     STATUS  IS  WS-FS-CADMATR.
      *
      *****************************************************************
      * INPUT..: CADPREV - PREVISAO DE DEMANDA            - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADPREV  ASSIGN  TO  UT-S-CADPREV
                   FILE     STATUS  IS  WS-FS-CADPREV.
      *
      *****************************************************************
      * INPUT..: CADRESV - RESERVAS DE ESTOQUE            - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADRESV  ASSIGN  TO  UT-S-CADRESV
                   FILE     STATUS  IS  WS-FS-CADRESV.
      *
      *****************************************************************
      * INPUT..: CADPORD - PEDIDOS DE COMPRA EM ABERTO    - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADPORD  ASSIGN  TO  UT-S-CADPORD
                   FILE     STATUS  IS  WS-FS-CADPORD.
      *
      *****************************************************************
      * INPUT..: CADLEAD - ESTATISTICAS DE LEAD TIME      - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADLEAD  ASSIGN  TO  UT-S-CADLEAD
                   FILE     STATUS  IS  WS-FS-CADLEAD.
      *
      *****************************************************************
      * OUTPUT.: CADMRPO - ORDENS PLANEJADAS              - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADMRPO  ASSIGN  TO  UT-S-CADMRPO
                   FILE     STATUS  IS  WS-FS-CADMRPO.
      *
      *****************************************************************
      * OUTPUT.: RELMRPS - RELATORIO DO MRP SEMANAL       - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELMRPS  ASSIGN  TO  UT-S-RELMRPS
                   FILE     STATUS  IS  WS-FS-RELMRPS.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DA MATRIZ             - LRECL=100 *
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
      * INPUT..: CADPREV - PREVISAO DE DEMANDA            - LRECL=050 *
      *****************************************************************
      *
       FD  CADPREV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPREV         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADRESV - RESERVAS DE ESTOQUE            - LRECL=050 *
      *****************************************************************
      *
       FD  CADRESV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRESV         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADPORD - PEDIDOS DE COMPRA EM ABERTO    - LRECL=100 *
      *****************************************************************
      *
       FD  CADPORD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPORD         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADLEAD - ESTATISTICAS DE LEAD TIME      - LRECL=050 *
      *****************************************************************
      *
       FD  CADLEAD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADLEAD         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADMRPO - ORDENS PLANEJADAS              - LRECL=100 *
      *****************************************************************
      *
       FD  CADMRPO
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMRPO         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELMRPS - RELATORIO DO MRP SEMANAL       - LRECL=133 *
      *****************************************************************
      *
       FD  RELMRPS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELMRPS         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADMATR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPREV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRESV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPORD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADLEAD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMRPO       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELMRPS       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADMATR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPREV      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRESV      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPORD      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADLEAD      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADMRPO      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELMRPS      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-PECAS-PLAN   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-LIB-VENCIDA  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ANTECIPAR    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-POSTERGAR    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CANCELAR     PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
      *****************************************************************
      *        HORIZONTE DE PLANEJAMENTO E PRAZO DE ENTREGA PADRAO    *
      *****************************************************************
      *
       01      WS-QTD-SEMANAS      PIC     9(002) VALUE 13.
       01      WS-SEM-FORA         PIC     9(002) VALUE 14.
       01      WS-PRAZO-PADRAO     PIC     9(005) VALUE 30.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PROC.
        03     WS-PROC-ANO         PIC     9(004).
        03     WS-PROC-MES         PIC     9(002).
        03     WS-PROC-DIA         PIC     9(002).
      *
       01      WS-DATA-AUX         PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-AUX.
        03     WS-AUX-ANO          PIC     9(004).
        03     WS-AUX-MES          PIC     9(002).
        03     WS-AUX-DIA          PIC     9(002).
      *
       01      WS-DIAS-PROC        PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-AUX         PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-RESTO       PIC     9(009) VALUE ZEROS.
      *
      *****************************************************************
      *        DADOS DA PECA EM PLANEJAMENTO                          *
      *****************************************************************
      *
       01      WS-PRAZO-DIAS       PIC     9(005) VALUE ZEROS.
       01      WS-PRAZO-SEMANAS    PIC     9(003) VALUE ZEROS.
       01      WS-QTD-RESERVADA    PIC     9(009) VALUE ZEROS.
       01      WS-QTD-MENSAL       PIC     9(009) VALUE ZEROS.
       01      WS-QTD-COBERTA      PIC    S9(009) VALUE ZEROS.
       01      WS-QTD-PROJETADA    PIC    S9(009) VALUE ZEROS.
       01      WS-QTD-PLANEJADA    PIC    S9(009) VALUE ZEROS.
       01      WS-QTD-SALDO-POR    PIC     9(007) VALUE ZEROS.
      *
       01      WS-IND-SEM          PIC     9(003) COMP    VALUE ZEROS.
       01      WS-IND-LIB          PIC    S9(003) COMP    VALUE ZEROS.
       01      WS-SEM-NECESSIDADE  PIC     9(002) VALUE ZEROS.
       01      WS-SEM-RECEBIMENTO  PIC     9(002) VALUE ZEROS.
      *
       01      WS-SW-ATIVIDADE     PIC     X(001) VALUE 'N'.
         88    WS-PECA-COM-ATIVIDADE       VALUE 'S'.
         88    WS-PECA-SEM-ATIVIDADE       VALUE 'N'.
      *
       01      WS-SW-ATRASO        PIC     X(001) VALUE 'N'.
         88    WS-LIB-VENCIDA              VALUE 'S'.
         88    WS-LIB-NO-PRAZO             VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS SEMANAS DO HORIZONTE (INICIO DE CADA        *
      *        SEMANA) E GRADE DA PECA                                *
      *****************************************************************
      *
       01      TAB-SEMANAS.
         03    TAB-SEM-ITEM        OCCURS  13     TIMES.
           05  TAB-SEM-DIAS        PIC     9(009).
           05  TAB-SEM-DATA        PIC     9(008).
           05  TAB-SEM-PERIODO     PIC     9(006).
           05  TAB-SEM-BRUTA       PIC    S9(009).
           05  TAB-SEM-PROGRAMADO  PIC    S9(009).
           05  TAB-SEM-SEM-RECEB   PIC    S9(009).
           05  TAB-SEM-PROJETADO   PIC    S9(009).
           05  TAB-SEM-LIQUIDA     PIC    S9(009).
           05  TAB-SEM-PLAN-RECEB  PIC    S9(009).
           05  TAB-SEM-PLAN-LIBER  PIC    S9(009).
      *
      *****************************************************************
      *        TABELA DA PREVISAO MENSAL POR PECA (CADPREV)           *
      *****************************************************************
      *
       01      WS-QTD-TAB-PRV      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PRV      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PREVISAO.
         03    TAB-PRV-ITEM        OCCURS  10000  TIMES.
           05  TAB-PRV-COD-PEC     PIC     9(005).
           05  TAB-PRV-PERIODO     PIC     9(006).
           05  TAB-PRV-VLR         PIC    S9(015)V9(002).
      *
      *****************************************************************
      *        TABELA DAS RESERVAS ATIVAS POR PECA (CADRESV)          *
      *****************************************************************
      *
       01      WS-QTD-TAB-RSV      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-RSV      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-RESERVAS.
         03    TAB-RSV-ITEM        OCCURS  10000  TIMES.
           05  TAB-RSV-COD-PEC     PIC     9(005).
           05  TAB-RSV-QTD         PIC     9(009).
      *
       01      WS-SW-RSV-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-RSV-ACHOU                VALUE 'S'.
         88    WS-RSV-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DO PRAZO MEDIO DE ENTREGA (CADLEAD): TIPO 'P'   *
      *        POR PECA E TIPO 'F' POR FORNECEDOR                     *
      *****************************************************************
      *
       01      WS-QTD-TAB-LEA      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LEA      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LEAD-TIME.
         03    TAB-LEA-ITEM        OCCURS  05000  TIMES.
           05  TAB-LEA-TIP-REG     PIC     X(001).
           05  TAB-LEA-CHAVE       PIC     9(010).
           05  TAB-LEA-MED-DIAS    PIC     9(005).
      *
       01      WS-LEA-TIP-BUSCA    PIC     X(001) VALUE SPACES.
       01      WS-LEA-CHAVE-BUSCA  PIC     9(010) VALUE ZEROS.
      *
       01      WS-SW-LEA-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-LEA-ACHOU                VALUE 'S'.
         88    WS-LEA-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS PEDIDOS EM ABERTO COM SALDO A RECEBER       *
      *        (CADPORD)                                              *
      *****************************************************************
      *
       01      WS-QTD-TAB-POR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-POR      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PEDIDOS.
         03    TAB-POR-ITEM        OCCURS  10000  TIMES.
           05  TAB-POR-COD-PEC     PIC     9(005).
           05  TAB-POR-NUM-PEDIDO  PIC     9(007).
           05  TAB-POR-SALDO       PIC     9(005).
           05  TAB-POR-DIAS-PROMET PIC     9(009).
           05  TAB-POR-DIAS-EMISSAO
                                   PIC     9(009).
      *
      *****************************************************************
      *        PEDIDOS EM ABERTO DA PECA EM PLANEJAMENTO              *
      *****************************************************************
      *
       01      WS-QTD-TAB-PPE      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PPE      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-PPE-MENOR    PIC     9(005) COMP    VALUE ZEROS.
       01      WS-QTD-ANALISADOS   PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PEDIDOS-PECA.
         03    TAB-PPE-ITEM        OCCURS  00200  TIMES.
           05  TAB-PPE-NUM-PEDIDO  PIC     9(007).
           05  TAB-PPE-SALDO       PIC     9(005).
           05  TAB-PPE-SEMANA      PIC     9(002).
           05  TAB-PPE-IND-VENCIDO PIC     X(001).
           05  TAB-PPE-IND-ANALISE PIC     X(001).
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
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
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
      *    LAY-OUT DO RELATORIO DO MRP SEMANAL                        *
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
         03    FILLER              PIC     X(036) VALUE SPACES.
         03    FILLER              PIC     X(059) VALUE
         'P L A N E J A M E N T O  D E  M A T E R I A L  -  M R P'.
         03    FILLER              PIC     X(026) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(020) VALUE
               'SEMANA INICIADA EM'.
         03    CAB6-SEMANA         OCCURS  13     TIMES.
           05  FILLER              PIC     X(003).
           05  CAB6-DIA            PIC     9(002).
           05  CAB6-BARRA          PIC     X(001).
           05  CAB6-MES            PIC     9(002).
         03    FILLER              PIC     X(007) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'PECA: '.
         03    DET1-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-NOME           PIC     X(030).
         03    FILLER              PIC     X(006) VALUE ' ETQ: '.
         03    DET1-QTD-ETQ        PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(006) VALUE ' MIN: '.
         03    DET1-QTD-MIN        PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(006) VALUE ' MAX: '.
         03    DET1-QTD-MAX        PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(009) VALUE ' RESERV: '.
         03    DET1-QTD-RESV       PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(006) VALUE ' PRZ: '.
         03    DET1-PRAZO          PIC     ZZ9.
         03    FILLER              PIC     X(004) VALUE ' SEM'.
         03    FILLER              PIC     X(007) VALUE ' FORN: '.
         03    DET1-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-ROTULO         PIC     X(020).
         03    DET2-SEMANA         OCCURS  13     TIMES.
           05  FILLER              PIC     X(001).
           05  DET2-QTD            PIC     ------9.
         03    FILLER              PIC     X(007) VALUE SPACES.
      *
       01      DET3.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE '*** '.
         03    DET3-MENSAGEM       PIC     X(030).
         03    FILLER              PIC     X(008) VALUE ' PEDIDO '.
         03    DET3-NUM-PEDIDO     PIC     9(007).
         03    FILLER              PIC     X(008) VALUE ' SALDO: '.
         03    DET3-SALDO          PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(019) VALUE
               ' SEMANA PROGRAMADA '.
         03    DET3-SEM-PROGRAMADA PIC     X(002).
         03    FILLER              PIC     X(021) VALUE
               ' SEMANA NECESSARIA: '.
         03    DET3-SEM-NECESSARIA PIC     X(002).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET3-VENCIDO        PIC     X(018).
         03    FILLER              PIC     X(003) VALUE SPACES.
      *
       01      DET4.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE '*** '.
         03    FILLER              PIC     X(030) VALUE
               'LIBERACAO PLANEJADA VENCIDA'.
         03    FILLER              PIC     X(013) VALUE
               ' NECESSARIA: '.
         03    DET4-QTD            PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(012) VALUE ' NA SEMANA '.
         03    DET4-SEMANA         PIC     9(002).
         03    FILLER              PIC     X(040) VALUE
               ' - PRAZO MAIOR QUE O TEMPO DISPONIVEL'.
         03    FILLER              PIC     X(019) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DA MATRIZ                         *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * INPUT..: CADPREV - PREVISAO DE DEMANDA                        *
      *****************************************************************
      *
           COPY    COBO1087.
      *
      *****************************************************************
      * INPUT..: CADRESV - RESERVAS DE ESTOQUE                        *
      *****************************************************************
      *
           COPY    COBO1083.
      *
      *****************************************************************
      * INPUT..: CADPORD - PEDIDOS DE COMPRA EM ABERTO                *
      *****************************************************************
      *
           COPY    COBO1034.
      *
      *****************************************************************
      * INPUT..: CADLEAD - ESTATISTICAS DE LEAD TIME                  *
      *****************************************************************
      *
           COPY    COBO1059.
      *
      *****************************************************************
      * OUTPUT.: CADMRPO - ORDENS PLANEJADAS                          *
      *****************************************************************
      *
           COPY    COBO1091.
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
             UNTIL WS-FS-CADMATR   EQUAL 10.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADMATR
                           CADPREV
                           CADRESV
                           CADPORD
                           CADLEAD
                   OUTPUT  CADMRPO
                           RELMRPS.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

           COMPUTE WS-DIAS-PROC =
                   (WS-PROC-ANO * 360) + (WS-PROC-MES * 30) +
                    WS-PROC-DIA.

           PERFORM 0150-00-MONTA-SEMANAS.

           PERFORM 0400-00-CARGA-CADPREV
             UNTIL WS-FS-CADPREV   EQUAL   10.

           PERFORM 0420-00-CARGA-CADRESV
             UNTIL WS-FS-CADRESV   EQUAL   10.

           PERFORM 0440-00-CARGA-CADLEAD
             UNTIL WS-FS-CADLEAD   EQUAL   10.

           PERFORM 0460-00-CARGA-CADPORD
             UNTIL WS-FS-CADPORD   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADMATR.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-MONTA-SEMANAS       SECTION.
      *****************************************************************
      *    A SEMANA 01 COMECA NA DATA DE PROCESSAMENTO; AS DEMAIS DE  *
      *    SETE EM SETE DIAS                                          *
      *
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL   WS-IND-SEM GREATER WS-QTD-SEMANAS

             COMPUTE WS-DIAS-AUX =
                     WS-DIAS-PROC + ((WS-IND-SEM - 1) * 7)
             MOVE  WS-DIAS-AUX     TO      TAB-SEM-DIAS (WS-IND-SEM)
             PERFORM 0160-00-CONVERTE-DIAS
             MOVE  WS-DATA-AUX     TO      TAB-SEM-DATA (WS-IND-SEM)
             MOVE  WS-DATA-AUX (1:6)
                                   TO      TAB-SEM-PERIODO (WS-IND-SEM)
             MOVE  SPACES          TO      CAB6-SEMANA (WS-IND-SEM)
             MOVE  WS-AUX-DIA      TO      CAB6-DIA (WS-IND-SEM)
             MOVE  '/'             TO      CAB6-BARRA (WS-IND-SEM)
             MOVE  WS-AUX-MES      TO      CAB6-MES (WS-IND-SEM)

           END-PERFORM.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0160-00-CONVERTE-DIAS       SECTION.
      *****************************************************************
      *    CONVERTE WS-DIAS-AUX (CALENDARIO COMERCIAL DE 360 DIAS)    *
      *    NA DATA WS-DATA-AUX (AAAAMMDD)                             *
      *
           SUBTRACT 31             FROM    WS-DIAS-AUX
                                   GIVING  WS-DIAS-RESTO.

           DIVIDE  WS-DIAS-RESTO   BY      360
                                   GIVING  WS-AUX-ANO
                                   REMAINDER WS-DIAS-RESTO.

           DIVIDE  WS-DIAS-RESTO   BY      30
                                   GIVING  WS-AUX-MES
                                   REMAINDER WS-DIAS-RESTO.

           ADD     001             TO      WS-AUX-MES.

           COMPUTE WS-AUX-DIA =    WS-DIAS-RESTO + 1.
      *
       0160-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATR NOT EQUAL 00 AND 10
                   MOVE 'CADMATR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPREV NOT EQUAL 00 AND 10
                   MOVE 'CADPREV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPREV     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRESV NOT EQUAL 00 AND 10
                   MOVE 'CADRESV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRESV     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPORD NOT EQUAL 00 AND 10
                   MOVE 'CADPORD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPORD     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADLEAD NOT EQUAL 00 AND 10
                   MOVE 'CADLEAD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADLEAD     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMRPO NOT EQUAL 00
                   MOVE 'CADMRPO'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMRPO     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELMRPS NOT EQUAL 00
                   MOVE 'RELMRPS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELMRPS     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-CADPREV       SECTION.
      *****************************************************************
      *    SO INTERESSAM OS PERIODOS A PARTIR DO MES CORRENTE         *
      *
           READ    CADPREV         INTO    REG-PREV.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPREV   EQUAL   00
                   ADD 001         TO      WS-LID-CADPREV

                   IF      PREV-PERIODO    NOT LESS
                           WS-DATA-PROC (1:6)     AND
                           PREV-VLR-PREVISTO       GREATER ZEROS
                           IF      WS-QTD-TAB-PRV  NOT LESS 10000
                                   MOVE    003     TO      WS-PTO-ERRO
                                   PERFORM 0997-00-ABEND-TABELA
                           END-IF
                           ADD     001     TO      WS-QTD-TAB-PRV
                           MOVE    PREV-COD-PEC    TO
                                   TAB-PRV-COD-PEC (WS-QTD-TAB-PRV)
                           MOVE    PREV-PERIODO    TO
                                   TAB-PRV-PERIODO (WS-QTD-TAB-PRV)
                           MOVE    PREV-VLR-PREVISTO       TO
                                   TAB-PRV-VLR     (WS-QTD-TAB-PRV)
                   END-IF
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-CADRESV       SECTION.
      *****************************************************************
      *    TOTALIZA AS RESERVAS ATIVAS POR PECA                       *
      *
           READ    CADRESV         INTO    REG-RESV.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRESV   NOT EQUAL 00
                   GO      TO      0420-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADRESV.

           IF      NOT RESV-ATIVA
                   GO      TO      0420-99-EXIT
           END-IF.

           SET     WS-RSV-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-RSV FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RSV GREATER WS-QTD-TAB-RSV
                   OR      WS-RSV-ACHOU

             IF    RESV-CD-PECA    EQUAL
                   TAB-RSV-COD-PEC (WS-IND-TAB-RSV)
                   SET     WS-RSV-ACHOU    TO      TRUE
                   ADD     RESV-QT-RESERVADA       TO
                           TAB-RSV-QTD     (WS-IND-TAB-RSV)
             END-IF

           END-PERFORM.

           IF      WS-RSV-ACHOU
                   GO      TO      0420-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-RSV  NOT LESS 10000
                   MOVE    005     TO      WS-PTO-ERRO
                   PERFORM 0997-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-RSV.
           MOVE    RESV-CD-PECA    TO      TAB-RSV-COD-PEC
                                           (WS-QTD-TAB-RSV).
           MOVE    RESV-QT-RESERVADA
                                   TO      TAB-RSV-QTD
                                           (WS-QTD-TAB-RSV).
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-CADLEAD       SECTION.
      *****************************************************************
      *
           READ    CADLEAD         INTO    REG-LEAD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADLEAD   EQUAL   00
                   ADD 001         TO      WS-LID-CADLEAD

                   IF      WS-QTD-TAB-LEA  NOT LESS 05000
                           MOVE    007     TO      WS-PTO-ERRO
                           PERFORM 0997-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LEA
                   MOVE    LEAD-TIP-REG    TO
                           TAB-LEA-TIP-REG  (WS-QTD-TAB-LEA)
                   IF      LEAD-POR-PECA
                           MOVE    LEAD-COD-PEC    TO
                                   TAB-LEA-CHAVE   (WS-QTD-TAB-LEA)
                   ELSE
                           MOVE    LEAD-FORNECEDOR TO
                                   TAB-LEA-CHAVE   (WS-QTD-TAB-LEA)
                   END-IF
                   MOVE    LEAD-MED-DIAS   TO
                           TAB-LEA-MED-DIAS (WS-QTD-TAB-LEA)
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-CADPORD       SECTION.
      *****************************************************************
      *    LINHAS EM ABERTO COM SALDO A RECEBER                       *
      *
           READ    CADPORD         INTO    REG-PORD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPORD   NOT EQUAL 00
                   GO      TO      0460-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPORD.

           IF      NOT PORD-ABERTO OR
                   PORD-QTD-RECEBIDA NOT LESS PORD-QTD-COMPRA
                   GO      TO      0460-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-POR  NOT LESS 10000
                   MOVE    009     TO      WS-PTO-ERRO
                   PERFORM 0997-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-POR.

           MOVE    PORD-COD-PEC    TO
                   TAB-POR-COD-PEC    (WS-QTD-TAB-POR).
           MOVE    PORD-NUM-PEDIDO TO
                   TAB-POR-NUM-PEDIDO (WS-QTD-TAB-POR).
           COMPUTE TAB-POR-SALDO      (WS-QTD-TAB-POR) =
                   PORD-QTD-COMPRA -  PORD-QTD-RECEBIDA.

           MOVE    PORD-DAT-EMISSAO        TO      WS-DATA-AUX.
           COMPUTE TAB-POR-DIAS-EMISSAO (WS-QTD-TAB-POR) =
                   (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) +
                    WS-AUX-DIA.

           IF      PORD-DAT-PROMET NUMERIC AND
                   PORD-DAT-PROMET GREATER ZEROS
                   MOVE    PORD-DAT-PROMET TO      WS-DATA-AUX
                   COMPUTE TAB-POR-DIAS-PROMET (WS-QTD-TAB-POR) =
                           (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) +
                            WS-AUX-DIA
           ELSE
                   MOVE    ZEROS   TO
                           TAB-POR-DIAS-PROMET (WS-QTD-TAB-POR)
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADMATR     SECTION.
      *****************************************************************
      *
           READ    CADMATR         INTO    REG-MATR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMATR   EQUAL   00
                   ADD 001         TO      WS-LID-CADMATR
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    PLANEJA CADA PECA DA MATRIZ; SO ENTRAM NO RELATORIO AS     *
      *    PECAS COM DEMANDA, RECEBIMENTOS OU ORDENS PLANEJADAS       *
      *
           SET     WS-PECA-SEM-ATIVIDADE   TO      TRUE.

           PERFORM 1100-00-OBTEM-PRAZO.

           PERFORM 1200-00-NECESSIDADE-BRUTA.

           PERFORM 1300-00-RECEB-PROGRAMADOS.

           PERFORM 1500-00-CALCULA-PLANEJADAS.

           IF      WS-PECA-COM-ATIVIDADE
                   ADD     001     TO      WS-QTD-PECAS-PLAN
                   PERFORM 2000-00-IMPRIME-PECA
                   PERFORM 1400-00-ANALISA-PEDIDOS
                   PERFORM 2400-00-IMPRIME-LIB-VENCIDA
           END-IF.

           PERFORM 0500-00-LEITURA-CADMATR.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-OBTEM-PRAZO         SECTION.
      *****************************************************************
      *    PRAZO DE ENTREGA: MEDIA DA PECA, SENAO DO FORNECEDOR       *
      *    HABITUAL, SENAO O PADRAO - CONVERTIDO EM SEMANAS INTEIRAS  *
      *
           MOVE    'P'             TO      WS-LEA-TIP-BUSCA.
           MOVE    MATR-COD-PEC    TO      WS-LEA-CHAVE-BUSCA.

           PERFORM 1150-00-PROCURA-PRAZO.

           IF      WS-LEA-NAO-ACHOU
                   MOVE    'F'             TO      WS-LEA-TIP-BUSCA
                   MOVE    MATR-FORNECEDOR TO      WS-LEA-CHAVE-BUSCA
                   PERFORM 1150-00-PROCURA-PRAZO
           END-IF.

           IF      WS-LEA-ACHOU
                   MOVE    TAB-LEA-MED-DIAS (WS-IND-TAB-LEA)
                                   TO      WS-PRAZO-DIAS
           ELSE
                   MOVE    WS-PRAZO-PADRAO TO      WS-PRAZO-DIAS
           END-IF.

           COMPUTE WS-PRAZO-SEMANAS =
                   (WS-PRAZO-DIAS + 6) / 7.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-PROCURA-PRAZO       SECTION.
      *****************************************************************
      *
           SET     WS-LEA-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-LEA FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LEA GREATER WS-QTD-TAB-LEA
                   OR      WS-LEA-ACHOU

             IF    WS-LEA-TIP-BUSCA        EQUAL
                   TAB-LEA-TIP-REG (WS-IND-TAB-LEA)
               AND WS-LEA-CHAVE-BUSCA      EQUAL
                   TAB-LEA-CHAVE   (WS-IND-TAB-LEA)
                   SET     WS-LEA-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-LEA-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-LEA
           END-IF.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-NECESSIDADE-BRUTA   SECTION.
      *****************************************************************
      *    PREVISAO DO MES DE INICIO DE CADA SEMANA, EM QUANTIDADE,   *
      *    RATEADA EM 7/30; RESERVAS ATIVAS CONSOMEM NA SEMANA 01     *
      *
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL   WS-IND-SEM GREATER WS-QTD-SEMANAS

             MOVE  ZEROS           TO      TAB-SEM-BRUTA (WS-IND-SEM)
                                           TAB-SEM-PROGRAMADO
                                                         (WS-IND-SEM)
                                           TAB-SEM-LIQUIDA
                                                         (WS-IND-SEM)
                                           TAB-SEM-PLAN-RECEB
                                                         (WS-IND-SEM)
                                           TAB-SEM-PLAN-LIBER
                                                         (WS-IND-SEM)
             PERFORM 1250-00-PREVISAO-SEMANA

           END-PERFORM.

           MOVE    ZEROS           TO      WS-QTD-RESERVADA.

           SET     WS-RSV-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-RSV FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RSV GREATER WS-QTD-TAB-RSV
                   OR      WS-RSV-ACHOU

             IF    MATR-COD-PEC    EQUAL
                   TAB-RSV-COD-PEC (WS-IND-TAB-RSV)
                   SET     WS-RSV-ACHOU    TO      TRUE
                   MOVE    TAB-RSV-QTD (WS-IND-TAB-RSV)
                                   TO      WS-QTD-RESERVADA
             END-IF

           END-PERFORM.

           ADD     WS-QTD-RESERVADA        TO      TAB-SEM-BRUTA (1).

           IF      WS-QTD-RESERVADA        GREATER ZEROS
                   SET     WS-PECA-COM-ATIVIDADE   TO      TRUE
           END-IF.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-PREVISAO-SEMANA     SECTION.
      *****************************************************************
      *    PREVISAO EM VALOR CONVERTIDA PELO VALOR UNITARIO DA PECA,  *
      *    COMO NO GPFPB080                                           *
      *
           IF      MATR-VLR-UNIT   NOT GREATER     ZEROS
                   GO      TO      1250-99-EXIT
           END-IF.

           PERFORM VARYING WS-IND-TAB-PRV FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PRV GREATER WS-QTD-TAB-PRV

             IF    MATR-COD-PEC    EQUAL
                   TAB-PRV-COD-PEC (WS-IND-TAB-PRV)
               AND TAB-SEM-PERIODO (WS-IND-SEM) EQUAL
                   TAB-PRV-PERIODO (WS-IND-TAB-PRV)
                   COMPUTE WS-QTD-MENSAL   ROUNDED =
                           TAB-PRV-VLR (WS-IND-TAB-PRV) /
                           MATR-VLR-UNIT
                   ON SIZE ERROR
                           MOVE    ZEROS   TO      WS-QTD-MENSAL
                   END-COMPUTE
                   COMPUTE TAB-SEM-BRUTA (WS-IND-SEM) ROUNDED =
                           TAB-SEM-BRUTA (WS-IND-SEM) +
                           (WS-QTD-MENSAL * 7 / 30)
                   IF      TAB-SEM-BRUTA (WS-IND-SEM) GREATER ZEROS
                           SET     WS-PECA-COM-ATIVIDADE   TO  TRUE
                   END-IF
             END-IF

           END-PERFORM.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-RECEB-PROGRAMADOS   SECTION.
      *****************************************************************
      *    SEPARA OS PEDIDOS EM ABERTO DA PECA E OS DISTRIBUI PELA    *
      *    SEMANA DA DATA PROMETIDA. VENCIDOS CAEM NA SEMANA 01; ALEM *
      *    DO HORIZONTE FICAM SO PARA A ANALISE DE EXCECOES           *
      *
           MOVE    ZEROS           TO      WS-QTD-TAB-PPE.

           PERFORM VARYING WS-IND-TAB-POR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-POR GREATER WS-QTD-TAB-POR

             IF    MATR-COD-PEC    EQUAL
                   TAB-POR-COD-PEC (WS-IND-TAB-POR)
                   PERFORM 1350-00-GUARDA-PEDIDO-PECA
             END-IF

           END-PERFORM.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1350-00-GUARDA-PEDIDO-PECA  SECTION.
      *****************************************************************
      *
           IF      WS-QTD-TAB-PPE  NOT LESS 00200
                   MOVE    011     TO      WS-PTO-ERRO
                   PERFORM 0997-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-PPE.

           SET     WS-PECA-COM-ATIVIDADE   TO      TRUE.

           MOVE    TAB-POR-NUM-PEDIDO (WS-IND-TAB-POR)
                                   TO      TAB-PPE-NUM-PEDIDO
                                           (WS-QTD-TAB-PPE).
           MOVE    TAB-POR-SALDO      (WS-IND-TAB-POR)
                                   TO      TAB-PPE-SALDO
                                           (WS-QTD-TAB-PPE).
           MOVE    'N'             TO      TAB-PPE-IND-VENCIDO
                                           (WS-QTD-TAB-PPE)
                                           TAB-PPE-IND-ANALISE
                                           (WS-QTD-TAB-PPE).

           IF      TAB-POR-DIAS-PROMET (WS-IND-TAB-POR) GREATER ZEROS
                   MOVE    TAB-POR-DIAS-PROMET (WS-IND-TAB-POR)
                                   TO      WS-DIAS-AUX
           ELSE
                   COMPUTE WS-DIAS-AUX =
                           TAB-POR-DIAS-EMISSAO (WS-IND-TAB-POR) +
                           WS-PRAZO-DIAS
           END-IF.

           IF      WS-DIAS-AUX     LESS    WS-DIAS-PROC
                   MOVE    01      TO      TAB-PPE-SEMANA
                                           (WS-QTD-TAB-PPE)
                   MOVE    'S'     TO      TAB-PPE-IND-VENCIDO
                                           (WS-QTD-TAB-PPE)
           ELSE
                   COMPUTE WS-DIAS-RESTO =
                           ((WS-DIAS-AUX - WS-DIAS-PROC) / 7) + 1
                   IF      WS-DIAS-RESTO   GREATER WS-QTD-SEMANAS
                           MOVE    WS-SEM-FORA     TO
                                   TAB-PPE-SEMANA  (WS-QTD-TAB-PPE)
                   ELSE
                           MOVE    WS-DIAS-RESTO   TO
                                   TAB-PPE-SEMANA  (WS-QTD-TAB-PPE)
                   END-IF
           END-IF.

           IF      TAB-PPE-SEMANA (WS-QTD-TAB-PPE) NOT GREATER
                   WS-QTD-SEMANAS
                   MOVE    TAB-PPE-SEMANA (WS-QTD-TAB-PPE)
                                   TO      WS-IND-SEM
                   ADD     TAB-PPE-SALDO (WS-QTD-TAB-PPE)
                                   TO      TAB-SEM-PROGRAMADO
                                           (WS-IND-SEM)
           END-IF.
      *
       1350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-ANALISA-PEDIDOS     SECTION.
      *****************************************************************
      *    MENSAGENS DE EXCECAO: OS PEDIDOS SAO EXAMINADOS NA ORDEM   *
      *    DE CHEGADA PREVISTA. A SEMANA NECESSARIA DE CADA UM E A    *
      *    PRIMEIRA EM QUE O ESTOQUE, SO COM OS PEDIDOS ANTERIORES,   *
      *    FICARIA ABAIXO DO MINIMO                                   *
      *
           MOVE    ZEROS           TO      WS-QTD-COBERTA.

           PERFORM VARYING WS-QTD-ANALISADOS FROM 1 BY 1
                   UNTIL   WS-QTD-ANALISADOS GREATER WS-QTD-TAB-PPE

             PERFORM 1410-00-PROXIMO-PEDIDO
             PERFORM 1450-00-SEMANA-NECESSARIA
             PERFORM 1470-00-EXCECAO-PEDIDO
             ADD   TAB-PPE-SALDO (WS-IND-PPE-MENOR)
                                   TO      WS-QTD-COBERTA

           END-PERFORM.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1410-00-PROXIMO-PEDIDO      SECTION.
      *****************************************************************
      *    PEDIDO AINDA NAO EXAMINADO COM A MENOR SEMANA PROGRAMADA   *
      *
           MOVE    ZEROS           TO      WS-IND-PPE-MENOR.

           PERFORM VARYING WS-IND-TAB-PPE FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PPE GREATER WS-QTD-TAB-PPE

             IF    TAB-PPE-IND-ANALISE (WS-IND-TAB-PPE) EQUAL 'N'
               IF  WS-IND-PPE-MENOR EQUAL ZEROS
                   MOVE    WS-IND-TAB-PPE  TO      WS-IND-PPE-MENOR
               ELSE
                 IF TAB-PPE-SEMANA (WS-IND-TAB-PPE) LESS
                    TAB-PPE-SEMANA (WS-IND-PPE-MENOR)
                   MOVE    WS-IND-TAB-PPE  TO      WS-IND-PPE-MENOR
                 END-IF
               END-IF
             END-IF

           END-PERFORM.

           MOVE    'S'             TO      TAB-PPE-IND-ANALISE
                                           (WS-IND-PPE-MENOR).

           MOVE    TAB-PPE-SEMANA (WS-IND-PPE-MENOR)
                                   TO      WS-SEM-RECEBIMENTO.
      *
       1410-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1450-00-SEMANA-NECESSARIA   SECTION.
      *****************************************************************
      *    ZEROS = SEM NECESSIDADE DENTRO DO HORIZONTE                *
      *
           MOVE    ZEROS           TO      WS-SEM-NECESSIDADE.

           COMPUTE WS-QTD-PROJETADA =
                   MATR-QTD-ETQ    +       WS-QTD-COBERTA.

           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL   WS-IND-SEM GREATER WS-QTD-SEMANAS
                   OR      WS-SEM-NECESSIDADE GREATER ZEROS

             SUBTRACT TAB-SEM-BRUTA (WS-IND-SEM)
                                   FROM    WS-QTD-PROJETADA
             IF    WS-QTD-PROJETADA        LESS    MATR-QTD-MIN
                   MOVE    WS-IND-SEM      TO      WS-SEM-NECESSIDADE
             END-IF

           END-PERFORM.
      *
       1450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1470-00-EXCECAO-PEDIDO      SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      DET3-MENSAGEM.

           IF      WS-SEM-NECESSIDADE      EQUAL   ZEROS
                   IF      WS-SEM-RECEBIMENTO NOT GREATER
                           WS-QTD-SEMANAS
                           MOVE    'CANCELAR - SEM NECESSIDADE'
                                   TO      DET3-MENSAGEM
                           ADD     001     TO      WS-QTD-CANCELAR
                   END-IF
           ELSE
                   IF      WS-SEM-NECESSIDADE LESS WS-SEM-RECEBIMENTO
                           MOVE    'ANTECIPAR ENTREGA'
                                   TO      DET3-MENSAGEM
                           ADD     001     TO      WS-QTD-ANTECIPAR
                   ELSE
                     IF    WS-SEM-NECESSIDADE GREATER
                           WS-SEM-RECEBIMENTO
                           MOVE    'POSTERGAR ENTREGA'
                                   TO      DET3-MENSAGEM
                           ADD     001     TO      WS-QTD-POSTERGAR
                     END-IF
                   END-IF
           END-IF.

           IF      DET3-MENSAGEM   EQUAL   SPACES
                   GO      TO      1470-99-EXIT
           END-IF.

           MOVE    TAB-PPE-NUM-PEDIDO (WS-IND-PPE-MENOR)
                                   TO      DET3-NUM-PEDIDO.
           MOVE    TAB-PPE-SALDO      (WS-IND-PPE-MENOR)
                                   TO      DET3-SALDO.

           IF      WS-SEM-RECEBIMENTO      GREATER WS-QTD-SEMANAS
                   MOVE    '>H'    TO      DET3-SEM-PROGRAMADA
           ELSE
                   MOVE    WS-SEM-RECEBIMENTO
                                   TO      DET3-SEM-PROGRAMADA
           END-IF.

           IF      WS-SEM-NECESSIDADE      EQUAL   ZEROS
                   MOVE    '--'    TO      DET3-SEM-NECESSARIA
           ELSE
                   MOVE    WS-SEM-NECESSIDADE
                                   TO      DET3-SEM-NECESSARIA
           END-IF.

           IF      TAB-PPE-IND-VENCIDO (WS-IND-PPE-MENOR) EQUAL 'S'
                   MOVE    '(ENTREGA VENCIDA)'
                                   TO      DET3-VENCIDO
           ELSE
                   MOVE    SPACES  TO      DET3-VENCIDO
           END-IF.

           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    DET3            TO      REG-RELMRPS.
           PERFORM 2800-00-GRAVACAO-RELMRPS.
      *
       1470-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-CALCULA-PLANEJADAS  SECTION.
      *****************************************************************
      *    ESTOQUE PROJETADO SEMANA A SEMANA; ABAIXO DO MINIMO GERA   *
      *    NECESSIDADE LIQUIDA E ORDEM PLANEJADA QUE REPOE ATE O      *
      *    MAXIMO (OU SO A NECESSIDADE, SE O MAXIMO NAO SUPERA O      *
      *    MINIMO), LIBERADA NA SEMANA DA NECESSIDADE MENOS O PRAZO   *
      *
           MOVE    MATR-QTD-ETQ    TO      WS-QTD-PROJETADA.

           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL   WS-IND-SEM GREATER WS-QTD-SEMANAS

             COMPUTE WS-QTD-PROJETADA =
                     WS-QTD-PROJETADA +
                     TAB-SEM-PROGRAMADO (WS-IND-SEM) -
                     TAB-SEM-BRUTA      (WS-IND-SEM)
             MOVE  WS-QTD-PROJETADA
                                   TO      TAB-SEM-SEM-RECEB
                                           (WS-IND-SEM)
             IF    WS-QTD-PROJETADA        LESS    MATR-QTD-MIN
                   PERFORM 1550-00-GERA-PLANEJADA
             END-IF
             MOVE  WS-QTD-PROJETADA
                                   TO      TAB-SEM-PROJETADO
                                           (WS-IND-SEM)

           END-PERFORM.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1550-00-GERA-PLANEJADA      SECTION.
      *****************************************************************
      *
           SET     WS-PECA-COM-ATIVIDADE   TO      TRUE.

           COMPUTE TAB-SEM-LIQUIDA (WS-IND-SEM) =
                   MATR-QTD-MIN    -       WS-QTD-PROJETADA.

           IF      MATR-QTD-MAX    GREATER MATR-QTD-MIN
                   COMPUTE WS-QTD-PLANEJADA =
                           MATR-QTD-MAX    -       WS-QTD-PROJETADA
           ELSE
                   MOVE    TAB-SEM-LIQUIDA (WS-IND-SEM)
                                   TO      WS-QTD-PLANEJADA
           END-IF.

           MOVE    WS-QTD-PLANEJADA
                                   TO      TAB-SEM-PLAN-RECEB
                                           (WS-IND-SEM).

           ADD     WS-QTD-PLANEJADA        TO      WS-QTD-PROJETADA.

           COMPUTE WS-IND-LIB =    WS-IND-SEM - WS-PRAZO-SEMANAS.

           IF      WS-IND-LIB      LESS    1
                   MOVE    1       TO      WS-IND-LIB
                   SET     WS-LIB-VENCIDA  TO      TRUE
                   ADD     001     TO      WS-QTD-LIB-VENCIDA
           ELSE
                   SET     WS-LIB-NO-PRAZO TO      TRUE
           END-IF.

           ADD     WS-QTD-PLANEJADA        TO      TAB-SEM-PLAN-LIBER
                                                   (WS-IND-LIB).

           MOVE    SPACES          TO      REG-MRPO.
           MOVE    MATR-COD-PEC    TO      MRPO-COD-PEC.
           MOVE    MATR-NOME       TO      MRPO-NOME.
           MOVE    MATR-FORNECEDOR TO      MRPO-FORNECEDOR.
           MOVE    WS-QTD-PLANEJADA
                                   TO      MRPO-QTD-PLANEJADA.
           MOVE    WS-IND-LIB      TO      MRPO-SEM-LIBERACAO.
           MOVE    TAB-SEM-DATA (WS-IND-LIB)
                                   TO      MRPO-DAT-LIBERACAO.
           MOVE    WS-IND-SEM      TO      MRPO-SEM-NECESSIDADE.
           MOVE    TAB-SEM-DATA (WS-IND-SEM)
                                   TO      MRPO-DAT-NECESSIDADE.
           MOVE    MATR-QTD-MIN    TO      MRPO-QTD-MIN.
           MOVE    MATR-QTD-MAX    TO      MRPO-QTD-MAX.
           MOVE    WS-SW-ATRASO    TO      MRPO-IND-ATRASO.
           MOVE    WS-DATA-PROC    TO      MRPO-DAT-GERACAO.

           WRITE   REG-CADMRPO     FROM    REG-MRPO.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADMRPO.
      *
       1550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-IMPRIME-PECA        SECTION.
      *****************************************************************
      *    CABECALHO DA PECA E GRADE SEMANAL (9 LINHAS)               *
      *
           IF      WS-LINHAS       GREATER 45
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    SPACES          TO      REG-RELMRPS.
           PERFORM 2800-00-GRAVACAO-RELMRPS.

           MOVE    MATR-COD-PEC    TO      DET1-COD-PEC.
           MOVE    MATR-NOME       TO      DET1-NOME.
           MOVE    MATR-QTD-ETQ    TO      DET1-QTD-ETQ.
           MOVE    MATR-QTD-MIN    TO      DET1-QTD-MIN.
           MOVE    MATR-QTD-MAX    TO      DET1-QTD-MAX.
           MOVE    WS-QTD-RESERVADA
                                   TO      DET1-QTD-RESV.
           MOVE    WS-PRAZO-SEMANAS
                                   TO      DET1-PRAZO.
           MOVE    MATR-FORNECEDOR TO      DET1-FORNECEDOR.

           MOVE    DET1            TO      REG-RELMRPS.
           PERFORM 2800-00-GRAVACAO-RELMRPS.

           MOVE    'NECESSIDADE BRUTA'     TO      DET2-ROTULO.
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL   WS-IND-SEM GREATER WS-QTD-SEMANAS
             MOVE  TAB-SEM-BRUTA (WS-IND-SEM)
                                   TO      DET2-QTD (WS-IND-SEM)
           END-PERFORM.
           PERFORM 2100-00-IMPRIME-GRADE.

           MOVE    'RECEB. PROGRAMADO'     TO      DET2-ROTULO.
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL   WS-IND-SEM GREATER WS-QTD-SEMANAS
             MOVE  TAB-SEM-PROGRAMADO (WS-IND-SEM)
                                   TO      DET2-QTD (WS-IND-SEM)
           END-PERFORM.
           PERFORM 2100-00-IMPRIME-GRADE.

           MOVE    'ESTOQUE PROJETADO'     TO      DET2-ROTULO.
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL   WS-IND-SEM GREATER WS-QTD-SEMANAS
             MOVE  TAB-SEM-SEM-RECEB (WS-IND-SEM)
                                   TO      DET2-QTD (WS-IND-SEM)
           END-PERFORM.
           PERFORM 2100-00-IMPRIME-GRADE.

           MOVE    'NECESSIDADE LIQUIDA'   TO      DET2-ROTULO.
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL   WS-IND-SEM GREATER WS-QTD-SEMANAS
             MOVE  TAB-SEM-LIQUIDA (WS-IND-SEM)
                                   TO      DET2-QTD (WS-IND-SEM)
           END-PERFORM.
           PERFORM 2100-00-IMPRIME-GRADE.

           MOVE    'RECEB. PLANEJADO'      TO      DET2-ROTULO.
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL   WS-IND-SEM GREATER WS-QTD-SEMANAS
             MOVE  TAB-SEM-PLAN-RECEB (WS-IND-SEM)
                                   TO      DET2-QTD (WS-IND-SEM)
           END-PERFORM.
           PERFORM 2100-00-IMPRIME-GRADE.

           MOVE    'SALDO APOS PLANEJ.'    TO      DET2-ROTULO.
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL   WS-IND-SEM GREATER WS-QTD-SEMANAS
             MOVE  TAB-SEM-PROJETADO (WS-IND-SEM)
                                   TO      DET2-QTD (WS-IND-SEM)
           END-PERFORM.
           PERFORM 2100-00-IMPRIME-GRADE.

           MOVE    'LIBERACAO PLANEJADA'   TO      DET2-ROTULO.
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL   WS-IND-SEM GREATER WS-QTD-SEMANAS
             MOVE  TAB-SEM-PLAN-LIBER (WS-IND-SEM)
                                   TO      DET2-QTD (WS-IND-SEM)
           END-PERFORM.
           PERFORM 2100-00-IMPRIME-GRADE.

           ADD     009             TO      WS-LINHAS.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-IMPRIME-GRADE       SECTION.
      *****************************************************************
      *
           MOVE    DET2            TO      REG-RELMRPS.
           PERFORM 2800-00-GRAVACAO-RELMRPS.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2400-00-IMPRIME-LIB-VENCIDA SECTION.
      *****************************************************************
      *    ORDENS PLANEJADAS CUJA LIBERACAO JA DEVERIA TER OCORRIDO   *
      *
           IF      WS-PRAZO-SEMANAS        EQUAL   ZEROS
                   GO      TO      2400-99-EXIT
           END-IF.

           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL   WS-IND-SEM GREATER WS-QTD-SEMANAS
                   OR      WS-IND-SEM GREATER WS-PRAZO-SEMANAS

             IF    TAB-SEM-PLAN-RECEB (WS-IND-SEM) GREATER ZEROS
                   IF      WS-LINHAS       GREATER 54
                           PERFORM 2600-00-GRAVACAO-CABECALHO
                   END-IF
                   ADD     001     TO      WS-LINHAS
                   MOVE    TAB-SEM-PLAN-RECEB (WS-IND-SEM)
                                   TO      DET4-QTD
                   MOVE    WS-IND-SEM      TO      DET4-SEMANA
                   MOVE    DET4    TO      REG-RELMRPS
                   PERFORM 2800-00-GRAVACAO-RELMRPS
             END-IF

           END-PERFORM.
      *
       2400-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELMRPS.
           PERFORM 2800-00-GRAVACAO-RELMRPS.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELMRPS.
           PERFORM 2800-00-GRAVACAO-RELMRPS.

           MOVE    CAB4            TO      REG-RELMRPS.
           PERFORM 2800-00-GRAVACAO-RELMRPS.

           MOVE    SPACES          TO      REG-RELMRPS.
           PERFORM 2800-00-GRAVACAO-RELMRPS.

           MOVE    CAB6            TO      REG-RELMRPS.
           PERFORM 2800-00-GRAVACAO-RELMRPS.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-RELMRPS    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELMRPS.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELMRPS.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADMATR
                   CADPREV
                   CADRESV
                   CADPORD
                   CADLEAD
                   CADMRPO
                   RELMRPS.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB132'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADMATR  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB132 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB132 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADMATR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPREV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPREV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRESV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRESV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPORD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPORD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADLEAD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADLEAD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADMRPO  TO      WS-EDICAO.
           DISPLAY '* ORDENS PLANEJADAS.....- CADMRPO.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELMRPS  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELMRPS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PECAS-PLAN
                                   TO      WS-EDICAO.
           DISPLAY '* PECAS COM MOVIMENTO PLANEJADO....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-LIB-VENCIDA
                                   TO      WS-EDICAO.
           DISPLAY '* ORDENS COM LIBERACAO VENCIDA.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ANTECIPAR
                                   TO      WS-EDICAO.
           DISPLAY '* PEDIDOS A ANTECIPAR..............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-POSTERGAR
                                   TO      WS-EDICAO.
           DISPLAY '* PEDIDOS A POSTERGAR..............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CANCELAR TO      WS-EDICAO.
           DISPLAY '* PEDIDOS A CANCELAR...............: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB132 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB132 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB132 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB132 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0997-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB132 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB132 ******************'.
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
           DISPLAY '******************* GPFPB132 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB132 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB132                  *
      *****************************************************************
