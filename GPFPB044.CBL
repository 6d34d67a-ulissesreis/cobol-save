      *                AINDA PENDENTES COM CONTADOR DE IDADE          *
      *                (CADSPENN) PARA O PROXIMO CICLO.               *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB044 (OPCIONAL):         *
      *                PARM-VALOR (1:12) - COTA PERCENTUAL DAS        *
      *                CLASSES 1 A 4, COM 3 POSICOES CADA, SOMANDO    *
      *                100. SEM PARAMETRO VIGENTE: 040030020010       *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 02/03/2015 - US - PROGRAMA CRIADO                             *
      * 02/09/2026 - US - ALOCACAO POR LOTE EM FEFO (PRIMEIRO VENCE,  *
      *                   O CADSPENN - ELA SAIA DO CICLO EM           *
      *                   DEFINITIVO E A LIBERACAO DO SUPERVISOR      *
      *                   (CADCLIB) NUNCA A REAPRESENTAVA             *
      * 15/10/2026 - US - SOLICITACAO DE KIT CONSOME PRIMEIRO O       *
      *                   ESTOQUE DE KITS JA MONTADOS (ORDENS DE      *
      *                   MONTAGEM DO GPFPB141); SO O SALDO E         *
      *                   EXPLODIDO NOS COMPONENTES                   *
      * 15/10/2026 - US - PRIORIDADE POR CLASSE DA ENTIDADE (CADEPRI) *
      *                   E PEDIDO URGENTE: A ALOCACAO ORDENA POR     *
      *                   CLASSE, URGENCIA E DATA, E NA FALTA DE      *
      *                   ESTOQUE PRESERVA A COTA DAS CLASSES         *
      *                   SEGUINTES (CADPARM). ESTATISTICA DAS        *
      *                   PRETERIDAS POR PRIORIDADE MAIS ALTA         *
      * 15/10/2026 - US - COTA ANUAL DE CONSUMO POR ENTIDADE E CLASSE *
      *                   ABC DA PECA (CADCQUO): A SOLICITACAO ACIMA  *
      *                   DO SALDO DA COTA (CONSUMO DO ANO NO CADCOTU *
      *                   MAIS O JA COMPROMETIDO NO CICLO) E RETIDA   *
      *                   NO CADCEXC E CARREGADA PARA O CADSPENN ATE  *
      *                   A APROVACAO (CADCAPR)                       *
      * 15/10/2026 - US - CADA CADMATN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADMATR, COM A DATA DA RODADA, A QTDE DE *
      *                   REGISTROS E O SELO DE INTEGRIDADE           *
      * 15/10/2026 - US - COTAS ANUAIS LIDAS DO CADCQUO (REG-CQUO),   *
      *                   SEPARADO DO CADCOTA DE COTACOES (COBI1006)  *
      * 15/10/2026 - US - O CADLOTN GRAVADO PASSA A SER CATALOGADO NO *
      *                   CADGCAT (ROTINA COBBB010) COMO GERACAO DO   *
      *                   CADLOTE; CADA ARQUIVO MESTRE TEM SUA AREA   *
      *                   DE CATALOGACAO                              *
      * 15/10/2026 - US - CADA CADSPENN GRAVADO PASSA A SER           *
      *                   CATALOGADO NO CADGCAT (ROTINA COBBB010)     *
      *                   COMO GERACAO DO CADSPEN, COM A QTDE DE      *
      *                   REGISTROS E O SELO DE INTEGRIDADE           *
      *****************************************************************
      *
      *****************************************************************
                   FILE     STATUS  IS  WS-FS-CADCLIB.
      *
      *****************************************************************
      * INPUT..: CADEPRI - CLASSE DE PRIORIDADE ENTIDADES - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADEPRI  ASSIGN  TO  UT-S-CADEPRI
                   FILE     STATUS  IS  WS-FS-CADEPRI.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS       - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
      *****************************************************************
      * INPUT..: CADCQUO - COTAS ANUAIS DE CONSUMO        - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADCQUO  ASSIGN  TO  UT-S-CADCQUO
                   FILE     STATUS  IS  WS-FS-CADCQUO.
      *
      *****************************************************************
      * INPUT..: CADCOTU - CONSUMO ACUMULADO NO ANO       - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADCOTU  ASSIGN  TO  UT-S-CADCOTU
                   FILE     STATUS  IS  WS-FS-CADCOTU.
      *
      *****************************************************************
      * INPUT..: CADCAPR - APROVACOES ACIMA DA COTA       - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADCAPR  ASSIGN  TO  UT-S-CADCAPR
                   FILE     STATUS  IS  WS-FS-CADCAPR.
      *
      *****************************************************************
      * OUTPUT.: CADCEXC - RETIDAS POR COTA EXCEDIDA      - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCEXC  ASSIGN  TO  UT-S-CADCEXC
                   FILE     STATUS  IS  WS-FS-CADCEXC.
      *
      *****************************************************************
      * OUTPUT.: CADCBLQ - SOLICITACOES RETIDAS P/CREDITO - LRECL=050 *
      *****************************************************************
      *
       01      REG-CADCLIB         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADEPRI - CLASSE DE PRIORIDADE ENTIDADES - LRECL=050 *
      *****************************************************************
      *
       FD  CADEPRI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADEPRI         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS       - LRECL=050 *
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
      * INPUT..: CADCQUO - COTAS ANUAIS DE CONSUMO        - LRECL=050 *
      *****************************************************************
      *
       FD  CADCQUO
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCQUO         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADCOTU - CONSUMO ACUMULADO NO ANO       - LRECL=050 *
      *****************************************************************
      *
       FD  CADCOTU
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCOTU         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADCAPR - APROVACOES ACIMA DA COTA       - LRECL=050 *
      *****************************************************************
      *
       FD  CADCAPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCAPR         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADCEXC - RETIDAS POR COTA EXCEDIDA      - LRECL=100 *
      *****************************************************************
      *
       FD  CADCEXC
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCEXC         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADCBLQ - SOLICITACOES RETIDAS P/CREDITO - LRECL=050 *
      *****************************************************************
      *
       01      WS-FS-CADRESV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPLOG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSPENN      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADEPRI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCQUO       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCOTU       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCAPR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCEXC       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-S1LQEX22     PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADSPEN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCLIB      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCBLQ      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RETIDAS-CRED PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADEPRI      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-URGENTES     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PRETERIDAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-LIMIT-COTA   PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCQUO      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCOTU      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCAPR      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCEXC      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RETIDAS-COTA PIC     9(018) VALUE ZEROS.
       01      WS-QTD-APROV-COTA   PIC     9(018) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
      *
      *****************************************************************
      *        TABELA INTERNA COM AS SOLICITACOES A ATENDER, EM       *
      *        ORDEM DE CLASSE DE PRIORIDADE DA ENTIDADE, URGENCIA    *
      *        (0 = URGENTE) E DATA DE SOLICITACAO (INSERCAO          *
      *        ORDENADA)                                              *
      *****************************************************************
      *
       01      WS-QTD-TAB-REQ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUX          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-INS-REQUISICAO.
         03    WS-INS-CHAVE-ORD.
           05  WS-INS-CLASSE       PIC     9(001).
           05  WS-INS-ORD-URG      PIC     9(001).
           05  WS-INS-DT-SOLI      PIC     9(008).
         03    WS-INS-CD-ENTI      PIC     9(007).
         03    WS-INS-CD-CENT      PIC     9(005).
         03    WS-INS-AN-PROP      PIC     9(004).
         03    WS-INS-CD-PECA      PIC     9(005).
         03    WS-INS-QT-PEND      PIC     9(005).
         03    WS-INS-QT-CICLOS    PIC     9(003).
         03    WS-INS-IN-URGENTE   PIC     X(001).
      *
       01      TAB-REQUISICOES.
         03    TAB-REQ-ITEM        OCCURS  05000  TIMES.
           05  TAB-REQ-CHAVE-ORD.
             07 TAB-REQ-CLASSE     PIC     9(001).
             07 TAB-REQ-ORD-URG    PIC     9(001).
             07 TAB-REQ-DT-SOLI    PIC     9(008).
           05  TAB-REQ-CD-ENTI     PIC     9(007).
           05  TAB-REQ-CD-CENT     PIC     9(005).
           05  TAB-REQ-AN-PROP     PIC     9(004).
           05  TAB-REQ-CD-PECA     PIC     9(005).
           05  TAB-REQ-QT-PEND     PIC     9(005).
           05  TAB-REQ-QT-CICLOS   PIC     9(003).
           05  TAB-REQ-IN-URGENTE  PIC     X(001).
           05  TAB-REQ-IN-COTA     PIC     X(001).
             88 TAB-REQ-RETIDA-COTA        VALUE 'R'.
      *
      *****************************************************************
      *        TABELA INTERNA COM O ESTOQUE DISPONIVEL POR PECA       *
           05  TAB-STK-COD-PEC     PIC     9(005).
           05  TAB-STK-DISPONIVEL  PIC     9(005).
           05  TAB-STK-ALOCADO     PIC     9(005).
           05  TAB-STK-MELHOR-PRI  PIC     9(002).
           05  TAB-STK-CLASSE-ABC  PIC     X(001).
      *
       01      WS-SW-STK-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-STK-ACHOU                VALUE 'S'.
       01      WS-CHAVE-GUIA       PIC     X(025) VALUE SPACES.
      *
      *****************************************************************
      *        TABELA DAS CLASSES DE PRIORIDADE DAS ENTIDADES         *
      *        (CADEPRI) - ENTIDADE AUSENTE E DA CLASSE 3             *
      *****************************************************************
      *
       01      WS-QTD-TAB-PRI      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PRI      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PRIORIDADES.
         03    TAB-PRI-ITEM        OCCURS  05000  TIMES.
           05  TAB-PRI-CD-ENTI     PIC     9(007).
           05  TAB-PRI-CLASSE      PIC     9(001).
      *
       01      WS-SW-PRI-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PRI-ACHOU                VALUE 'S'.
         88    WS-PRI-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-CLASSE-PADRAO    PIC     9(001) VALUE 3.
      *
      *****************************************************************
      *        COTA PERCENTUAL DE CADA CLASSE NO ESTOQUE DA PECA EM   *
      *        FALTA (CADPARM, PROGRAMA GPFPB044)                     *
      *****************************************************************
      *
       01      WS-PCT-CLASSES      PIC     X(012) VALUE '040030020010'.
       01      FILLER              REDEFINES       WS-PCT-CLASSES.
         03    WS-PCT-CLASSE       PIC     9(003) OCCURS 00004 TIMES.
      *
       01      WS-SOMA-PCT         PIC     9(005) VALUE ZEROS.
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DA DEMANDA POR PECA E CLASSE E DA COTA          *
      *        PRESERVADA PARA CADA CLASSE QUANDO O ESTOQUE NAO       *
      *        COBRE TODAS AS SOLICITACOES DA PECA                    *
      *****************************************************************
      *
       01      WS-QTD-TAB-DEM      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DEM      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-CLS          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DEMANDAS.
         03    TAB-DEM-ITEM        OCCURS  05000  TIMES.
           05  TAB-DEM-CD-PECA     PIC     9(005).
           05  TAB-DEM-CLASSE      OCCURS  00004  TIMES.
             07 TAB-DEM-QTD        PIC     9(009).
             07 TAB-DEM-COTA       PIC     9(009).
      *
       01      WS-SW-DEM-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-DEM-ACHOU                VALUE 'S'.
         88    WS-DEM-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-QTD-DEM-TOTAL    PIC     9(009) VALUE ZEROS.
       01      WS-QTD-COTA-CLASSE  PIC     9(009) VALUE ZEROS.
       01      WS-QTD-PROTEGIDA    PIC     9(009) VALUE ZEROS.
       01      WS-CHAVE-PRI-REQ    PIC     9(002) VALUE ZEROS.
      *
       01      WS-SW-COTA          PIC     X(001) VALUE 'N'.
         88    WS-LIMITADA-COTA            VALUE 'S'.
         88    WS-NAO-LIMITADA-COTA        VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS COTAS ANUAIS DE CONSUMO DO EXERCICIO        *
      *        (CADCQUO) COM O CONSUMO JA REGISTRADO NO ANO (CADCOTU) *
      *        E A QUANTIDADE COMPROMETIDA NESTE CICLO                *
      *****************************************************************
      *
       01      WS-QTD-TAB-COT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-COT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-COTAS.
         03    TAB-COT-ITEM        OCCURS  05000  TIMES.
           05  TAB-COT-CD-ENTI     PIC     9(007).
           05  TAB-COT-CLASSE-ABC  PIC     X(001).
           05  TAB-COT-QTD-ANUAL   PIC     9(009).
           05  TAB-COT-QTD-USADA   PIC     9(009).
           05  TAB-COT-QTD-CICLO   PIC     9(009).
      *
       01      WS-SW-COT-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-COT-ACHOU                VALUE 'S'.
         88    WS-COT-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-ANO-PROC         PIC     9(004) VALUE ZEROS.
       01      WS-CD-ENTI-COTA     PIC     9(007) VALUE ZEROS.
       01      WS-CLASSE-COTA      PIC     X(001) VALUE SPACES.
       01      WS-QTD-CONSUMIDA    PIC     9(009) VALUE ZEROS.
       01      WS-QTD-SALDO-COTA   PIC    S9(009) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DAS APROVACOES DE SOLICITACOES ACIMA DA COTA    *
      *        (CADCAPR)                                              *
      *****************************************************************
      *
       01      WS-QTD-TAB-APR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-APR      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-APROVACOES.
         03    TAB-APR-ITEM        OCCURS  02000  TIMES.
           05  TAB-APR-CD-ENTI     PIC     9(007).
           05  TAB-APR-NR-SOLI     PIC     9(013).
      *
       01      WS-SW-APR-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-APR-ACHOU                VALUE 'S'.
         88    WS-APR-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        VARIAVEIS DE DATA PARA O CABECALHO DO RELATORIO DE     *
      *        FALTA DE COMPONENTES                                   *
      *****************************************************************
      *****************************************************************
      *
           COPY    COBO2105.
      *
      *****************************************************************
      * INPUT..: CADEPRI - CLASSE DE PRIORIDADE DAS ENTIDADES         *
      *****************************************************************
      *
           COPY    COBI1104.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS                   *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * INPUT..: CADCQUO - COTAS ANUAIS DE CONSUMO                    *
      *****************************************************************
      *
           COPY    COBI1109.
      *
      *****************************************************************
      * INPUT..: CADCOTU - CONSUMO ACUMULADO NO ANO                   *
      *****************************************************************
      *
           COPY    COBO1108.
      *
      *****************************************************************
      * INPUT..: CADCAPR - APROVACOES DE SOLICITACOES ACIMA DA COTA   *
      *****************************************************************
      *
           COPY    COBI1110.
      *
      *****************************************************************
      * OUTPUT.: CADCEXC - SOLICITACOES RETIDAS POR COTA EXCEDIDA     *
      *****************************************************************
      *
           COPY    COBO1109.
      *
       01      WS-HORA-INICIO      PIC     9(006) VALUE ZEROS.
      *
      *
           COPY    RUCWS100.
      *
      *****************************************************************
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADMATR     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADLOTE     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADSPEN     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
                           CADMFIN
                           CADMLIQ
                           CADCLIB
                           CADEPRI
                           CADPARM
                           CADCQUO
                           CADCOTU
                           CADCAPR
                   OUTPUT  CADPICK
                           CADMATN
                           CADPLOG
                           CADLOTN
                           CADSOCO
                           CADCBLQ
                           CADCEXC
                           RELKITF.

           MOVE    FUNCTION CURRENT-DATE (1:8)
                                   TO      WS-DATA-PROC.

           MOVE    WS-DATA-PROC (1:4)
                                   TO      WS-ANO-PROC.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADMATR'       TO      WGC-ARQUIVO.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADMATR.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADLOTE'       TO      WGC-ARQUIVO.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADSPEN'       TO      WGC-ARQUIVO.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADSPEN.

      *    PRIMEIRA PASSAGEM NA MATRIZ - CARGA DO ESTOQUE DISPONIVEL
           PERFORM 0600-00-CARGA-TAB-ESTOQUE
             UNTIL WS-FS-CADMATR   EQUAL   10.
           PERFORM 0678-00-APLICA-LIBERACOES
             UNTIL WS-FS-CADCLIB   EQUAL   10.

           PERFORM 0680-00-CARGA-TAB-PRIORIDADE
             UNTIL WS-FS-CADEPRI   EQUAL   10.

           PERFORM 0685-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           PERFORM 0688-00-CRITICA-COTAS.

           PERFORM 0692-00-CARGA-TAB-COTAS
             UNTIL WS-FS-CADCQUO   EQUAL   10.

           PERFORM 0694-00-CARGA-CONSUMO-ANO
             UNTIL WS-FS-CADCOTU   EQUAL   10.

           PERFORM 0696-00-CARGA-APROVACOES
             UNTIL WS-FS-CADCAPR   EQUAL   10.

           CLOSE   CADMATR.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.
           PERFORM 0800-00-CARGA-REQ-NOVAS
             UNTIL WS-FS-S1LQEX22  EQUAL   10.

           PERFORM 0940-00-APURA-COTA-ANUAL
             VARYING WS-IND-TAB-REQ FROM 1 BY 1
             UNTIL WS-IND-TAB-REQ  GREATER WS-QTD-TAB-REQ.

           PERFORM 0950-00-APURA-COTAS-CLASSE
             VARYING WS-IND-TAB-REQ FROM 1 BY 1
             UNTIL WS-IND-TAB-REQ  GREATER WS-QTD-TAB-REQ.

           PERFORM 0960-00-DEFINE-COTAS
             VARYING WS-IND-TAB-DEM FROM 1 BY 1
             UNTIL WS-IND-TAB-DEM  GREATER WS-QTD-TAB-DEM.

      *    SEGUNDA PASSAGEM NA MATRIZ - BAIXA DO ESTOQUE ALOCADO
           OPEN    INPUT   CADMATR.

           PERFORM 0394-00-TESTA-FS-RELKITF.

           PERFORM 0396-00-TESTA-FS-CREDITO.

           PERFORM 0398-00-TESTA-FS-PRIORIDADE.

           PERFORM 0399-00-TESTA-FS-COTAS.
      *
       0200-99-EXIT.
           EXIT.
       0390-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADMATN NO CATALOGO DE GERACOES      *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADMATR     SECTION.
      *****************************************************************
                           TAB-STK-DISPONIVEL (WS-QTD-TAB-STK)
                   MOVE    ZEROS           TO
                           TAB-STK-ALOCADO    (WS-QTD-TAB-STK)
                   MOVE    99              TO
                           TAB-STK-MELHOR-PRI (WS-QTD-TAB-STK)
                   MOVE    MATR-CLASSE-ABC TO
                           TAB-STK-CLASSE-ABC (WS-QTD-TAB-STK)
           END-IF.
      *
       0600-99-EXIT.
       0396-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0398-00-TESTA-FS-PRIORIDADE SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADEPRI NOT EQUAL 00 AND 10
                   MOVE 'CADEPRI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEPRI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0398-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0399-00-TESTA-FS-COTAS      SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCQUO NOT EQUAL 00 AND 10
                   MOVE 'CADCQUO'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCQUO     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCOTU NOT EQUAL 00 AND 10
                   MOVE 'CADCOTU'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCOTU     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCAPR NOT EQUAL 00 AND 10
                   MOVE 'CADCAPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCAPR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCEXC NOT EQUAL 00
                   MOVE 'CADCEXC'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCEXC     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0399-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0670-00-CARGA-TAB-LIMITES   SECTION.
      *****************************************************************
           EXIT.
      *
      *****************************************************************
       0680-00-CARGA-TAB-PRIORIDADE SECTION.
      *****************************************************************
      *    CLASSE INVALIDA NO CADEPRI E IGNORADA (VALE A CLASSE 3)    *
      *
           READ    CADEPRI         INTO    REG-EPRI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    032             TO      WS-PTO-ERRO.

           PERFORM 0398-00-TESTA-FS-PRIORIDADE.

           IF      WS-FS-CADEPRI   EQUAL   00
                   ADD 001         TO      WS-LID-CADEPRI

                   IF      EPRI-CLASSE     NUMERIC         AND
                           EPRI-CLASSE-VALIDA
                           IF      WS-QTD-TAB-PRI
                                   GREATER OR EQUAL 05000
                                   PERFORM 0986-00-ABEND-TAB-PRIOR
                           END-IF
                           ADD     001     TO      WS-QTD-TAB-PRI
                           MOVE    EPRI-COD-ENT    TO
                                   TAB-PRI-CD-ENTI (WS-QTD-TAB-PRI)
                           MOVE    EPRI-CLASSE     TO
                                   TAB-PRI-CLASSE  (WS-QTD-TAB-PRI)
                   END-IF
           END-IF.
      *
       0680-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0685-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *    VALE O PARAMETRO DE MAIOR VIGENCIA ATE A DATA DA RODADA    *
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    033             TO      WS-PTO-ERRO.

           PERFORM 0398-00-TESTA-FS-PRIORIDADE.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB044' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:12)       TO
                                   WS-PCT-CLASSES
                   END-IF
           END-IF.
      *
       0685-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0688-00-CRITICA-COTAS       SECTION.
      *****************************************************************
      *    AS COTAS DAS 4 CLASSES DEVEM SER NUMERICAS E SOMAR 100     *
      *
           IF      WS-PCT-CLASSES  NOT NUMERIC
                   PERFORM         0990-00-ABEND-PARM-COTAS
           END-IF.

           COMPUTE WS-SOMA-PCT =   WS-PCT-CLASSE (1) +
                                   WS-PCT-CLASSE (2) +
                                   WS-PCT-CLASSE (3) +
                                   WS-PCT-CLASSE (4).

           IF      WS-SOMA-PCT     NOT EQUAL 100
                   PERFORM         0990-00-ABEND-PARM-COTAS
           END-IF.
      *
       0688-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0692-00-CARGA-TAB-COTAS     SECTION.
      *****************************************************************
      *    COTAS DO EXERCICIO DA RODADA. COTA DE OUTRO ANO OU DE      *
      *    CLASSE INVALIDA E IGNORADA                                 *
      *
           READ    CADCQUO         INTO    REG-CQUO.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    034             TO      WS-PTO-ERRO.

           PERFORM 0399-00-TESTA-FS-COTAS.

           IF      WS-FS-CADCQUO   NOT EQUAL 00
                   GO      TO      0692-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCQUO.

           IF      CQUO-ANO        NOT EQUAL WS-ANO-PROC   OR
                   NOT CQUO-CLASSE-VALIDA                  OR
                   CQUO-QTD-ANUAL  NOT NUMERIC
                   GO      TO      0692-99-EXIT
           END-IF.

           MOVE    CQUO-COD-ENT    TO      WS-CD-ENTI-COTA.
           MOVE    CQUO-CLASSE-ABC TO      WS-CLASSE-COTA.

           PERFORM 0698-00-PROCURA-COTA.

           IF      WS-COT-NAO-ACHOU
                   IF      WS-QTD-TAB-COT  GREATER OR EQUAL 05000
                           PERFORM 0985-00-ABEND-TAB-COTAS
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-COT
                   MOVE    WS-QTD-TAB-COT  TO      WS-IND-TAB-COT
                   MOVE    CQUO-COD-ENT    TO
                           TAB-COT-CD-ENTI    (WS-IND-TAB-COT)
                   MOVE    CQUO-CLASSE-ABC TO
                           TAB-COT-CLASSE-ABC (WS-IND-TAB-COT)
                   MOVE    ZEROS           TO
                           TAB-COT-QTD-USADA  (WS-IND-TAB-COT)
                           TAB-COT-QTD-CICLO  (WS-IND-TAB-COT)
           END-IF.

           MOVE    CQUO-QTD-ANUAL  TO
                   TAB-COT-QTD-ANUAL (WS-IND-TAB-COT).
      *
       0692-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0694-00-CARGA-CONSUMO-ANO   SECTION.
      *****************************************************************
      *    CONSUMO JA REGISTRADO NO EXERCICIO (GPFPB156) PARA AS      *
      *    ENTIDADES/CLASSES COM COTA                                 *
      *
           READ    CADCOTU         INTO    REG-COTU.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    035             TO      WS-PTO-ERRO.

           PERFORM 0399-00-TESTA-FS-COTAS.

           IF      WS-FS-CADCOTU   NOT EQUAL 00
                   GO      TO      0694-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCOTU.

           IF      COTU-ANO        NOT EQUAL WS-ANO-PROC   OR
                   COTU-QTD-USADA  NOT NUMERIC
                   GO      TO      0694-99-EXIT
           END-IF.

           MOVE    COTU-COD-ENT    TO      WS-CD-ENTI-COTA.
           MOVE    COTU-CLASSE-ABC TO      WS-CLASSE-COTA.

           PERFORM 0698-00-PROCURA-COTA.

           IF      WS-COT-ACHOU
                   MOVE    COTU-QTD-USADA  TO
                           TAB-COT-QTD-USADA (WS-IND-TAB-COT)
           END-IF.
      *
       0694-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0696-00-CARGA-APROVACOES    SECTION.
      *****************************************************************
      *
           READ    CADCAPR         INTO    REG-CAPR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    036             TO      WS-PTO-ERRO.

           PERFORM 0399-00-TESTA-FS-COTAS.

           IF      WS-FS-CADCAPR   EQUAL   00
                   ADD 001         TO      WS-LID-CADCAPR

                   IF      WS-QTD-TAB-APR  GREATER OR EQUAL 02000
                           PERFORM 0985-00-ABEND-TAB-COTAS
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-APR
                   MOVE    CAPR-CD-ENTI    TO
                           TAB-APR-CD-ENTI (WS-QTD-TAB-APR)
                   MOVE    CAPR-NR-SOLI    TO
                           TAB-APR-NR-SOLI (WS-QTD-TAB-APR)
           END-IF.
      *
       0696-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0698-00-PROCURA-COTA        SECTION.
      *****************************************************************
      *    LOCALIZA A COTA DE WS-CD-ENTI-COTA/WS-CLASSE-COTA          *
      *
           SET     WS-COT-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-COT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-COT GREATER WS-QTD-TAB-COT
                   OR      WS-COT-ACHOU

             IF    WS-CD-ENTI-COTA EQUAL
                   TAB-COT-CD-ENTI    (WS-IND-TAB-COT)      AND
                   WS-CLASSE-COTA  EQUAL
                   TAB-COT-CLASSE-ABC (WS-IND-TAB-COT)
                   SET     WS-COT-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-COT-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-COT
           END-IF.
      *
       0698-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0640-00-CARGA-TAB-SUPERS    SECTION.
      *****************************************************************
      *
           READ    CADSUPR         INTO    REG-SUPR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0380-00-TESTA-FS-CADSUPR.

           IF      WS-FS-CADSUPR   EQUAL   00
                   ADD 001         TO      WS-LID-CADSUPR

                   IF      WS-QTD-TAB-SBS  GREATER OR EQUAL 00500
                           PERFORM 0987-00-ABEND-TAB-LOTES
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-SBS
                   MOVE    SUPR-COD-PEC-ANT        TO
                           TAB-SBS-COD-ANT (WS-QTD-TAB-SBS)
                   MOVE    SUPR-COD-PEC-FIM        TO
                           TAB-SBS-COD-FIM (WS-QTD-TAB-SBS)
           END-IF.
      *
       0640-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0660-00-CARGA-TAB-KITS      SECTION.
      *****************************************************************
      *
           READ    CADKITS         INTO    REG-KITS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    016             TO      WS-PTO-ERRO.

           PERFORM 0392-00-TESTA-FS-CADKITS.

           IF      WS-FS-CADKITS   EQUAL   00
                   ADD 001         TO      WS-LID-CADKITS

                   IF      WS-QTD-TAB-KIT  GREATER OR EQUAL 01000
                           PERFORM 0987-00-ABEND-TAB-LOTES
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-KIT
                   MOVE    KITS-COD-KIT    TO
                           TAB-KIT-COD-KIT  (WS-QTD-TAB-KIT)
                   MOVE    KITS-COD-COMP   TO
                           TAB-KIT-COD-COMP (WS-QTD-TAB-KIT)
                   MOVE    KITS-QTD-COMP   TO
                           TAB-KIT-QTD-COMP (WS-QTD-TAB-KIT)
           END-IF.
      *
       0660-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0700-00-CARGA-REQ-PENDENTES SECTION.
      *****************************************************************
      *    AS PENDENTES DO CICLO ANTERIOR ENVELHECEM UM CICLO         *
      *
           READ    CADSPEN         INTO    REG-SPEN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADSPEN.

           IF      WS-FS-CADSPEN   EQUAL   00
                   ADD 001         TO      WS-LID-CADSPEN

                   MOVE    SPEN-DT-SOLI    TO      WS-INS-DT-SOLI
                   MOVE    SPEN-CD-ENTI    TO      WS-INS-CD-ENTI
                   MOVE    SPEN-CD-CENT    TO      WS-INS-CD-CENT
                   MOVE    SPEN-AN-PROP    TO      WS-INS-AN-PROP
                   MOVE    SPEN-NR-SOLI    TO      WS-INS-NR-SOLI
                   MOVE    SPEN-TP-SOLI    TO      WS-INS-TP-SOLI
                   MOVE    SPEN-TX-DESC    TO      WS-INS-TX-DESC
                   MOVE    SPEN-CD-PECA    TO      WS-INS-CD-PECA
                   MOVE    SPEN-QT-PENDENTE
                                           TO      WS-INS-QT-PEND
                   COMPUTE WS-INS-QT-CICLOS =
                           SPEN-QT-CICLOS + 1
                   MOVE    SPEN-IN-URGENTE TO      WS-INS-IN-URGENTE

                   PERFORM 0900-00-INSERE-TAB-REQ
           END-IF.
                           MOVE    S1LQ-CD-PECA TO WS-INS-CD-PECA
                           MOVE    S1LQ-QT-SOLI TO WS-INS-QT-PEND
                           MOVE    ZEROS        TO WS-INS-QT-CICLOS
                           MOVE    S1LQ-IN-URGENTE
                                                TO WS-INS-IN-URGENTE
                           PERFORM 0900-00-INSERE-TAB-REQ
                   END-IF
           END-IF.
      *****************************************************************
       0900-00-INSERE-TAB-REQ      SECTION.
      *****************************************************************
      *    INSERCAO ORDENADA POR CLASSE DA ENTIDADE, URGENCIA E DATA  *
      *    DE SOLICITACAO                                             *
      *
           IF      WS-QTD-TAB-REQ  GREATER OR EQUAL 05000
                   PERFORM         0988-00-ABEND-TAB-REQ
           END-IF.

           PERFORM 0910-00-OBTEM-CLASSE.

           IF      WS-INS-IN-URGENTE       EQUAL   'S'
                   MOVE    0       TO      WS-INS-ORD-URG
                   ADD     001     TO      WS-QTD-URGENTES
           ELSE
                   MOVE    'N'     TO      WS-INS-IN-URGENTE
                   MOVE    1       TO      WS-INS-ORD-URG
           END-IF.

           MOVE    001             TO      WS-IND-INS.

           PERFORM UNTIL WS-IND-INS GREATER WS-QTD-TAB-REQ
                   OR    TAB-REQ-CHAVE-ORD (WS-IND-INS)
                         GREATER WS-INS-CHAVE-ORD
                   ADD     001     TO      WS-IND-INS
           END-PERFORM.


           ADD     001             TO      WS-QTD-TAB-REQ.

           MOVE    WS-INS-CHAVE-ORD
                                   TO TAB-REQ-CHAVE-ORD (WS-IND-INS).
           MOVE    WS-INS-CD-ENTI  TO TAB-REQ-CD-ENTI   (WS-IND-INS).
           MOVE    WS-INS-CD-CENT  TO TAB-REQ-CD-CENT   (WS-IND-INS).
           MOVE    WS-INS-AN-PROP  TO TAB-REQ-AN-PROP   (WS-IND-INS).
           MOVE    WS-INS-QT-PEND  TO TAB-REQ-QT-PEND   (WS-IND-INS).
           MOVE    WS-INS-QT-CICLOS
                                   TO TAB-REQ-QT-CICLOS (WS-IND-INS).
           MOVE    WS-INS-IN-URGENTE
                                   TO TAB-REQ-IN-URGENTE
                                                        (WS-IND-INS).
           MOVE    SPACES          TO TAB-REQ-IN-COTA   (WS-IND-INS).
      *
       0900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0910-00-OBTEM-CLASSE        SECTION.
      *****************************************************************
      *    CLASSE DE PRIORIDADE DA ENTIDADE EM WS-INS-CD-ENTI         *
      *
           SET     WS-PRI-NAO-ACHOU        TO      TRUE.

           MOVE    WS-CLASSE-PADRAO        TO      WS-INS-CLASSE.

           PERFORM VARYING WS-IND-TAB-PRI FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PRI GREATER WS-QTD-TAB-PRI
                   OR      WS-PRI-ACHOU

             IF    WS-INS-CD-ENTI  EQUAL
                   TAB-PRI-CD-ENTI (WS-IND-TAB-PRI)
                   SET     WS-PRI-ACHOU    TO      TRUE
                   MOVE    TAB-PRI-CLASSE  (WS-IND-TAB-PRI)
                                           TO      WS-INS-CLASSE
             END-IF

           END-PERFORM.
      *
       0910-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0940-00-APURA-COTA-ANUAL    SECTION.
      *****************************************************************
      *    CONFRONTA A SOLICITACAO COM O SALDO DA COTA ANUAL DA       *
      *    ENTIDADE NA CLASSE ABC DA PECA SOLICITADA, NA ORDEM DE     *
      *    ATENDIMENTO. A QUANTIDADE QUE CABE NA COTA (OU APROVADA    *
      *    NO CADCAPR) FICA COMPROMETIDA NO CICLO; A QUE NAO CABE     *
      *    RETEM A SOLICITACAO INTEIRA NO CADCEXC                     *
      *
           PERFORM 1010-00-TESTA-CREDITO.

           IF      WS-LIM-ACHOU
                   GO      TO      0940-99-EXIT
           END-IF.

           MOVE    TAB-REQ-CD-PECA (WS-IND-TAB-REQ)
                                   TO      WS-CD-PECA-ALOC.

           PERFORM 1020-00-PROCURA-ESTOQUE.

           IF      WS-STK-NAO-ACHOU
                   GO      TO      0940-99-EXIT
           END-IF.

           MOVE    TAB-REQ-CD-ENTI (WS-IND-TAB-REQ)
                                   TO      WS-CD-ENTI-COTA.
           MOVE    TAB-STK-CLASSE-ABC (WS-IND-TAB-STK)
                                   TO      WS-CLASSE-COTA.

           PERFORM 0698-00-PROCURA-COTA.

           IF      WS-COT-NAO-ACHOU
                   GO      TO      0940-99-EXIT
           END-IF.

           COMPUTE WS-QTD-CONSUMIDA =
                   TAB-COT-QTD-USADA (WS-IND-TAB-COT) +
                   TAB-COT-QTD-CICLO (WS-IND-TAB-COT).

           COMPUTE WS-QTD-SALDO-COTA =
                   TAB-COT-QTD-ANUAL (WS-IND-TAB-COT) -
                   WS-QTD-CONSUMIDA.

           IF      WS-QTD-SALDO-COTA       LESS    ZEROS
                   MOVE    ZEROS   TO      WS-QTD-SALDO-COTA
           END-IF.

           IF      TAB-REQ-QT-PEND (WS-IND-TAB-REQ) NOT GREATER
                   WS-QTD-SALDO-COTA
                   ADD     TAB-REQ-QT-PEND (WS-IND-TAB-REQ) TO
                           TAB-COT-QTD-CICLO (WS-IND-TAB-COT)
                   GO      TO      0940-99-EXIT
           END-IF.

           PERFORM 0942-00-PROCURA-APROVACAO.

           IF      WS-APR-ACHOU
                   ADD     001     TO      WS-QTD-APROV-COTA
                   ADD     TAB-REQ-QT-PEND (WS-IND-TAB-REQ) TO
                           TAB-COT-QTD-CICLO (WS-IND-TAB-COT)
                   GO      TO      0940-99-EXIT
           END-IF.

           MOVE    'R'             TO
                   TAB-REQ-IN-COTA (WS-IND-TAB-REQ).

           PERFORM 0945-00-GRAVACAO-CADCEXC.
      *
       0940-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0942-00-PROCURA-APROVACAO   SECTION.
      *****************************************************************
      *
           SET     WS-APR-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-APR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-APR GREATER WS-QTD-TAB-APR
                   OR      WS-APR-ACHOU

             IF    TAB-REQ-CD-ENTI (WS-IND-TAB-REQ)  EQUAL
                   TAB-APR-CD-ENTI (WS-IND-TAB-APR)          AND
                   TAB-REQ-NR-SOLI (WS-IND-TAB-REQ)  EQUAL
                   TAB-APR-NR-SOLI (WS-IND-TAB-APR)
                   SET     WS-APR-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.
      *
       0942-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0945-00-GRAVACAO-CADCEXC    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-CEXC.

           MOVE    TAB-REQ-CD-ENTI (WS-IND-TAB-REQ)
                                   TO      CEXC-CD-ENTI.
           MOVE    TAB-REQ-NR-SOLI (WS-IND-TAB-REQ)
                                   TO      CEXC-NR-SOLI.
           MOVE    TAB-REQ-CD-PECA (WS-IND-TAB-REQ)
                                   TO      CEXC-CD-PECA.
           MOVE    WS-CLASSE-COTA  TO      CEXC-CLASSE-ABC.
           MOVE    WS-ANO-PROC     TO      CEXC-ANO.
           MOVE    TAB-REQ-QT-PEND (WS-IND-TAB-REQ)
                                   TO      CEXC-QTD.
           MOVE    TAB-COT-QTD-ANUAL (WS-IND-TAB-COT)
                                   TO      CEXC-QTD-COTA.
           MOVE    WS-QTD-CONSUMIDA
                                   TO      CEXC-QTD-USADA.
           MOVE    WS-QTD-SALDO-COTA
                                   TO      CEXC-QTD-SALDO.
           MOVE    WS-DATA-PROC    TO      CEXC-DAT-RETENCAO.

           WRITE   REG-CADCEXC     FROM    REG-CEXC.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    037             TO      WS-PTO-ERRO.

           PERFORM 0399-00-TESTA-FS-COTAS.

           ADD     001             TO      WS-GRV-CADCEXC.
           ADD     001             TO      WS-QTD-RETIDAS-COTA.
      *
       0945-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0950-00-APURA-COTAS-CLASSE  SECTION.
      *****************************************************************
      *    ACUMULA A DEMANDA POR PECA E CLASSE. A SOLICITACAO DE      *
      *    ENTIDADE BLOQUEADA POR CREDITO OU RETIDA POR COTA ANUAL    *
      *    EXCEDIDA NAO CONCORRE AO ESTOQUE                           *
      *
           PERFORM 1010-00-TESTA-CREDITO.

           IF      WS-LIM-ACHOU
                   GO      TO      0950-99-EXIT
           END-IF.

           IF      TAB-REQ-RETIDA-COTA (WS-IND-TAB-REQ)
                   GO      TO      0950-99-EXIT
           END-IF.

           MOVE    TAB-REQ-CD-PECA (WS-IND-TAB-REQ)
                                   TO      WS-CD-PECA-ALOC.

           PERFORM 1050-00-PROCURA-DEMANDA.

           IF      WS-DEM-NAO-ACHOU
                   IF      WS-QTD-TAB-DEM  GREATER OR EQUAL 05000
                           PERFORM 0988-00-ABEND-TAB-REQ
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-DEM
                   MOVE    WS-QTD-TAB-DEM  TO      WS-IND-TAB-DEM
                   MOVE    WS-CD-PECA-ALOC TO
                           TAB-DEM-CD-PECA (WS-IND-TAB-DEM)
                   PERFORM VARYING WS-IND-CLS FROM 1 BY 1
                           UNTIL   WS-IND-CLS GREATER 4
                     MOVE  ZEROS   TO
                           TAB-DEM-QTD  (WS-IND-TAB-DEM WS-IND-CLS)
                           TAB-DEM-COTA (WS-IND-TAB-DEM WS-IND-CLS)
                   END-PERFORM
           END-IF.

           MOVE    TAB-REQ-CLASSE  (WS-IND-TAB-REQ)
                                   TO      WS-IND-CLS.

           ADD     TAB-REQ-QT-PEND (WS-IND-TAB-REQ)  TO
                   TAB-DEM-QTD     (WS-IND-TAB-DEM WS-IND-CLS).
      *
       0950-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0960-00-DEFINE-COTAS        SECTION.
      *****************************************************************
      *    QUANDO O ESTOQUE DISPONIVEL DA PECA NAO COBRE A DEMANDA,   *
      *    CADA CLASSE TEM PRESERVADA A SUA COTA PERCENTUAL, LIMITADA *
      *    A PROPRIA DEMANDA. O QUE A CLASSE NAO USA FICA LIVRE PARA  *
      *    AS DEMAIS, NA ORDEM DE PRIORIDADE                          *
      *
           MOVE    TAB-DEM-CD-PECA (WS-IND-TAB-DEM)
                                   TO      WS-CD-PECA-ALOC.

           PERFORM 1020-00-PROCURA-ESTOQUE.

           IF      WS-STK-NAO-ACHOU
                   GO      TO      0960-99-EXIT
           END-IF.

           MOVE    ZEROS           TO      WS-QTD-DEM-TOTAL.

           PERFORM VARYING WS-IND-CLS FROM 1 BY 1
                   UNTIL   WS-IND-CLS GREATER 4
             ADD   TAB-DEM-QTD (WS-IND-TAB-DEM WS-IND-CLS)  TO
                   WS-QTD-DEM-TOTAL
           END-PERFORM.

           IF      WS-QTD-DEM-TOTAL        NOT GREATER
                   TAB-STK-DISPONIVEL (WS-IND-TAB-STK)
                   GO      TO      0960-99-EXIT
           END-IF.

           PERFORM VARYING WS-IND-CLS FROM 1 BY 1
                   UNTIL   WS-IND-CLS GREATER 4

             COMPUTE WS-QTD-COTA-CLASSE =
                     TAB-STK-DISPONIVEL (WS-IND-TAB-STK) *
                     WS-PCT-CLASSE (WS-IND-CLS) / 100

             IF    WS-QTD-COTA-CLASSE GREATER
                   TAB-DEM-QTD (WS-IND-TAB-DEM WS-IND-CLS)
                   MOVE  TAB-DEM-QTD  (WS-IND-TAB-DEM WS-IND-CLS)
                                   TO WS-QTD-COTA-CLASSE
             END-IF

             MOVE  WS-QTD-COTA-CLASSE      TO
                   TAB-DEM-COTA (WS-IND-TAB-DEM WS-IND-CLS)

           END-PERFORM.
      *
       0960-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-ALOCA-SOLICITACAO   SECTION.
      *****************************************************************
      *
           COMPUTE WS-CHAVE-PRI-REQ =
                   TAB-REQ-CLASSE  (WS-IND-TAB-REQ) * 10 +
                   TAB-REQ-ORD-URG (WS-IND-TAB-REQ).

           PERFORM 1010-00-TESTA-CREDITO.

           IF      WS-LIM-ACHOU
                   GO      TO      1000-99-EXIT
           END-IF.

           IF      TAB-REQ-RETIDA-COTA (WS-IND-TAB-REQ)
      *            COTA ANUAL EXCEDIDA - A SOLICITACAO JA ESTA NO
      *            CADCEXC E SEGUE PENDENTE (CADSPENN) ATE A
      *            APROVACAO (CADCAPR)
                   PERFORM         1300-00-GRAVACAO-CADSPENN
                   GO      TO      1000-99-EXIT
           END-IF.

           SET     WS-KIT-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-KIT FROM 1 BY 1

           IF      WS-SEM-DISPONIVEL
                   ADD     001     TO      WS-QTD-SEM-ESTOQUE
                   PERFORM         1057-00-TESTA-PRETERIDA
                   PERFORM         1300-00-GRAVACAO-CADSPENN
                   GO      TO      1000-99-EXIT
           END-IF.
                   GO      TO      1000-99-EXIT
           END-IF.

           PERFORM 1055-00-APLICA-COTA-CLASSE.

           IF      WS-QTD-DISP-LIVRE       EQUAL   ZEROS
      *            O DISPONIVEL RESTANTE E A COTA PRESERVADA DAS
      *            CLASSES SEGUINTES - ESTA PERMANECE PENDENTE
                   ADD     001     TO      WS-QTD-LIMIT-COTA
                   PERFORM         1300-00-GRAVACAO-CADSPENN
                   GO      TO      1000-99-EXIT
           END-IF.

           IF      TAB-REQ-QT-PEND (WS-IND-TAB-REQ) GREATER
                   WS-QTD-DISP-LIVRE
                   MOVE    WS-QTD-DISP-LIVRE
                   ADD     001     TO      WS-QTD-ATENDIDAS
           ELSE
                   ADD     001     TO      WS-QTD-PARCIAIS
                   IF      WS-LIMITADA-COTA
                           ADD     001     TO      WS-QTD-LIMIT-COTA
                   ELSE
                           PERFORM 1057-00-TESTA-PRETERIDA
                   END-IF
                   PERFORM         1300-00-GRAVACAO-CADSPENN
           END-IF.

           IF      WS-CHAVE-PRI-REQ        LESS
                   TAB-STK-MELHOR-PRI (WS-IND-TAB-STK)
                   MOVE    WS-CHAVE-PRI-REQ        TO
                           TAB-STK-MELHOR-PRI (WS-IND-TAB-STK)
           END-IF.
      *
       1000-99-EXIT.
           EXIT.
       1045-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1050-00-PROCURA-DEMANDA     SECTION.
      *****************************************************************
      *    LOCALIZA A DEMANDA POR CLASSE DO CODIGO EM WS-CD-PECA-ALOC *
      *
           SET     WS-DEM-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-DEM FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEM GREATER WS-QTD-TAB-DEM
                   OR      WS-DEM-ACHOU

             IF    WS-CD-PECA-ALOC EQUAL
                   TAB-DEM-CD-PECA (WS-IND-TAB-DEM)
                   SET     WS-DEM-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-DEM-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-DEM
           END-IF.
      *
       1050-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1055-00-APLICA-COTA-CLASSE  SECTION.
      *****************************************************************
      *    ABATE DO DISPONIVEL LIVRE AS COTAS PRESERVADAS DAS CLASSES *
      *    DE MENOR PRIORIDADE, QUE AINDA NAO FORAM ATENDIDAS (A      *
      *    TABELA ESTA EM ORDEM DE CLASSE)                            *
      *
           SET     WS-NAO-LIMITADA-COTA    TO      TRUE.

           PERFORM 1050-00-PROCURA-DEMANDA.

           IF      WS-DEM-NAO-ACHOU
                   GO      TO      1055-99-EXIT
           END-IF.

           MOVE    ZEROS           TO      WS-QTD-PROTEGIDA.

           COMPUTE WS-IND-CLS = TAB-REQ-CLASSE (WS-IND-TAB-REQ) + 1.

           PERFORM VARYING WS-IND-CLS FROM WS-IND-CLS BY 1
                   UNTIL   WS-IND-CLS GREATER 4
             ADD   TAB-DEM-COTA (WS-IND-TAB-DEM WS-IND-CLS)  TO
                   WS-QTD-PROTEGIDA
           END-PERFORM.

           IF      WS-QTD-PROTEGIDA        EQUAL   ZEROS
                   GO      TO      1055-99-EXIT
           END-IF.

           IF      TAB-REQ-QT-PEND (WS-IND-TAB-REQ) GREATER
                   WS-QTD-DISP-LIVRE - WS-QTD-PROTEGIDA
                   SET     WS-LIMITADA-COTA        TO      TRUE
           END-IF.

           COMPUTE WS-QTD-DISP-LIVRE =
                   WS-QTD-DISP-LIVRE - WS-QTD-PROTEGIDA.

           IF      WS-QTD-DISP-LIVRE       LESS    ZEROS
                   MOVE    ZEROS   TO      WS-QTD-DISP-LIVRE
           END-IF.
      *
       1055-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1057-00-TESTA-PRETERIDA     SECTION.
      *****************************************************************
      *    SOLICITACAO NAO ATENDIDA INTEGRALMENTE CUJA PECA JA FOI    *
      *    ALOCADA NESTA RODADA A UMA SOLICITACAO DE CLASSE OU        *
      *    URGENCIA SUPERIOR E CONTADA COMO PRETERIDA POR PRIORIDADE  *
      *
           IF      TAB-STK-MELHOR-PRI (WS-IND-TAB-STK) LESS
                   WS-CHAVE-PRI-REQ
                   ADD     001     TO      WS-QTD-PRETERIDAS
           END-IF.
      *
       1057-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1060-00-ALOCA-KIT           SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WS-CD-PECA-ORIG.

           PERFORM 1062-00-ALOCA-KIT-MONTADO.

           MOVE    TAB-REQ-QT-PEND (WS-IND-TAB-REQ)
                                   TO      WS-QTD-KITS-POSS.

       1060-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1062-00-ALOCA-KIT-MONTADO   SECTION.
      *****************************************************************
      *    KIT COM ESTOQUE PROPRIO NA MATRIZ (MONTADO PREVIAMENTE)    *
      *    E ALOCADO COMO PECA; O SALDO NAO ATENDIDO SEGUE PARA A     *
      *    EXPLOSAO NOS COMPONENTES                                   *
      *
           MOVE    TAB-REQ-CD-PECA (WS-IND-TAB-REQ)
                                   TO      WS-CD-PECA-ALOC.

           PERFORM 1020-00-PROCURA-ESTOQUE.

           IF      WS-STK-NAO-ACHOU
               OR  WS-SEM-DISPONIVEL
                   GO      TO      1062-99-EXIT
           END-IF.

           PERFORM 1045-00-APURA-DISP-LIVRE.

           IF      WS-QTD-DISP-LIVRE       EQUAL   ZEROS
                   GO      TO      1062-99-EXIT
           END-IF.

           IF      TAB-REQ-QT-PEND (WS-IND-TAB-REQ) GREATER
                   WS-QTD-DISP-LIVRE
                   MOVE    WS-QTD-DISP-LIVRE
                                   TO      WS-QTD-ALOCAR
           ELSE
                   MOVE    TAB-REQ-QT-PEND (WS-IND-TAB-REQ)
                                   TO      WS-QTD-ALOCAR
           END-IF.

           SUBTRACT WS-QTD-ALOCAR  FROM
                   TAB-STK-DISPONIVEL (WS-IND-TAB-STK).

           ADD     WS-QTD-ALOCAR   TO
                   TAB-STK-ALOCADO (WS-IND-TAB-STK).

           SUBTRACT WS-QTD-ALOCAR  FROM
                   TAB-REQ-QT-PEND (WS-IND-TAB-REQ).

           PERFORM 1100-00-DISTRIBUI-LOTES.
      *
       1062-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1065-00-LIMITA-POR-COMPONENTE SECTION.
      *****************************************************************
           MOVE    WS-LOTE-PICK    TO      PICK-NUM-LOTE.
           MOVE    WS-VALID-PICK   TO      PICK-DAT-VALID.
           MOVE    WS-CD-PECA-ORIG TO      PICK-CD-PECA-ORIG.
           MOVE    TAB-REQ-IN-URGENTE (WS-IND-TAB-REQ)
                                   TO      PICK-IN-URGENTE.

           WRITE   REG-CADPICK     FROM    REG-PICK.

                                   TO      SPEN-QT-PENDENTE.
           MOVE    TAB-REQ-QT-CICLOS (WS-IND-TAB-REQ)
                                   TO      SPEN-QT-CICLOS.
           MOVE    TAB-REQ-IN-URGENTE (WS-IND-TAB-REQ)
                                   TO      SPEN-IN-URGENTE.

           WRITE   REG-CADSPENN    FROM    REG-SPEN.

           PERFORM 0350-00-TESTA-FS-CADSPENN.

           ADD     001             TO      WS-GRV-CADSPENN.

           MOVE    WS-GCAT-CADSPEN TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADSPENN    TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADSPEN.
      *
       1300-99-EXIT.
           EXIT.

           ADD     001             TO      WS-GRV-CADMATN.

           MOVE    WS-GCAT-CADMATR TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-MATR        TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADMATR.

           PERFORM 0500-00-LEITURA-CADMATR.
      *
       2000-99-EXIT.
      *    REGRAVA O ESTOQUE POR LOTE COM OS SALDOS APOS O CONSUMO    *
      *    EM FEFO                                                    *
      *
           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT


             ADD   001             TO      WS-GRV-CADLOTN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-LOTE        TO      WGC-REG-IMAGEM
             MOVE  050             TO      WGC-TAM-REG
             PERFORM 0460-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.
      *
       2900-99-EXIT.
           EXIT.
                   CADMFIN
                   CADMLIQ
                   CADCLIB
                   CADEPRI
                   CADPARM
                   CADCQUO
                   CADCOTU
                   CADCAPR
                   CADCEXC
                   CADPICK
                   CADMATN
                   CADPLOG

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADMATR TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB044'      TO      WGC-PROGRAMA.
           MOVE    WS-DATA-PROC    TO      WGC-DATA-NEGOCIO.

           MOVE    038             TO      WS-PTO-ERRO.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADMATR.

           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB044'      TO      WGC-PROGRAMA.
           MOVE    WS-DATA-PROC    TO      WGC-DATA-NEGOCIO.

           MOVE    039             TO      WS-PTO-ERRO.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.

           MOVE    WS-GCAT-CADSPEN TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB044'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    040             TO      WS-PTO-ERRO.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADSPEN.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB044'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADMATN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADMATN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADMATR TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADMATR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADLOTN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADLOTN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADLOTE.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRESV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRESV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADSPENN TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADSPENN: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADSPEN TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADSPEN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ATENDIDAS
                                   TO      WS-EDICAO.
           DISPLAY '* SOLICITACOES ATENDIDAS INTEGRAIS.: ' WS-EDICAO
           MOVE    WS-QTD-SEM-PECA TO      WS-EDICAO.
           DISPLAY '* SOLICITACOES SEM PECA VALIDA.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADEPRI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADEPRI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-URGENTES TO      WS-EDICAO.
           DISPLAY '* SOLICITACOES URGENTES............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PRETERIDAS
                                   TO      WS-EDICAO.
           DISPLAY '* PRETERIDAS POR PRIORIDADE MAIOR..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-LIMIT-COTA
                                   TO      WS-EDICAO.
           DISPLAY '* LIMITADAS PELA COTA DAS CLASSES..: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCQUO  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCQUO.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCOTU  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCOTU.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCAPR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCAPR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCEXC  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCEXC.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RETIDAS-COTA
                                   TO      WS-EDICAO.
           DISPLAY '* RETIDAS POR COTA ANUAL EXCEDIDA..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-APROV-COTA
                                   TO      WS-EDICAO.
           DISPLAY '* APROVADAS ACIMA DA COTA ANUAL....: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB044 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0986-00-ABEND-TAB-PRIOR     SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB044 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE PRIORIDADES EXCED.  *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB044 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB044 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0986-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0985-00-ABEND-TAB-COTAS     SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB044 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE COTAS ANUAIS EXCED. *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB044 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB044 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0985-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-PARM-COTAS    SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB044 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* PARAMETRO DO PROGRAMA INVALIDO NO CADPARM   *'.
           DISPLAY '* (COTAS DAS CLASSES DEVEM SOMAR 100)         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB044 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB044 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0987-00-ABEND-TAB-LOTES     SECTION.
      *****************************************************************
       0988-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB044 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB044 ******************'.
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
           DISPLAY '******************* GPFPB044 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB044 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
