      *                (CADPORD) E IMPRIMINDO UM DOCUMENTO DE PEDIDO  *
      *                POR FORNECEDOR (RELPEDC).                      *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB038:                    *
      *                PARM-VALOR (1:9)  - ALCADA DE LIBERACAO        *
      *                                    AUTOMATICA 9(7)V9(2)       *
      *                PARM-VALOR (10:9) - TETO DA ALCADA DE NIVEL 1  *
      *                                    9(7)V9(2) - ACIMA DELE O   *
      *                                    PEDIDO EXIGE NIVEL 2       *
      *****************************************************************
      * OBSERVACAO...: A QUANTIDADE DE COMPRA E A QUANTIDADE MAXIMA  *
      *                DA PECA INFORMADA NA COTACAO VENCEDORA         *
      *****************************************************************
      *                   ZERADA - ELA E PREENCHIDA PELO ACUSE DO     *
      *                   FORNECEDOR (GPFPB121) SOBRE A TRANSMISSAO   *
      *                   ELETRONICA DO GPFPB120                      *
      * 15/10/2026 - US - PEDIDO ACIMA DA ALCADA DE LIBERACAO         *
      *                   AUTOMATICA (CADPARM) NAO VAI MAIS DIRETO    *
      *                   PARA O CADPORD/RELPEDC: E RETIDO NO ARQUIVO *
      *                   DE PENDENTES DE APROVACAO (CADPAPR) COM O   *
      *                   NIVEL DE ALCADA EXIGIDO, PARA LIBERACAO OU  *
      *                   REJEICAO PELO GPFPB128                      *
      * 15/10/2026 - US - CONFERENCIA DE SALDO ORCAMENTARIO ANTES DA  *
      *                   LIBERACAO AUTOMATICA: ORCADO ANUAL (CADBUDG)*
      *                   MENOS REALIZADO (CADBACU) MENOS COMPROMETIDO*
      *                   (CADBCOM) MENOS O JA LIBERADO NA EXECUCAO.  *
      *                   PEDIDO QUE ESTOURA O SALDO VAI PARA O       *
      *                   CADPAPR RETIDO POR ORCAMENTO ('B'), ATE A   *
      *                   LIBERACAO PELA CONTROLADORIA NO GPFPB128    *
      * 15/10/2026 - US - CADA CADOCTN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADOCTL, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      *****************************************************************
      *
      *****************************************************************
                   FILE     STATUS  IS  WS-FS-CADOCTL.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS       - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
      *****************************************************************
      * INPUT..: CADBUDG - ORCAMENTO ANUAL                - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADBUDG  ASSIGN  TO  UT-S-CADBUDG
                   FILE     STATUS  IS  WS-FS-CADBUDG.
      *
      *****************************************************************
      * INPUT..: CADBACU - REALIZADO ACUMULADO            - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADBACU  ASSIGN  TO  UT-S-CADBACU
                   FILE     STATUS  IS  WS-FS-CADBACU.
      *
      *****************************************************************
      * INPUT..: CADBCOM - ORCAMENTO COMPROMETIDO         - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADBCOM  ASSIGN  TO  UT-S-CADBCOM
                   FILE     STATUS  IS  WS-FS-CADBCOM.
      *
      *****************************************************************
      * OUTPUT.: CADPORD - PEDIDOS DE COMPRA EM ABERTO    - LRECL=100 *
      *****************************************************************
      *
           SELECT  RELPEDC  ASSIGN  TO  UT-S-RELPEDC
                   FILE     STATUS  IS  WS-FS-RELPEDC.
      *
      *****************************************************************
      * OUTPUT.: CADPAPR - PEDIDOS PENDENTES DE APROVACAO - LRECL=150 *
      *****************************************************************
      *
           SELECT  CADPAPR  ASSIGN  TO  UT-S-CADPAPR
                   FILE     STATUS  IS  WS-FS-CADPAPR.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       01      REG-CADOCTL         PIC     X(050).
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
       01      REG-ARQ-CADPARM     PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADBUDG - ORCAMENTO ANUAL                - LRECL=050 *
      *****************************************************************
      *
       FD  CADBUDG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBUDG         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADBACU - REALIZADO ACUMULADO            - LRECL=050 *
      *****************************************************************
      *
       FD  CADBACU
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBACU         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADBCOM - ORCAMENTO COMPROMETIDO         - LRECL=050 *
      *****************************************************************
      *
       FD  CADBCOM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBCOM         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADPORD - PEDIDOS DE COMPRA EM ABERTO    - LRECL=100 *
      *****************************************************************
      *
      *
       01      REG-RELPEDC         PIC     X(133).
      *
      *****************************************************************
      * OUTPUT.: CADPAPR - PEDIDOS PENDENTES DE APROVACAO - LRECL=150 *
      *****************************************************************
      *
       FD  CADPAPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPAPR         PIC     X(150).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
       01      WS-FS-CADPORD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOCTN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELPEDC       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPAPR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBUDG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBACU       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBCOM       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADFSEL      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFORN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPORD      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELPEDC      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPAPR      PIC     9(018) VALUE ZEROS.
       01      WS-DET-CADFSEL      PIC     9(007) VALUE ZEROS.
      *
       01      WS-QTD-PEDIDOS      PIC     9(018) VALUE ZEROS.
       01      WS-REJ-FORNECEDOR   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PED-RETIDOS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RET-ORCAM    PIC     9(018) VALUE ZEROS.
      *
       01      WS-NUM-PEDIDO       PIC     9(007) VALUE ZEROS.
       01      WS-FORN-ANTERIOR    PIC     9(010) VALUE ZEROS.
       01      WS-VLR-ITEM         PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-PEDIDO       PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-PEDIDO   PIC     9(015)V9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        ALCADAS DE APROVACAO (CADPARM) E NIVEL EXIGIDO PELO    *
      *        PEDIDO EM FORMACAO (ZERO = LIBERACAO AUTOMATICA)       *
      *****************************************************************
      *
       01      WS-VLR-ALCADA-AUTO  PIC     9(007)V9(002) VALUE ZEROS.
       01      WS-VLR-ALCADA-NIV1  PIC     9(007)V9(002) VALUE ZEROS.
       01      WS-NIV-EXIGIDO      PIC     9(001) VALUE ZEROS.
         88    WS-PEDIDO-LIBERADO          VALUE 0.
      *
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
       01      WS-SW-FORN-OK       PIC     X(001) VALUE 'N'.
         88    WS-FORN-OK                  VALUE 'S'.
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PROC.
        03     WS-PROC-ANO         PIC     9(004).
        03     WS-PROC-MES         PIC     9(002).
        03     WS-PROC-DIA         PIC     9(002).
      *
      *****************************************************************
      *        TABELA DE SALDO ORCAMENTARIO DE COMPRAS (CLASSE 'CP')  *
      *        POR CENTRO DE CUSTO: ORCADO, REALIZADO, COMPROMETIDO E *
      *        O VALOR JA LIBERADO NESTA EXECUCAO                     *
      *****************************************************************
      *
       01      WS-QTD-TAB-ORC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ORC      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-SALDO-ORCAM.
         03    TAB-ORC-ITEM        OCCURS  01000  TIMES.
           05  TAB-ORC-COD-CC      PIC     X(006).
           05  TAB-ORC-VLR-ANUAL   PIC     9(013)V9(002).
           05  TAB-ORC-VLR-ACUM    PIC     9(013)V9(002).
           05  TAB-ORC-VLR-COMPROM PIC     9(013)V9(002).
           05  TAB-ORC-VLR-LIBERADO
                                   PIC     9(015)V9(002).
      *
       01      WS-SW-ORC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ORC-ACHOU                VALUE 'S'.
         88    WS-ORC-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-COD-CC-ORC       PIC     X(006) VALUE SPACES.
       01      WS-VLR-SALDO-ORCAM  PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-EDICAO-VLR       PIC     -.---.---.---.--9,99.
      *
       01      WS-SW-ORCAMENTO     PIC     X(001) VALUE 'S'.
         88    WS-ORCAMENTO-OK             VALUE 'S'.
         88    WS-ORCAMENTO-ESTOURADO      VALUE 'N'.
      *
      *****************************************************************
      *        TABELA INTERNA COM AS COTACOES VENCEDORAS, ORDENADA    *
      *****************************************************************
      *
           COPY    COBO1034.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS                   *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * OUTPUT.: CADPAPR - PEDIDOS PENDENTES DE APROVACAO             *
      *****************************************************************
      *
           COPY    COBO1088.
      *
      *****************************************************************
      * INPUT..: CADBUDG - ORCAMENTO ANUAL                            *
      *****************************************************************
      *
           COPY    COBI1068.
      *
      *****************************************************************
      * INPUT..: CADBACU - REALIZADO ACUMULADO                        *
      *****************************************************************
      *
           COPY    COBO1072.
      *
      *****************************************************************
      * INPUT..: CADBCOM - ORCAMENTO COMPROMETIDO                     *
      *****************************************************************
      *
           COPY    COBO1089.
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
       01      WS-GCAT-CADOCTL     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
           OPEN    INPUT   CADFSEL
                           CADFORN
                           CADOCTL
                           CADPARM
                           CADBUDG
                           CADBACU
                           CADBCOM
                   OUTPUT  CADPORD
                           CADOCTN
                           RELPEDC
                           CADPAPR.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADOCTL'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADOCTL.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

           PERFORM 0400-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-SEM-PARM
           END-IF.

           PERFORM 0410-00-CARGA-ORCAMENTO
             UNTIL WS-FS-CADBUDG   EQUAL   10.

           PERFORM 0420-00-CARGA-ACUMULADO
             UNTIL WS-FS-CADBACU   EQUAL   10.

           PERFORM 0430-00-CARGA-COMPROMETIDO
             UNTIL WS-FS-CADBCOM   EQUAL   10.

           PERFORM 0450-00-LEITURA-CADOCTL.

           PERFORM 0460-00-CARGA-TAB-CADFORN
           PERFORM 0340-00-TESTA-FS-CADOCTN.

           PERFORM 0350-00-TESTA-FS-RELPEDC.

           PERFORM 0360-00-TESTA-FS-CADPARM.

           PERFORM 0370-00-TESTA-FS-CADPAPR.

           PERFORM 0380-00-TESTA-FS-ORCAMENTO.
      *
       0200-99-EXIT.
           EXIT.
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0360-00-TESTA-FS-CADPARM    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0370-00-TESTA-FS-CADPAPR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPAPR NOT EQUAL 00
                   MOVE 'CADPAPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPAPR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0370-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0380-00-TESTA-FS-ORCAMENTO  SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADBUDG NOT EQUAL 00 AND 10
                   MOVE 'CADBUDG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBUDG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBACU NOT EQUAL 00 AND 10
                   MOVE 'CADBACU'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBACU
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBCOM NOT EQUAL 00 AND 10
                   MOVE 'CADBCOM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBCOM
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0380-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *    CARREGA AS ALCADAS DE APROVACAO VIGENTES NA DATA           *
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADPARM.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB038' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:9)        TO
                                   WS-VLR-ALCADA-AUTO (1:9)
                           MOVE    PARM-VALOR (10:9)       TO
                                   WS-VLR-ALCADA-NIV1 (1:9)
                   END-IF
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0410-00-CARGA-ORCAMENTO     SECTION.
      *****************************************************************
      *    ORCAMENTO ANUAL DE COMPRAS (CLASSE 'CP') DO EXERCICIO      *
      *
           READ    CADBUDG         INTO    REG-BUDG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0380-00-TESTA-FS-ORCAMENTO.

           IF      WS-FS-CADBUDG   EQUAL   00
             IF    BUDG-ANO        EQUAL   WS-PROC-ANO AND
                   BUDG-CLASSE     EQUAL   'CP'
                   MOVE    BUDG-COD-CC     TO      WS-COD-CC-ORC
                   PERFORM 0480-00-PROCURA-CC-ORCAM
                   ADD     BUDG-VLR-ANUAL  TO
                           TAB-ORC-VLR-ANUAL (WS-IND-TAB-ORC)
             END-IF
           END-IF.
      *
       0410-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-ACUMULADO     SECTION.
      *****************************************************************
      *    REALIZADO ACUMULADO DE COMPRAS DO EXERCICIO                *
      *
           READ    CADBACU         INTO    REG-BACU.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0380-00-TESTA-FS-ORCAMENTO.

           IF      WS-FS-CADBACU   EQUAL   00
             IF    BACU-ANO        EQUAL   WS-PROC-ANO AND
                   BACU-CLASSE     EQUAL   'CP'
                   MOVE    BACU-COD-CC     TO      WS-COD-CC-ORC
                   PERFORM 0480-00-PROCURA-CC-ORCAM
                   ADD     BACU-VLR-ACUM   TO
                           TAB-ORC-VLR-ACUM (WS-IND-TAB-ORC)
             END-IF
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0430-00-CARGA-COMPROMETIDO  SECTION.
      *****************************************************************
      *    SALDO A RECEBER DOS PEDIDOS EM ABERTO (GPFPB129)           *
      *
           READ    CADBCOM         INTO    REG-BCOM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0380-00-TESTA-FS-ORCAMENTO.

           IF      WS-FS-CADBCOM   EQUAL   00
             IF    BCOM-ANO        EQUAL   WS-PROC-ANO AND
                   BCOM-CLASSE     EQUAL   'CP'
                   MOVE    BCOM-COD-CC     TO      WS-COD-CC-ORC
                   PERFORM 0480-00-PROCURA-CC-ORCAM
                   ADD     BCOM-VLR-COMPROM TO
                           TAB-ORC-VLR-COMPROM (WS-IND-TAB-ORC)
             END-IF
           END-IF.
      *
       0430-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-LEITURA-CADOCTL     SECTION.
      *****************************************************************
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-PROCURA-CC-ORCAM    SECTION.
      *****************************************************************
      *    LOCALIZA (OU INCLUI) O CENTRO DE CUSTO NA TABELA DE SALDO  *
      *    ORCAMENTARIO. SPACES = RUBRICA DE COMPRAS GERAIS           *
      *
           IF      WS-COD-CC-ORC   EQUAL   SPACES
                   MOVE    'GERAL '        TO      WS-COD-CC-ORC
           END-IF.

           SET     WS-ORC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-ORC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ORC GREATER WS-QTD-TAB-ORC
                   OR      WS-ORC-ACHOU

             IF    WS-COD-CC-ORC   EQUAL
                   TAB-ORC-COD-CC (WS-IND-TAB-ORC)
                   SET     WS-ORC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ORC-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-ORC
           ELSE
                   IF      WS-QTD-TAB-ORC  GREATER OR EQUAL 01000
                           PERFORM 0988-00-ABEND-TAB-ORCAMENTO
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-ORC
                   MOVE    WS-QTD-TAB-ORC  TO      WS-IND-TAB-ORC
                   MOVE    WS-COD-CC-ORC   TO
                           TAB-ORC-COD-CC       (WS-IND-TAB-ORC)
                   MOVE    ZEROS   TO
                           TAB-ORC-VLR-ANUAL    (WS-IND-TAB-ORC)
                           TAB-ORC-VLR-ACUM     (WS-IND-TAB-ORC)
                           TAB-ORC-VLR-COMPROM  (WS-IND-TAB-ORC)
                           TAB-ORC-VLR-LIBERADO (WS-IND-TAB-ORC)
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA AS GERACOES DOS ARQUIVOS MESTRES NO CATALOGO      *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-CARGA-TAB-CADFSEL   SECTION.
      *****************************************************************
           END-IF.

           IF      WS-FORN-OK
             IF    WS-PEDIDO-LIBERADO AND WS-ORCAMENTO-OK
                   PERFORM         1300-00-GRAVA-ITEM-PEDIDO
             ELSE
                   PERFORM         1400-00-GRAVA-ITEM-PENDENTE
             END-IF
           ELSE
                   ADD     001     TO      WS-REJ-FORNECEDOR
           END-IF.
           END-IF.

           ADD     001             TO      WS-NUM-PEDIDO.

           PERFORM 1220-00-DEFINE-ALCADA.

           IF      NOT WS-PEDIDO-LIBERADO
                   ADD     001     TO      WS-QTD-PED-RETIDOS
                   GO      TO      1200-99-EXIT
           END-IF.

           PERFORM 1230-00-CONFERE-ORCAMENTO.

           IF      WS-ORCAMENTO-ESTOURADO
                   ADD     001     TO      WS-QTD-RET-ORCAM
                   GO      TO      1200-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-PEDIDOS.

           SET     WS-GRUPO-ABERTO TO      TRUE.
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1220-00-DEFINE-ALCADA       SECTION.
      *****************************************************************
      *    TOTALIZA O PEDIDO (TODAS AS PECAS DO FORNECEDOR) E DEFINE  *
      *    O NIVEL DE ALCADA EXIGIDO PARA A SUA LIBERACAO             *
      *
           MOVE    ZEROS           TO      WS-VLR-TOT-PEDIDO.

           SET     WS-ORCAMENTO-OK TO      TRUE.

           PERFORM VARYING WS-IND-TAB-SEL FROM WS-IND-PROC BY 1
                   UNTIL   WS-IND-TAB-SEL GREATER WS-QTD-TAB-SEL
                   OR      TAB-SEL-FORNECE (WS-IND-TAB-SEL)
                           NOT EQUAL WS-FORN-ANTERIOR

             COMPUTE WS-VLR-ITEM =
                     TAB-SEL-QTD-MAX (WS-IND-TAB-SEL) *
                     TAB-SEL-VLR-UNI (WS-IND-TAB-SEL)
             ADD   WS-VLR-ITEM     TO      WS-VLR-TOT-PEDIDO

           END-PERFORM.

           IF      WS-VLR-TOT-PEDIDO NOT GREATER WS-VLR-ALCADA-AUTO
                   MOVE    0       TO      WS-NIV-EXIGIDO
           ELSE
             IF    WS-VLR-TOT-PEDIDO NOT GREATER WS-VLR-ALCADA-NIV1
                   MOVE    1       TO      WS-NIV-EXIGIDO
             ELSE
                   MOVE    2       TO      WS-NIV-EXIGIDO
             END-IF
           END-IF.
      *
       1220-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1230-00-CONFERE-ORCAMENTO   SECTION.
      *****************************************************************
      *    SALDO DO ORCAMENTO DE COMPRAS DO CENTRO DE CUSTO (COMPRAS  *
      *    GERAIS): ORCADO - REALIZADO - COMPROMETIDO - JA LIBERADO.  *
      *    SE O PEDIDO NAO COUBER, FICA RETIDO PARA A CONTROLADORIA   *
      *
           MOVE    SPACES          TO      WS-COD-CC-ORC.

           PERFORM 0480-00-PROCURA-CC-ORCAM.

           COMPUTE WS-VLR-SALDO-ORCAM =
                   TAB-ORC-VLR-ANUAL    (WS-IND-TAB-ORC) -
                   TAB-ORC-VLR-ACUM     (WS-IND-TAB-ORC) -
                   TAB-ORC-VLR-COMPROM  (WS-IND-TAB-ORC) -
                   TAB-ORC-VLR-LIBERADO (WS-IND-TAB-ORC).

           IF      WS-VLR-TOT-PEDIDO GREATER WS-VLR-SALDO-ORCAM
                   SET     WS-ORCAMENTO-ESTOURADO  TO      TRUE
                   MOVE    WS-VLR-SALDO-ORCAM      TO      WS-EDICAO-VLR
                   DISPLAY 'GPFPB038 - PEDIDO ' WS-NUM-PEDIDO
                           ' RETIDO POR ORCAMENTO - C.CUSTO '
                           WS-COD-CC-ORC ' SALDO ' WS-EDICAO-VLR
           ELSE
                   ADD     WS-VLR-TOT-PEDIDO       TO
                           TAB-ORC-VLR-LIBERADO (WS-IND-TAB-ORC)
           END-IF.
      *
       1230-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-PROCURA-FORNECEDOR  SECTION.
      *****************************************************************
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-GRAVA-ITEM-PENDENTE SECTION.
      *****************************************************************
      *    PEDIDO ACIMA DA ALCADA AUTOMATICA: O ITEM AGUARDA A        *
      *    APROVACAO NO CADPAPR, SEM CADPORD E SEM DOCUMENTO.         *
      *    PEDIDO DENTRO DA ALCADA QUE ESTOUROU O ORCAMENTO: O ITEM   *
      *    AGUARDA A LIBERACAO DA CONTROLADORIA ('B')                 *
      *
           MOVE    SPACES          TO      REG-PAPR.

           MOVE    WS-NUM-PEDIDO   TO      PAPR-NUM-PEDIDO.
           MOVE    TAB-SEL-FORNECE (WS-IND-PROC)
                                   TO      PAPR-FORNECEDOR.
           MOVE    TAB-SEL-COD-PEC (WS-IND-PROC)
                                   TO      PAPR-COD-PEC.
           MOVE    TAB-SEL-NOME    (WS-IND-PROC)
                                   TO      PAPR-NOME.
           MOVE    TAB-SEL-QTD-MAX (WS-IND-PROC)
                                   TO      PAPR-QTD-COMPRA.
           MOVE    TAB-SEL-VLR-UNI (WS-IND-PROC)
                                   TO      PAPR-VLR-UNIT.
           MOVE    WS-DATA-PROC    TO      PAPR-DAT-EMISSAO.
           MOVE    WS-VLR-TOT-PEDIDO
                                   TO      PAPR-VLR-PEDIDO.
           MOVE    WS-NIV-EXIGIDO  TO      PAPR-NIV-EXIGIDO.
           IF      WS-ORCAMENTO-ESTOURADO
                   MOVE    'B'     TO      PAPR-SITUACAO
           ELSE
                   MOVE    'P'     TO      PAPR-SITUACAO
           END-IF.
           MOVE    ZEROS           TO      PAPR-DAT-DECISAO.

           WRITE   REG-CADPAPR     FROM    REG-PAPR.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0370-00-TESTA-FS-CADPAPR.

           ADD     001             TO      WS-GRV-CADPAPR.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-GRAVACAO-RELPEDC    SECTION.
      *****************************************************************
           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0340-00-TESTA-FS-CADOCTN.

           MOVE    WS-GCAT-CADOCTL TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADOCTN     TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADOCTL.
      *
       1500-99-EXIT.
           EXIT.
           CLOSE   CADFSEL
                   CADFORN
                   CADOCTL
                   CADPARM
                   CADPORD
                   CADOCTN
                   RELPEDC
                   CADPAPR
                   CADBUDG
                   CADBACU
                   CADBCOM.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADOCTL TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB038'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADOCTL.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB038'      TO      WRL-PROGRAMA.
           MOVE    WS-QTD-PEDIDOS  TO      WS-EDICAO.
           DISPLAY '* PEDIDOS DE COMPRA EMITIDOS.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPAPR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPAPR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PED-RETIDOS
                                   TO      WS-EDICAO.
           DISPLAY '* PEDIDOS RETIDOS P/ APROVACAO.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RET-ORCAM
                                   TO      WS-EDICAO.
           DISPLAY '* PEDIDOS RETIDOS P/ ORCAMENTO.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-REJ-FORNECEDOR
                                   TO      WS-EDICAO.
           DISPLAY '* ITENS C/ FORNECEDOR INVALIDO.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADOCTL TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADOCTL.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB038 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-SEM-PARM      SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB038 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* SEM PARAMETRO VIGENTE NO CADPARM PARA O     *'.
           DISPLAY '* PROGRAMA GPFPB038 (ALCADAS DE APROVACAO)    *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB038 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB038 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0993-00-ABEND-FSEL-S-TRAILER SECTION.
      *****************************************************************
       0992-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0988-00-ABEND-TAB-ORCAMENTO SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB038 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE ORCAMENTO EXCEDIDA  *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB038 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB038 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0988-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TAB-SELECAO   SECTION.
      *****************************************************************
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB038 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB038 ******************'.
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
           DISPLAY '******************* GPFPB038 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB038 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
