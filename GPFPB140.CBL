      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB140.
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
      * OBJETIVO.....: CROSS-DOCKING DOS RECEBIMENTOS DO DIA: LOGO    *
      *                APOS O CASAMENTO DO GPFPB039, DESTINA AS       *
      *                QUANTIDADES RECEBIDAS NA DOCA (CADRECB) AS     *
      *                SOLICITACOES PENDENTES MAIS ANTIGAS DA MESMA   *
      *                PECA (CADSPEN), GERANDO AS SEPARACOES NO       *
      *                LAY-OUT DO CADPICK (CADXPCK) E A LISTA DE      *
      *                CONFERENCIA NA DOCA (RELXDCK). SO A SOBRA DE   *
      *                CADA RECEBIMENTO SEGUE PARA A GUARDA DO        *
      *                GPFPB093 (CADRECR). O ESTOQUE DA MATRIZ        *
      *                CHAVEADA (CADMATRK) E BAIXADO COM TRILHO DE    *
      *                AUDITORIA (CADPLOG), O ESTOQUE POR LOTE        *
      *                (CADLOTE -> CADLOTN) E AS PENDENTES (CADSPEN   *
      *                -> CADSPENN) SAO REGRAVADOS.                   *
      *****************************************************************
      * OBSERVACAO...: NAO ENTRAM NO CROSS-DOCKING: ENTIDADE COM      *
      *                SOLICITACAO RETIDA POR CREDITO (CADCBLQ),      *
      *                QUANTIDADE PENDENTE DE INSPECAO (CADQUAR),     *
      *                RECEBIMENTO SEM PEDIDO (CADRDIS MOTIVO 502),   *
      *                PECA QUE NAO SUBIU PARA O ESTOQUE (MOTIVO 505) *
      *                E PECA RECEBIDA EM UNIDADE DE COMPRA COM       *
      *                FATOR DE CONVERSAO (CADUMED)                   *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - O TRILHO DE AUDITORIA (CADPLOG) PASSA A     *
      *                   LEVAR O PEDIDO DE COMPRA DO RECEBIMENTO     *
      *                   COMO DOCUMENTO DE ORIGEM                    *
      * 15/10/2026 - US - A SEPARACAO (CADXPCK) LEVA O INDICADOR DE   *
      *                   PEDIDO URGENTE DA PENDENTE                  *
      * 15/10/2026 - US - CADA REGRAVACAO DA MATRIZ CHAVEADA PASSA A  *
      *                   GRAVAR ANTES A IMAGEM ANTERIOR NO DIARIO    *
      *                   CADJMTK (ROTINA COBBB011), IDENTIFICADA     *
      *                   PELO PROGRAMA E EXECUCAO, PARA QUE UMA      *
      *                   EXECUCAO CANCELADA POSSA SER REVERTIDA PELO *
      *                   GPFPB180 E REEXECUTADA                      *
      * 15/10/2026 - US - CADA CADLOTN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADLOTE, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      * 15/10/2026 - US - CADA CADSPENN GRAVADO PASSA A SER           *
      *                   CATALOGADO NO CADGCAT (ROTINA COBBB010)     *
      *                   COMO GERACAO DO CADSPEN, COM A QTDE DE      *
      *                   REGISTROS E O SELO DE INTEGRIDADE           *
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
      * INPUT..: CADRECB - RECEBIMENTOS DA DOCA          - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADRECB  ASSIGN  TO  UT-S-CADRECB
                   FILE     STATUS  IS  WS-FS-CADRECB.
      *
      *****************************************************************
      * INPUT..: CADSPEN - SOLICITACOES PENDENTES        - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADSPEN  ASSIGN  TO  UT-S-CADSPEN
                   FILE     STATUS  IS  WS-FS-CADSPEN.
      *
      *****************************************************************
      * INPUT..: CADCBLQ - RETIDAS POR LIMITE DE CREDITO - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADCBLQ  ASSIGN  TO  UT-S-CADCBLQ
                   FILE     STATUS  IS  WS-FS-CADCBLQ.
      *
      *****************************************************************
      * INPUT..: CADQUAR - MATERIAL EM QUARENTENA        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADQUAR  ASSIGN  TO  UT-S-CADQUAR
                   FILE     STATUS  IS  WS-FS-CADQUAR.
      *
      *****************************************************************
      * INPUT..: CADRDIS - DISCREPANCIAS DE RECEBIMENTO  - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADRDIS  ASSIGN  TO  UT-S-CADRDIS
                   FILE     STATUS  IS  WS-FS-CADRDIS.
      *
      *****************************************************************
      * INPUT..: CADUMED - UNIDADES DE MEDIDA DE COMPRA  - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADUMED  ASSIGN  TO  UT-S-CADUMED
                   FILE     STATUS  IS  WS-FS-CADUMED.
      *
      *****************************************************************
      * INPUT..: CADLOTE - ESTOQUE POR LOTE ATUAL        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADLOTE  ASSIGN  TO  UT-S-CADLOTE
                   FILE     STATUS  IS  WS-FS-CADLOTE.
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA (KSDS)       - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMATRK ASSIGN  TO  CADMATRK
                   ORGANIZATION IS  INDEXED
                   ACCESS MODE  IS  RANDOM
                   RECORD KEY   IS  MATRK-COD-PEC
                   FILE     STATUS  IS  WS-FS-CADMATRK.
      *
      *****************************************************************
      * OUTPUT.: CADXPCK - SEPARACOES DE CROSS-DOCKING   - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADXPCK  ASSIGN  TO  UT-S-CADXPCK
                   FILE     STATUS  IS  WS-FS-CADXPCK.
      *
      *****************************************************************
      * OUTPUT.: CADRECR - SOBRA DOS RECEBIMENTOS        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADRECR  ASSIGN  TO  UT-S-CADRECR
                   FILE     STATUS  IS  WS-FS-CADRECR.
      *
      *****************************************************************
      * OUTPUT.: CADSPENN - SOLICITACOES PENDENTES NOVAS - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADSPENN ASSIGN  TO  UT-S-CADSPENN
                   FILE     STATUS  IS  WS-FS-CADSPENN.
      *
      *****************************************************************
      * OUTPUT.: CADLOTN - ESTOQUE POR LOTE ATUALIZADO   - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADLOTN  ASSIGN  TO  UT-S-CADLOTN
                   FILE     STATUS  IS  WS-FS-CADLOTN.
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ - LRECL=250  *
      *****************************************************************
      *
           SELECT  CADPLOG  ASSIGN  TO  UT-S-CADPLOG
                   FILE     STATUS  IS  WS-FS-CADPLOG.
      *
      *****************************************************************
      * OUTPUT.: RELXDCK - LISTA DE CROSS-DOCKING        - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELXDCK  ASSIGN  TO  UT-S-RELXDCK
                   FILE     STATUS  IS  WS-FS-RELXDCK.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADRECB - RECEBIMENTOS DA DOCA          - LRECL=050  *
      *****************************************************************
      *
       FD  CADRECB
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRECB         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADSPEN - SOLICITACOES PENDENTES        - LRECL=100  *
      *****************************************************************
      *
       FD  CADSPEN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADSPEN         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCBLQ - RETIDAS POR LIMITE DE CREDITO - LRECL=050  *
      *****************************************************************
      *
       FD  CADCBLQ
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCBLQ         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADQUAR - MATERIAL EM QUARENTENA        - LRECL=050  *
      *****************************************************************
      *
       FD  CADQUAR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADQUAR         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADRDIS - DISCREPANCIAS DE RECEBIMENTO  - LRECL=050  *
      *****************************************************************
      *
       FD  CADRDIS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRDIS         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADUMED - UNIDADES DE MEDIDA DE COMPRA  - LRECL=050  *
      *****************************************************************
      *
       FD  CADUMED
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADUMED         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADLOTE - ESTOQUE POR LOTE ATUAL        - LRECL=050  *
      *****************************************************************
      *
       FD  CADLOTE
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADLOTE         PIC     X(050).
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA (KSDS)       - LRECL=100  *
      *****************************************************************
      *
       FD  CADMATRK
           LABEL      RECORD    IS  STANDARD.
      *
       01      REG-CADMATRK.
           03  MATRK-COD-PEC       PIC     9(005).
           03  FILLER              PIC     X(095).
      *
      *****************************************************************
      * OUTPUT.: CADXPCK - SEPARACOES DE CROSS-DOCKING   - LRECL=100  *
      *****************************************************************
      *
       FD  CADXPCK
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADXPCK         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADRECR - SOBRA DOS RECEBIMENTOS        - LRECL=050  *
      *****************************************************************
      *
       FD  CADRECR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRECR         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADSPENN - SOLICITACOES PENDENTES NOVAS - LRECL=100  *
      *****************************************************************
      *
       FD  CADSPENN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADSPENN        PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADLOTN - ESTOQUE POR LOTE ATUALIZADO   - LRECL=050  *
      *****************************************************************
      *
       FD  CADLOTN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADLOTN         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ - LRECL=250  *
      *****************************************************************
      *
       FD  CADPLOG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPLOG         PIC     X(250).
      *
      *****************************************************************
      * OUTPUT.: RELXDCK - LISTA DE CROSS-DOCKING        - LRECL=133  *
      *****************************************************************
      *
       FD  RELXDCK
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELXDCK         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADRECB       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSPEN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCBLQ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADQUAR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRDIS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADUMED       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADLOTE       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATRK      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADXPCK       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRECR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSPENN      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADLOTN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPLOG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELXDCK       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADRECB      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADSPEN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCBLQ      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADQUAR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRDIS      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADUMED      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADLOTE      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-REG-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADXPCK      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADRECR      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADSPENN     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADLOTN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPLOG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELXDCK      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-UNID-CRUZADAS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ATENDIDAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RETIDAS-CRED PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-GUARDA   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-NAO-ELEGIVEL PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EM-INSPECAO  PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-ELEGIVEL     PIC     9(005) VALUE ZEROS.
       01      WS-QTD-CRUZADA      PIC     9(005) VALUE ZEROS.
       01      WS-QTD-PICK         PIC     9(005) VALUE ZEROS.
       01      WS-QTD-RETIDA       PIC     9(005) VALUE ZEROS.
       01      WS-QTD-SOBRA        PIC     9(005) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-IMAGEM-ANTES     PIC     X(100) VALUE SPACES.
       01      WS-IMAGEM-DEPOIS    PIC     X(100) VALUE SPACES.
       01      WS-SEQ-TRANS        PIC     9(007) VALUE ZEROS.
      *
       01      WS-SW-ELEGIVEL      PIC     X(001) VALUE 'S'.
         88    WS-ELEGIVEL                 VALUE 'S'.
         88    WS-NAO-ELEGIVEL             VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS ENTIDADES RETIDAS POR CREDITO (CADCBLQ)     *
      *****************************************************************
      *
       01      WS-QTD-TAB-BLQ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-BLQ      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-BLOQUEIOS.
         03    TAB-BLQ-ITEM        OCCURS  02000  TIMES.
           05  TAB-BLQ-CD-ENTI     PIC     9(007).
      *
       01      WS-SW-BLQ-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-BLQ-ACHOU                VALUE 'S'.
         88    WS-BLQ-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS DISCREPANCIAS QUE IMPEDEM O CROSS-DOCKING   *
      *        (CADRDIS MOTIVOS 502 E 505)                            *
      *****************************************************************
      *
       01      WS-QTD-TAB-DIS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DIS      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DISCREPANCIAS.
         03    TAB-DIS-ITEM        OCCURS  02000  TIMES.
           05  TAB-DIS-NUM-PEDIDO  PIC     9(007).
           05  TAB-DIS-COD-PEC     PIC     9(005).
           05  TAB-DIS-COD-MOTIVO  PIC     9(003).
      *
      *****************************************************************
      *        TABELA DA QUANTIDADE PENDENTE DE INSPECAO POR PECA     *
      *        (CADQUAR SITUACAO 'P')                                 *
      *****************************************************************
      *
       01      WS-QTD-TAB-QUA      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-QUA      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-QUARENTENA.
         03    TAB-QUA-ITEM        OCCURS  02000  TIMES.
           05  TAB-QUA-COD-PEC     PIC     9(005).
           05  TAB-QUA-QTD         PIC     9(007).
      *
       01      WS-SW-QUA-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-QUA-ACHOU                VALUE 'S'.
         88    WS-QUA-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS PECAS RECEBIDAS EM UNIDADE DE COMPRA        *
      *        CONVERTIDA (CADUMED COM FATOR DIFERENTE DE 1)          *
      *****************************************************************
      *
       01      WS-QTD-TAB-UME      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-UME      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-UNIDADES.
         03    TAB-UME-ITEM        OCCURS  02000  TIMES.
           05  TAB-UME-COD-PEC     PIC     9(005).
      *
      *****************************************************************
      *        TABELA DO ESTOQUE POR LOTE (CADLOTE)                   *
      *****************************************************************
      *
       01      WS-QTD-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LOTES.
         03    TAB-LOT-ITEM        OCCURS  02000  TIMES.
           05  TAB-LOT-COD-PEC     PIC     9(005).
           05  TAB-LOT-NUM-LOTE    PIC     X(010).
           05  TAB-LOT-DAT-VALID   PIC     9(008).
           05  TAB-LOT-QTD         PIC     9(005).
      *
       01      WS-SW-LOT-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-LOT-ACHOU                VALUE 'S'.
         88    WS-LOT-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS SOLICITACOES PENDENTES (CADSPEN), EM ORDEM  *
      *        DE DATA DA SOLICITACAO (INSERCAO ORDENADA)             *
      *****************************************************************
      *
       01      WS-QTD-TAB-REQ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-REQ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-INS          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DES          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUX          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-REQUISICOES.
         03    TAB-REQ-ITEM        OCCURS  05000  TIMES.
           05  TAB-REQ-DT-SOLI     PIC     9(008).
           05  TAB-REQ-CD-ENTI     PIC     9(007).
           05  TAB-REQ-CD-PECA     PIC     9(005).
           05  TAB-REQ-QT-PEND     PIC     9(005).
           05  TAB-REQ-BLOQUEADA   PIC     X(001).
           05  TAB-REQ-REGISTRO    PIC     X(100).
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
      *    LAY-OUT DA LISTA DE CROSS-DOCKING (SEPARACAO NA DOCA)      *
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
         03    FILLER              PIC     X(040) VALUE SPACES.
         03    FILLER              PIC     X(051) VALUE
         'S E P A R A C A O  D E  C R O S S - D O C K I N G  '.
         03    FILLER              PIC     X(030) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'ENTIDADE'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'CENTRO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE 'SOLICITACAO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA '.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE '  QTDE'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'LOTE'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'PEDIDO '.
         03    FILLER              PIC     X(056) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-CD-ENTI        PIC     9(007).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-CD-CENT        PIC     9(005).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-NR-SOLI        PIC     9(013).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-CD-PECA        PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-QTDE           PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-NUM-LOTE       PIC     X(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-NUM-PEDIDO     PIC     9(007).
         03    FILLER              PIC     X(056) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADRECB - RECEBIMENTOS DA DOCA                       *
      *****************************************************************
      *
           COPY    COBI1036.
      *
      *****************************************************************
      * INPUT..: CADSPEN - SOLICITACOES PENDENTES                     *
      *****************************************************************
      *
           COPY    COBO2106.
      *
      *****************************************************************
      * INPUT..: CADCBLQ - RETIDAS POR LIMITE DE CREDITO              *
      *****************************************************************
      *
           COPY    COBO1065.
      *
      *****************************************************************
      * INPUT..: CADQUAR - MATERIAL EM QUARENTENA                     *
      *****************************************************************
      *
           COPY    COBO1053.
      *
      *****************************************************************
      * INPUT..: CADRDIS - DISCREPANCIAS DE RECEBIMENTO               *
      *****************************************************************
      *
           COPY    COBO1035.
      *
      *****************************************************************
      * INPUT..: CADUMED - UNIDADES DE MEDIDA DE COMPRA               *
      *****************************************************************
      *
           COPY    COBI1054.
      *
      *****************************************************************
      * INPUT..: CADLOTE - ESTOQUE POR LOTE                           *
      *****************************************************************
      *
           COPY    COBO1054.
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA                           *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * OUTPUT.: CADXPCK - SEPARACOES DE CROSS-DOCKING (CADPICK)      *
      *****************************************************************
      *
           COPY    COBO2105.
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ              *
      *****************************************************************
      *
           COPY    COBO1037.
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
      * INTERFACE.: DIARIO DE ATUALIZACOES DO CADMATRK (COBBB011)     *
      *****************************************************************
      *
           COPY    RUCWS011.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADLOTE     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADSPEN     PIC     X(300) VALUE SPACES.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADRECB   EQUAL   10.

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

           OPEN    INPUT   CADRECB
                           CADSPEN
                           CADCBLQ
                           CADQUAR
                           CADRDIS
                           CADUMED
                           CADLOTE
                   I-O     CADMATRK
                   OUTPUT  CADXPCK
                           CADRECR
                           CADSPENN
                           CADLOTN
                           CADPLOG
                           RELXDCK.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADLOTE'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADSPEN'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADSPEN.

           MOVE    'I'             TO      WJM-CODOPE.
           MOVE    'GPFPB140'      TO      WJM-PROGRAMA.

           PERFORM 0485-00-CHAMA-COBBB011.

           PERFORM 0400-00-CARGA-TAB-BLOQUEIOS
             UNTIL WS-FS-CADCBLQ   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-DISCREP
             UNTIL WS-FS-CADRDIS   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-QUARENT
             UNTIL WS-FS-CADQUAR   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-UNIDADES
             UNTIL WS-FS-CADUMED   EQUAL   10.

           PERFORM 0480-00-CARGA-TAB-LOTES
             UNTIL WS-FS-CADLOTE   EQUAL   10.

           PERFORM 0600-00-CARGA-REQ-PENDENTES
             UNTIL WS-FS-CADSPEN   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADRECB.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADRECB.

           PERFORM 0305-00-TESTA-FS-CADSPEN.

           PERFORM 0310-00-TESTA-FS-CADCBLQ.

           PERFORM 0315-00-TESTA-FS-CADQUAR.

           PERFORM 0320-00-TESTA-FS-CADRDIS.

           PERFORM 0325-00-TESTA-FS-CADUMED.

           PERFORM 0330-00-TESTA-FS-CADLOTE.

           PERFORM 0335-00-TESTA-FS-CADMATRK.

           PERFORM 0345-00-TESTA-FS-CADXPCK.

           PERFORM 0350-00-TESTA-FS-CADRECR.

           PERFORM 0355-00-TESTA-FS-CADSPENN.

           PERFORM 0360-00-TESTA-FS-CADLOTN.

           PERFORM 0365-00-TESTA-FS-CADPLOG.

           PERFORM 0370-00-TESTA-FS-RELXDCK.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADRECB    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRECB NOT EQUAL 00 AND 10
                   MOVE 'CADRECB'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRECB
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0305-00-TESTA-FS-CADSPEN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADSPEN NOT EQUAL 00 AND 10
                   MOVE 'CADSPEN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSPEN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0305-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-CADCBLQ    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCBLQ NOT EQUAL 00 AND 10
                   MOVE 'CADCBLQ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCBLQ
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0315-00-TESTA-FS-CADQUAR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADQUAR NOT EQUAL 00 AND 10
                   MOVE 'CADQUAR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADQUAR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0315-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADRDIS    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRDIS NOT EQUAL 00 AND 10
                   MOVE 'CADRDIS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRDIS
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0325-00-TESTA-FS-CADUMED    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADUMED NOT EQUAL 00 AND 10
                   MOVE 'CADUMED'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADUMED
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0325-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-CADLOTE    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADLOTE NOT EQUAL 00 AND 10
                   MOVE 'CADLOTE'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADLOTE
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0335-00-TESTA-FS-CADMATRK   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATRK NOT EQUAL 00 AND 23
                   MOVE 'CADMATRK' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATRK
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0335-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0340-00-TESTA-REW-CADMATRK  SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATRK NOT EQUAL 00
                   MOVE 'CADMATRK' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATRK
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0340-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0345-00-TESTA-FS-CADXPCK    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADXPCK NOT EQUAL 00
                   MOVE 'CADXPCK'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADXPCK
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0345-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-TESTA-FS-CADRECR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRECR NOT EQUAL 00
                   MOVE 'CADRECR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRECR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0355-00-TESTA-FS-CADSPENN   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADSPENN NOT EQUAL 00
                   MOVE 'CADSPENN' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSPENN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0355-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0360-00-TESTA-FS-CADLOTN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADLOTN NOT EQUAL 00
                   MOVE 'CADLOTN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADLOTN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0365-00-TESTA-FS-CADPLOG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPLOG NOT EQUAL 00
                   MOVE 'CADPLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPLOG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0365-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0370-00-TESTA-FS-RELXDCK    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELXDCK NOT EQUAL 00
                   MOVE 'RELXDCK'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELXDCK
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0370-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-BLOQUEIOS SECTION.
      *****************************************************************
      *    UMA ENTRADA POR ENTIDADE COM SOLICITACAO RETIDA POR        *
      *    CREDITO                                                    *
      *
           READ    CADCBLQ         INTO    REG-CBLQ.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADCBLQ.

           IF      WS-FS-CADCBLQ   NOT EQUAL 00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCBLQ.

           SET     WS-BLQ-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-BLQ FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BLQ GREATER WS-QTD-TAB-BLQ
                   OR      WS-BLQ-ACHOU

             IF    CBLQ-CD-ENTI EQUAL TAB-BLQ-CD-ENTI (WS-IND-TAB-BLQ)
                   SET     WS-BLQ-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-BLQ-NAO-ACHOU
                   IF      WS-QTD-TAB-BLQ  GREATER OR EQUAL 02000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-BLQ
                   MOVE    CBLQ-CD-ENTI    TO
                           TAB-BLQ-CD-ENTI (WS-QTD-TAB-BLQ)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-DISCREP   SECTION.
      *****************************************************************
      *    502 - O RECEBIMENTO SEM PEDIDO NAO SUBIU PARA O ESTOQUE    *
      *    505 - O ACRESCIMO DA PECA NAO FOI REGRAVADO NA MATRIZ      *
      *
           READ    CADRDIS         INTO    REG-RDIS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADRDIS.

           IF      WS-FS-CADRDIS   EQUAL   00
                   ADD 001         TO      WS-LID-CADRDIS

                   IF      RDIS-COD-MOTIVO EQUAL 502 OR 505
                           IF      WS-QTD-TAB-DIS  GREATER OR EQUAL
                                   02000
                                   PERFORM 0989-00-ABEND-TABELA
                           END-IF
                           ADD     001     TO      WS-QTD-TAB-DIS
                           MOVE    RDIS-NUM-PEDIDO TO
                                   TAB-DIS-NUM-PEDIDO (WS-QTD-TAB-DIS)
                           MOVE    RDIS-COD-PEC    TO
                                   TAB-DIS-COD-PEC    (WS-QTD-TAB-DIS)
                           MOVE    RDIS-COD-MOTIVO TO
                                   TAB-DIS-COD-MOTIVO (WS-QTD-TAB-DIS)
                   END-IF
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-QUARENT   SECTION.
      *****************************************************************
      *    ACUMULA POR PECA A QUANTIDADE AINDA PENDENTE DE INSPECAO   *
      *
           READ    CADQUAR         INTO    REG-QUAR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0315-00-TESTA-FS-CADQUAR.

           IF      WS-FS-CADQUAR   NOT EQUAL 00
                   GO      TO      0440-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADQUAR.

           IF      NOT QUAR-PENDENTE
                   GO      TO      0440-99-EXIT
           END-IF.

           SET     WS-QUA-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-QUA FROM 1 BY 1
                   UNTIL   WS-IND-TAB-QUA GREATER WS-QTD-TAB-QUA
                   OR      WS-QUA-ACHOU

             IF    QUAR-COD-PEC EQUAL TAB-QUA-COD-PEC (WS-IND-TAB-QUA)
                   SET     WS-QUA-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-QUA-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-QUA
                   ADD     QUAR-QTD        TO
                           TAB-QUA-QTD (WS-IND-TAB-QUA)
           ELSE
                   IF      WS-QTD-TAB-QUA  GREATER OR EQUAL 02000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-QUA
                   MOVE    QUAR-COD-PEC    TO
                           TAB-QUA-COD-PEC (WS-QTD-TAB-QUA)
                   MOVE    QUAR-QTD        TO
                           TAB-QUA-QTD     (WS-QTD-TAB-QUA)
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-UNIDADES  SECTION.
      *****************************************************************
      *    A QUANTIDADE DA DOCA DESSAS PECAS ESTA EM UNIDADE DE       *
      *    COMPRA E NAO PODE SER SEPARADA EM UNIDADE DE ESTOQUE       *
      *
           READ    CADUMED         INTO    REG-UMED.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0325-00-TESTA-FS-CADUMED.

           IF      WS-FS-CADUMED   EQUAL   00
                   ADD 001         TO      WS-LID-CADUMED

                   IF      UMED-FAT-CONV   GREATER ZEROS   AND
                           UMED-FAT-CONV   NOT EQUAL 1
                           IF      WS-QTD-TAB-UME  GREATER OR EQUAL
                                   02000
                                   PERFORM 0989-00-ABEND-TABELA
                           END-IF
                           ADD     001     TO      WS-QTD-TAB-UME
                           MOVE    UMED-COD-PEC    TO
                                   TAB-UME-COD-PEC (WS-QTD-TAB-UME)
                   END-IF
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CARGA-TAB-LOTES     SECTION.
      *****************************************************************
      *
           READ    CADLOTE         INTO    REG-LOTE.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0330-00-TESTA-FS-CADLOTE.

           IF      WS-FS-CADLOTE   EQUAL   00
                   ADD 001         TO      WS-LID-CADLOTE

                   IF      WS-QTD-TAB-LOT  GREATER OR EQUAL 02000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LOT
                   MOVE    LOTE-COD-PEC    TO
                           TAB-LOT-COD-PEC   (WS-QTD-TAB-LOT)
                   MOVE    LOTE-NUM-LOTE   TO
                           TAB-LOT-NUM-LOTE  (WS-QTD-TAB-LOT)
                   MOVE    LOTE-DAT-VALID  TO
                           TAB-LOT-DAT-VALID (WS-QTD-TAB-LOT)
                   MOVE    LOTE-QTD        TO
                           TAB-LOT-QTD       (WS-QTD-TAB-LOT)
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0485-00-CHAMA-COBBB011      SECTION.
      *****************************************************************
      *    REGISTRA A EXECUCAO E AS IMAGENS ANTERIORES DO CADMATRK NO *
      *    DIARIO CADJMTK. EXECUCAO ANTERIOR INCOMPLETA (CODRET 91)   *
      *    PRECISA SER REVERTIDA PELO GPFPB180 ANTES DA REEXECUCAO    *
      *
           MOVE    'COBBB011'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WJM-GRUPO
           END-CALL.

           IF      WJM-EXECUCAO-PENDENTE
                   DISPLAY 'GPFPB140 - EXECUCAO ANTERIOR INCOMPLETA EM '
                           WJM-DATA-EXEC ' ' WJM-HORA-EXEC
                   DISPLAY 'GPFPB140 - REVERTER PELO GPFPB180 ANTES DE '
                           'REEXECUTAR'
           END-IF.

           IF      NOT WJM-OPERACAO-OK
                   MOVE    WJM-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0485-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADLOTN NO CATALOGO DE GERACOES      *
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
       0500-00-LEITURA-CADRECB     SECTION.
      *****************************************************************
      *
           READ    CADRECB         INTO    REG-RECB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADRECB.

           IF      WS-FS-CADRECB   EQUAL   00
                   ADD 001         TO      WS-LID-CADRECB
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-CARGA-REQ-PENDENTES SECTION.
      *****************************************************************
      *    INSERCAO ORDENADA POR DATA DE SOLICITACAO; A SOLICITACAO   *
      *    DE ENTIDADE RETIDA POR CREDITO FICA MARCADA E NAO RECEBE   *
      *    CROSS-DOCKING                                              *
      *
           READ    CADSPEN         INTO    REG-SPEN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0305-00-TESTA-FS-CADSPEN.

           IF      WS-FS-CADSPEN   NOT EQUAL 00
                   GO      TO      0600-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADSPEN.

           IF      WS-QTD-TAB-REQ  GREATER OR EQUAL 05000
                   PERFORM         0989-00-ABEND-TABELA
           END-IF.

           MOVE    001             TO      WS-IND-INS.

           PERFORM UNTIL WS-IND-INS GREATER WS-QTD-TAB-REQ
                   OR    TAB-REQ-DT-SOLI (WS-IND-INS)
                         GREATER SPEN-DT-SOLI
                   ADD     001     TO      WS-IND-INS
           END-PERFORM.

           PERFORM VARYING WS-IND-DES FROM WS-QTD-TAB-REQ BY -1
                   UNTIL   WS-IND-DES LESS WS-IND-INS

             COMPUTE WS-IND-AUX = WS-IND-DES + 1
             MOVE  TAB-REQ-ITEM (WS-IND-DES) TO
                   TAB-REQ-ITEM (WS-IND-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-REQ.

           MOVE    SPEN-DT-SOLI    TO TAB-REQ-DT-SOLI   (WS-IND-INS).
           MOVE    SPEN-CD-ENTI    TO TAB-REQ-CD-ENTI   (WS-IND-INS).
           MOVE    SPEN-CD-PECA    TO TAB-REQ-CD-PECA   (WS-IND-INS).
           MOVE    SPEN-QT-PENDENTE
                                   TO TAB-REQ-QT-PEND   (WS-IND-INS).
           MOVE    REG-SPEN        TO TAB-REQ-REGISTRO  (WS-IND-INS).
           MOVE    'N'             TO TAB-REQ-BLOQUEADA (WS-IND-INS).

           SET     WS-BLQ-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-BLQ FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BLQ GREATER WS-QTD-TAB-BLQ
                   OR      WS-BLQ-ACHOU

             IF    SPEN-CD-ENTI EQUAL TAB-BLQ-CD-ENTI (WS-IND-TAB-BLQ)
                   SET     WS-BLQ-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-BLQ-ACHOU
                   MOVE    'S'     TO TAB-REQ-BLOQUEADA (WS-IND-INS)
                   ADD     001     TO      WS-QTD-RETIDAS-CRED
           END-IF.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    PARA CADA LINHA RECEBIDA APURA A QUANTIDADE ELEGIVEL,      *
      *    DESTINA-A AS PENDENTES MAIS ANTIGAS DA PECA E MANDA A      *
      *    SOBRA PARA A GUARDA                                        *
      *
           MOVE    ZEROS           TO      WS-QTD-CRUZADA.

           PERFORM 1100-00-APURA-ELEGIVEL.

           IF      WS-QTD-ELEGIVEL GREATER ZEROS
                   PERFORM 1200-00-LEITURA-CADMATRK
           END-IF.

           IF      WS-QTD-ELEGIVEL GREATER ZEROS
                   PERFORM 1300-00-ALOCA-SOLICITACAO
                     VARYING WS-IND-TAB-REQ FROM 1 BY 1
                     UNTIL WS-IND-TAB-REQ GREATER WS-QTD-TAB-REQ
                     OR    WS-QTD-ELEGIVEL EQUAL ZEROS
           END-IF.

           IF      WS-QTD-CRUZADA  GREATER ZEROS
                   PERFORM 1400-00-BAIXA-MATRIZ
                   IF      RECB-NUM-LOTE   NOT EQUAL SPACES
                           PERFORM 1500-00-BAIXA-LOTE
                   END-IF
           END-IF.

           PERFORM 1600-00-GRAVACAO-CADRECR.

           PERFORM 0500-00-LEITURA-CADRECB.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-APURA-ELEGIVEL      SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WS-QTD-ELEGIVEL.

           IF      RECB-COD-PEC    NOT NUMERIC     OR
                   RECB-QTD-RECEBIDA NOT NUMERIC   OR
                   RECB-QTD-RECEBIDA EQUAL ZEROS
                   GO      TO      1100-99-EXIT
           END-IF.

           SET     WS-ELEGIVEL             TO      TRUE.

           PERFORM VARYING WS-IND-TAB-DIS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DIS GREATER WS-QTD-TAB-DIS
                   OR      WS-NAO-ELEGIVEL

             IF   (TAB-DIS-COD-MOTIVO (WS-IND-TAB-DIS) EQUAL 502 AND
                   TAB-DIS-NUM-PEDIDO (WS-IND-TAB-DIS) EQUAL
                   RECB-NUM-PEDIDO                            AND
                   TAB-DIS-COD-PEC    (WS-IND-TAB-DIS) EQUAL
                   RECB-COD-PEC)
                   OR
                  (TAB-DIS-COD-MOTIVO (WS-IND-TAB-DIS) EQUAL 505 AND
                   TAB-DIS-COD-PEC    (WS-IND-TAB-DIS) EQUAL
                   RECB-COD-PEC)
                   SET     WS-NAO-ELEGIVEL TO      TRUE
             END-IF

           END-PERFORM.

           PERFORM VARYING WS-IND-TAB-UME FROM 1 BY 1
                   UNTIL   WS-IND-TAB-UME GREATER WS-QTD-TAB-UME
                   OR      WS-NAO-ELEGIVEL

             IF    RECB-COD-PEC EQUAL TAB-UME-COD-PEC (WS-IND-TAB-UME)
                   SET     WS-NAO-ELEGIVEL TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-NAO-ELEGIVEL
                   ADD     001     TO      WS-QTD-NAO-ELEGIVEL
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    RECB-QTD-RECEBIDA
                                   TO      WS-QTD-ELEGIVEL.

      *    A QUANTIDADE EM INSPECAO DA PECA E RETIDA NAS PRIMEIRAS
      *    LINHAS RECEBIDAS E NAO ENTRA NO CROSS-DOCKING
           SET     WS-QUA-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-QUA FROM 1 BY 1
                   UNTIL   WS-IND-TAB-QUA GREATER WS-QTD-TAB-QUA
                   OR      WS-QUA-ACHOU

             IF    RECB-COD-PEC EQUAL TAB-QUA-COD-PEC (WS-IND-TAB-QUA)
                   SET     WS-QUA-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-QUA-NAO-ACHOU
                   GO      TO      1100-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-QUA.

           IF      TAB-QUA-QTD (WS-IND-TAB-QUA) GREATER WS-QTD-ELEGIVEL
                   MOVE    WS-QTD-ELEGIVEL TO      WS-QTD-RETIDA
           ELSE
                   MOVE    TAB-QUA-QTD (WS-IND-TAB-QUA)
                                   TO      WS-QTD-RETIDA
           END-IF.

           SUBTRACT WS-QTD-RETIDA  FROM    TAB-QUA-QTD (WS-IND-TAB-QUA).
           SUBTRACT WS-QTD-RETIDA  FROM    WS-QTD-ELEGIVEL.
           ADD     WS-QTD-RETIDA   TO      WS-QTD-EM-INSPECAO.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-LEITURA-CADMATRK    SECTION.
      *****************************************************************
      *    O CROSS-DOCKING NAO PODE TIRAR MAIS DO QUE O ESTOQUE DA    *
      *    MATRIZ; PECA SEM MATRIZ NAO E SEPARADA                     *
      *
           MOVE    RECB-COD-PEC    TO      MATRK-COD-PEC.

           READ    CADMATRK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0335-00-TESTA-FS-CADMATRK.

           IF      WS-FS-CADMATRK  EQUAL   23
                   ADD     001     TO      WS-QTD-NAO-ELEGIVEL
                   MOVE    ZEROS   TO      WS-QTD-ELEGIVEL
                   GO      TO      1200-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADMATRK.

           MOVE    REG-CADMATRK    TO      REG-MATR.

           IF      MATR-QTD-ETQ    LESS    WS-QTD-ELEGIVEL
                   MOVE    MATR-QTD-ETQ    TO      WS-QTD-ELEGIVEL
           END-IF.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-ALOCA-SOLICITACAO   SECTION.
      *****************************************************************
      *
           IF      TAB-REQ-CD-PECA (WS-IND-TAB-REQ)
                                   NOT EQUAL RECB-COD-PEC  OR
                   TAB-REQ-QT-PEND (WS-IND-TAB-REQ) EQUAL ZEROS OR
                   TAB-REQ-BLOQUEADA (WS-IND-TAB-REQ) EQUAL 'S'
                   GO      TO      1300-99-EXIT
           END-IF.

           IF      TAB-REQ-QT-PEND (WS-IND-TAB-REQ)
                                   GREATER WS-QTD-ELEGIVEL
                   MOVE    WS-QTD-ELEGIVEL TO      WS-QTD-PICK
           ELSE
                   MOVE    TAB-REQ-QT-PEND (WS-IND-TAB-REQ)
                                   TO      WS-QTD-PICK
           END-IF.

           SUBTRACT WS-QTD-PICK    FROM    TAB-REQ-QT-PEND
                                           (WS-IND-TAB-REQ).
           SUBTRACT WS-QTD-PICK    FROM    WS-QTD-ELEGIVEL.
           ADD     WS-QTD-PICK     TO      WS-QTD-CRUZADA.
           ADD     WS-QTD-PICK     TO      WS-QTD-UNID-CRUZADAS.

           IF      TAB-REQ-QT-PEND (WS-IND-TAB-REQ) EQUAL ZEROS
                   ADD     001     TO      WS-QTD-ATENDIDAS
           END-IF.

           PERFORM 1350-00-GRAVACAO-CADXPCK.

           PERFORM 1360-00-IMPRIME-SEPARACAO.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1350-00-GRAVACAO-CADXPCK    SECTION.
      *****************************************************************
      *
           MOVE    TAB-REQ-REGISTRO (WS-IND-TAB-REQ)
                                   TO      REG-SPEN.

           MOVE    SPACES          TO      REG-PICK.

           MOVE    SPEN-CD-ENTI    TO      PICK-CD-ENTI.
           MOVE    SPEN-CD-CENT    TO      PICK-CD-CENT.
           MOVE    SPEN-NR-SOLI    TO      PICK-NR-SOLI.
           MOVE    RECB-COD-PEC    TO      PICK-CD-PECA.
           MOVE    WS-QTD-PICK     TO      PICK-QT-ALOCADA.
           MOVE    SPEN-DT-SOLI    TO      PICK-DT-SOLI.
           MOVE    RECB-NUM-LOTE   TO      PICK-NUM-LOTE.

           IF      RECB-NUM-LOTE   EQUAL   SPACES
                   MOVE    ZEROS   TO      PICK-DAT-VALID
           ELSE
                   MOVE    RECB-DAT-VALID  TO      PICK-DAT-VALID
           END-IF.

           MOVE    ZEROS           TO      PICK-CD-PECA-ORIG.
           MOVE    SPEN-IN-URGENTE TO      PICK-IN-URGENTE.

           WRITE   REG-CADXPCK     FROM    REG-PICK.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0345-00-TESTA-FS-CADXPCK.

           ADD     001             TO      WS-GRV-CADXPCK.
      *
       1350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1360-00-IMPRIME-SEPARACAO   SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    PICK-CD-ENTI    TO      DET1-CD-ENTI.
           MOVE    PICK-CD-CENT    TO      DET1-CD-CENT.
           MOVE    PICK-NR-SOLI    TO      DET1-NR-SOLI.
           MOVE    PICK-CD-PECA    TO      DET1-CD-PECA.
           MOVE    PICK-QT-ALOCADA TO      DET1-QTDE.
           MOVE    PICK-NUM-LOTE   TO      DET1-NUM-LOTE.
           MOVE    RECB-NUM-PEDIDO TO      DET1-NUM-PEDIDO.

           MOVE    DET1            TO      REG-RELXDCK.
           PERFORM 2700-00-GRAVACAO-RELXDCK.
      *
       1360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-BAIXA-MATRIZ        SECTION.
      *****************************************************************
      *    REGRAVA A MATRIZ CHAVEADA SUBTRAINDO A QUANTIDADE CRUZADA  *
      *    DA LINHA E REGISTRA A BAIXA NO TRILHO DE AUDITORIA         *
      *
           MOVE    REG-MATR        TO      WS-IMAGEM-ANTES.

           SUBTRACT WS-QTD-CRUZADA FROM    MATR-QTD-ETQ.

           MOVE    REG-MATR        TO      WS-IMAGEM-DEPOIS.

           MOVE    'B'             TO      WJM-CODOPE.
           MOVE    REG-CADMATRK    TO      WJM-REG-IMAGEM.

           PERFORM 0485-00-CHAMA-COBBB011.

           REWRITE REG-CADMATRK    FROM    REG-MATR.

           MOVE   ' NA REGRAVACAO' TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0340-00-TESTA-REW-CADMATRK.

           ADD     001             TO      WS-REG-CADMATRK.

           PERFORM 1450-00-GRAVACAO-CADPLOG.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1450-00-GRAVACAO-CADPLOG    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-PLOG.

           MOVE    MATR-COD-PEC    TO      PLOG-COD-PEC.
           MOVE    'A'             TO      PLOG-TP-SOL.
           MOVE    WS-IMAGEM-ANTES TO      PLOG-IMAGEM-ANTES.
           MOVE    WS-IMAGEM-DEPOIS
                                   TO      PLOG-IMAGEM-DEPOIS.
           MOVE    WS-DATA-PROC    TO      PLOG-DAT-MOV.
           ADD     001             TO      WS-SEQ-TRANS.
           MOVE    WS-SEQ-TRANS    TO      PLOG-SEQ-TRANS.
           MOVE    'GPFPB140'      TO      PLOG-PROGRAMA.
           MOVE    RECB-NUM-PEDIDO TO      PLOG-NUM-DOC.

           WRITE   REG-CADPLOG     FROM    REG-PLOG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0365-00-TESTA-FS-CADPLOG.

           ADD     001             TO      WS-GRV-CADPLOG.
      *
       1450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-BAIXA-LOTE          SECTION.
      *****************************************************************
      *    O LOTE RECEBIDO JA FOI SOMADO AO SALDO PELO GPFPB039 E     *
      *    SAI DELE A QUANTIDADE CRUZADA                              *
      *
           SET     WS-LOT-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT
                   OR      WS-LOT-ACHOU

             IF    RECB-COD-PEC  EQUAL
                   TAB-LOT-COD-PEC  (WS-IND-TAB-LOT)        AND
                   RECB-NUM-LOTE EQUAL
                   TAB-LOT-NUM-LOTE (WS-IND-TAB-LOT)
                   SET     WS-LOT-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-LOT-NAO-ACHOU
                   GO      TO      1500-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-LOT.

           IF      TAB-LOT-QTD (WS-IND-TAB-LOT) GREATER WS-QTD-CRUZADA
                   SUBTRACT WS-QTD-CRUZADA FROM
                           TAB-LOT-QTD (WS-IND-TAB-LOT)
           ELSE
                   MOVE    ZEROS   TO      TAB-LOT-QTD (WS-IND-TAB-LOT)
           END-IF.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-GRAVACAO-CADRECR    SECTION.
      *****************************************************************
      *    SO A SOBRA DA LINHA SEGUE PARA A GUARDA; LINHA INVALIDA    *
      *    SEGUE COMO VEIO                                            *
      *
           IF      RECB-QTD-RECEBIDA NOT NUMERIC
                   MOVE    ZEROS   TO      WS-QTD-SOBRA
           ELSE
                   COMPUTE WS-QTD-SOBRA =
                           RECB-QTD-RECEBIDA - WS-QTD-CRUZADA
           END-IF.

           IF      WS-QTD-CRUZADA  GREATER ZEROS   AND
                   WS-QTD-SOBRA    EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-SEM-GUARDA
                   GO      TO      1600-99-EXIT
           END-IF.

           IF      WS-QTD-CRUZADA  GREATER ZEROS
                   MOVE    WS-QTD-SOBRA    TO      RECB-QTD-RECEBIDA
           END-IF.

           WRITE   REG-CADRECR     FROM    REG-RECB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0350-00-TESTA-FS-CADRECR.

           ADD     001             TO      WS-GRV-CADRECR.
      *
       1600-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELXDCK.
           PERFORM 2700-00-GRAVACAO-RELXDCK.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELXDCK.
           PERFORM 2700-00-GRAVACAO-RELXDCK.

           MOVE    CAB4            TO      REG-RELXDCK.
           PERFORM 2700-00-GRAVACAO-RELXDCK.

           MOVE    CAB6            TO      REG-RELXDCK.
           PERFORM 2700-00-GRAVACAO-RELXDCK.

           MOVE    004             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELXDCK    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELXDCK.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0370-00-TESTA-FS-RELXDCK.

           ADD     001             TO      WS-GRV-RELXDCK.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 3200-00-GRAVACAO-CADSPENN
             VARYING WS-IND-TAB-REQ FROM 1 BY 1
             UNTIL WS-IND-TAB-REQ  GREATER WS-QTD-TAB-REQ.

           PERFORM 3300-00-GRAVACAO-CADLOTN
             VARYING WS-IND-TAB-LOT FROM 1 BY 1
             UNTIL WS-IND-TAB-LOT  GREATER WS-QTD-TAB-LOT.

           CLOSE   CADRECB
                   CADSPEN
                   CADCBLQ
                   CADQUAR
                   CADRDIS
                   CADUMED
                   CADLOTE
                   CADMATRK
                   CADXPCK
                   CADRECR
                   CADSPENN
                   CADLOTN
                   CADPLOG
                   RELXDCK.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    017             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB140'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    018             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.

           MOVE    WS-GCAT-CADSPEN TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB140'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    019             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADSPEN.

           MOVE    'F'             TO      WJM-CODOPE.

           PERFORM 0485-00-CHAMA-COBBB011.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB140'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADRECB  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB140 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB140 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADRECB  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRECB.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADSPEN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADSPEN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCBLQ  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCBLQ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADQUAR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADQUAR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRDIS  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRDIS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADUMED  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADUMED.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADLOTE  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADLOTE.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMATRK TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATRK: ' WS-EDICAO
           ' *'.
           MOVE    WS-REG-CADMATRK TO      WS-EDICAO.
           DISPLAY '* REGISTROS REGRAVADOS..- CADMATRK: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADXPCK  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADXPCK.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADRECR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADRECR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADSPENN TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADSPENN: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADSPEN TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADSPEN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADLOTN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADLOTN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADLOTE.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPLOG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-UNID-CRUZADAS
                                   TO      WS-EDICAO.
           DISPLAY '* UNIDADES SEPARADAS NA DOCA.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ATENDIDAS
                                   TO      WS-EDICAO.
           DISPLAY '* SOLICITACOES ATENDIDAS INTEGRAIS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-GUARDA
                                   TO      WS-EDICAO.
           DISPLAY '* RECEBIMENTOS SEM SOBRA P/ GUARDA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RETIDAS-CRED
                                   TO      WS-EDICAO.
           DISPLAY '* SOLICITACOES RETIDAS P/ CREDITO..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EM-INSPECAO
                                   TO      WS-EDICAO.
           DISPLAY '* UNIDADES RETIDAS EM INSPECAO.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-NAO-ELEGIVEL
                                   TO      WS-EDICAO.
           DISPLAY '* RECEBIMENTOS NAO ELEGIVEIS.......: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB140 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3200-00-GRAVACAO-CADSPENN   SECTION.
      *****************************************************************
      *    AS PENDENTES SEGUEM COM O SALDO NAO ATENDIDO; A IDADE EM   *
      *    CICLOS SO E CONTADA PELO GPFPB044                          *
      *
           IF      TAB-REQ-QT-PEND (WS-IND-TAB-REQ) EQUAL ZEROS
                   GO      TO      3200-99-EXIT
           END-IF.

           MOVE    TAB-REQ-REGISTRO (WS-IND-TAB-REQ)
                                   TO      REG-SPEN.
           MOVE    TAB-REQ-QT-PEND  (WS-IND-TAB-REQ)
                                   TO      SPEN-QT-PENDENTE.

           WRITE   REG-CADSPENN    FROM    REG-SPEN.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0355-00-TESTA-FS-CADSPENN.

           ADD     001             TO      WS-GRV-CADSPENN.

           MOVE    WS-GCAT-CADSPEN TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADSPENN    TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADSPEN.
      *
       3200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3300-00-GRAVACAO-CADLOTN    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-LOTE.

           MOVE    TAB-LOT-COD-PEC   (WS-IND-TAB-LOT)
                                   TO      LOTE-COD-PEC.
           MOVE    TAB-LOT-NUM-LOTE  (WS-IND-TAB-LOT)
                                   TO      LOTE-NUM-LOTE.
           MOVE    TAB-LOT-DAT-VALID (WS-IND-TAB-LOT)
                                   TO      LOTE-DAT-VALID.
           MOVE    TAB-LOT-QTD       (WS-IND-TAB-LOT)
                                   TO      LOTE-QTD.

           WRITE   REG-CADLOTN     FROM    REG-LOTE.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    016             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADLOTN.

           ADD     001             TO      WS-GRV-CADLOTN.

           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-LOTE        TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.
      *
       3300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB140 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB140 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB140 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB140 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB140 ******************'.
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
           DISPLAY '******************* GPFPB140 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB140 ******************'.

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

           DISPLAY '******************* GPFPB140 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB140 ******************'.
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
           DISPLAY '******************* GPFPB140 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB140 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB140                  *
      *****************************************************************
