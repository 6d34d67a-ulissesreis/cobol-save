      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB142.
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
      * OBJETIVO.....: BAIXA DE ESTOQUE POR PERDA - PECAS VENCIDAS    *
      *                (LOTES APONTADOS PELO GPFPB086), AVARIADAS OU  *
      *                OBSOLETAS - INFORMADA PELO ALMOXARIFADO NO     *
      *                MOVIMENTO CADBXAM:                             *
      *                - A BAIXA REDUZ O ESTOQUE DA MATRIZ CHAVEADA   *
      *                  (CADMATRK, COM TRILHO DE AUDITORIA NO        *
      *                  CADPLOG) E O SALDO DO LOTE (CADLOTE ->       *
      *                  CADLOTN)                                     *
      *                - A PERDA E CONTABILIZADA NA CONTA PROPRIA DE  *
      *                  DESPESA (D 560200 / C 110205 ESTOQUE) NO     *
      *                  LAY-OUT DO CADCTB (CADCTBB, ABSORVIDO PELO   *
      *                  GPFPB028), COM O MOTIVO NO HISTORICO         *
      *                - A BAIXA EFETIVADA VAI PARA O HISTORICO       *
      *                  CADBXAH, COM O FORNECEDOR DA PECA, DE ONDE   *
      *                  SAI O RELATORIO MENSAL POR MOTIVO E POR      *
      *                  FORNECEDOR (GPFPB143)                        *
      *                - BAIXA DE VALOR ACIMA DA ALCADA FICA RETIDA   *
      *                  (CADBXPN) ATE A DECISAO (CADBXAD) DE         *
      *                  OPERADOR ATIVO, AUTORIZADO (OPER-AUT-BAIX) E *
      *                  DIFERENTE DO SOLICITANTE                     *
      *                TODAS AS BAIXAS DO DIA - EFETIVADAS, RETIDAS E *
      *                RECUSADAS - SAEM NO RELATORIO RELBAIX.         *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB142:                    *
      *                PARM-VALOR (1:15) - VALOR MAXIMO DA BAIXA SEM  *
      *                                    APROVACAO (9(13)V9(2))     *
      *****************************************************************
      * OBSERVACAO...: O CADBXAP E O CADBXPN DA RODADA ANTERIOR. O    *
      *                CADBXAH E ACUMULADO (GRAVADO EM EXTENSAO). O   *
      *                AJUSTE DE INVENTARIO (GPFPB040) NAO DEVE SER   *
      *                USADO PARA PERDAS. PECA SEM LOTE (LOTE EM      *
      *                BRANCO) SO TEM O ESTOQUE DA MATRIZ BAIXADO     *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - O TRILHO DE AUDITORIA (CADPLOG) PASSA A     *
      *                   LEVAR O NUMERO DA BAIXA                     *
      *                   COMO DOCUMENTO DE ORIGEM                    *
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
      * 15/10/2026 - US - A DECISAO DE OPERADOR AUTORIZADO A APROVAR  *
      *                   BAIXAS (BAIX) PASSA A SER REGISTRADA NO LOG *
      *                   CADOLOG (COBBB012), BASE DA REVISAO DE      *
      *                   ACESSOS (GPFPB181)                          *
      * 15/10/2026 - US - CADA CADBXPN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADBXAP, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
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
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADOPER  ASSIGN  TO  UT-S-CADOPER
                   FILE     STATUS  IS  WS-FS-CADOPER.
      *
      *****************************************************************
      * INPUT..: CADLOTE - ESTOQUE POR LOTE ATUAL        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADLOTE  ASSIGN  TO  UT-S-CADLOTE
                   FILE     STATUS  IS  WS-FS-CADLOTE.
      *
      *****************************************************************
      * INPUT..: CADBXAD - DECISOES SOBRE BAIXAS RETIDAS - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADBXAD  ASSIGN  TO  UT-S-CADBXAD
                   FILE     STATUS  IS  WS-FS-CADBXAD.
      *
      *****************************************************************
      * INPUT..: CADBXAP - BAIXAS RETIDAS ANTERIORES     - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADBXAP  ASSIGN  TO  UT-S-CADBXAP
                   FILE     STATUS  IS  WS-FS-CADBXAP.
      *
      *****************************************************************
      * INPUT..: CADBXAM - MOVIMENTO DE BAIXA POR PERDA  - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADBXAM  ASSIGN  TO  UT-S-CADBXAM
                   FILE     STATUS  IS  WS-FS-CADBXAM.
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
      * OUTPUT.: CADLOTN - ESTOQUE POR LOTE ATUALIZADO   - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADLOTN  ASSIGN  TO  UT-S-CADLOTN
                   FILE     STATUS  IS  WS-FS-CADLOTN.
      *
      *****************************************************************
      * OUTPUT.: CADBXPN - BAIXAS RETIDAS ATUALIZADO     - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADBXPN  ASSIGN  TO  UT-S-CADBXPN
                   FILE     STATUS  IS  WS-FS-CADBXPN.
      *
      *****************************************************************
      * OUTPUT.: CADBXAH - HISTORICO DAS BAIXAS          - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADBXAH  ASSIGN  TO  UT-S-CADBXAH
                   FILE     STATUS  IS  WS-FS-CADBXAH.
      *
      *****************************************************************
      * OUTPUT.: CADCTBB - LANCAMENTOS DAS PERDAS        - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADCTBB  ASSIGN  TO  UT-S-CADCTBB
                   FILE     STATUS  IS  WS-FS-CADCTBB.
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ - LRECL=250  *
      *****************************************************************
      *
           SELECT  CADPLOG  ASSIGN  TO  UT-S-CADPLOG
                   FILE     STATUS  IS  WS-FS-CADPLOG.
      *
      *****************************************************************
      * OUTPUT.: RELBAIX - BAIXAS DE ESTOQUE DO DIA      - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELBAIX  ASSIGN  TO  UT-S-RELBAIX
                   FILE     STATUS  IS  WS-FS-RELBAIX.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO        - LRECL=050  *
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
      * INPUT..: CADOPER - CADASTRO DE OPERADORES        - LRECL=050  *
      *****************************************************************
      *
       FD  CADOPER
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOPER         PIC     X(050).
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
      * INPUT..: CADBXAD - DECISOES SOBRE BAIXAS RETIDAS - LRECL=050  *
      *****************************************************************
      *
       FD  CADBXAD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBXAD         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADBXAP - BAIXAS RETIDAS ANTERIORES     - LRECL=100  *
      *****************************************************************
      *
       FD  CADBXAP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBXAP         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADBXAM - MOVIMENTO DE BAIXA POR PERDA  - LRECL=050  *
      *****************************************************************
      *
       FD  CADBXAM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBXAM         PIC     X(050).
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
      * OUTPUT.: CADBXPN - BAIXAS RETIDAS ATUALIZADO     - LRECL=100  *
      *****************************************************************
      *
       FD  CADBXPN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBXPN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADBXAH - HISTORICO DAS BAIXAS          - LRECL=100  *
      *****************************************************************
      *
       FD  CADBXAH
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBXAH         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADCTBB - LANCAMENTOS DAS PERDAS        - LRECL=100  *
      *****************************************************************
      *
       FD  CADCTBB
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBB         PIC     X(100).
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
      * OUTPUT.: RELBAIX - BAIXAS DE ESTOQUE DO DIA      - LRECL=133  *
      *****************************************************************
      *
       FD  RELBAIX
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELBAIX         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOPER       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADLOTE       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBXAD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBXAP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBXAM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATRK      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADLOTN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBXPN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBXAH       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCTBB       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPLOG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELBAIX       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADOPER      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADLOTE      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADBXAD      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADBXAP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADBXAM      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-REG-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADLOTN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADBXPN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADBXAH      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCTBB      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPLOG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELBAIX      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-EFETIVADAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RETIDAS      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RECUSADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DEC-IGNORADAS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DEC-SEM-BAIXA
                                   PIC     9(018) VALUE ZEROS.
      *
       01      WS-VLR-LIMITE       PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-EFETIVADO
                                   PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-CONTA-PERDA      PIC     9(006) VALUE 560200.
       01      WS-CONTA-ESTOQUE    PIC     9(006) VALUE 110205.
      *
       01      WS-NUM-BAIXA        PIC     9(012) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-NUM-BAIXA.
        03     WS-NUM-BAIXA-DATA   PIC     9(008).
        03     WS-NUM-BAIXA-SEQ    PIC     9(004).
      *
       01      WS-COD-RECUSA       PIC     9(003) VALUE ZEROS.
       01      WS-OBSERVACAO       PIC     X(030) VALUE SPACES.
       01      WS-SITUACAO-REL     PIC     X(009) VALUE SPACES.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-IMAGEM-ANTES     PIC     X(100) VALUE SPACES.
       01      WS-IMAGEM-DEPOIS    PIC     X(100) VALUE SPACES.
       01      WS-SEQ-TRANS        PIC     9(007) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
       01      WS-SW-OPER-AUTORIZ  PIC     X(001) VALUE 'N'.
         88    WS-OPER-AUTORIZADO          VALUE 'S'.
         88    WS-OPER-NAO-AUTORIZ         VALUE 'N'.
      *
       01      WS-SW-DEC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-DEC-ACHOU                VALUE 'S'.
         88    WS-DEC-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-SW-LOT-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-LOT-ACHOU                VALUE 'S'.
         88    WS-LOT-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE OPERADORES (CADOPER)                         *
      *****************************************************************
      *
       01      WS-QTD-TAB-OPER     PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-OPER     PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-OPERADORES.
         03    TAB-OPER-ITEM       OCCURS  00200  TIMES.
           05  TAB-OPER-ID         PIC     X(004).
           05  TAB-OPER-SITUACAO   PIC     X(001).
           05  TAB-OPER-AUT        PIC     X(001).
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
      *****************************************************************
      *        TABELA DAS DECISOES SOBRE BAIXAS RETIDAS (CADBXAD)     *
      *****************************************************************
      *
       01      WS-QTD-TAB-BXD      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-BXD      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DECISOES.
         03    TAB-BXD-ITEM        OCCURS  00500  TIMES.
           05  TAB-BXD-NUM-BAIXA   PIC     9(012).
           05  TAB-BXD-DECISAO     PIC     X(001).
           05  TAB-BXD-OPERADOR    PIC     X(004).
           05  TAB-BXD-MOTIVO      PIC     X(030).
           05  TAB-BXD-USADA       PIC     X(001).
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
      *    LAY-OUT DO RELATORIO DE BAIXAS DE ESTOQUE POR PERDA        *
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
         03    FILLER              PIC     X(049) VALUE
              'B A I X A S  D E  E S T O Q U E  P O R  P E R D A'.
         03    FILLER              PIC     X(032) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE 'NUM. BAIXA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'LOTE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'MOTIVO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' QTDE.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
              '  VALOR DA PERDA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'SOL.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'APR.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'OBSERVACAO'.
         03    FILLER              PIC     X(008) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-NUM-BAIXA      PIC     9(012).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-LOTE       PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-MOTIVO         PIC     X(008).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD            PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-TOTAL      PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(009).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ID-SOLIC       PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ID-APROV       PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OBSERVACAO     PIC     X(030).
         03    FILLER              PIC     X(008) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(040) VALUE
              'VALOR TOTAL DAS BAIXAS EFETIVADAS......:'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-VLR-TOTAL      PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(072) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO                     *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES                     *
      *****************************************************************
      *
           COPY    COBI1077.
      *
      *****************************************************************
      * I-O....: CADLOTE/CADLOTN - ESTOQUE POR LOTE                   *
      *****************************************************************
      *
           COPY    COBO1054.
      *
      *****************************************************************
      * INPUT..: CADBXAD - DECISOES SOBRE BAIXAS RETIDAS              *
      *****************************************************************
      *
           COPY    COBI1098.
      *
      *****************************************************************
      * INPUT..: CADBXAM - MOVIMENTO DE BAIXA POR PERDA               *
      *****************************************************************
      *
           COPY    COBI1097.
      *
      *****************************************************************
      * I-O....: CADBXAP/CADBXPN/CADBXAH - BAIXAS DE ESTOQUE          *
      *****************************************************************
      *
           COPY    COBO1098.
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA                           *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * OUTPUT.: CADCTBB - LANCAMENTOS CONTABEIS DAS PERDAS           *
      *****************************************************************
      *
           COPY    COBO1028.
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
      *****************************************************************
      * INTERFACE.: LOG DE USO DAS AUTORIZACOES (COBBB012)            *
      *****************************************************************
      *
           COPY    RUCWS012.
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
       01      WS-GCAT-CADBXAP     PIC     X(300) VALUE SPACES.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-BAIXAS-RETIDAS
             UNTIL WS-FS-CADBXAP   EQUAL   10.

           PERFORM 0560-00-LEITURA-CADBXAM.

           PERFORM 1500-00-BAIXAS-NOVAS
             UNTIL WS-FS-CADBXAM   EQUAL   10.

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

           MOVE    WS-DATA-PROC    TO      WS-NUM-BAIXA-DATA.
           MOVE    ZEROS           TO      WS-NUM-BAIXA-SEQ.

           OPEN    INPUT   CADPARM
                           CADOPER
                           CADLOTE
                           CADBXAD
                           CADBXAP
                           CADBXAM
                   I-O     CADMATRK
                   OUTPUT  CADLOTN
                           CADBXPN
                           CADBXAH
                           CADCTBB
                           CADPLOG
                           RELBAIX.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADLOTE'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADBXAP'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADBXAP.

           MOVE    'I'             TO      WJM-CODOPE.
           MOVE    'GPFPB142'      TO      WJM-PROGRAMA.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 0400-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-SEM-PARM
           END-IF.

           PERFORM 0410-00-CARGA-CADOPER
             UNTIL WS-FS-CADOPER   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-LOTES
             UNTIL WS-FS-CADLOTE   EQUAL   10.

           PERFORM 0430-00-CARGA-CADBXAD
             UNTIL WS-FS-CADBXAD   EQUAL   10.

           PERFORM 0550-00-LEITURA-CADBXAP.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADPARM.

           PERFORM 0305-00-TESTA-FS-CADOPER.

           PERFORM 0310-00-TESTA-FS-CADLOTE.

           PERFORM 0315-00-TESTA-FS-CADBXAD.

           PERFORM 0320-00-TESTA-FS-CADBXAP.

           PERFORM 0325-00-TESTA-FS-CADBXAM.

           PERFORM 0330-00-TESTA-FS-CADMATRK.

           PERFORM 0350-00-TESTA-FS-CADLOTN.

           PERFORM 0355-00-TESTA-FS-CADBXPN.

           PERFORM 0360-00-TESTA-FS-CADBXAH.

           PERFORM 0365-00-TESTA-FS-CADCTBB.

           PERFORM 0370-00-TESTA-FS-CADPLOG.

           PERFORM 0375-00-TESTA-FS-RELBAIX.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADPARM    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0305-00-TESTA-FS-CADOPER    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADOPER NOT EQUAL 00 AND 10
                   MOVE 'CADOPER'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOPER
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0305-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-CADLOTE    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADLOTE NOT EQUAL 00 AND 10
                   MOVE 'CADLOTE'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADLOTE
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0315-00-TESTA-FS-CADBXAD    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADBXAD NOT EQUAL 00 AND 10
                   MOVE 'CADBXAD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBXAD
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0315-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADBXAP    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADBXAP NOT EQUAL 00 AND 10
                   MOVE 'CADBXAP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBXAP
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0325-00-TESTA-FS-CADBXAM    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADBXAM NOT EQUAL 00 AND 10
                   MOVE 'CADBXAM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBXAM
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0325-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-CADMATRK   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATRK NOT EQUAL 00 AND 23
                   MOVE 'CADMATRK' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATRK
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0330-99-EXIT.
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
       0350-00-TESTA-FS-CADLOTN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADLOTN NOT EQUAL 00
                   MOVE 'CADLOTN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADLOTN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0355-00-TESTA-FS-CADBXPN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADBXPN NOT EQUAL 00
                   MOVE 'CADBXPN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBXPN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0355-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0360-00-TESTA-FS-CADBXAH    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADBXAH NOT EQUAL 00
                   MOVE 'CADBXAH'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBXAH
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0365-00-TESTA-FS-CADCTBB    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCTBB NOT EQUAL 00
                   MOVE 'CADCTBB'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBB
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0365-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0370-00-TESTA-FS-CADPLOG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPLOG NOT EQUAL 00
                   MOVE 'CADPLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPLOG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0370-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0375-00-TESTA-FS-RELBAIX    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELBAIX NOT EQUAL 00
                   MOVE 'RELBAIX'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELBAIX
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0375-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADPARM.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB142' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:15)       TO
                                   WS-VLR-LIMITE (1:15)
                   END-IF
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0410-00-CARGA-CADOPER       SECTION.
      *****************************************************************
      *
           READ    CADOPER         INTO    REG-OPER.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0305-00-TESTA-FS-CADOPER.

           IF      WS-FS-CADOPER   EQUAL   00
                   ADD 001         TO      WS-LID-CADOPER

                   IF      WS-QTD-TAB-OPER GREATER OR EQUAL 00200
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-OPER
                   MOVE    OPER-ID TO
                           TAB-OPER-ID       (WS-QTD-TAB-OPER)
                   MOVE    OPER-SITUACAO     TO
                           TAB-OPER-SITUACAO (WS-QTD-TAB-OPER)
                   MOVE    OPER-AUT-BAIX     TO
                           TAB-OPER-AUT      (WS-QTD-TAB-OPER)
           END-IF.
      *
       0410-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-LOTES     SECTION.
      *****************************************************************
      *
           READ    CADLOTE         INTO    REG-LOTE.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADLOTE.

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
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0430-00-CARGA-CADBXAD       SECTION.
      *****************************************************************
      *
           READ    CADBXAD         INTO    REG-BXAD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0315-00-TESTA-FS-CADBXAD.

           IF      WS-FS-CADBXAD   EQUAL   00
                   ADD 001         TO      WS-LID-CADBXAD

                   IF      WS-QTD-TAB-BXD  GREATER OR EQUAL 00500
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-BXD
                   MOVE    BXAD-NUM-BAIXA  TO
                           TAB-BXD-NUM-BAIXA (WS-QTD-TAB-BXD)
                   MOVE    BXAD-DECISAO    TO
                           TAB-BXD-DECISAO   (WS-QTD-TAB-BXD)
                   MOVE    BXAD-ID-OPERADOR        TO
                           TAB-BXD-OPERADOR  (WS-QTD-TAB-BXD)
                   MOVE    BXAD-MOTIVO     TO
                           TAB-BXD-MOTIVO    (WS-QTD-TAB-BXD)
                   MOVE    'N'             TO
                           TAB-BXD-USADA     (WS-QTD-TAB-BXD)
           END-IF.
      *
       0430-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0475-00-CHAMA-COBBB012      SECTION.
      *****************************************************************
      *    REGISTRA NO LOG CADOLOG O USO DA AUTORIZACAO BAIX PELO     *
      *    APROVADOR DA BAIXA, BASE DA REVISAO DE ACESSOS (GPFPB181)  *
      *
           MOVE    'BAIX'          TO      WOL-AUTORIZACAO.
           MOVE    'GPFPB142'      TO      WOL-PROGRAMA.

           MOVE    'COBBB012'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WOL-GRUPO
           END-CALL.

           IF      NOT WOL-OPERACAO-OK
                   MOVE    WOL-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0475-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CHAMA-COBBB011      SECTION.
      *****************************************************************
      *    REGISTRA A EXECUCAO E AS IMAGENS ANTERIORES DO CADMATRK NO *
      *    DIARIO CADJMTK. EXECUCAO ANTERIOR INCOMPLETA (CODRET 91)   *
      *    PRECISA SER REVERTIDA PELO GPFPB180 ANTES DA REEXECUCAO    *
      *
           MOVE    'COBBB011'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WJM-GRUPO
           END-CALL.

           IF      WJM-EXECUCAO-PENDENTE
                   DISPLAY 'GPFPB142 - EXECUCAO ANTERIOR INCOMPLETA EM '
                           WJM-DATA-EXEC ' ' WJM-HORA-EXEC
                   DISPLAY 'GPFPB142 - REVERTER PELO GPFPB180 ANTES DE '
                           'REEXECUTAR'
           END-IF.

           IF      NOT WJM-OPERACAO-OK
                   MOVE    WJM-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0480-99-EXIT.
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
       0550-00-LEITURA-CADBXAP     SECTION.
      *****************************************************************
      *
           READ    CADBXAP         INTO    REG-BAIX.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADBXAP.

           IF      WS-FS-CADBXAP   EQUAL   00
                   ADD 001         TO      WS-LID-CADBXAP
           END-IF.
      *
       0550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0560-00-LEITURA-CADBXAM     SECTION.
      *****************************************************************
      *
           READ    CADBXAM         INTO    REG-BXAM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0325-00-TESTA-FS-CADBXAM.

           IF      WS-FS-CADBXAM   EQUAL   00
                   ADD 001         TO      WS-LID-CADBXAM
           END-IF.
      *
       0560-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-BAIXAS-RETIDAS      SECTION.
      *****************************************************************
      *    BAIXA RETIDA SEM DECISAO CONTINUA RETIDA                   *
      *
           MOVE    ZEROS           TO      WS-COD-RECUSA.
           MOVE    SPACES          TO      WS-OBSERVACAO.

           PERFORM 1100-00-PROCURA-DECISAO.

           IF      WS-DEC-ACHOU
                   PERFORM         1200-00-APLICA-DECISAO
           ELSE
                   MOVE    'AGUARDA APROVACAO'     TO      WS-OBSERVACAO
                   PERFORM         2800-00-RETEM-BAIXA
           END-IF.

           PERFORM 0550-00-LEITURA-CADBXAP.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-PROCURA-DECISAO     SECTION.
      *****************************************************************
      *    PROCURA A PRIMEIRA DECISAO AINDA NAO USADA PARA A BAIXA    *
      *
           SET     WS-DEC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-BXD FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BXD GREATER WS-QTD-TAB-BXD
                   OR      WS-DEC-ACHOU

             IF    BAIX-NUM-BAIXA  EQUAL
                   TAB-BXD-NUM-BAIXA (WS-IND-TAB-BXD)         AND
                   TAB-BXD-USADA     (WS-IND-TAB-BXD) EQUAL 'N'
                   SET     WS-DEC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-DEC-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-BXD
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-APLICA-DECISAO      SECTION.
      *****************************************************************
      *    A DECISAO SO VALE SE O OPERADOR ESTIVER ATIVO, AUTORIZADO  *
      *    A APROVAR BAIXAS E NAO FOR O SOLICITANTE; DO CONTRARIO E   *
      *    IGNORADA E A BAIXA CONTINUA RETIDA                         *
      *
           MOVE    'S'             TO
                   TAB-BXD-USADA (WS-IND-TAB-BXD).

           PERFORM 1250-00-CONFERE-APROVADOR.

           IF      WS-OPER-NAO-AUTORIZ
                   MOVE    'DECISAO REJ-OPER. NAO AUTORIZ.'
                                   TO      WS-OBSERVACAO
                   ADD     001     TO      WS-QTD-DEC-IGNORADAS
                   PERFORM         2800-00-RETEM-BAIXA
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      TAB-BXD-OPERADOR (WS-IND-TAB-BXD) EQUAL
                   BAIX-ID-SOLIC
                   MOVE    'DECISAO REJ-OPER. SOLICITANTE'
                                   TO      WS-OBSERVACAO
                   ADD     001     TO      WS-QTD-DEC-IGNORADAS
                   PERFORM         2800-00-RETEM-BAIXA
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      TAB-BXD-DECISAO (WS-IND-TAB-BXD) EQUAL 'A' OR 'R'
                   MOVE    TAB-BXD-OPERADOR (WS-IND-TAB-BXD)
                                   TO      WOL-ID-OPERADOR
                   MOVE    'A'     TO      WOL-FUNCAO
                   PERFORM 0475-00-CHAMA-COBBB012
           END-IF.

           EVALUATE TAB-BXD-DECISAO (WS-IND-TAB-BXD)
             WHEN  'R'
                   MOVE    TAB-BXD-OPERADOR (WS-IND-TAB-BXD)
                                   TO      BAIX-ID-APROV
                   MOVE    805     TO      WS-COD-RECUSA
                   MOVE    TAB-BXD-MOTIVO   (WS-IND-TAB-BXD)
                                   TO      WS-OBSERVACAO
                   PERFORM         2900-00-RECUSA-BAIXA
             WHEN  'A'
                   MOVE    TAB-BXD-OPERADOR (WS-IND-TAB-BXD)
                                   TO      BAIX-ID-APROV
                   PERFORM         2100-00-CONFERE-SALDO
                   IF      WS-COD-RECUSA   EQUAL   ZEROS
                           PERFORM         2200-00-EFETIVA-BAIXA
                   ELSE
                           PERFORM         2900-00-RECUSA-BAIXA
                   END-IF
             WHEN  OTHER
                   MOVE    'DECISAO REJ-CODIGO INVALIDO'
                                   TO      WS-OBSERVACAO
                   ADD     001     TO      WS-QTD-DEC-IGNORADAS
                   PERFORM         2800-00-RETEM-BAIXA
           END-EVALUATE.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-CONFERE-APROVADOR   SECTION.
      *****************************************************************
      *
           SET     WS-OPER-NAO-AUTORIZ     TO      TRUE.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER

             IF    TAB-BXD-OPERADOR (WS-IND-TAB-BXD) EQUAL
                   TAB-OPER-ID (WS-IND-TAB-OPER)
               AND TAB-OPER-SITUACAO (WS-IND-TAB-OPER) EQUAL 'A'
               AND TAB-OPER-AUT      (WS-IND-TAB-OPER) EQUAL 'S'
                   SET     WS-OPER-AUTORIZADO      TO      TRUE
             END-IF

           END-PERFORM.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1260-00-CONFERE-SOLICITANTE SECTION.
      *****************************************************************
      *    O SOLICITANTE SO PRECISA SER OPERADOR ATIVO                *
      *
           SET     WS-OPER-NAO-AUTORIZ     TO      TRUE.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER

             IF    BAIX-ID-SOLIC   EQUAL   TAB-OPER-ID (WS-IND-TAB-OPER)
               AND TAB-OPER-SITUACAO (WS-IND-TAB-OPER) EQUAL 'A'
                   SET     WS-OPER-AUTORIZADO      TO      TRUE
             END-IF

           END-PERFORM.
      *
       1260-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-BAIXAS-NOVAS        SECTION.
      *****************************************************************
      *
           PERFORM 1600-00-TRATA-BAIXA-NOVA.

           PERFORM 0560-00-LEITURA-CADBXAM.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-TRATA-BAIXA-NOVA    SECTION.
      *****************************************************************
      *    NUMERA O MOVIMENTO, CRITICA E EFETIVA A BAIXA DENTRO DA    *
      *    ALCADA; ACIMA DELA A BAIXA FICA RETIDA PARA APROVACAO      *
      *
           MOVE    ZEROS           TO      WS-COD-RECUSA.
           MOVE    SPACES          TO      WS-OBSERVACAO.

           ADD     001             TO      WS-NUM-BAIXA-SEQ.

           MOVE    SPACES          TO      REG-BAIX.

           MOVE    WS-NUM-BAIXA    TO      BAIX-NUM-BAIXA.
           MOVE    BXAM-COD-PEC    TO      BAIX-COD-PEC.
           MOVE    BXAM-NUM-LOTE   TO      BAIX-NUM-LOTE.
           MOVE    BXAM-QTD        TO      BAIX-QTD.
           MOVE    BXAM-COD-MOTIVO TO      BAIX-COD-MOTIVO.
           MOVE    BXAM-DAT-MOV    TO      BAIX-DAT-SOLIC.
           MOVE    BXAM-ID-OPERADOR
                                   TO      BAIX-ID-SOLIC.
           MOVE    ZEROS           TO      BAIX-DAT-EFET
                                           BAIX-FORNECEDOR
                                           BAIX-VLR-TOTAL.

           IF     (NOT BXAM-VENCIDO        AND
                   NOT BXAM-AVARIADO       AND
                   NOT BXAM-OBSOLETO)              OR
                   BXAM-COD-PEC    NOT NUMERIC     OR
                   BXAM-QTD        NOT NUMERIC     OR
                   BXAM-QTD        EQUAL   ZEROS
                   MOVE    ZEROS   TO      BAIX-QTD
                   MOVE    802     TO      WS-COD-RECUSA
                   PERFORM         2900-00-RECUSA-BAIXA
                   GO      TO      1600-99-EXIT
           END-IF.

           IF      BXAM-DAT-MOV    NOT NUMERIC
                   MOVE    WS-DATA-PROC    TO      BAIX-DAT-SOLIC
           END-IF.

           PERFORM 1260-00-CONFERE-SOLICITANTE.

           IF      WS-OPER-NAO-AUTORIZ
                   MOVE    806     TO      WS-COD-RECUSA
                   PERFORM         2900-00-RECUSA-BAIXA
                   GO      TO      1600-99-EXIT
           END-IF.

           PERFORM 2100-00-CONFERE-SALDO.

           IF      WS-COD-RECUSA   NOT EQUAL ZEROS
                   PERFORM         2900-00-RECUSA-BAIXA
                   GO      TO      1600-99-EXIT
           END-IF.

           IF      BAIX-VLR-TOTAL  GREATER WS-VLR-LIMITE
                   MOVE    'ACIMA DA ALCADA-AGUARDA APROV.'
                                   TO      WS-OBSERVACAO
                   PERFORM         2800-00-RETEM-BAIXA
                   GO      TO      1600-99-EXIT
           END-IF.

           PERFORM 2200-00-EFETIVA-BAIXA.
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-CONFERE-SALDO       SECTION.
      *****************************************************************
      *    LE A PECA NA MATRIZ, CONFERE O SALDO DA PECA E DO LOTE E   *
      *    VALORIZA A PERDA AO MATR-VLR-UNIT. DEIXA A IMAGEM EM       *
      *    REG-MATR E O LOTE EM WS-IND-TAB-LOT PARA A EFETIVACAO      *
      *
           MOVE    BAIX-COD-PEC    TO      MATRK-COD-PEC.

           READ    CADMATRK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0330-00-TESTA-FS-CADMATRK.

           IF      WS-FS-CADMATRK  EQUAL   23
                   MOVE    801     TO      WS-COD-RECUSA
                   GO      TO      2100-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADMATRK.

           MOVE    REG-CADMATRK    TO      REG-MATR.

           IF      MATR-QTD-ETQ    LESS    BAIX-QTD
                   MOVE    803     TO      WS-COD-RECUSA
                   GO      TO      2100-99-EXIT
           END-IF.

           IF      BAIX-NUM-LOTE   NOT EQUAL SPACES
                   PERFORM         2110-00-PROCURA-LOTE
                   IF      WS-LOT-NAO-ACHOU
                           MOVE    804     TO      WS-COD-RECUSA
                           GO      TO      2100-99-EXIT
                   END-IF
                   IF      TAB-LOT-QTD (WS-IND-TAB-LOT) LESS BAIX-QTD
                           MOVE    804     TO      WS-COD-RECUSA
                           GO      TO      2100-99-EXIT
                   END-IF
           END-IF.

           MOVE    MATR-FORNECEDOR TO      BAIX-FORNECEDOR.

           COMPUTE BAIX-VLR-TOTAL ROUNDED =
                   BAIX-QTD        * MATR-VLR-UNIT.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2110-00-PROCURA-LOTE        SECTION.
      *****************************************************************
      *
           SET     WS-LOT-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT
                   OR      WS-LOT-ACHOU

             IF    BAIX-COD-PEC  EQUAL
                   TAB-LOT-COD-PEC  (WS-IND-TAB-LOT)        AND
                   BAIX-NUM-LOTE EQUAL
                   TAB-LOT-NUM-LOTE (WS-IND-TAB-LOT)
                   SET     WS-LOT-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-LOT-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-LOT
           END-IF.
      *
       2110-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-EFETIVA-BAIXA       SECTION.
      *****************************************************************
      *    BAIXA A MATRIZ E O LOTE, GRAVA O HISTORICO E O LANCAMENTO  *
      *    CONTABIL DA PERDA                                          *
      *
           MOVE    REG-MATR        TO      WS-IMAGEM-ANTES.

           SUBTRACT BAIX-QTD       FROM    MATR-QTD-ETQ.

           PERFORM 2150-00-REGRAVA-CADMATRK.

           IF      BAIX-NUM-LOTE   NOT EQUAL SPACES
                   SUBTRACT BAIX-QTD       FROM
                            TAB-LOT-QTD (WS-IND-TAB-LOT)
           END-IF.

           SET     BAIX-EFETIVADA          TO      TRUE.

           MOVE    WS-DATA-PROC    TO      BAIX-DAT-EFET.

           PERFORM 2250-00-GRAVACAO-CADBXAH.

           IF      BAIX-VLR-TOTAL  GREATER ZEROS
                   PERFORM         2300-00-GRAVACAO-CADCTBB
           END-IF.

           ADD     001             TO      WS-QTD-EFETIVADAS.
           ADD     BAIX-VLR-TOTAL  TO      WS-VLR-TOT-EFETIVADO.

           MOVE    'EFETIVADA'     TO      WS-SITUACAO-REL.

           PERFORM 2500-00-IMPRIME-BAIXA.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2150-00-REGRAVA-CADMATRK    SECTION.
      *****************************************************************
      *    REGRAVA A IMAGEM ALTERADA EM REG-MATR E REGISTRA A         *
      *    ALTERACAO NO TRILHO DE AUDITORIA                           *
      *
           MOVE    REG-MATR        TO      WS-IMAGEM-DEPOIS.

           MOVE    'B'             TO      WJM-CODOPE.
           MOVE    REG-CADMATRK    TO      WJM-REG-IMAGEM.

           PERFORM 0480-00-CHAMA-COBBB011.

           REWRITE REG-CADMATRK    FROM    REG-MATR.

           MOVE   ' NA REGRAVACAO' TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0340-00-TESTA-REW-CADMATRK.

           ADD     001             TO      WS-REG-CADMATRK.

           MOVE    SPACES          TO      REG-PLOG.

           MOVE    MATR-COD-PEC    TO      PLOG-COD-PEC.
           MOVE    'A'             TO      PLOG-TP-SOL.
           MOVE    WS-IMAGEM-ANTES TO      PLOG-IMAGEM-ANTES.
           MOVE    WS-IMAGEM-DEPOIS
                                   TO      PLOG-IMAGEM-DEPOIS.
           MOVE    WS-DATA-PROC    TO      PLOG-DAT-MOV.
           ADD     001             TO      WS-SEQ-TRANS.
           MOVE    WS-SEQ-TRANS    TO      PLOG-SEQ-TRANS.
           MOVE    'GPFPB142'      TO      PLOG-PROGRAMA.
           MOVE    BAIX-NUM-BAIXA  TO      PLOG-NUM-DOC.

           WRITE   REG-CADPLOG     FROM    REG-PLOG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0370-00-TESTA-FS-CADPLOG.

           ADD     001             TO      WS-GRV-CADPLOG.
      *
       2150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2250-00-GRAVACAO-CADBXAH    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADBXAH     FROM    REG-BAIX.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADBXAH.

           ADD     001             TO      WS-GRV-CADBXAH.
      *
       2250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-GRAVACAO-CADCTBB    SECTION.
      *****************************************************************
      *    DEBITO NA DESPESA DE PERDAS, CREDITO NO ESTOQUE            *
      *
           MOVE    SPACES          TO      REG-CTB.

           MOVE    BAIX-COD-PEC    TO      CTB-COD-PEC.
           MOVE    WS-CONTA-PERDA  TO      CTB-CONTA-DEBITO.
           MOVE    WS-CONTA-ESTOQUE
                                   TO      CTB-CONTA-CREDITO.

           EVALUATE TRUE
             WHEN  BAIX-VENCIDO
                   MOVE    'PERDA DE ESTOQUE - VENCIDO'
                                   TO      CTB-HISTORICO
             WHEN  BAIX-AVARIADO
                   MOVE    'PERDA DE ESTOQUE - AVARIADO'
                                   TO      CTB-HISTORICO
             WHEN  OTHER
                   MOVE    'PERDA DE ESTOQUE - OBSOLETO'
                                   TO      CTB-HISTORICO
           END-EVALUATE.

           MOVE    WS-DATA-PROC    TO      CTB-DT-MOV.
           MOVE    BAIX-QTD        TO      CTB-QTD-ETQ.
           MOVE    MATR-VLR-UNIT   TO      CTB-VLR-UNIT.
           MOVE    BAIX-VLR-TOTAL  TO      CTB-VLR-TOTAL.

           WRITE   REG-CADCTBB     FROM    REG-CTB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0365-00-TESTA-FS-CADCTBB.

           ADD     001             TO      WS-GRV-CADCTBB.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-BAIXA       SECTION.
      *****************************************************************
      *    LISTA A BAIXA COM A SITUACAO EM WS-SITUACAO-REL E A        *
      *    OBSERVACAO EM WS-OBSERVACAO                                *
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    BAIX-NUM-BAIXA  TO      DET1-NUM-BAIXA.
           MOVE    BAIX-COD-PEC    TO      DET1-COD-PEC.
           MOVE    BAIX-NUM-LOTE   TO      DET1-NUM-LOTE.
           MOVE    BAIX-QTD        TO      DET1-QTD.
           MOVE    BAIX-VLR-TOTAL  TO      DET1-VLR-TOTAL.
           MOVE    WS-SITUACAO-REL TO      DET1-SITUACAO.
           MOVE    BAIX-ID-SOLIC   TO      DET1-ID-SOLIC.
           MOVE    BAIX-ID-APROV   TO      DET1-ID-APROV.
           MOVE    WS-OBSERVACAO   TO      DET1-OBSERVACAO.

           EVALUATE TRUE
             WHEN  BAIX-VENCIDO
                   MOVE    'VENCIDO '      TO      DET1-MOTIVO
             WHEN  BAIX-AVARIADO
                   MOVE    'AVARIADO'      TO      DET1-MOTIVO
             WHEN  BAIX-OBSOLETO
                   MOVE    'OBSOLETO'      TO      DET1-MOTIVO
             WHEN  OTHER
                   MOVE    BAIX-COD-MOTIVO TO      DET1-MOTIVO
           END-EVALUATE.

           MOVE    DET1            TO      REG-RELBAIX.
           PERFORM 2700-00-GRAVACAO-RELBAIX.
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

           MOVE    CAB1            TO      REG-RELBAIX.
           PERFORM 2700-00-GRAVACAO-RELBAIX.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELBAIX.
           PERFORM 2700-00-GRAVACAO-RELBAIX.

           MOVE    CAB4            TO      REG-RELBAIX.
           PERFORM 2700-00-GRAVACAO-RELBAIX.

           MOVE    CAB6            TO      REG-RELBAIX.
           PERFORM 2700-00-GRAVACAO-RELBAIX.

           MOVE    004             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELBAIX    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELBAIX.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0375-00-TESTA-FS-RELBAIX.

           ADD     001             TO      WS-GRV-RELBAIX.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-RETEM-BAIXA         SECTION.
      *****************************************************************
      *    GRAVA A BAIXA NO ARQUIVO DE RETIDAS DA PROXIMA RODADA      *
      *
           SET     BAIX-PENDENTE           TO      TRUE.

           WRITE   REG-CADBXPN     FROM    REG-BAIX.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0355-00-TESTA-FS-CADBXPN.

           ADD     001             TO      WS-GRV-CADBXPN.

           MOVE    WS-GCAT-CADBXAP TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADBXPN     TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADBXAP.

           ADD     001             TO      WS-QTD-RETIDAS.

           MOVE    'RETIDA'        TO      WS-SITUACAO-REL.

           PERFORM 2500-00-IMPRIME-BAIXA.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2900-00-RECUSA-BAIXA        SECTION.
      *****************************************************************
      *    A BAIXA RECUSADA SO SAI NO RELATORIO; O ESTOQUE NAO MUDA   *
      *
           ADD     001             TO      WS-QTD-RECUSADAS.

           IF      WS-OBSERVACAO   EQUAL   SPACES
                   EVALUATE WS-COD-RECUSA
                     WHEN  801
                           MOVE    'PECA SEM CADASTRO NA MATRIZ'
                                   TO      WS-OBSERVACAO
                     WHEN  802
                           MOVE    'PECA/QTDE/MOTIVO INVALIDO'
                                   TO      WS-OBSERVACAO
                     WHEN  803
                           MOVE    'SALDO INSUFICIENTE NA MATRIZ'
                                   TO      WS-OBSERVACAO
                     WHEN  804
                           MOVE    'LOTE INEXISTENTE OU SEM SALDO'
                                   TO      WS-OBSERVACAO
                     WHEN  805
                           MOVE    'RECUSADA PELO APROVADOR'
                                   TO      WS-OBSERVACAO
                     WHEN  806
                           MOVE    'SOLICITANTE NAO CADASTRADO'
                                   TO      WS-OBSERVACAO
                   END-EVALUATE
           END-IF.

           MOVE    'RECUSADA'      TO      WS-SITUACAO-REL.

           PERFORM 2500-00-IMPRIME-BAIXA.
      *
       2900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM VARYING WS-IND-TAB-BXD FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BXD GREATER WS-QTD-TAB-BXD

             IF    TAB-BXD-USADA (WS-IND-TAB-BXD) EQUAL 'N'
                   ADD     001     TO      WS-QTD-DEC-SEM-BAIXA
             END-IF

           END-PERFORM.

           PERFORM 3200-00-GRAVACAO-CADLOTN
             VARYING WS-IND-TAB-LOT FROM 1 BY 1
             UNTIL WS-IND-TAB-LOT  GREATER WS-QTD-TAB-LOT.

           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    WS-VLR-TOT-EFETIVADO
                                   TO      TOT1-VLR-TOTAL.

           MOVE    SPACES          TO      REG-RELBAIX.
           PERFORM 2700-00-GRAVACAO-RELBAIX.

           MOVE    TOT1            TO      REG-RELBAIX.
           PERFORM 2700-00-GRAVACAO-RELBAIX.

           CLOSE   CADPARM
                   CADOPER
                   CADLOTE
                   CADBXAD
                   CADBXAP
                   CADBXAM
                   CADMATRK
                   CADLOTN
                   CADBXPN
                   CADBXAH
                   CADCTBB
                   CADPLOG
                   RELBAIX.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB142'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    017             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.

           MOVE    WS-GCAT-CADBXAP TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB142'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    018             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADBXAP.

           MOVE    'F'             TO      WJM-CODOPE.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB142'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-QTD-EFETIVADAS
                                   TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB142 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB142 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADOPER  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOPER.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADLOTE  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADLOTE.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADBXAD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBXAD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADBXAP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBXAP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADBXAM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBXAM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMATRK TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATRK: ' WS-EDICAO
           ' *'.
           MOVE    WS-REG-CADMATRK TO      WS-EDICAO.
           DISPLAY '* REGISTROS REGRAVADOS..- CADMATRK: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADLOTN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADLOTN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADLOTE.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADBXPN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADBXPN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADBXAP TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADBXAP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADBXAH  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADBXAH.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCTBB  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCTBB.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPLOG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EFETIVADAS
                                   TO      WS-EDICAO.
           DISPLAY '* BAIXAS EFETIVADAS................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RETIDAS  TO      WS-EDICAO.
           DISPLAY '* BAIXAS RETIDAS P/ APROVACAO......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RECUSADAS
                                   TO      WS-EDICAO.
           DISPLAY '* BAIXAS RECUSADAS.................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DEC-IGNORADAS
                                   TO      WS-EDICAO.
           DISPLAY '* DECISOES IGNORADAS...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DEC-SEM-BAIXA
                                   TO      WS-EDICAO.
           DISPLAY '* DECISOES SEM BAIXA RETIDA........: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB142 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3200-00-GRAVACAO-CADLOTN    SECTION.
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

           PERFORM 0350-00-TESTA-FS-CADLOTN.

           ADD     001             TO      WS-GRV-CADLOTN.

           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-LOTE        TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.
      *
       3200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB142 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB142 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB142 ******************'.

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

           DISPLAY '******************* GPFPB142 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* SEM PARAMETRO VIGENTE NO CADPARM PARA O     *'.
           DISPLAY '* PROGRAMA GPFPB142 (ALCADA DA BAIXA)         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB142 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB142 ******************'.

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

           DISPLAY '******************* GPFPB142 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB142 ******************'.
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
           DISPLAY '******************* GPFPB142 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB142 ******************'.

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

           DISPLAY '******************* GPFPB142 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB142 ******************'.
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
           DISPLAY '******************* GPFPB142 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB142 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB142                  *
      *****************************************************************
