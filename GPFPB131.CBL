      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB131.
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
      * OBJETIVO.....: ACOMPANHAMENTO DOS PEDIDOS DE COTACAO SEM      *
      *                RESPOSTA: CONFRONTA OS PEDIDOS EMITIDOS        *
      *                (CADCOTG - GPFPB080 E SEGUNDAS RODADAS         *
      *                ANTERIORES) COM AS COTACOES RECEBIDAS (CADCOTA *
      *                E HISTORICO CADCOTH). PEDIDO SEM COTACAO DA    *
      *                PECA COM DATA IGUAL OU POSTERIOR A DO PEDIDO,  *
      *                HA MAIS DE N DIAS, E LISTADO NO RELCOTP.       *
      *                PARA CADA PECA CUJO ULTIMO PEDIDO ESTA SEM     *
      *                RESPOSTA, EMITE UM PEDIDO DE SEGUNDA RODADA    *
      *                (CADCOTR, LAY-OUT DO CADCOTA) DIRIGIDO AO      *
      *                PROXIMO FORNECEDOR ELEGIVEL DO CADFORN (ATIVO  *
      *                E NAO PRESTADOR DE SERVICOS) DEPOIS DO ULTIMO  *
      *                CONSULTADO. AO FINAL, RESUME A QUANTIDADE DE   *
      *                PEDIDOS SEM RESPOSTA POR FORNECEDOR.           *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB131:                    *
      *                PARM-VALOR (1:3) - DIAS DE ESPERA PELA         *
      *                                   RESPOSTA (9(3))             *
      *****************************************************************
      * OBSERVACAO...: O CADCOTG DEVE CONCATENAR AS GERACOES DO       *
      *                GPFPB080 E OS CADCOTR DAS EXECUCOES ANTERIORES *
      *                DESTE PROGRAMA. O FORNECEDOR CONSULTADO VEM EM *
      *                COTA-FORNECE (1). O CADFORN CLASSIFICADO POR   *
      *                CODIGO. DIAS NO CALENDARIO COMERCIAL DE 360    *
      *                DIAS                                           *
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
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO         - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
      *****************************************************************
      * INPUT..: CADCOTA - COTACOES RECEBIDAS             - LRECL=190 *
      *****************************************************************
      *
           SELECT  CADCOTA  ASSIGN  TO  UT-S-CADCOTA
                   FILE     STATUS  IS  WS-FS-CADCOTA.
      *
      *****************************************************************
      * INPUT..: CADCOTH - HISTORICO DE COTACOES          - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADCOTH  ASSIGN  TO  UT-S-CADCOTH
                   FILE     STATUS  IS  WS-FS-CADCOTH.
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES       - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADFORN  ASSIGN  TO  UT-S-CADFORN
                   FILE     STATUS  IS  WS-FS-CADFORN.
      *
      *****************************************************************
      * INPUT..: CADCOTG - PEDIDOS DE COTACAO EMITIDOS    - LRECL=190 *
      *****************************************************************
      *
           SELECT  CADCOTG  ASSIGN  TO  UT-S-CADCOTG
                   FILE     STATUS  IS  WS-FS-CADCOTG.
      *
      *****************************************************************
      * OUTPUT.: CADCOTR - PEDIDOS DE SEGUNDA RODADA      - LRECL=190 *
      *****************************************************************
      *
           SELECT  CADCOTR  ASSIGN  TO  UT-S-CADCOTR
                   FILE     STATUS  IS  WS-FS-CADCOTR.
      *
      *****************************************************************
      * OUTPUT.: RELCOTP - COTACOES SEM RESPOSTA          - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELCOTP  ASSIGN  TO  UT-S-RELCOTP
                   FILE     STATUS  IS  WS-FS-RELCOTP.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO         - LRECL=050 *
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
      * INPUT..: CADCOTA - COTACOES RECEBIDAS             - LRECL=190 *
      *****************************************************************
      *
       FD  CADCOTA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCOTA         PIC     X(190).
      *
      *****************************************************************
      * INPUT..: CADCOTH - HISTORICO DE COTACOES          - LRECL=050 *
      *****************************************************************
      *
       FD  CADCOTH
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCOTH         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES       - LRECL=050 *
      *****************************************************************
      *
       FD  CADFORN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFORN         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADCOTG - PEDIDOS DE COTACAO EMITIDOS    - LRECL=190 *
      *****************************************************************
      *
       FD  CADCOTG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCOTG         PIC     X(190).
      *
      *****************************************************************
      * OUTPUT.: CADCOTR - PEDIDOS DE SEGUNDA RODADA      - LRECL=190 *
      *****************************************************************
      *
       FD  CADCOTR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCOTR         PIC     X(190).
      *
      *****************************************************************
      * OUTPUT.: RELCOTP - COTACOES SEM RESPOSTA          - LRECL=133 *
      *****************************************************************
      *
       FD  RELCOTP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELCOTP         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCOTA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCOTH       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFORN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCOTG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCOTR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELCOTP       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADCOTA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCOTH      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFORN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCOTG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCOTR      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELCOTP      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-RESPONDIDOS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-NO-PRAZO     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-RESPOSTA PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-ALTERNAT PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-QTD-DIAS-ESPERA  PIC     9(003) VALUE ZEROS.
      *
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PROC.
        03     WS-PROC-ANO         PIC     9(004).
        03     WS-PROC-MES         PIC     9(002).
        03     WS-PROC-DIA         PIC     9(002).
      *
       01      WS-DAT-PEDIDO       PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DAT-PEDIDO.
        03     WS-PED-ANO          PIC     9(004).
        03     WS-PED-MES          PIC     9(002).
        03     WS-PED-DIA          PIC     9(002).
      *
       01      WS-DIAS-PROC        PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-PEDIDO      PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-ESPERA      PIC     S9(005) VALUE ZEROS.
      *
       01      WS-COD-PEC-BUSCA    PIC     9(005) VALUE ZEROS.
       01      WS-DATA-RESPOSTA    PIC     9(008) VALUE ZEROS.
       01      WS-FORN-CONSULTADO  PIC     9(010) VALUE ZEROS.
       01      WS-FORN-PROXIMO     PIC     9(010) VALUE ZEROS.
      *
       01      WS-SW-SEM-RESPOSTA  PIC     X(001) VALUE 'N'.
         88    WS-SEM-RESPOSTA             VALUE 'S'.
         88    WS-COM-RESPOSTA             VALUE 'N'.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DA ULTIMA COTACAO RECEBIDA POR PECA             *
      *        (CADCOTA + CADCOTH)                                    *
      *****************************************************************
      *
       01      WS-QTD-TAB-RSP      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-RSP      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-RESPOSTAS.
         03    TAB-RSP-ITEM        OCCURS  05000  TIMES.
           05  TAB-RSP-COD-PEC     PIC     9(005).
           05  TAB-RSP-DATA        PIC     9(008).
      *
       01      WS-SW-RSP-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-RSP-ACHOU                VALUE 'S'.
         88    WS-RSP-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE FORNECEDORES (CADFORN) COM A CONTAGEM DE     *
      *        PEDIDOS SEM RESPOSTA                                   *
      *****************************************************************
      *
       01      WS-QTD-TAB-FOR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FOR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PRX      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-QTD-TESTADOS     PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FORNECEDORES.
         03    TAB-FOR-ITEM        OCCURS  02000  TIMES.
           05  TAB-FOR-CODIGO      PIC     9(010).
           05  TAB-FOR-NOME        PIC     X(030).
           05  TAB-FOR-ELEGIVEL    PIC     X(001).
           05  TAB-FOR-QTD-PEND    PIC     9(009).
      *
       01      WS-SW-FOR-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FOR-ACHOU                VALUE 'S'.
         88    WS-FOR-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DO ULTIMO PEDIDO DE COTACAO POR PECA            *
      *****************************************************************
      *
       01      WS-QTD-TAB-PED      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PED      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PEDIDOS.
         03    TAB-PED-ITEM        OCCURS  05000  TIMES.
           05  TAB-PED-COD-PEC     PIC     9(005).
           05  TAB-PED-NOME        PIC     X(030).
           05  TAB-PED-QTD-MIN     PIC     9(005).
           05  TAB-PED-QTD-MAX     PIC     9(005).
           05  TAB-PED-QTD-COMPRA  PIC     9(005).
           05  TAB-PED-DATA        PIC     9(008).
           05  TAB-PED-FORNECEDOR  PIC     9(010).
           05  TAB-PED-SEM-RESP    PIC     X(001).
      *
       01      WS-SW-PED-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PED-ACHOU                VALUE 'S'.
         88    WS-PED-NAO-ACHOU            VALUE 'N'.
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
      *    LAY-OUT DO RELATORIO DE COTACOES SEM RESPOSTA              *
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
         'P E D I D O S  D E  C O T A C A O  S E M  R E S P O S T A'.
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
         03    FILLER              PIC     X(005) VALUE 'PECA '.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'NOME DA PECA'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'DT.PEDIDO '.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE '  DIAS'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'FORNECEDOR'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'OCORRENCIA'.
         03    FILLER              PIC     X(025) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-NOME           PIC     X(030).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-DAT-PEDIDO     PIC     9(008).
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-DIAS           PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-OCORRENCIA     PIC     X(030).
         03    FILLER              PIC     X(025) VALUE SPACES.
      *
       01      CAB7.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(050) VALUE
               'RESUMO DE PEDIDOS SEM RESPOSTA POR FORNECEDOR'.
         03    FILLER              PIC     X(081) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET2-NOME           PIC     X(030).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(024) VALUE
               'PEDIDOS SEM RESPOSTA...:'.
         03    DET2-QTD-PEND       PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(052) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS DE EXECUCAO                     *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * INPUT..: CADCOTA/CADCOTG - COTACOES E PEDIDOS DE COTACAO      *
      *****************************************************************
      *
           COPY    COBI1006.
      *
      *****************************************************************
      * INPUT..: CADCOTH - HISTORICO DE COTACOES                      *
      *****************************************************************
      *
           COPY    COBO3006.
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES                   *
      *****************************************************************
      *
           COPY    COBI1008.
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
             UNTIL WS-FS-CADCOTG   EQUAL 10.

           PERFORM 2000-00-SEGUNDA-RODADA.

           PERFORM 2500-00-RESUMO-FORNECEDOR.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADPARM
                           CADCOTA
                           CADCOTH
                           CADFORN
                           CADCOTG
                   OUTPUT  CADCOTR
                           RELCOTP.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

           PERFORM 0400-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-SEM-PARM
           END-IF.

           COMPUTE WS-DIAS-PROC =
                   (WS-PROC-ANO * 360) + (WS-PROC-MES * 30) +
                    WS-PROC-DIA.

           PERFORM 0410-00-CARGA-CADCOTA
             UNTIL WS-FS-CADCOTA   EQUAL   10.

           PERFORM 0420-00-CARGA-CADCOTH
             UNTIL WS-FS-CADCOTH   EQUAL   10.

           PERFORM 0440-00-CARGA-CADFORN
             UNTIL WS-FS-CADFORN   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADCOTG.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCOTA NOT EQUAL 00 AND 10
                   MOVE 'CADCOTA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCOTA     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCOTH NOT EQUAL 00 AND 10
                   MOVE 'CADCOTH'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCOTH     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFORN NOT EQUAL 00 AND 10
                   MOVE 'CADFORN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFORN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCOTG NOT EQUAL 00 AND 10
                   MOVE 'CADCOTG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCOTG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCOTR NOT EQUAL 00
                   MOVE 'CADCOTR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCOTR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELCOTP NOT EQUAL 00
                   MOVE 'RELCOTP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELCOTP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB131' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:3)        TO
                                   WS-QTD-DIAS-ESPERA (1:3)
                   END-IF
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0410-00-CARGA-CADCOTA       SECTION.
      *****************************************************************
      *    COTACOES RECEBIDAS NO CICLO CORRENTE                       *
      *
           READ    CADCOTA         INTO    REG-COTA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCOTA   EQUAL   00
                   ADD 001         TO      WS-LID-CADCOTA
                   IF      COTA-QTD-COTACOES       NUMERIC AND
                           COTA-QTD-COTACOES       GREATER ZEROS
                           MOVE    COTA-COD-PEC    TO
                                   WS-COD-PEC-BUSCA
                           MOVE    COTA-DATA       TO
                                   WS-DATA-RESPOSTA
                           PERFORM 0450-00-REGISTRA-RESPOSTA
                   END-IF
           END-IF.
      *
       0410-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-CADCOTH       SECTION.
      *****************************************************************
      *    HISTORICO DAS COTACOES JA AVALIADAS PELO GPFPB007          *
      *
           READ    CADCOTH         INTO    REG-COTH.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCOTH   EQUAL   00
                   ADD 001         TO      WS-LID-CADCOTH
                   MOVE    COTH-COD-PEC    TO      WS-COD-PEC-BUSCA
                   MOVE    COTH-DATA-COTA  TO      WS-DATA-RESPOSTA
                   PERFORM 0450-00-REGISTRA-RESPOSTA
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-CADFORN       SECTION.
      *****************************************************************
      *    ELEGIVEL PARA NOVA CONSULTA: ATIVO E NAO PRESTADOR DE      *
      *    SERVICOS                                                   *
      *
           READ    CADFORN         INTO    REG-FORN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFORN   EQUAL   00
                   ADD 001         TO      WS-LID-CADFORN

                   IF      WS-QTD-TAB-FOR  GREATER OR EQUAL 02000
                           MOVE    006     TO      WS-PTO-ERRO
                           PERFORM 0997-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FOR
                   MOVE    FORN-CODIGO     TO
                           TAB-FOR-CODIGO   (WS-QTD-TAB-FOR)
                   MOVE    FORN-NOME       TO
                           TAB-FOR-NOME     (WS-QTD-TAB-FOR)
                   MOVE    ZEROS           TO
                           TAB-FOR-QTD-PEND (WS-QTD-TAB-FOR)
                   IF      FORN-ATIVO AND NOT FORN-SERVICOS
                           MOVE    'S'     TO
                                   TAB-FOR-ELEGIVEL (WS-QTD-TAB-FOR)
                   ELSE
                           MOVE    'N'     TO
                                   TAB-FOR-ELEGIVEL (WS-QTD-TAB-FOR)
                   END-IF
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-REGISTRA-RESPOSTA   SECTION.
      *****************************************************************
      *    GUARDA A DATA DA COTACAO MAIS RECENTE DA PECA              *
      *
           PERFORM 0460-00-PROCURA-RESPOSTA.

           IF      WS-RSP-ACHOU
                   IF      WS-DATA-RESPOSTA        GREATER
                           TAB-RSP-DATA (WS-IND-TAB-RSP)
                           MOVE    WS-DATA-RESPOSTA        TO
                                   TAB-RSP-DATA (WS-IND-TAB-RSP)
                   END-IF
                   GO      TO      0450-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-RSP  GREATER OR EQUAL 05000
                   MOVE    007     TO      WS-PTO-ERRO
                   PERFORM 0997-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-RSP.

           MOVE    WS-COD-PEC-BUSCA        TO
                   TAB-RSP-COD-PEC (WS-QTD-TAB-RSP).
           MOVE    WS-DATA-RESPOSTA        TO
                   TAB-RSP-DATA    (WS-QTD-TAB-RSP).
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-PROCURA-RESPOSTA    SECTION.
      *****************************************************************
      *
           SET     WS-RSP-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-RSP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RSP GREATER WS-QTD-TAB-RSP
                   OR      WS-RSP-ACHOU

             IF    WS-COD-PEC-BUSCA        EQUAL
                   TAB-RSP-COD-PEC (WS-IND-TAB-RSP)
                   SET     WS-RSP-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-RSP-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-RSP
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0470-00-PROCURA-FORNECEDOR  SECTION.
      *****************************************************************
      *
           SET     WS-FOR-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FOR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FOR GREATER WS-QTD-TAB-FOR
                   OR      WS-FOR-ACHOU

             IF    WS-FORN-CONSULTADO      EQUAL
                   TAB-FOR-CODIGO (WS-IND-TAB-FOR)
                   SET     WS-FOR-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FOR-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-FOR
           END-IF.
      *
       0470-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-PROCURA-PEDIDO      SECTION.
      *****************************************************************
      *
           SET     WS-PED-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PED FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PED GREATER WS-QTD-TAB-PED
                   OR      WS-PED-ACHOU

             IF    COTA-COD-PEC    EQUAL
                   TAB-PED-COD-PEC (WS-IND-TAB-PED)
                   SET     WS-PED-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-PED-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-PED
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADCOTG     SECTION.
      *****************************************************************
      *
           READ    CADCOTG         INTO    REG-COTA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCOTG   EQUAL   00
                   ADD 001         TO      WS-LID-CADCOTG
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    CADA PEDIDO EMITIDO: RESPONDIDO SE HOUVER COTACAO DA PECA  *
      *    COM DATA IGUAL OU POSTERIOR A DO PEDIDO                    *
      *
           MOVE    COTA-FORNECE (1)        TO      WS-FORN-CONSULTADO.

           MOVE    COTA-COD-PEC    TO      WS-COD-PEC-BUSCA.

           PERFORM 0460-00-PROCURA-RESPOSTA.

           SET     WS-COM-RESPOSTA         TO      TRUE.

           IF      WS-RSP-NAO-ACHOU
                   SET     WS-SEM-RESPOSTA TO      TRUE
           ELSE
                   IF      TAB-RSP-DATA (WS-IND-TAB-RSP) LESS
                           COTA-DATA
                           SET     WS-SEM-RESPOSTA TO      TRUE
                   END-IF
           END-IF.

           MOVE    COTA-DATA       TO      WS-DAT-PEDIDO.

           COMPUTE WS-DIAS-PEDIDO =
                   (WS-PED-ANO * 360) + (WS-PED-MES * 30) +
                    WS-PED-DIA.

           COMPUTE WS-DIAS-ESPERA =
                   WS-DIAS-PROC - WS-DIAS-PEDIDO.

           IF      WS-COM-RESPOSTA
                   ADD     001     TO      WS-QTD-RESPONDIDOS
           ELSE
             IF    WS-DIAS-ESPERA  NOT GREATER WS-QTD-DIAS-ESPERA
                   ADD     001     TO      WS-QTD-NO-PRAZO
                   SET     WS-COM-RESPOSTA TO      TRUE
             ELSE
                   ADD     001     TO      WS-QTD-SEM-RESPOSTA
                   PERFORM 0470-00-PROCURA-FORNECEDOR
                   IF      WS-FOR-ACHOU
                           ADD     001     TO
                                   TAB-FOR-QTD-PEND (WS-IND-TAB-FOR)
                   END-IF
                   MOVE    'SEM RESPOSTA NO PRAZO'
                                   TO      DET1-OCORRENCIA
                   MOVE    WS-FORN-CONSULTADO
                                   TO      DET1-FORNECEDOR
                   MOVE    COTA-DATA       TO      DET1-DAT-PEDIDO
                   MOVE    WS-DIAS-ESPERA  TO      DET1-DIAS
                   PERFORM 2700-00-IMPRIME-DETALHE
             END-IF
           END-IF.

           PERFORM 1100-00-GUARDA-ULTIMO-PEDIDO.

           PERFORM 0500-00-LEITURA-CADCOTG.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-GUARDA-ULTIMO-PEDIDO SECTION.
      *****************************************************************
      *    SO O PEDIDO MAIS RECENTE DA PECA DECIDE A SEGUNDA RODADA - *
      *    O PEDIDO ANTIGO JA SUBSTITUIDO NAO E REEMITIDO             *
      *
           PERFORM 0480-00-PROCURA-PEDIDO.

           IF      WS-PED-ACHOU
                   IF      COTA-DATA       LESS
                           TAB-PED-DATA (WS-IND-TAB-PED)
                           GO      TO      1100-99-EXIT
                   END-IF
           ELSE
                   IF      WS-QTD-TAB-PED  GREATER OR EQUAL 05000
                           MOVE    009     TO      WS-PTO-ERRO
                           PERFORM 0997-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-PED
                   MOVE    WS-QTD-TAB-PED  TO      WS-IND-TAB-PED
           END-IF.

           MOVE    COTA-COD-PEC    TO
                   TAB-PED-COD-PEC    (WS-IND-TAB-PED).
           MOVE    COTA-NOME       TO
                   TAB-PED-NOME       (WS-IND-TAB-PED).
           MOVE    COTA-QTD-MIN    TO
                   TAB-PED-QTD-MIN    (WS-IND-TAB-PED).
           MOVE    COTA-QTD-MAX    TO
                   TAB-PED-QTD-MAX    (WS-IND-TAB-PED).
           MOVE    COTA-QTD-COMPRA TO
                   TAB-PED-QTD-COMPRA (WS-IND-TAB-PED).
           MOVE    COTA-DATA       TO
                   TAB-PED-DATA       (WS-IND-TAB-PED).
           MOVE    WS-FORN-CONSULTADO      TO
                   TAB-PED-FORNECEDOR (WS-IND-TAB-PED).
           MOVE    WS-SW-SEM-RESPOSTA      TO
                   TAB-PED-SEM-RESP   (WS-IND-TAB-PED).
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-SEGUNDA-RODADA      SECTION.
      *****************************************************************
      *    PECAS CUJO ULTIMO PEDIDO FICOU SEM RESPOSTA: NOVO PEDIDO   *
      *    AO PROXIMO FORNECEDOR ELEGIVEL                             *
      *
           PERFORM VARYING WS-IND-TAB-PED FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PED GREATER WS-QTD-TAB-PED

             IF    TAB-PED-SEM-RESP (WS-IND-TAB-PED) EQUAL 'S'
                   PERFORM 2100-00-EMITE-SEGUNDA-RODADA
             END-IF

           END-PERFORM.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-EMITE-SEGUNDA-RODADA SECTION.
      *****************************************************************
      *
           MOVE    TAB-PED-FORNECEDOR (WS-IND-TAB-PED)
                                   TO      WS-FORN-CONSULTADO.

           PERFORM 2200-00-PROXIMO-FORNECEDOR.

           MOVE    TAB-PED-COD-PEC (WS-IND-TAB-PED)
                                   TO      DET1-COD-PEC.
           MOVE    TAB-PED-NOME    (WS-IND-TAB-PED)
                                   TO      DET1-NOME.
           MOVE    WS-DATA-PROC    TO      DET1-DAT-PEDIDO.
           MOVE    ZEROS           TO      DET1-DIAS.

           IF      WS-FORN-PROXIMO EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-SEM-ALTERNAT
                   MOVE    WS-FORN-CONSULTADO
                                   TO      DET1-FORNECEDOR
                   MOVE    'SEM FORNECEDOR ALTERNATIVO'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2750-00-IMPRIME-LINHA
                   GO      TO      2100-99-EXIT
           END-IF.

           MOVE    SPACES          TO      REG-COTA.
           MOVE    TAB-PED-COD-PEC    (WS-IND-TAB-PED)
                                   TO      COTA-COD-PEC.
           MOVE    TAB-PED-NOME       (WS-IND-TAB-PED)
                                   TO      COTA-NOME.
           MOVE    TAB-PED-QTD-MIN    (WS-IND-TAB-PED)
                                   TO      COTA-QTD-MIN.
           MOVE    TAB-PED-QTD-MAX    (WS-IND-TAB-PED)
                                   TO      COTA-QTD-MAX.
           MOVE    WS-DATA-PROC    TO      COTA-DATA.
           MOVE    ZEROS           TO      COTA-QTD-COTACOES.

           PERFORM VARYING COTA-IDX FROM 1 BY 1
                   UNTIL   COTA-IDX GREATER 5

             MOVE  ZEROS           TO      COTA-FORNECE (COTA-IDX)
                                           COTA-VLR-UNI (COTA-IDX)

           END-PERFORM.

           MOVE    WS-FORN-PROXIMO TO      COTA-FORNECE (1).
           MOVE    TAB-PED-QTD-COMPRA (WS-IND-TAB-PED)
                                   TO      COTA-QTD-COMPRA.

           MOVE    REG-COTA        TO      REG-CADCOTR.

           WRITE   REG-CADCOTR.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADCOTR.

           MOVE    WS-FORN-PROXIMO TO      DET1-FORNECEDOR.
           MOVE    'SEGUNDA RODADA EMITIDA'
                                   TO      DET1-OCORRENCIA.
           PERFORM 2750-00-IMPRIME-LINHA.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-PROXIMO-FORNECEDOR  SECTION.
      *****************************************************************
      *    PROXIMO FORNECEDOR ELEGIVEL NA ORDEM DO CADFORN DEPOIS DO  *
      *    ULTIMO CONSULTADO, VOLTANDO AO INICIO DO CADASTRO. ZEROS = *
      *    NENHUM OUTRO FORNECEDOR ELEGIVEL                           *
      *
           MOVE    ZEROS           TO      WS-FORN-PROXIMO.

           IF      WS-QTD-TAB-FOR  EQUAL   ZEROS
                   GO      TO      2200-99-EXIT
           END-IF.

           PERFORM 0470-00-PROCURA-FORNECEDOR.

           IF      WS-FOR-ACHOU
                   MOVE    WS-IND-TAB-FOR  TO      WS-IND-TAB-PRX
           ELSE
                   MOVE    WS-QTD-TAB-FOR  TO      WS-IND-TAB-PRX
           END-IF.

           PERFORM VARYING WS-QTD-TESTADOS FROM 1 BY 1
                   UNTIL   WS-QTD-TESTADOS GREATER WS-QTD-TAB-FOR
                   OR      WS-FORN-PROXIMO GREATER ZEROS

             ADD   001             TO      WS-IND-TAB-PRX
             IF    WS-IND-TAB-PRX  GREATER WS-QTD-TAB-FOR
                   MOVE    001     TO      WS-IND-TAB-PRX
             END-IF

             IF    TAB-FOR-ELEGIVEL (WS-IND-TAB-PRX) EQUAL 'S'
               AND TAB-FOR-CODIGO   (WS-IND-TAB-PRX) NOT EQUAL
                   WS-FORN-CONSULTADO
                   MOVE    TAB-FOR-CODIGO (WS-IND-TAB-PRX)
                                   TO      WS-FORN-PROXIMO
             END-IF

           END-PERFORM.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-RESUMO-FORNECEDOR   SECTION.
      *****************************************************************
      *    QUANTIDADE DE PEDIDOS SEM RESPOSTA POR FORNECEDOR          *
      *    CONSULTADO                                                 *
      *
           IF      WS-QTD-SEM-RESPOSTA     EQUAL   ZEROS
                   GO      TO      2500-99-EXIT
           END-IF.

           IF      WS-LINHAS       GREATER 52
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    SPACES          TO      REG-RELCOTP.
           PERFORM 2800-00-GRAVACAO-RELCOTP.

           MOVE    CAB7            TO      REG-RELCOTP.
           PERFORM 2800-00-GRAVACAO-RELCOTP.

           MOVE    SPACES          TO      REG-RELCOTP.
           PERFORM 2800-00-GRAVACAO-RELCOTP.

           ADD     003             TO      WS-LINHAS.

           PERFORM VARYING WS-IND-TAB-FOR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FOR GREATER WS-QTD-TAB-FOR

             IF    TAB-FOR-QTD-PEND (WS-IND-TAB-FOR) GREATER ZEROS
                   PERFORM 2550-00-IMPRIME-RESUMO
             END-IF

           END-PERFORM.
      *
       2500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2550-00-IMPRIME-RESUMO      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    TAB-FOR-CODIGO   (WS-IND-TAB-FOR)
                                   TO      DET2-FORNECEDOR.
           MOVE    TAB-FOR-NOME     (WS-IND-TAB-FOR)
                                   TO      DET2-NOME.
           MOVE    TAB-FOR-QTD-PEND (WS-IND-TAB-FOR)
                                   TO      DET2-QTD-PEND.

           MOVE    DET2            TO      REG-RELCOTP.
           PERFORM 2800-00-GRAVACAO-RELCOTP.
      *
       2550-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELCOTP.
           PERFORM 2800-00-GRAVACAO-RELCOTP.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELCOTP.
           PERFORM 2800-00-GRAVACAO-RELCOTP.

           MOVE    CAB4            TO      REG-RELCOTP.
           PERFORM 2800-00-GRAVACAO-RELCOTP.

           MOVE    SPACES          TO      REG-RELCOTP.
           PERFORM 2800-00-GRAVACAO-RELCOTP.

           MOVE    CAB6            TO      REG-RELCOTP.
           PERFORM 2800-00-GRAVACAO-RELCOTP.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-IMPRIME-DETALHE     SECTION.
      *****************************************************************
      *
           MOVE    COTA-COD-PEC    TO      DET1-COD-PEC.
           MOVE    COTA-NOME       TO      DET1-NOME.

           PERFORM 2750-00-IMPRIME-LINHA.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2750-00-IMPRIME-LINHA       SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    DET1            TO      REG-RELCOTP.
           PERFORM 2800-00-GRAVACAO-RELCOTP.
      *
       2750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-RELCOTP    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELCOTP.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELCOTP.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADPARM
                   CADCOTA
                   CADCOTH
                   CADFORN
                   CADCOTG
                   CADCOTR
                   RELCOTP.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB131'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADCOTG  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB131 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB131 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADCOTA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCOTA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCOTH  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCOTH.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFORN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFORN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCOTG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCOTG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCOTR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCOTR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELCOTP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELCOTP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RESPONDIDOS
                                   TO      WS-EDICAO.
           DISPLAY '* PEDIDOS RESPONDIDOS..............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-NO-PRAZO TO      WS-EDICAO.
           DISPLAY '* PEDIDOS AINDA NO PRAZO...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-RESPOSTA
                                   TO      WS-EDICAO.
           DISPLAY '* PEDIDOS SEM RESPOSTA.............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-ALTERNAT
                                   TO      WS-EDICAO.
           DISPLAY '* PECAS SEM FORNECEDOR ALTERNATIVO.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB131 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-SEM-PARM      SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB131 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* SEM PARAMETRO VIGENTE NO CADPARM PARA O     *'.
           DISPLAY '* PROGRAMA GPFPB131 (DIAS DE ESPERA)          *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB131 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB131 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB131 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB131 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB131 ******************'.

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

           DISPLAY '******************* GPFPB131 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB131 ******************'.
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
           DISPLAY '******************* GPFPB131 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB131 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB131                  *
      *****************************************************************
