      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB166.
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
      * OBJETIVO.....: ATIVACAO DAS COMPRAS DE CAPITAL. PARA CADA     *
      *                LINHA DE PEDIDO MARCADA NO CADPCAP:            *
      *                - ACUMULA AS NOTAS FISCAIS APROVADAS NA        *
      *                  CONFERENCIA DE TRES VIAS (CADAPAG - GPFPB081)*
      *                  E O FRETE RATEADO NO RECEBIMENTO (CADFRTA);  *
      *                - COM O PEDIDO RECEBIDO E FECHADO (CADPORN -   *
      *                  GPFPB039) E A NOTA APROVADA PARA TODA A      *
      *                  QUANTIDADE RECEBIDA, GERA O MOVIMENTO DE     *
      *                  AQUISICAO DO IMOBILIZADO (CADIMOG, LAYOUT DO *
      *                  CADIMOM) COM O VALOR DA NOTA MAIS O FRETE, A *
      *                  FILIAL E A CLASSE DO ATIVO. O ATIVO ENTRA    *
      *                  PENDENTE NO CADIMOB (GPFPB104) ATE O         *
      *                  PATRIMONIO INFORMAR A PLAQUETA (MOVIMENTO    *
      *                  'C').                                        *
      *                GRAVA O CADPCAP ATUALIZADO (CADPCAN) E O       *
      *                RELPCAP COM OS ITENS GERADOS E OS PENDENTES.   *
      *****************************************************************
      * OBSERVACAO...: EXECUTAR DEPOIS DO GPFPB039, GPFPB089 E        *
      *                GPFPB081 E ANTES DO GPFPB104; O CADIMOG E      *
      *                CONCATENADO AO CADIMOM DO GPFPB104 E O CADPCAN *
      *                E O CADPCAP DA PROXIMA EXECUCAO.               *
      *                O CODIGO DO ATIVO GERADO E O MAIOR CODIGO DO   *
      *                CADIMOB (OU JA GERADO NO CADPCAP) MAIS UM.     *
      *                UMA LINHA DE PEDIDO GERA UM UNICO ATIVO.       *
      *                TITULOS DE ADIANTAMENTO (APAG-TIP-TITULO 'D')  *
      *                NAO SAO NOTA FISCAL E NAO ENTRAM NO VALOR.     *
      *                LINHA MARCADA SEM PEDIDO NO CADPORN SAI NO     *
      *                RELATORIO (RETURN-CODE 04).                    *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADPCAN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADPCAP, COM A QTDE DE REGISTROS E O     *
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
      * INPUT..: CADPCAP - PEDIDOS DE COMPRA DE CAPITAL   - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADPCAP  ASSIGN  TO  UT-S-CADPCAP
                   FILE     STATUS  IS  WS-FS-CADPCAP.
      *
      *****************************************************************
      * INPUT..: CADIMOB - CADASTRO DO IMOBILIZADO        - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADIMOB  ASSIGN  TO  UT-S-CADIMOB
                   FILE     STATUS  IS  WS-FS-CADIMOB.
      *
      *****************************************************************
      * INPUT..: CADAPAG - CONTAS A PAGAR APROVADAS       - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADAPAG  ASSIGN  TO  UT-S-CADAPAG
                   FILE     STATUS  IS  WS-FS-CADAPAG.
      *
      *****************************************************************
      * INPUT..: CADFRTA - RATEIO DO FRETE DO RECEBIMENTO - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADFRTA  ASSIGN  TO  UT-S-CADFRTA
                   FILE     STATUS  IS  WS-FS-CADFRTA.
      *
      *****************************************************************
      * INPUT..: CADPORN - PEDIDOS DE COMPRA ATUALIZADOS  - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADPORN  ASSIGN  TO  UT-S-CADPORN
                   FILE     STATUS  IS  WS-FS-CADPORN.
      *
      *****************************************************************
      * OUTPUT.: CADPCAN - PEDIDOS DE CAPITAL ATUALIZADOS - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADPCAN  ASSIGN  TO  UT-S-CADPCAN
                   FILE     STATUS  IS  WS-FS-CADPCAN.
      *
      *****************************************************************
      * OUTPUT.: CADIMOG - AQUISICOES GERADAS P/GPFPB104  - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADIMOG  ASSIGN  TO  UT-S-CADIMOG
                   FILE     STATUS  IS  WS-FS-CADIMOG.
      *
      *****************************************************************
      * OUTPUT.: RELPCAP - ATIVACAO DAS COMPRAS DE CAPITAL- LRECL=133 *
      *****************************************************************
      *
           SELECT  RELPCAP  ASSIGN  TO  UT-S-RELPCAP
                   FILE     STATUS  IS  WS-FS-RELPCAP.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADPCAP - PEDIDOS DE COMPRA DE CAPITAL   - LRECL=100 *
      *****************************************************************
      *
       FD  CADPCAP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPCAP         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADIMOB - CADASTRO DO IMOBILIZADO        - LRECL=100 *
      *****************************************************************
      *
       FD  CADIMOB
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADIMOB         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADAPAG - CONTAS A PAGAR APROVADAS       - LRECL=100 *
      *****************************************************************
      *
       FD  CADAPAG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADAPAG         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADFRTA - RATEIO DO FRETE DO RECEBIMENTO - LRECL=100 *
      *****************************************************************
      *
       FD  CADFRTA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFRTA         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADPORN - PEDIDOS DE COMPRA ATUALIZADOS  - LRECL=100 *
      *****************************************************************
      *
       FD  CADPORN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPORN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADPCAN - PEDIDOS DE CAPITAL ATUALIZADOS - LRECL=100 *
      *****************************************************************
      *
       FD  CADPCAN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPCAN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADIMOG - AQUISICOES GERADAS P/GPFPB104  - LRECL=100 *
      *****************************************************************
      *
       FD  CADIMOG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADIMOG         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELPCAP - ATIVACAO DAS COMPRAS DE CAPITAL- LRECL=133 *
      *****************************************************************
      *
       FD  RELPCAP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELPCAP         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADPCAP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADIMOB       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADAPAG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFRTA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPORN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPCAN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADIMOG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELPCAP       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADPCAP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADIMOB      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADAPAG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFRTA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPORN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPCAN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADIMOG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELPCAP      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-NF-CAPITAL   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FRT-CAPITAL  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-GERADOS      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PENDENTES    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-PEDIDO   PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-COD-ATIVO-MAIOR  PIC     9(007) VALUE ZEROS.
       01      WS-VLR-ATIVO        PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-TOT-VLR-GERADO   PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-DAT-PROCES       PIC     9(008) VALUE ZEROS.
       01      WS-DESC-SITUACAO    PIC     X(013) VALUE SPACES.
      *
       01      WS-NUM-PEDIDO-BUSCA PIC     9(007) VALUE ZEROS.
       01      WS-COD-PEC-BUSCA    PIC     9(005) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DAS LINHAS DE PEDIDO DE CAPITAL (CADPCAP) COM   *
      *        A SITUACAO DO PEDIDO NO CADPORN                        *
      *****************************************************************
      *
       01      WS-QTD-TAB-PCP      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PCP      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PEDIDOS-CAPITAL.
         03    TAB-PCP-ITEM        OCCURS  02000  TIMES.
           05  TAB-PCP-IMAGEM      PIC     X(100).
           05  TAB-PCP-SW-PEDIDO   PIC     X(001).
             88 TAB-PCP-PEDIDO-ACHOU       VALUE 'S'.
           05  TAB-PCP-SW-FECHADO  PIC     X(001).
             88 TAB-PCP-PEDIDO-FECHADO     VALUE 'S'.
           05  TAB-PCP-QTD-RECEBIDA
                                   PIC     9(005).
           05  TAB-PCP-NOME        PIC     X(030).
      *
       01      WS-SW-PCP-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PCP-ACHOU                VALUE 'S'.
         88    WS-PCP-NAO-ACHOU            VALUE 'N'.
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
      *    LAY-OUT DO RELATORIO DE ATIVACAO DAS COMPRAS DE CAPITAL    *
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
         03    FILLER              PIC     X(030) VALUE SPACES.
         03    FILLER              PIC     X(047) VALUE
               'A T I V O S  D E  C O M P R A S  C A P I T A L'.
         03    FILLER              PIC     X(044) VALUE SPACES.
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
         03    FILLER              PIC     X(007) VALUE 'PEDIDO '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(020) VALUE 'DESCRICAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'FIL. '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(002) VALUE 'CL'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'QT.NF'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               '      VALOR NF'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               '         FRETE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               '   VALOR ATIVO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'ATIVO  '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(005) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-PEDIDO         PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-PECA           PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DESCRICAO      PIC     X(020).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-FILIAL         PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CLASSE         PIC     X(002).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-NF         PIC     ZZZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-NF         PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-FRETE      PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-ATIVO      PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ATIVO          PIC     X(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(013).
         03    FILLER              PIC     X(005) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(040).
         03    FILLER              PIC     X(048) VALUE SPACES.
         03    TOT1-VALOR          PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(029) VALUE SPACES.
      *
       01      TOT2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT2-DESCRICAO      PIC     X(040).
         03    TOT2-QTD            PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(082) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADPCAP - PEDIDOS DE COMPRA DE CAPITAL               *
      *****************************************************************
      *
           COPY    COBO1235.
      *
      *****************************************************************
      * INPUT..: CADIMOB - CADASTRO DO IMOBILIZADO                    *
      *****************************************************************
      *
           COPY    COBO1073.
      *
      *****************************************************************
      * INPUT..: CADAPAG - CONTAS A PAGAR APROVADAS                   *
      *****************************************************************
      *
           COPY    COBO1049.
      *
      *****************************************************************
      * INPUT..: CADFRTA - RATEIO DO FRETE DO RECEBIMENTO             *
      *****************************************************************
      *
           COPY    COBO1058.
      *
      *****************************************************************
      * INPUT..: CADPORN - PEDIDOS DE COMPRA ATUALIZADOS              *
      *****************************************************************
      *
           COPY    COBO1034.
      *
      *****************************************************************
      * OUTPUT.: CADIMOG - AQUISICOES GERADAS (LAYOUT DO CADIMOM)     *
      *****************************************************************
      *
           COPY    COBI1069.
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
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             VARYING WS-IND-TAB-PCP FROM 1 BY 1
             UNTIL   WS-IND-TAB-PCP GREATER WS-QTD-TAB-PCP.

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
                                   TO      WS-DAT-PROCES.

           OPEN    INPUT   CADPCAP
                           CADIMOB
                           CADAPAG
                           CADFRTA
                           CADPORN
                   OUTPUT  CADPCAN
                           CADIMOG
                           RELPCAP.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADPCAP'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           PERFORM 0400-00-CARGA-TAB-PCAP
             UNTIL WS-FS-CADPCAP   EQUAL   10.

           PERFORM 0500-00-MAIOR-COD-ATIVO
             UNTIL WS-FS-CADIMOB   EQUAL   10.

           PERFORM 0600-00-ACUMULA-NF
             UNTIL WS-FS-CADAPAG   EQUAL   10.

           PERFORM 0700-00-ACUMULA-FRETE
             UNTIL WS-FS-CADFRTA   EQUAL   10.

           PERFORM 0800-00-SITUACAO-PEDIDO
             UNTIL WS-FS-CADPORN   EQUAL   10.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPCAP NOT EQUAL 00 AND 10
                   MOVE 'CADPCAP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPCAP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADIMOB NOT EQUAL 00 AND 10
                   MOVE 'CADIMOB'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADIMOB     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADAPAG NOT EQUAL 00 AND 10
                   MOVE 'CADAPAG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADAPAG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFRTA NOT EQUAL 00 AND 10
                   MOVE 'CADFRTA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFRTA     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPORN NOT EQUAL 00 AND 10
                   MOVE 'CADPORN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPORN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPCAN NOT EQUAL 00
                   MOVE 'CADPCAN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPCAN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADIMOG NOT EQUAL 00
                   MOVE 'CADIMOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADIMOG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELPCAP NOT EQUAL 00
                   MOVE 'RELPCAP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELPCAP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-PCAP      SECTION.
      *****************************************************************
      *
           READ    CADPCAP         INTO    REG-PCAP.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPCAP   NOT EQUAL       00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPCAP.

           IF      WS-QTD-TAB-PCP  GREATER OR EQUAL 02000
                   PERFORM 0997-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-PCP.

           MOVE    REG-PCAP        TO
                   TAB-PCP-IMAGEM       (WS-QTD-TAB-PCP).
           MOVE    'N'             TO
                   TAB-PCP-SW-PEDIDO    (WS-QTD-TAB-PCP)
                   TAB-PCP-SW-FECHADO   (WS-QTD-TAB-PCP).
           MOVE    ZEROS           TO
                   TAB-PCP-QTD-RECEBIDA (WS-QTD-TAB-PCP).
           MOVE    SPACES          TO
                   TAB-PCP-NOME         (WS-QTD-TAB-PCP).

      *    ATIVOS JA GERADOS TAMBEM RESERVAM O CODIGO

           IF      PCAP-GERADO     AND
                   PCAP-COD-ATIVO  GREATER WS-COD-ATIVO-MAIOR
                   MOVE    PCAP-COD-ATIVO  TO      WS-COD-ATIVO-MAIOR
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-PROCURA-PCAP        SECTION.
      *****************************************************************
      *    LOCALIZA A LINHA DE PEDIDO DE CAPITAL PENDENTE DE          *
      *    WS-NUM-PEDIDO-BUSCA/WS-COD-PEC-BUSCA E DEIXA A IMAGEM EM   *
      *    REG-PCAP                                                   *
      *
           SET     WS-PCP-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PCP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PCP GREATER WS-QTD-TAB-PCP
                   OR      WS-PCP-ACHOU

             MOVE  TAB-PCP-IMAGEM (WS-IND-TAB-PCP)  TO      REG-PCAP

             IF    PCAP-NUM-PEDIDO EQUAL   WS-NUM-PEDIDO-BUSCA AND
                   PCAP-COD-PEC    EQUAL   WS-COD-PEC-BUSCA    AND
                   PCAP-PENDENTE
                   SET     WS-PCP-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-PCP-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-PCP
           END-IF.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADPCAN NO CATALOGO DE GERACOES      *
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
       0500-00-MAIOR-COD-ATIVO     SECTION.
      *****************************************************************
      *
           READ    CADIMOB         INTO    REG-IMOB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADIMOB   NOT EQUAL       00
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADIMOB.

           IF      IMOB-COD-ATIVO  GREATER WS-COD-ATIVO-MAIOR
                   MOVE    IMOB-COD-ATIVO  TO      WS-COD-ATIVO-MAIOR
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-ACUMULA-NF          SECTION.
      *****************************************************************
      *    NOTAS FISCAIS APROVADAS PARA LINHAS DE PEDIDO DE CAPITAL   *
      *
           READ    CADAPAG         INTO    REG-APAG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADAPAG   NOT EQUAL       00
                   GO      TO      0600-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADAPAG.

           IF      APAG-TITULO-ADIANTAMENTO
                   GO      TO      0600-99-EXIT
           END-IF.

           MOVE    APAG-NUM-PEDIDO TO      WS-NUM-PEDIDO-BUSCA.
           MOVE    APAG-COD-PEC    TO      WS-COD-PEC-BUSCA.

           PERFORM 0450-00-PROCURA-PCAP.

           IF      WS-PCP-NAO-ACHOU
                   GO      TO      0600-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-NF-CAPITAL.

           ADD     APAG-QTD-APROVADA       TO      PCAP-QTD-NF-APROVADA.
           ADD     APAG-VLR-TOTAL  TO      PCAP-VLR-NF.

           MOVE    REG-PCAP        TO
                   TAB-PCP-IMAGEM (WS-IND-TAB-PCP).
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0700-00-ACUMULA-FRETE       SECTION.
      *****************************************************************
      *    FRETE RATEADO NO RECEBIMENTO DAS LINHAS DE CAPITAL         *
      *
           READ    CADFRTA         INTO    REG-FRTA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFRTA   NOT EQUAL       00
                   GO      TO      0700-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFRTA.

           MOVE    FRTA-NUM-PEDIDO TO      WS-NUM-PEDIDO-BUSCA.
           MOVE    FRTA-COD-PEC    TO      WS-COD-PEC-BUSCA.

           PERFORM 0450-00-PROCURA-PCAP.

           IF      WS-PCP-NAO-ACHOU
                   GO      TO      0700-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-FRT-CAPITAL.

           ADD     FRTA-VLR-RATEADO        TO      PCAP-VLR-FRETE.

           MOVE    REG-PCAP        TO
                   TAB-PCP-IMAGEM (WS-IND-TAB-PCP).
      *
       0700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0800-00-SITUACAO-PEDIDO     SECTION.
      *****************************************************************
      *    GUARDA A SITUACAO DO PEDIDO (RECEBIMENTO) DAS LINHAS DE    *
      *    CAPITAL PENDENTES                                          *
      *
           READ    CADPORN         INTO    REG-PORD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPORN   NOT EQUAL       00
                   GO      TO      0800-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPORN.

           MOVE    PORD-NUM-PEDIDO TO      WS-NUM-PEDIDO-BUSCA.
           MOVE    PORD-COD-PEC    TO      WS-COD-PEC-BUSCA.

           PERFORM 0450-00-PROCURA-PCAP.

           IF      WS-PCP-NAO-ACHOU
                   GO      TO      0800-99-EXIT
           END-IF.

           MOVE    'S'             TO
                   TAB-PCP-SW-PEDIDO    (WS-IND-TAB-PCP).

           IF      PORD-FECHADO
                   MOVE    'S'     TO
                           TAB-PCP-SW-FECHADO (WS-IND-TAB-PCP)
           END-IF.

           MOVE    PORD-QTD-RECEBIDA       TO
                   TAB-PCP-QTD-RECEBIDA (WS-IND-TAB-PCP).
           MOVE    PORD-NOME       TO
                   TAB-PCP-NOME         (WS-IND-TAB-PCP).
      *
       0800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    UMA LINHA DE PEDIDO DE CAPITAL POR VEZ: AS JA GERADAS SO   *
      *    SAO REGRAVADAS; AS PENDENTES COM O PEDIDO RECEBIDO E A     *
      *    NOTA APROVADA GERAM A AQUISICAO DO ATIVO                   *
      *
           MOVE    TAB-PCP-IMAGEM (WS-IND-TAB-PCP) TO      REG-PCAP.

           IF      PCAP-GERADO
                   GO      TO      1000-88-GRAVA-PCAP
           END-IF.

           EVALUATE TRUE
             WHEN  NOT TAB-PCP-PEDIDO-ACHOU (WS-IND-TAB-PCP)
                   MOVE    'PED.NAO LOCAL'
                                   TO      WS-DESC-SITUACAO
                   ADD     001     TO      WS-QTD-SEM-PEDIDO
             WHEN  NOT TAB-PCP-PEDIDO-FECHADO (WS-IND-TAB-PCP)  OR
                   TAB-PCP-QTD-RECEBIDA (WS-IND-TAB-PCP) EQUAL ZEROS
                   MOVE    'AGUARD.RECEB.'
                                   TO      WS-DESC-SITUACAO
                   ADD     001     TO      WS-QTD-PENDENTES
             WHEN  PCAP-QTD-NF-APROVADA    LESS
                   TAB-PCP-QTD-RECEBIDA (WS-IND-TAB-PCP)
                   MOVE    'AGUARD. NF'
                                   TO      WS-DESC-SITUACAO
                   ADD     001     TO      WS-QTD-PENDENTES
             WHEN  OTHER
                   PERFORM 1100-00-GERA-AQUISICAO
                   MOVE    'GERADO'
                                   TO      WS-DESC-SITUACAO
           END-EVALUATE.

           PERFORM 2700-00-IMPRIME-DETALHE.
      *
       1000-88-GRAVA-PCAP.

           WRITE   REG-CADPCAN     FROM    REG-PCAP.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADPCAN.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-PCAP        TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-GERA-AQUISICAO      SECTION.
      *****************************************************************
      *    MOVIMENTO DE AQUISICAO DE ORIGEM PEDIDO ('P'): O GPFPB104  *
      *    INCLUI O ATIVO PENDENTE, SEM PLAQUETA                      *
      *
           ADD     001             TO      WS-COD-ATIVO-MAIOR.

           COMPUTE WS-VLR-ATIVO    =       PCAP-VLR-NF
                                   +       PCAP-VLR-FRETE.

           MOVE    SPACES          TO      REG-IMOM.

           MOVE    'A'             TO      IMOM-TP-MOV.
           MOVE    WS-COD-ATIVO-MAIOR
                                   TO      IMOM-COD-ATIVO.
           MOVE    TAB-PCP-NOME (WS-IND-TAB-PCP)
                                   TO      IMOM-DESCRICAO.
           MOVE    PCAP-COD-FIL    TO      IMOM-COD-FIL.
           MOVE    PCAP-CLASSE     TO      IMOM-CLASSE.
           MOVE    PCAP-PCT-DEPR-ANO
                                   TO      IMOM-PCT-DEPR-ANO.
           MOVE    WS-VLR-ATIVO    TO      IMOM-VLR-AQUISICAO.
           MOVE    WS-DAT-PROCES   TO      IMOM-DAT-MOV.
           MOVE    'P'             TO      IMOM-IND-ORIGEM.
           MOVE    PCAP-NUM-PEDIDO TO      IMOM-NUM-PEDIDO.

           WRITE   REG-CADIMOG     FROM    REG-IMOM.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADIMOG.

           MOVE    'G'             TO      PCAP-SITUACAO.
           MOVE    WS-COD-ATIVO-MAIOR
                                   TO      PCAP-COD-ATIVO.
           MOVE    WS-DAT-PROCES   TO      PCAP-DAT-GERACAO.

           ADD     001             TO      WS-QTD-GERADOS.
           ADD     WS-VLR-ATIVO    TO      WS-TOT-VLR-GERADO.
      *
       1100-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELPCAP.
           PERFORM 2800-00-GRAVACAO-RELPCAP.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELPCAP.
           PERFORM 2800-00-GRAVACAO-RELPCAP.

           MOVE    CAB4            TO      REG-RELPCAP.
           PERFORM 2800-00-GRAVACAO-RELPCAP.

           MOVE    SPACES          TO      REG-RELPCAP.
           PERFORM 2800-00-GRAVACAO-RELPCAP.

           MOVE    CAB6            TO      REG-RELPCAP.
           PERFORM 2800-00-GRAVACAO-RELPCAP.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-IMPRIME-DETALHE     SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    PCAP-NUM-PEDIDO TO      DET1-PEDIDO.
           MOVE    PCAP-COD-PEC    TO      DET1-PECA.
           MOVE    TAB-PCP-NOME (WS-IND-TAB-PCP)
                                   TO      DET1-DESCRICAO.
           MOVE    PCAP-COD-FIL    TO      DET1-FILIAL.
           MOVE    PCAP-CLASSE     TO      DET1-CLASSE.
           MOVE    PCAP-QTD-NF-APROVADA
                                   TO      DET1-QTD-NF.
           MOVE    PCAP-VLR-NF     TO      DET1-VLR-NF.
           MOVE    PCAP-VLR-FRETE  TO      DET1-VLR-FRETE.
           MOVE    WS-DESC-SITUACAO
                                   TO      DET1-SITUACAO.

           IF      PCAP-GERADO
                   MOVE    WS-VLR-ATIVO    TO      DET1-VLR-ATIVO
                   MOVE    PCAP-COD-ATIVO  TO      DET1-ATIVO
           ELSE
                   MOVE    ZEROS   TO      DET1-VLR-ATIVO
                   MOVE    SPACES  TO      DET1-ATIVO
           END-IF.

           MOVE    DET1            TO      REG-RELPCAP.
           PERFORM 2800-00-GRAVACAO-RELPCAP.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2770-00-IMPRIME-TOTAIS      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 49
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELPCAP.
           PERFORM 2800-00-GRAVACAO-RELPCAP.

           MOVE    'ATIVOS GERADOS (PENDENTES DE PLAQUETA)'
                                   TO      TOT2-DESCRICAO.
           MOVE    WS-QTD-GERADOS  TO      TOT2-QTD.
           MOVE    TOT2            TO      REG-RELPCAP.
           PERFORM 2800-00-GRAVACAO-RELPCAP.

           MOVE    'VALOR TOTAL DOS ATIVOS GERADOS'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-VLR-GERADO       TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELPCAP.
           PERFORM 2800-00-GRAVACAO-RELPCAP.

           MOVE    'LINHAS AGUARDANDO RECEBIMENTO OU NOTA'
                                   TO      TOT2-DESCRICAO.
           MOVE    WS-QTD-PENDENTES        TO      TOT2-QTD.
           MOVE    TOT2            TO      REG-RELPCAP.
           PERFORM 2800-00-GRAVACAO-RELPCAP.

           MOVE    'LINHAS SEM PEDIDO NO CADPORN'
                                   TO      TOT2-DESCRICAO.
           MOVE    WS-QTD-SEM-PEDIDO       TO      TOT2-QTD.
           MOVE    TOT2            TO      REG-RELPCAP.
           PERFORM 2800-00-GRAVACAO-RELPCAP.

           ADD     005             TO      WS-LINHAS.
      *
       2770-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-RELPCAP    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELPCAP.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELPCAP.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 2770-00-IMPRIME-TOTAIS.

           CLOSE   CADPCAP
                   CADIMOB
                   CADAPAG
                   CADFRTA
                   CADPORN
                   CADPCAN
                   CADIMOG
                   RELPCAP.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB166'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB166'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-SEM-PEDIDO       GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-LID-CADPCAP  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB166 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB166 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADPCAP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPCAP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADIMOB  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADIMOB.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADAPAG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADAPAG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFRTA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFRTA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPORN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPORN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPCAN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPCAN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADPCAP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADIMOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADIMOG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELPCAP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELPCAP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-NF-CAPITAL
                                   TO      WS-EDICAO.
           DISPLAY '* NOTAS APROVADAS DE CAPITAL.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FRT-CAPITAL
                                   TO      WS-EDICAO.
           DISPLAY '* FRETES RATEADOS DE CAPITAL.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-GERADOS  TO      WS-EDICAO.
           DISPLAY '* AQUISICOES GERADAS...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PENDENTES
                                   TO      WS-EDICAO.
           DISPLAY '* LINHAS PENDENTES.................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-PEDIDO
                                   TO      WS-EDICAO.
           DISPLAY '* LINHAS SEM PEDIDO NO CADPORN.....: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB166 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB166 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE PEDIDOS DE CAPITAL  *'.
           DISPLAY '* EXCEDIDA                                    *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB166 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB166 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0997-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB166 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB166 ******************'.
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
           DISPLAY '******************* GPFPB166 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB166 ******************'.

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

           DISPLAY '******************* GPFPB166 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB166 ******************'.
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
           DISPLAY '******************* GPFPB166 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB166 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB166                  *
      *****************************************************************
