      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB148.
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
      * OBJETIVO.....: AUTORIZAR E RECEBER AS DEVOLUCOES DE PECAS     *
      *                PELAS ENTIDADES DEPOIS DA ENTREGA (ITEM ERRADO *
      *                OU DEFEITO). O MOVIMENTO CADRMAM TRAZ:         *
      *                - 'A' PEDIDO DE AUTORIZACAO: CONFERIDO CONTRA  *
      *                  A ENTREGA CONFIRMADA DA SOLICITACAO (CADENTG *
      *                  'E'/'P') MENOS O QUE JA FOI AUTORIZADO;      *
      *                  RECEBE UM NUMERO DE AUTORIZACAO (CONTROLE    *
      *                  CADRMCT) E O CUSTO UNITARIO DA MATRIZ        *
      *                - 'R' RECEBIMENTO NA DOCA DE UMA AUTORIZACAO:  *
      *                  A MERCADORIA ENTRA EM QUARENTENA (CADQDEV,   *
      *                  NO LAY-OUT DO CADQUAR, ORIGEM 'D') PARA A    *
      *                  INSPECAO DO GPFPB085 - LIBERA PARA O ESTOQUE *
      *                  OU SUCATEIA - E A ENTIDADE RECEBE O CREDITO  *
      *                  (CADCRED) QUE O GPFPB149 ABATE DAS GUIAS EM  *
      *                  ABERTO DO CADMFIN.                           *
      *                O REGISTRO CUMULATIVO DAS AUTORIZACOES SAI     *
      *                ATUALIZADO EM CADRMAN E O RELATORIO EM RELRMAA *
      *****************************************************************
      * OBSERVACAO...: CADENTG (HISTORICO ACUMULADO DAS ENTREGAS),    *
      *                CADRMAR E CADRMAM CLASSIFICADOS POR NUMERO DA  *
      *                SOLICITACAO (O CADRMAR TAMBEM PELA             *
      *                AUTORIZACAO). O CADQDEV DEVE SER CONCATENADO   *
      *                AO CADQUAR DO GPFPB085. COM MOVIMENTO          *
      *                REJEITADO O PROGRAMA TERMINA COM RETURN-CODE 04*
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADRMAN E CADRMCN GRAVADO PASSA A SER  *
      *                   CATALOGADO NO CADGCAT (ROTINA COBBB010)     *
      *                   COMO GERACAO DO CADRMAR E DO CADRMCT, COM A *
      *                   QTDE DE REGISTROS E O SELO DE INTEGRIDADE   *
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
      * INPUT..: CADRMAR - AUTORIZACOES DE DEVOLUCAO     - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADRMAR  ASSIGN  TO  UT-S-CADRMAR
                   FILE     STATUS  IS  WS-FS-CADRMAR.
      *
      *****************************************************************
      * INPUT..: CADRMAM - MOVIMENTO DE DEVOLUCOES       - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADRMAM  ASSIGN  TO  UT-S-CADRMAM
                   FILE     STATUS  IS  WS-FS-CADRMAM.
      *
      *****************************************************************
      * INPUT..: CADRMCT - CONTROLE DE AUTORIZACOES      - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADRMCT  ASSIGN  TO  UT-S-CADRMCT
                   FILE     STATUS  IS  WS-FS-CADRMCT.
      *
      *****************************************************************
      * INPUT..: CADMATRK - MATRIZ CHAVEADA (KSDS)       - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMATRK ASSIGN  TO  CADMATRK
                   ORGANIZATION IS  INDEXED
                   ACCESS MODE  IS  RANDOM
                   RECORD KEY   IS  MATRK-COD-PEC
                   FILE     STATUS  IS  WS-FS-CADMATRK.
      *
      *****************************************************************
      * OUTPUT.: CADRMAN - AUTORIZACOES ATUALIZADAS      - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADRMAN  ASSIGN  TO  UT-S-CADRMAN
                   FILE     STATUS  IS  WS-FS-CADRMAN.
      *
      *****************************************************************
      * OUTPUT.: CADQDEV - QUARENTENA DAS DEVOLUCOES     - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADQDEV  ASSIGN  TO  UT-S-CADQDEV
                   FILE     STATUS  IS  WS-FS-CADQDEV.
      *
      *****************************************************************
      * OUTPUT.: CADCRED - CREDITOS DAS ENTIDADES        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADCRED  ASSIGN  TO  UT-S-CADCRED
                   FILE     STATUS  IS  WS-FS-CADCRED.
      *
      *****************************************************************
      * OUTPUT.: CADRMCN - CONTROLE ATUALIZADO           - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADRMCN  ASSIGN  TO  UT-S-CADRMCN
                   FILE     STATUS  IS  WS-FS-CADRMCN.
      *
      *****************************************************************
      * OUTPUT.: RELRMAA - DEVOLUCOES DAS ENTIDADES      - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELRMAA  ASSIGN  TO  UT-S-RELRMAA
                   FILE     STATUS  IS  WS-FS-RELRMAA.
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
      * INPUT..: CADRMAR - AUTORIZACOES DE DEVOLUCAO     - LRECL=100  *
      *****************************************************************
      *
       FD  CADRMAR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRMAR         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADRMAM - MOVIMENTO DE DEVOLUCOES       - LRECL=050  *
      *****************************************************************
      *
       FD  CADRMAM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRMAM         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADRMCT - CONTROLE DE AUTORIZACOES      - LRECL=050  *
      *****************************************************************
      *
       FD  CADRMCT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRMCT         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADMATRK - MATRIZ CHAVEADA (KSDS)       - LRECL=100  *
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
      * OUTPUT.: CADRMAN - AUTORIZACOES ATUALIZADAS      - LRECL=100  *
      *****************************************************************
      *
       FD  CADRMAN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRMAN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADQDEV - QUARENTENA DAS DEVOLUCOES     - LRECL=050  *
      *****************************************************************
      *
       FD  CADQDEV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADQDEV         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADCRED - CREDITOS DAS ENTIDADES        - LRECL=050  *
      *****************************************************************
      *
       FD  CADCRED
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCRED         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADRMCN - CONTROLE ATUALIZADO           - LRECL=050  *
      *****************************************************************
      *
       FD  CADRMCN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRMCN         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: RELRMAA - DEVOLUCOES DAS ENTIDADES      - LRECL=133  *
      *****************************************************************
      *
       FD  RELRMAA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELRMAA         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADENTG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRMAR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRMAM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRMCT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATRK      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRMAN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADQDEV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCRED       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRMCN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELRMAA       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADENTG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRMAR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRMAM      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADRMAN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADQDEV      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCRED      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELRMAA      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-AUTORIZADAS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RECEBIDAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADOS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-AGUARDANDO   PIC     9(018) VALUE ZEROS.
       01      WS-VLR-TOT-CREDITO  PIC     9(015)V9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        CHAVES DO BALANCE-LINE (NUMERO DA SOLICITACAO)         *
      *****************************************************************
      *
       01      WS-CHAVE-ENTG       PIC     X(013) VALUE SPACES.
       01      WS-CHAVE-RMAR       PIC     X(013) VALUE SPACES.
       01      WS-CHAVE-RMAM       PIC     X(013) VALUE SPACES.
       01      WS-CHAVE-CTL        PIC     X(013) VALUE SPACES.
      *
      *****************************************************************
      *        ENTREGA CONFIRMADA DA SOLICITACAO CORRENTE             *
      *****************************************************************
      *
       01      WS-SW-ENTREGA       PIC     X(001) VALUE 'N'.
         88    WS-ENTREGA-ACHOU            VALUE 'S'.
         88    WS-ENTREGA-NAO-ACHOU        VALUE 'N'.
      *
       01      WS-ENT-COD-ENTIDAT  PIC     9(007) VALUE ZEROS.
       01      WS-ENT-COD-PECA     PIC     9(005) VALUE ZEROS.
       01      WS-QTD-ENTREGUE     PIC     9(007) VALUE ZEROS.
       01      WS-QTD-JA-DEVOLV    PIC     9(007) VALUE ZEROS.
       01      WS-QTD-SALDO        PIC    S9(007) VALUE ZEROS.
      *
      *****************************************************************
      *        AUTORIZACOES DA SOLICITACAO CORRENTE                   *
      *****************************************************************
      *
       01      WS-QTD-TAB-RMA      PIC     9(003) COMP    VALUE ZEROS.
       01      WS-IND-TAB-RMA      PIC     9(003) COMP    VALUE ZEROS.
      *
       01      TAB-AUTORIZACOES.
         03    TAB-RMA-ITEM        OCCURS  050    TIMES.
           05  TAB-RMA-REGISTRO    PIC     X(100).
      *
       01      WS-SW-RMA           PIC     X(001) VALUE 'N'.
         88    WS-RMA-ACHOU                VALUE 'S'.
         88    WS-RMA-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-ULT-AUTORIZ      PIC     9(007) VALUE ZEROS.
       01      WS-DAT-MOV          PIC     9(008) VALUE ZEROS.
       01      WS-VLR-CREDITO      PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-NUM-AUTORIZ      PIC     9(007) VALUE ZEROS.
       01      WS-SITUACAO         PIC     X(010) VALUE SPACES.
       01      WS-MOTIVO           PIC     X(025) VALUE SPACES.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
       01      WS-EDICAO-VLR       PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
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
      *    LAY-OUT DO RELATORIO DE DEVOLUCOES DAS ENTIDADES           *
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
              'D E V O L U C O E S  D A S  E N T I D A D E S'.
         03    FILLER              PIC     X(028) VALUE SPACES.
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
         03    FILLER              PIC     X(010) VALUE 'MOVIMENTO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE 'SOLICITACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'AUTORIZ'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'ENTID.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' QTDE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               '           CREDITO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(025) VALUE 'OBSERVACAO'.
         03    FILLER              PIC     X(014) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-MOVIMENTO      PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-SOLICITU   PIC     9(013).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-AUTORIZ    PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-ENTIDAT    PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-PECA       PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD            PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-CREDITO    PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OBSERVACAO     PIC     X(025).
         03    FILLER              PIC     X(014) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADENTG - SITUACAO DE ENTREGA DAS SOLICITACOES       *
      *****************************************************************
      *
           COPY    COBO1063.
      *
      *****************************************************************
      * I-O....: CADRMAR/CADRMAN - AUTORIZACOES DE DEVOLUCAO          *
      *****************************************************************
      *
           COPY    COBO1101.
      *
      *****************************************************************
      * INPUT..: CADRMAM - MOVIMENTO DE DEVOLUCOES                    *
      *****************************************************************
      *
           COPY    COBI1100.
      *
      *****************************************************************
      * I-O....: CADRMCT/CADRMCN - CONTROLE DE AUTORIZACOES           *
      *****************************************************************
      *
           COPY    COBI1101.
      *
      *****************************************************************
      * INPUT..: CADMATRK - MATRIZ CHAVEADA                           *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * OUTPUT.: CADQDEV - QUARENTENA (LAY-OUT DO CADQUAR)            *
      *****************************************************************
      *
           COPY    COBO1053.
      *
      *****************************************************************
      * OUTPUT.: CADCRED - CREDITOS DAS ENTIDADES                     *
      *****************************************************************
      *
           COPY    COBO1102.
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
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADRMAR     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADRMCT     PIC     X(300) VALUE SPACES.
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
             UNTIL WS-CHAVE-ENTG   EQUAL   HIGH-VALUES
               AND WS-CHAVE-RMAR   EQUAL   HIGH-VALUES
               AND WS-CHAVE-RMAM   EQUAL   HIGH-VALUES.

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
                           CADRMAR
                           CADRMAM
                           CADRMCT
                           CADMATRK
                   OUTPUT  CADRMAN
                           CADQDEV
                           CADCRED
                           CADRMCN
                           RELRMAA.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADRMAR'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRMAR.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADRMCT'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRMCT.

           PERFORM 0460-00-LEITURA-CADRMCT.

           PERFORM 0500-00-LEITURA-CADENTG.

           PERFORM 0520-00-LEITURA-CADRMAR.

           PERFORM 0540-00-LEITURA-CADRMAM.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADENTG.

           PERFORM 0310-00-TESTA-FS-CADRMAR.

           PERFORM 0320-00-TESTA-FS-CADRMAM.

           PERFORM 0330-00-TESTA-FS-CADRMCT.

           PERFORM 0340-00-TESTA-FS-CADMATRK.

           PERFORM 0350-00-TESTA-FS-CADRMAN.

           PERFORM 0360-00-TESTA-FS-CADQDEV.

           PERFORM 0370-00-TESTA-FS-CADCRED.

           PERFORM 0380-00-TESTA-FS-CADRMCN.

           PERFORM 0390-00-TESTA-FS-RELRMAA.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADENTG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADENTG NOT EQUAL 00 AND 10
                   MOVE 'CADENTG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADENTG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-CADRMAR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRMAR NOT EQUAL 00 AND 10
                   MOVE 'CADRMAR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRMAR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADRMAM    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRMAM NOT EQUAL 00 AND 10
                   MOVE 'CADRMAM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRMAM
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-CADRMCT    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRMCT NOT EQUAL 00 AND 10
                   MOVE 'CADRMCT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRMCT
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0340-00-TESTA-FS-CADMATRK   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATRK NOT EQUAL 00 AND 23
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
       0350-00-TESTA-FS-CADRMAN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRMAN NOT EQUAL 00
                   MOVE 'CADRMAN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRMAN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0360-00-TESTA-FS-CADQDEV    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADQDEV NOT EQUAL 00
                   MOVE 'CADQDEV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADQDEV
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0370-00-TESTA-FS-CADCRED    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCRED NOT EQUAL 00
                   MOVE 'CADCRED'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCRED
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0370-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0380-00-TESTA-FS-CADRMCN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRMCN NOT EQUAL 00
                   MOVE 'CADRMCN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRMCN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0380-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0390-00-TESTA-FS-RELRMAA    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELRMAA NOT EQUAL 00
                   MOVE 'RELRMAA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELRMAA
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0390-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-LEITURA-CADRMCT     SECTION.
      *****************************************************************
      *    LE O REGISTRO UNICO DE CONTROLE DAS AUTORIZACOES           *
      *
           READ    CADRMCT         INTO    REG-RMCT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0330-00-TESTA-FS-CADRMCT.

           IF      WS-FS-CADRMCT   EQUAL   10
                   MOVE    ZEROS   TO      REG-RMCT
           END-IF.

           IF      RMCT-ULT-AUTORIZ        NOT NUMERIC
                   MOVE    ZEROS   TO      RMCT-ULT-AUTORIZ
           END-IF.

           MOVE    RMCT-ULT-AUTORIZ        TO      WS-ULT-AUTORIZ.
      *
       0460-99-EXIT.
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
       0500-00-LEITURA-CADENTG     SECTION.
      *****************************************************************
      *
           READ    CADENTG         INTO    REG-ENTG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADENTG.

           IF      WS-FS-CADENTG   EQUAL   00
                   ADD 001         TO      WS-LID-CADENTG
                   MOVE    ENTG-NUM-SOLICITU       TO      WS-CHAVE-ENTG
           ELSE
                   MOVE    HIGH-VALUES     TO      WS-CHAVE-ENTG
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0520-00-LEITURA-CADRMAR     SECTION.
      *****************************************************************
      *
           READ    CADRMAR         INTO    REG-RMA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADRMAR.

           IF      WS-FS-CADRMAR   EQUAL   00
                   ADD 001         TO      WS-LID-CADRMAR
                   MOVE    RMA-NUM-SOLICITU        TO      WS-CHAVE-RMAR
           ELSE
                   MOVE    HIGH-VALUES     TO      WS-CHAVE-RMAR
           END-IF.
      *
       0520-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0540-00-LEITURA-CADRMAM     SECTION.
      *****************************************************************
      *
           READ    CADRMAM         INTO    REG-RMAM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADRMAM.

           IF      WS-FS-CADRMAM   EQUAL   00
                   ADD 001         TO      WS-LID-CADRMAM
                   MOVE    RMAM-NUM-SOLICITU       TO      WS-CHAVE-RMAM
           ELSE
                   MOVE    HIGH-VALUES     TO      WS-CHAVE-RMAM
           END-IF.
      *
       0540-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    BALANCE-LINE POR SOLICITACAO: JUNTA A ENTREGA CONFIRMADA,  *
      *    AS AUTORIZACOES JA EMITIDAS E O MOVIMENTO DO DIA DA MENOR  *
      *    SOLICITACAO PENDENTE E REGRAVA AS AUTORIZACOES DELA        *
      *
           MOVE    WS-CHAVE-ENTG   TO      WS-CHAVE-CTL.

           IF      WS-CHAVE-RMAR   LESS    WS-CHAVE-CTL
                   MOVE    WS-CHAVE-RMAR   TO      WS-CHAVE-CTL
           END-IF.

           IF      WS-CHAVE-RMAM   LESS    WS-CHAVE-CTL
                   MOVE    WS-CHAVE-RMAM   TO      WS-CHAVE-CTL
           END-IF.

           SET     WS-ENTREGA-NAO-ACHOU    TO      TRUE.
           MOVE    ZEROS           TO      WS-ENT-COD-ENTIDAT
                                           WS-ENT-COD-PECA
                                           WS-QTD-ENTREGUE
                                           WS-QTD-JA-DEVOLV
                                           WS-QTD-TAB-RMA.

           PERFORM 1050-00-ACUMULA-ENTREGA
             UNTIL WS-CHAVE-ENTG   NOT EQUAL       WS-CHAVE-CTL.

           PERFORM 1080-00-CARGA-AUTORIZACAO
             UNTIL WS-CHAVE-RMAR   NOT EQUAL       WS-CHAVE-CTL.

           PERFORM 1100-00-APLICA-MOVIMENTO
             UNTIL WS-CHAVE-RMAM   NOT EQUAL       WS-CHAVE-CTL.

           PERFORM VARYING WS-IND-TAB-RMA FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RMA GREATER WS-QTD-TAB-RMA
             PERFORM 1600-00-GRAVACAO-CADRMAN
           END-PERFORM.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1050-00-ACUMULA-ENTREGA     SECTION.
      *****************************************************************
      *    SO A ENTREGA CONFIRMADA (TOTAL OU PARCIAL) PODE VOLTAR     *
      *
           IF      ENTG-ENTREGUE   OR      ENTG-PARCIAL
                   SET     WS-ENTREGA-ACHOU        TO      TRUE
                   MOVE    ENTG-COD-ENTIDAT        TO
                           WS-ENT-COD-ENTIDAT
                   MOVE    ENTG-COD-PECA   TO      WS-ENT-COD-PECA
                   ADD     ENTG-QTD        TO      WS-QTD-ENTREGUE
           END-IF.

           PERFORM 0500-00-LEITURA-CADENTG.
      *
       1050-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1080-00-CARGA-AUTORIZACAO   SECTION.
      *****************************************************************
      *    A AUTORIZACAO RECEBIDA CONSOME O SALDO PELO QUE CHEGOU; A  *
      *    AINDA EM ABERTO, PELO QUE FOI AUTORIZADO                   *
      *
           IF      WS-QTD-TAB-RMA  GREATER OR EQUAL 050
                   PERFORM 0989-00-ABEND-TAB-AUTORIZ
           END-IF.

           ADD     001             TO      WS-QTD-TAB-RMA.

           MOVE    REG-RMA         TO
                   TAB-RMA-REGISTRO (WS-QTD-TAB-RMA).

           IF      RMA-RECEBIDA
                   ADD     RMA-QTD-RECEB   TO      WS-QTD-JA-DEVOLV
           ELSE
                   ADD     RMA-QTD-AUTORIZ TO      WS-QTD-JA-DEVOLV
           END-IF.

           PERFORM 0520-00-LEITURA-CADRMAR.
      *
       1080-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-APLICA-MOVIMENTO    SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WS-NUM-AUTORIZ
                                           WS-VLR-CREDITO.

           IF      RMAM-DAT-MOV    NUMERIC         AND
                   RMAM-DAT-MOV    NOT EQUAL       ZEROS
                   MOVE    RMAM-DAT-MOV    TO      WS-DAT-MOV
           ELSE
                   MOVE    WS-DATA-PROC    TO      WS-DAT-MOV
           END-IF.

           EVALUATE TRUE
             WHEN  RMAM-AUTORIZACAO
                   PERFORM         1200-00-AUTORIZA-DEVOLUCAO
             WHEN  RMAM-RECEBIMENTO
                   PERFORM         1300-00-RECEBE-DEVOLUCAO
             WHEN  OTHER
                   MOVE    'TIPO DE MOVIMENTO INVALIDO'
                                           TO      WS-MOTIVO
                   PERFORM         1500-00-REJEITA-MOVIMENTO
           END-EVALUATE.

           PERFORM 0540-00-LEITURA-CADRMAM.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-AUTORIZA-DEVOLUCAO  SECTION.
      *****************************************************************
      *    A QUANTIDADE A DEVOLVER NAO PODE PASSAR DO ENTREGUE MENOS  *
      *    O QUE JA FOI AUTORIZADO PARA A MESMA SOLICITACAO           *
      *
           IF      WS-ENTREGA-NAO-ACHOU
                   MOVE    'SOLICITACAO SEM ENTREGA'
                                           TO      WS-MOTIVO
                   PERFORM 1500-00-REJEITA-MOVIMENTO
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      RMAM-COD-ENTIDAT NOT EQUAL      WS-ENT-COD-ENTIDAT
                   MOVE    'ENTIDADE NAO CONFERE'  TO      WS-MOTIVO
                   PERFORM 1500-00-REJEITA-MOVIMENTO
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      RMAM-COD-PECA   NOT EQUAL       WS-ENT-COD-PECA
                   MOVE    'PECA NAO CONFERE'      TO      WS-MOTIVO
                   PERFORM 1500-00-REJEITA-MOVIMENTO
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      NOT RMAM-MOTIVO-VALIDO
                   MOVE    'MOTIVO INVALIDO'       TO      WS-MOTIVO
                   PERFORM 1500-00-REJEITA-MOVIMENTO
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      RMAM-QTD        NOT NUMERIC     OR
                   RMAM-QTD        EQUAL   ZEROS
                   MOVE    'QUANTIDADE INVALIDA'   TO      WS-MOTIVO
                   PERFORM 1500-00-REJEITA-MOVIMENTO
                   GO      TO      1200-99-EXIT
           END-IF.

           COMPUTE WS-QTD-SALDO    =
                   WS-QTD-ENTREGUE - WS-QTD-JA-DEVOLV.

           IF      RMAM-QTD        GREATER WS-QTD-SALDO
                   MOVE    'EXCEDE O SALDO ENTREGUE'
                                           TO      WS-MOTIVO
                   PERFORM 1500-00-REJEITA-MOVIMENTO
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-RMA  GREATER OR EQUAL 050
                   PERFORM 0989-00-ABEND-TAB-AUTORIZ
           END-IF.

           ADD     001             TO      WS-ULT-AUTORIZ.
           MOVE    WS-ULT-AUTORIZ  TO      WS-NUM-AUTORIZ.

           MOVE    SPACES          TO      REG-RMA.
           MOVE    RMAM-NUM-SOLICITU       TO      RMA-NUM-SOLICITU.
           MOVE    WS-NUM-AUTORIZ  TO      RMA-NUM-AUTORIZ.
           MOVE    RMAM-COD-ENTIDAT        TO      RMA-COD-ENTIDAT.
           MOVE    RMAM-COD-PECA   TO      RMA-COD-PECA.
           MOVE    RMAM-QTD        TO      RMA-QTD-AUTORIZ.
           MOVE    ZEROS           TO      RMA-QTD-RECEB
                                           RMA-DAT-RECEB
                                           RMA-VLR-CREDITO.
           MOVE    RMAM-MOTIVO     TO      RMA-MOTIVO.
           MOVE    WS-DAT-MOV      TO      RMA-DAT-AUTORIZ.
           SET     RMA-AUTORIZADA  TO      TRUE.

           PERFORM 2100-00-LEITURA-CADMATRK.

           ADD     001             TO      WS-QTD-TAB-RMA.
           MOVE    REG-RMA         TO
                   TAB-RMA-REGISTRO (WS-QTD-TAB-RMA).

           ADD     RMAM-QTD        TO      WS-QTD-JA-DEVOLV.

           ADD     001             TO      WS-QTD-AUTORIZADAS.

           MOVE    'AUTORIZADA'    TO      WS-SITUACAO.
           MOVE    SPACES          TO      WS-MOTIVO.

           PERFORM 2750-00-IMPRIME-MOVIMENTO.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-RECEBE-DEVOLUCAO    SECTION.
      *****************************************************************
      *    A MERCADORIA DA AUTORIZACAO CHEGOU NA DOCA: VAI PARA A     *
      *    QUARENTENA DE INSPECAO E GERA O CREDITO DA ENTIDADE PELO   *
      *    CUSTO GRAVADO NA AUTORIZACAO                               *
      *
           MOVE    RMAM-NUM-AUTORIZ        TO      WS-NUM-AUTORIZ.

           SET     WS-RMA-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-RMA FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RMA GREATER WS-QTD-TAB-RMA
                   OR      WS-RMA-ACHOU

             MOVE  TAB-RMA-REGISTRO (WS-IND-TAB-RMA) TO REG-RMA

             IF    RMA-NUM-AUTORIZ EQUAL   RMAM-NUM-AUTORIZ
                   SET     WS-RMA-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-RMA-NAO-ACHOU
                   MOVE    'AUTORIZACAO INEXISTENTE'
                                           TO      WS-MOTIVO
                   PERFORM 1500-00-REJEITA-MOVIMENTO
                   GO      TO      1300-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-RMA.

           IF      NOT RMA-AUTORIZADA
                   MOVE    'DEVOLUCAO JA RECEBIDA' TO      WS-MOTIVO
                   PERFORM 1500-00-REJEITA-MOVIMENTO
                   GO      TO      1300-99-EXIT
           END-IF.

           IF      RMAM-COD-PECA   NOT EQUAL       RMA-COD-PECA
                   MOVE    'PECA NAO CONFERE'      TO      WS-MOTIVO
                   PERFORM 1500-00-REJEITA-MOVIMENTO
                   GO      TO      1300-99-EXIT
           END-IF.

           IF      RMAM-QTD        NOT NUMERIC     OR
                   RMAM-QTD        EQUAL   ZEROS   OR
                   RMAM-QTD        GREATER RMA-QTD-AUTORIZ
                   MOVE    'QTDE RECEBIDA INVALIDA'
                                           TO      WS-MOTIVO
                   PERFORM 1500-00-REJEITA-MOVIMENTO
                   GO      TO      1300-99-EXIT
           END-IF.

      *    O QUE FOI AUTORIZADO E NAO VEIO VOLTA AO SALDO DEVOLVIVEL
           SUBTRACT RMA-QTD-AUTORIZ        FROM    WS-QTD-JA-DEVOLV.
           ADD     RMAM-QTD        TO      WS-QTD-JA-DEVOLV.

           MOVE    RMAM-QTD        TO      RMA-QTD-RECEB.
           MOVE    WS-DAT-MOV      TO      RMA-DAT-RECEB.
           SET     RMA-RECEBIDA    TO      TRUE.

           COMPUTE WS-VLR-CREDITO  =
                   RMA-QTD-RECEB   *       RMA-VLR-UNIT.

           MOVE    WS-VLR-CREDITO  TO      RMA-VLR-CREDITO.

           MOVE    REG-RMA         TO
                   TAB-RMA-REGISTRO (WS-IND-TAB-RMA).

           PERFORM 1700-00-GRAVACAO-CADQDEV.

           IF      WS-VLR-CREDITO  GREATER ZEROS
                   PERFORM 1800-00-GRAVACAO-CADCRED
           END-IF.

           ADD     001             TO      WS-QTD-RECEBIDAS.

           MOVE    'RECEBIDA'      TO      WS-SITUACAO.

           IF      RMA-QTD-RECEB   LESS    RMA-QTD-AUTORIZ
                   MOVE    'RECEBIDO MENOS QUE AUTOR.'
                                           TO      WS-MOTIVO
           ELSE
                   MOVE    SPACES  TO      WS-MOTIVO
           END-IF.

           PERFORM 2750-00-IMPRIME-MOVIMENTO.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-REJEITA-MOVIMENTO   SECTION.
      *****************************************************************
      *
           ADD     001             TO      WS-QTD-REJEITADOS.

           MOVE    'REJEITADO'     TO      WS-SITUACAO.

           MOVE    ZEROS           TO      WS-VLR-CREDITO.

           PERFORM 2750-00-IMPRIME-MOVIMENTO.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-GRAVACAO-CADRMAN    SECTION.
      *****************************************************************
      *
           MOVE    TAB-RMA-REGISTRO (WS-IND-TAB-RMA)
                                   TO      REG-RMA.

           IF      RMA-AUTORIZADA
                   ADD     001     TO      WS-QTD-AGUARDANDO
           END-IF.

           WRITE   REG-CADRMAN     FROM    REG-RMA.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0350-00-TESTA-FS-CADRMAN.

           ADD     001             TO      WS-GRV-CADRMAN.

           MOVE    WS-GCAT-CADRMAR TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADRMAN     TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRMAR.
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1700-00-GRAVACAO-CADQDEV    SECTION.
      *****************************************************************
      *    QUARENTENA DE DEVOLUCAO: O NUMERO DO PEDIDO E O DA         *
      *    AUTORIZACAO E O CUSTO DE AQUISICAO FICA ZERADO (A          *
      *    LIBERACAO NAO RECALCULA O CUSTO MEDIO)                     *
      *
           MOVE    SPACES          TO      REG-QUAR.

           MOVE    RMA-COD-PECA    TO      QUAR-COD-PEC.
           MOVE    RMA-NUM-AUTORIZ TO      QUAR-NUM-PEDIDO.
           MOVE    RMA-QTD-RECEB   TO      QUAR-QTD.
           MOVE    RMA-DAT-RECEB   TO      QUAR-DAT-ENTRADA.
           SET     QUAR-PENDENTE   TO      TRUE.
           MOVE    ZEROS           TO      QUAR-DAT-DECISAO
                                           QUAR-VLR-UNIT-AQ.
           SET     QUAR-ORIGEM-DEVOLUCAO   TO      TRUE.

           WRITE   REG-CADQDEV     FROM    REG-QUAR.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADQDEV.

           ADD     001             TO      WS-GRV-CADQDEV.
      *
       1700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1800-00-GRAVACAO-CADCRED    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-CRED.

           MOVE    RMA-COD-ENTIDAT TO      CRED-COD-ENTIDAT.
           MOVE    RMA-NUM-AUTORIZ TO      CRED-NUM-AUTORIZ.
           MOVE    WS-VLR-CREDITO  TO      CRED-VLR.
           MOVE    RMA-DAT-RECEB   TO      CRED-DAT-CREDITO.

           WRITE   REG-CADCRED     FROM    REG-CRED.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0370-00-TESTA-FS-CADCRED.

           ADD     001             TO      WS-GRV-CADCRED.

           ADD     WS-VLR-CREDITO  TO      WS-VLR-TOT-CREDITO.
      *
       1800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1900-00-GRAVACAO-CADRMCN    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-RMCT.

           MOVE    WS-ULT-AUTORIZ  TO      RMCT-ULT-AUTORIZ.
           MOVE    WS-DATA-PROC    TO      RMCT-DAT-GERACAO.

           WRITE   REG-CADRMCN     FROM    REG-RMCT.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0380-00-TESTA-FS-CADRMCN.

           MOVE    WS-GCAT-CADRMCT TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADRMCN     TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRMCT.
      *
       1900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-LEITURA-CADMATRK    SECTION.
      *****************************************************************
      *    CUSTO UNITARIO DA MATRIZ NA AUTORIZACAO - BASE DO CREDITO  *
      *
           MOVE    RMAM-COD-PECA   TO      MATRK-COD-PEC.

           READ    CADMATRK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0340-00-TESTA-FS-CADMATRK.

           IF      WS-FS-CADMATRK  EQUAL   23
      *            PECA SEM MATRIZ - AUTORIZA SEM VALOR DE CREDITO
                   MOVE    ZEROS   TO      RMA-VLR-UNIT
                   GO      TO      2100-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADMATRK.

           MOVE    REG-CADMATRK    TO      REG-MATR.

           MOVE    MATR-VLR-UNIT   TO      RMA-VLR-UNIT.
      *
       2100-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELRMAA.
           PERFORM 2700-00-GRAVACAO-RELRMAA.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELRMAA.
           PERFORM 2700-00-GRAVACAO-RELRMAA.

           MOVE    CAB4            TO      REG-RELRMAA.
           PERFORM 2700-00-GRAVACAO-RELRMAA.

           MOVE    CAB6            TO      REG-RELRMAA.
           PERFORM 2700-00-GRAVACAO-RELRMAA.

           MOVE    004             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELRMAA    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELRMAA.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0390-00-TESTA-FS-RELRMAA.

           ADD     001             TO      WS-GRV-RELRMAA.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2750-00-IMPRIME-MOVIMENTO   SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           EVALUATE TRUE
             WHEN  RMAM-AUTORIZACAO
                   MOVE    'AUTORIZAR'     TO      DET1-MOVIMENTO
             WHEN  RMAM-RECEBIMENTO
                   MOVE    'RECEBER'       TO      DET1-MOVIMENTO
             WHEN  OTHER
                   MOVE    RMAM-TIPO       TO      DET1-MOVIMENTO
           END-EVALUATE.

           MOVE    RMAM-NUM-SOLICITU       TO      DET1-NUM-SOLICITU.
           MOVE    WS-NUM-AUTORIZ  TO      DET1-NUM-AUTORIZ.
           MOVE    RMAM-COD-ENTIDAT        TO      DET1-COD-ENTIDAT.
           MOVE    RMAM-COD-PECA   TO      DET1-COD-PECA.

           IF      RMAM-QTD        NUMERIC
                   MOVE    RMAM-QTD        TO      DET1-QTD
           ELSE
                   MOVE    ZEROS           TO      DET1-QTD
           END-IF.

           MOVE    WS-VLR-CREDITO  TO      DET1-VLR-CREDITO.
           MOVE    WS-SITUACAO     TO      DET1-SITUACAO.
           MOVE    WS-MOTIVO       TO      DET1-OBSERVACAO.

           MOVE    DET1            TO      REG-RELRMAA.
           PERFORM 2700-00-GRAVACAO-RELRMAA.
      *
       2750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 1900-00-GRAVACAO-CADRMCN.

           CLOSE   CADENTG
                   CADRMAR
                   CADRMAM
                   CADRMCT
                   CADMATRK
                   CADRMAN
                   CADQDEV
                   CADCRED
                   CADRMCN
                   RELRMAA.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADRMAR TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB148'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRMAR.

           MOVE    WS-GCAT-CADRMCT TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB148'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRMCT.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB148'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-REJEITADOS       GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-LID-CADRMAM  TO      WRL-QTD-PROC.

           CALL    'COBBB100'      USING   WRL-GRUPO
           END-CALL.

      *    O RETURN-CODE E COLOCADO DEPOIS DA CHAMADA AO COBBB100 -
      *    O RETORNO DA SUBROTINA SUBSTITUI O REGISTRADOR DO
      *    CHAMADOR E LIMPARIA O CODIGO JA COLOCADO
           IF      WS-QTD-REJEITADOS       GREATER ZEROS
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
           DISPLAY '******************* GPFPB148 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB148 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADENTG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADENTG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRMAR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRMAR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRMAM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRMAM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMATRK TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATRK: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADRMAN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADRMAN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADRMAR TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADRMAR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADRMCT TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADRMCT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADQDEV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADQDEV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCRED  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCRED.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELRMAA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELRMAA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-AUTORIZADAS
                                   TO      WS-EDICAO.
           DISPLAY '* DEVOLUCOES AUTORIZADAS...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RECEBIDAS
                                   TO      WS-EDICAO.
           DISPLAY '* DEVOLUCOES RECEBIDAS.............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJEITADOS
                                   TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS REJEITADOS............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-AGUARDANDO
                                   TO      WS-EDICAO.
           DISPLAY '* AUTORIZACOES AGUARDANDO MERCADORIA: ' WS-EDICAO
           '*'.
           MOVE    WS-VLR-TOT-CREDITO
                                   TO      WS-EDICAO-VLR.
           DISPLAY '* CREDITOS GERADOS: ' WS-EDICAO-VLR
           '        *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB148 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TAB-AUTORIZ   SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB148 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE AUTORIZ. EXCEDIDA   *'.
           DISPLAY '*                                             *'.
           DISPLAY '*     SOLICITACAO....: ' WS-CHAVE-CTL
           '          *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB148 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB148 ******************'.

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

           DISPLAY '******************* GPFPB148 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB148 ******************'.
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
           DISPLAY '******************* GPFPB148 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB148 ******************'.

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

           DISPLAY '******************* GPFPB148 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB148 ******************'.
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
           DISPLAY '******************* GPFPB148 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB148 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB148                  *
      *****************************************************************
