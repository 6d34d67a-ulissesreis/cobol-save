      *                   OS DOIS ARQUIVOS ERAM GERADOS MAS NUNCA     *
      *                   ENTRAVAM NO EXTRATO NEM NA PROVA DE         *
      *                   PARTIDAS                                    *
      * 15/10/2026 - US - ABSORCAO DOS LANCAMENTOS DE VARIACAO        *
      *                   CAMBIAL DO CONTAS A PAGAR: REAVALIACAO      *
      *                   MENSAL E ESTORNO (CADCTBC, GERADOS PELO     *
      *                   GPFPB135) E VARIACAO REALIZADA NO PAGAMENTO *
      *                   (CADCTBR, GERADOS PELO GPFPB082), COM A     *
      *                   MESMA CRITICA, OS MESMOS TOTAIS E O MESMO   *
      *                   SELO                                        *
      * 15/10/2026 - US - ABSORCAO DOS LANCAMENTOS DE PERDA DE        *
      *                   ESTOQUE (CADCTBB, GERADOS PELO GPFPB142),   *
      *                   COM A MESMA CRITICA, OS MESMOS TOTAIS E O   *
      *                   MESMO SELO                                  *
      * 15/10/2026 - US - ABSORCAO DOS LANCAMENTOS DA PROVISAO PARA   *
      *                   DEVEDORES DUVIDOSOS (CADCTBD, GERADOS PELO  *
      *                   GPFPB154) E DAS BAIXAS DE GUIAS POR PERDA   *
      *                   (CADCTBW, GERADOS PELO GPFPB155), COM A     *
      *                   MESMA CRITICA, OS MESMOS TOTAIS E O MESMO   *
      *                   SELO                                        *
      * 15/10/2026 - US - ABSORCAO DOS LANCAMENTOS DA PROVISAO DE     *
      *                   RECEBIMENTOS NAO FATURADOS (CADCTBG,        *
      *                   GERADOS PELO GPFPB164), COM A MESMA         *
      *                   CRITICA, OS MESMOS TOTAIS E O MESMO SELO    *
      * 15/10/2026 - US - EXTRATO POR EMPRESA: LANCAMENTO SEM EMPRESA *
      *                   ASSUME A EMPRESA 01; EMPRESA FORA DO        *
      *                   CADEMPR E REJEITADA (MOTIVO 704). TOTAIS E  *
      *                   SELO ACUMULADOS POR EMPRESA, COM UM TRAILER *
      *                   POR EMPRESA AO FINAL DO CADCTB              *
      * 15/10/2026 - US - ABSORCAO DOS LANCAMENTOS DA DESPESA         *
      *                   REEMBOLSADA AOS FUNCIONARIOS (CADCTBE,      *
      *                   GERADOS PELO GPFPB176), COM A MESMA         *
      *                   CRITICA, OS MESMOS TOTAIS E O MESMO SELO    *
      *****************************************************************
      *
      *****************************************************************
                   FILE     STATUS IS  WS-FS-CADCTBP.
      *
      *****************************************************************
      * INPUT..: CADCTBC - REAVALIACAO CAMBIAL            - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCTBC  ASSIGN TO  UT-S-CADCTBC
                   FILE     STATUS IS  WS-FS-CADCTBC.
      *
      *****************************************************************
      * INPUT..: CADCTBR - VARIACAO CAMBIAL REALIZADA     - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCTBR  ASSIGN TO  UT-S-CADCTBR
                   FILE     STATUS IS  WS-FS-CADCTBR.
      *
      *****************************************************************
      * INPUT..: CADCTBB - PERDAS DE ESTOQUE              - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCTBB  ASSIGN TO  UT-S-CADCTBB
                   FILE     STATUS IS  WS-FS-CADCTBB.
      *
      *****************************************************************
      * INPUT..: CADCTBD - PROVISAO DEVEDORES DUVIDOSOS   - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCTBD  ASSIGN TO  UT-S-CADCTBD
                   FILE     STATUS IS  WS-FS-CADCTBD.
      *
      *****************************************************************
      * INPUT..: CADCTBW - BAIXAS DE GUIAS POR PERDA      - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCTBW  ASSIGN TO  UT-S-CADCTBW
                   FILE     STATUS IS  WS-FS-CADCTBW.
      *
      *****************************************************************
      * INPUT..: CADCTBG - PROVISAO REC. NAO FATURADOS    - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCTBG  ASSIGN TO  UT-S-CADCTBG
                   FILE     STATUS IS  WS-FS-CADCTBG.
      *
      *****************************************************************
      * INPUT..: CADCTBE - REEMBOLSO DE DESPESAS          - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCTBE  ASSIGN TO  UT-S-CADCTBE
                   FILE     STATUS IS  WS-FS-CADCTBE.
      *
      *****************************************************************
      * INPUT..: CADPLAN - PLANO DE CONTAS               - LRECL=100  *
      *****************************************************************
      *
                   FILE     STATUS IS  WS-FS-CADCREJ.
      *
      *****************************************************************
      * INPUT..: CADEMPR - CADASTRO DAS EMPRESAS          - LRECL=150 *
      *****************************************************************
      *
           SELECT  CADEMPR  ASSIGN TO  UT-S-CADEMPR
                   FILE     STATUS IS  WS-FS-CADEMPR.
      *
      *****************************************************************
      * OUTPUT.: CADCTB  - EXTRATO DE LANCAMENTOS        - LRECL=100  *
      *****************************************************************
      *
       01      REG-CADCTBP         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCTBC - REAVALIACAO CAMBIAL            - LRECL=100 *
      *****************************************************************
      *
       FD  CADCTBC
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBC         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCTBR - VARIACAO CAMBIAL REALIZADA     - LRECL=100 *
      *****************************************************************
      *
       FD  CADCTBR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBR         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCTBB - PERDAS DE ESTOQUE              - LRECL=100 *
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
      * INPUT..: CADCTBD - PROVISAO DEVEDORES DUVIDOSOS   - LRECL=100 *
      *****************************************************************
      *
       FD  CADCTBD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBD         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCTBW - BAIXAS DE GUIAS POR PERDA      - LRECL=100 *
      *****************************************************************
      *
       FD  CADCTBW
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBW         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCTBG - PROVISAO REC. NAO FATURADOS    - LRECL=100 *
      *****************************************************************
      *
       FD  CADCTBG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBG         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCTBE - REEMBOLSO DE DESPESAS          - LRECL=100 *
      *****************************************************************
      *
       FD  CADCTBE
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBE         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADPLAN - PLANO DE CONTAS               - LRECL=100  *
      *****************************************************************
      *
       01      REG-CADCREJ         PIC     X(150).
      *
      *****************************************************************
      * INPUT..: CADEMPR - CADASTRO DAS EMPRESAS          - LRECL=150 *
      *****************************************************************
      *
       FD  CADEMPR
           RECORDING  MODE      IS F
           LABEL      RECORD    IS STANDARD
           BLOCK      CONTAINS  0  RECORDS.
      *
       01      REG-CADEMPR         PIC     X(150).
      *
      *****************************************************************
      * OUTPUT.: CADCTB  - EXTRATO DE LANCAMENTOS CONTABEIS - LRECL=100*
      *****************************************************************
      *
       01  WS-FS-CADCTBI           PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADCTBS           PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADCTBP           PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADCTBC           PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADCTBR           PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADCTBB           PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADCTBD           PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADCTBW           PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADCTBG           PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADCTBE           PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADPLAN           PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADCREJ           PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADCTB            PIC     9(002) VALUE ZEROS.
       01  WS-FS-CADEMPR           PIC     9(002) VALUE ZEROS.
      *
       01  WS-LID-CADMATR          PIC     9(018) VALUE ZEROS.
       01  WS-LID-CADCVAR          PIC     9(018) VALUE ZEROS.
       01  WS-LID-CADCTBI          PIC     9(018) VALUE ZEROS.
       01  WS-LID-CADCTBS          PIC     9(018) VALUE ZEROS.
       01  WS-LID-CADCTBP          PIC     9(018) VALUE ZEROS.
       01  WS-LID-CADCTBC          PIC     9(018) VALUE ZEROS.
       01  WS-LID-CADCTBR          PIC     9(018) VALUE ZEROS.
       01  WS-LID-CADCTBB          PIC     9(018) VALUE ZEROS.
       01  WS-LID-CADCTBD          PIC     9(018) VALUE ZEROS.
       01  WS-LID-CADCTBW          PIC     9(018) VALUE ZEROS.
       01  WS-LID-CADCTBG          PIC     9(018) VALUE ZEROS.
       01  WS-LID-CADCTBE          PIC     9(018) VALUE ZEROS.
       01  WS-LID-CADEMPR          PIC     9(018) VALUE ZEROS.
       01  WS-QTD-TRAILERS         PIC     9(018) VALUE ZEROS.
      *
       01  WS-VLR-VARIACAO-ABS     PIC     9(013)V9(002) VALUE ZEROS.
      *
           05  TAB-PLN-DAT-INI     PIC     9(008).
           05  TAB-PLN-DAT-FIM     PIC     9(008).
           05  TAB-PLN-STATUS      PIC     X(001).
      *
      *****************************************************************
      *        TOTAIS E SELO DO EXTRATO POR EMPRESA, INDEXADOS PELO   *
      *        CODIGO DA EMPRESA (UM TRAILER POR EMPRESA)             *
      *****************************************************************
      *
       01  WS-IND-EMP              PIC     9(005) COMP    VALUE ZEROS.
      *
       01  TAB-EMPRESAS.
         03    TAB-EMP-ITEM        OCCURS  00099  TIMES.
           05  TAB-EMP-SW-CADASTRO PIC     X(001).
             88  TAB-EMP-CADASTRADA       VALUE 'S'.
           05  TAB-EMP-QTD-REG     PIC     9(007).
           05  TAB-EMP-VLR-TOTAL   PIC     9(013)V9(002).
           05  TAB-EMP-SELO-QTD    PIC     9(009).
           05  TAB-EMP-SELO-VLR    PIC     9(015)V9(002).
           05  TAB-EMP-SELO-CHECKSUM
                                   PIC     9(009).
      *
       01  WS-VLR-TOTAL-ITEM       PIC     9(013)V9(002) VALUE ZEROS.
       01  WS-VLR-TOTAL-GERAL      PIC     9(013)V9(002) VALUE ZEROS.
           COPY    COBO1071.
      *
      *****************************************************************
      * INPUT..: CADEMPR - CADASTRO DAS EMPRESAS                      *
      *****************************************************************
      *
           COPY    COBI1229.
      *
      *****************************************************************
      * OUTPUT.: CADCTB  - EXTRATO DE LANCAMENTOS CONTABEIS - LRECL=100*
      *****************************************************************
      *
           PERFORM 1290-00-POSTA-PROVISOES
             UNTIL WS-FS-CADCTBP   EQUAL 10.

           PERFORM 1292-00-POSTA-REAV-CAMBIAL
             UNTIL WS-FS-CADCTBC   EQUAL 10.

           PERFORM 1294-00-POSTA-VAR-REALIZADA
             UNTIL WS-FS-CADCTBR   EQUAL 10.

           PERFORM 1296-00-POSTA-PERDAS-ESTOQUE
             UNTIL WS-FS-CADCTBB   EQUAL 10.

           PERFORM 1297-00-POSTA-PDD
             UNTIL WS-FS-CADCTBD   EQUAL 10.

           PERFORM 1298-00-POSTA-BAIXA-GUIAS
             UNTIL WS-FS-CADCTBW   EQUAL 10.

           PERFORM 1299-00-POSTA-PROV-REC-N-FAT
             UNTIL WS-FS-CADCTBG   EQUAL 10.

           PERFORM 1295-00-POSTA-REEMB-DESPESAS
             UNTIL WS-FS-CADCTBE   EQUAL 10.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
                           CADCTBI
                           CADCTBS
                           CADCTBP
                           CADCTBC
                           CADCTBR
                           CADCTBB
                           CADCTBD
                           CADCTBW
                           CADCTBG
                           CADCTBE
                           CADPLAN
                           CADEMPR
                   OUTPUT  CADCTB
                           CADCREJ.

           PERFORM 0480-00-CARGA-PLANO-CONTAS
             UNTIL WS-FS-CADPLAN   EQUAL 10.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

           PERFORM 0490-00-CARGA-EMPRESAS
             UNTIL WS-FS-CADEMPR   EQUAL 10.

           PERFORM 0500-00-LEITURA-CADMATR.

           PERFORM 0550-00-LEITURA-CADCVAR.

           PERFORM 0367-00-TESTA-FS-CADCTBP.

           PERFORM 0368-00-TESTA-FS-CADCTBC.

           PERFORM 0369-00-TESTA-FS-CADCTBR.

           PERFORM 0370-00-TESTA-FS-CADCREJ.

           PERFORM 0371-00-TESTA-FS-CADCTBB.

           PERFORM 0372-00-TESTA-FS-CADCTBD.

           PERFORM 0373-00-TESTA-FS-CADCTBW.

           PERFORM 0374-00-TESTA-FS-CADCTBG.

           PERFORM 0376-00-TESTA-FS-CADCTBE.

           PERFORM 0375-00-TESTA-FS-CADEMPR.

           PERFORM 0400-00-TESTA-FS-CADCTB.
      *
       0200-99-EXIT.
       0367-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0368-00-TESTA-FS-CADCTBC    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCTBC NOT EQUAL 00 AND 10
                   MOVE 'CADCTBC'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBC
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0368-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0369-00-TESTA-FS-CADCTBR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCTBR NOT EQUAL 00 AND 10
                   MOVE 'CADCTBR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0369-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0370-00-TESTA-FS-CADCREJ    SECTION.
      *****************************************************************
       0370-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0371-00-TESTA-FS-CADCTBB    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCTBB NOT EQUAL 00 AND 10
                   MOVE 'CADCTBB'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBB
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0371-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0372-00-TESTA-FS-CADCTBD    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCTBD NOT EQUAL 00 AND 10
                   MOVE 'CADCTBD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBD
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0372-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0373-00-TESTA-FS-CADCTBW    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCTBW NOT EQUAL 00 AND 10
                   MOVE 'CADCTBW'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBW
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0373-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0374-00-TESTA-FS-CADCTBG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCTBG NOT EQUAL 00 AND 10
                   MOVE 'CADCTBG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0374-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0375-00-TESTA-FS-CADEMPR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADEMPR NOT EQUAL 00 AND 10
                   MOVE 'CADEMPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEMPR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0375-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0376-00-TESTA-FS-CADCTBE    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCTBE NOT EQUAL 00 AND 10
                   MOVE 'CADCTBE'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBE
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0376-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CARGA-PLANO-CONTAS  SECTION.
      *****************************************************************
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CARGA-EMPRESAS      SECTION.
      *****************************************************************
      *    MARCA AS EMPRESAS CADASTRADAS; REGISTRO SEM CODIGO DE      *
      *    EMPRESA E A EMPRESA 01                                     *
      *
           READ    CADEMPR         INTO    REG-EMPR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    017             TO      WS-PTO-ERRO.

           PERFORM 0375-00-TESTA-FS-CADEMPR.

           IF      WS-FS-CADEMPR   NOT EQUAL 00
                   GO      TO      0490-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADEMPR.

           IF      EMPR-COD-EMPRESA NOT NUMERIC    OR
                   EMPR-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      EMPR-COD-EMPRESA
           END-IF.

           MOVE    'S'             TO
                   TAB-EMP-SW-CADASTRO (EMPR-COD-EMPRESA).
      *
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-TESTA-FS-CADCTB     SECTION.
      *****************************************************************
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-DEBITOS.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-CREDITOS.

           PERFORM 1210-00-SELA-LANCAMENTO.
      *
       1100-99-EXIT.
           EXIT.
           ADD     001             TO      WS-GRV-CADCTB.
           ADD     001             TO      WS-QTD-LANC-VARIACAO.

           PERFORM 1210-00-SELA-LANCAMENTO.

           PERFORM 0550-00-LEITURA-CADCVAR.
      *
           SET     WS-CONTAS-OK            TO      TRUE.
           MOVE    ZEROS           TO      WS-COD-MOTIVO-REJ.

      *    LANCAMENTO SEM EMPRESA E DA EMPRESA 01; EMPRESA FORA DO
      *    CADEMPR E REJEITADA
           IF      CTB-COD-EMPRESA NOT NUMERIC     OR
                   CTB-COD-EMPRESA EQUAL   ZEROS
                   MOVE    01      TO      CTB-COD-EMPRESA
           END-IF.

           IF      NOT TAB-EMP-CADASTRADA (CTB-COD-EMPRESA)
                   SET     WS-CONTAS-INVALIDAS     TO      TRUE
                   MOVE    704     TO      WS-COD-MOTIVO-REJ
                   GO      TO      1150-99-EXIT
           END-IF.

           MOVE    CTB-CONTA-DEBITO
                                   TO      WS-CONTA-CRITICA.


           ADD     001             TO      WS-GRV-CADCTB.

           PERFORM 1210-00-SELA-LANCAMENTO.
      *
       1270-99-EXIT.
           EXIT.

           ADD     001             TO      WS-GRV-CADCTB.

           PERFORM 1210-00-SELA-LANCAMENTO.
      *
       1280-99-EXIT.
           EXIT.

           ADD     001             TO      WS-GRV-CADCTB.

           PERFORM 1210-00-SELA-LANCAMENTO.
      *
       1290-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1292-00-POSTA-REAV-CAMBIAL  SECTION.
      *****************************************************************
      *    ABSORVE A REAVALIACAO CAMBIAL DO MES E O SEU ESTORNO       *
      *    (CADCTBC, GERADOS PELO GPFPB135, JA NO LAY-OUT DO          *
      *    EXTRATO), COM A MESMA CRITICA DE PLANO DE CONTAS, TOTAIS   *
      *    E SELO                                                     *
      *
           READ    CADCTBC         INTO    REG-CTB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0368-00-TESTA-FS-CADCTBC.

           IF      WS-FS-CADCTBC   NOT EQUAL 00
                   GO      TO      1292-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCTBC.

           PERFORM 1150-00-VALIDA-CONTAS.

           IF      WS-CONTAS-INVALIDAS
                   PERFORM         1190-00-GRAVA-REJEICAO
                   GO      TO      1292-99-EXIT
           END-IF.

           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOTAL-GERAL.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-DEBITOS.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-CREDITOS.

           MOVE    REG-CTB         TO      REG-CADCTB.

           PERFORM 1200-00-GRAVACAO-CADCTB.

           ADD     001             TO      WS-GRV-CADCTB.

           PERFORM 1210-00-SELA-LANCAMENTO.
      *
       1292-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1294-00-POSTA-VAR-REALIZADA SECTION.
      *****************************************************************
      *    ABSORVE A VARIACAO CAMBIAL REALIZADA NO PAGAMENTO          *
      *    (CADCTBR, GERADOS PELO GPFPB082, JA NO LAY-OUT DO          *
      *    EXTRATO), COM A MESMA CRITICA DE PLANO DE CONTAS, TOTAIS   *
      *    E SELO                                                     *
      *
           READ    CADCTBR         INTO    REG-CTB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0369-00-TESTA-FS-CADCTBR.

           IF      WS-FS-CADCTBR   NOT EQUAL 00
                   GO      TO      1294-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCTBR.

           PERFORM 1150-00-VALIDA-CONTAS.

           IF      WS-CONTAS-INVALIDAS
                   PERFORM         1190-00-GRAVA-REJEICAO
                   GO      TO      1294-99-EXIT
           END-IF.

           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOTAL-GERAL.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-DEBITOS.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-CREDITOS.

           MOVE    REG-CTB         TO      REG-CADCTB.

           PERFORM 1200-00-GRAVACAO-CADCTB.

           ADD     001             TO      WS-GRV-CADCTB.

           PERFORM 1210-00-SELA-LANCAMENTO.
      *
       1294-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1295-00-POSTA-REEMB-DESPESAS SECTION.
      *****************************************************************
      *    ABSORVE OS LANCAMENTOS DA DESPESA REEMBOLSADA AOS          *
      *    FUNCIONARIOS (CADCTBE, GERADOS PELO GPFPB176, JA NO        *
      *    LAY-OUT DO EXTRATO), COM A MESMA CRITICA DE PLANO DE       *
      *    CONTAS, TOTAIS E SELO                                      *
      *
           READ    CADCTBE         INTO    REG-CTB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    018             TO      WS-PTO-ERRO.

           PERFORM 0376-00-TESTA-FS-CADCTBE.

           IF      WS-FS-CADCTBE   NOT EQUAL 00
                   GO      TO      1295-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCTBE.

           PERFORM 1150-00-VALIDA-CONTAS.

           IF      WS-CONTAS-INVALIDAS
                   PERFORM         1190-00-GRAVA-REJEICAO
                   GO      TO      1295-99-EXIT
           END-IF.

           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOTAL-GERAL.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-DEBITOS.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-CREDITOS.

           MOVE    REG-CTB         TO      REG-CADCTB.

           PERFORM 1200-00-GRAVACAO-CADCTB.

           ADD     001             TO      WS-GRV-CADCTB.

           PERFORM 1210-00-SELA-LANCAMENTO.
      *
       1295-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1296-00-POSTA-PERDAS-ESTOQUE SECTION.
      *****************************************************************
      *    ABSORVE AS PERDAS DE ESTOQUE - PECAS VENCIDAS, AVARIADAS   *
      *    OU OBSOLETAS (CADCTBB, GERADOS PELO GPFPB142, JA NO        *
      *    LAY-OUT DO EXTRATO), COM A MESMA CRITICA DE PLANO DE       *
      *    CONTAS, TOTAIS E SELO                                      *
      *
           READ    CADCTBB         INTO    REG-CTB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0371-00-TESTA-FS-CADCTBB.

           IF      WS-FS-CADCTBB   NOT EQUAL 00
                   GO      TO      1296-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCTBB.

           PERFORM 1150-00-VALIDA-CONTAS.

           IF      WS-CONTAS-INVALIDAS
                   PERFORM         1190-00-GRAVA-REJEICAO
                   GO      TO      1296-99-EXIT
           END-IF.

           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOTAL-GERAL.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-DEBITOS.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-CREDITOS.

           MOVE    REG-CTB         TO      REG-CADCTB.

           PERFORM 1200-00-GRAVACAO-CADCTB.

           ADD     001             TO      WS-GRV-CADCTB.

           PERFORM 1210-00-SELA-LANCAMENTO.
      *
       1296-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1297-00-POSTA-PDD           SECTION.
      *****************************************************************
      *    ABSORVE A CONSTITUICAO OU REVERSAO MENSAL DA PROVISAO      *
      *    PARA DEVEDORES DUVIDOSOS (CADCTBD, GERADOS PELO GPFPB154,  *
      *    JA NO LAY-OUT DO EXTRATO), COM A MESMA CRITICA DE PLANO    *
      *    DE CONTAS, TOTAIS E SELO                                   *
      *
           READ    CADCTBD         INTO    REG-CTB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0372-00-TESTA-FS-CADCTBD.

           IF      WS-FS-CADCTBD   NOT EQUAL 00
                   GO      TO      1297-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCTBD.

           PERFORM 1150-00-VALIDA-CONTAS.

           IF      WS-CONTAS-INVALIDAS
                   PERFORM         1190-00-GRAVA-REJEICAO
                   GO      TO      1297-99-EXIT
           END-IF.

           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOTAL-GERAL.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-DEBITOS.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-CREDITOS.

           MOVE    REG-CTB         TO      REG-CADCTB.

           PERFORM 1200-00-GRAVACAO-CADCTB.

           ADD     001             TO      WS-GRV-CADCTB.

           PERFORM 1210-00-SELA-LANCAMENTO.
      *
       1297-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1298-00-POSTA-BAIXA-GUIAS   SECTION.
      *****************************************************************
      *    ABSORVE AS BAIXAS POR PERDA DAS GUIAS INCOBRAVEIS          *
      *    (CADCTBW, GERADOS PELO GPFPB155, JA NO LAY-OUT DO          *
      *    EXTRATO), COM A MESMA CRITICA DE PLANO DE CONTAS, TOTAIS   *
      *    E SELO                                                     *
      *
           READ    CADCTBW         INTO    REG-CTB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0373-00-TESTA-FS-CADCTBW.

           IF      WS-FS-CADCTBW   NOT EQUAL 00
                   GO      TO      1298-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCTBW.

           PERFORM 1150-00-VALIDA-CONTAS.

           IF      WS-CONTAS-INVALIDAS
                   PERFORM         1190-00-GRAVA-REJEICAO
                   GO      TO      1298-99-EXIT
           END-IF.

           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOTAL-GERAL.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-DEBITOS.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-CREDITOS.

           MOVE    REG-CTB         TO      REG-CADCTB.

           PERFORM 1200-00-GRAVACAO-CADCTB.

           ADD     001             TO      WS-GRV-CADCTB.

           PERFORM 1210-00-SELA-LANCAMENTO.
      *
       1298-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1299-00-POSTA-PROV-REC-N-FAT SECTION.
      *****************************************************************
      *    ABSORVE A PROVISAO DE FECHAMENTO DOS RECEBIMENTOS NAO      *
      *    FATURADOS E O SEU ESTORNO (CADCTBG, GERADOS PELO GPFPB164, *
      *    JA NO LAY-OUT DO EXTRATO), COM A MESMA CRITICA DE PLANO    *
      *    DE CONTAS, TOTAIS E SELO                                   *
      *
           READ    CADCTBG         INTO    REG-CTB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    016             TO      WS-PTO-ERRO.

           PERFORM 0374-00-TESTA-FS-CADCTBG.

           IF      WS-FS-CADCTBG   NOT EQUAL 00
                   GO      TO      1299-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCTBG.

           PERFORM 1150-00-VALIDA-CONTAS.

           IF      WS-CONTAS-INVALIDAS
                   PERFORM         1190-00-GRAVA-REJEICAO
                   GO      TO      1299-99-EXIT
           END-IF.

           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOTAL-GERAL.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-DEBITOS.
           ADD     CTB-VLR-TOTAL   TO      WS-VLR-TOT-CREDITOS.

           MOVE    REG-CTB         TO      REG-CADCTB.

           PERFORM 1200-00-GRAVACAO-CADCTB.

           ADD     001             TO      WS-GRV-CADCTB.

           PERFORM 1210-00-SELA-LANCAMENTO.
      *
       1299-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-GRAVACAO-CADCTB     SECTION.
      *****************************************************************
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1210-00-SELA-LANCAMENTO     SECTION.
      *****************************************************************
      *    ACUMULA O LANCAMENTO GRAVADO NOS TOTAIS E NO SELO DA SUA   *
      *    EMPRESA (O SELO DE CADA EMPRESA E RETOMADO DA TABELA)      *
      *
           MOVE    CTB-COD-EMPRESA TO      WS-IND-EMP.

           ADD     001             TO
                   TAB-EMP-QTD-REG       (WS-IND-EMP).
           ADD     CTB-VLR-TOTAL   TO
                   TAB-EMP-VLR-TOTAL     (WS-IND-EMP).

           MOVE    TAB-EMP-SELO-QTD      (WS-IND-EMP)
                                   TO      WRS-QTD-REG.
           MOVE    TAB-EMP-SELO-VLR      (WS-IND-EMP)
                                   TO      WRS-SOMA-VLR.
           MOVE    TAB-EMP-SELO-CHECKSUM (WS-IND-EMP)
                                   TO      WRS-CHECKSUM.

           MOVE    'A'             TO      WRS-CODOPE.
           MOVE    REG-CTB         TO      WRS-REG-IMAGEM.
           MOVE    CTB-VLR-UNIT    TO      WRS-VLR-MONET.

           PERFORM 0450-00-CHAMA-COBBB009.

           MOVE    WRS-QTD-REG     TO
                   TAB-EMP-SELO-QTD      (WS-IND-EMP).
           MOVE    WRS-SOMA-VLR    TO
                   TAB-EMP-SELO-VLR      (WS-IND-EMP).
           MOVE    WRS-CHECKSUM    TO
                   TAB-EMP-SELO-CHECKSUM (WS-IND-EMP).
      *
       1210-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-GRAVACAO-TRAILER    SECTION.
      *****************************************************************
      *    UM TRAILER POR EMPRESA COM LANCAMENTOS; EXTRATO VAZIO SAI  *
      *    COM O TRAILER ZERADO DA EMPRESA 01                         *
      *
           MOVE    'F'             TO      WRS-CODOPE.

           PERFORM 0450-00-CHAMA-COBBB009.

           PERFORM 1350-00-TRAILER-EMPRESA
             VARYING WS-IND-EMP FROM 1 BY 1
             UNTIL WS-IND-EMP GREATER 99.

           IF      WS-QTD-TRAILERS EQUAL   ZEROS
                   MOVE    01      TO      WS-IND-EMP
                   PERFORM 1360-00-GRAVA-TRAILER-EMPRESA
           END-IF.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1350-00-TRAILER-EMPRESA     SECTION.
      *****************************************************************
      *
           IF      TAB-EMP-QTD-REG (WS-IND-EMP) GREATER ZEROS
                   PERFORM 1360-00-GRAVA-TRAILER-EMPRESA
           END-IF.
      *
       1350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1360-00-GRAVA-TRAILER-EMPRESA SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-CTB.
           MOVE    99999           TO      CTB-COD-PEC.
           MOVE    TAB-EMP-QTD-REG       (WS-IND-EMP)
                                   TO      CTB-QTD-REG.
           MOVE    TAB-EMP-VLR-TOTAL     (WS-IND-EMP)
                                   TO      CTB-VLR-TOTAL-GER.
           MOVE    TAB-EMP-SELO-VLR      (WS-IND-EMP)
                                   TO      CTB-SELO-VLR-UNIT.
           MOVE    TAB-EMP-SELO-CHECKSUM (WS-IND-EMP)
                                   TO      CTB-SELO-CHECKSUM.
           MOVE    WS-IND-EMP      TO      CTB-COD-EMPRESA.

           MOVE    REG-CTB         TO      REG-CADCTB.

           PERFORM 1200-00-GRAVACAO-CADCTB.

           ADD     001             TO      WS-QTD-TRAILERS.
      *
       1360-99-EXIT.
           EXIT.
      *
      *****************************************************************
                   CADCTBI
                   CADCTBS
                   CADCTBP
                   CADCTBC
                   CADCTBR
                   CADCTBB
                   CADCTBD
                   CADCTBW
                   CADCTBG
                   CADCTBE
                   CADPLAN
                   CADEMPR
                   CADCTB
                   CADCREJ.

           MOVE    WS-LID-CADCTBP  TO      WS-EDICAO-QTD.
           DISPLAY '* LANCTOS DE PROVISAO    (CADCTBP).: '
                   WS-EDICAO-QTD ' *'.
           MOVE    WS-LID-CADCTBC  TO      WS-EDICAO-QTD.
           DISPLAY '* LANCTOS REAV. CAMBIAL  (CADCTBC).: '
                   WS-EDICAO-QTD ' *'.
           MOVE    WS-LID-CADCTBR  TO      WS-EDICAO-QTD.
           DISPLAY '* LANCTOS VAR. REALIZADA (CADCTBR).: '
                   WS-EDICAO-QTD ' *'.
           MOVE    WS-LID-CADCTBB  TO      WS-EDICAO-QTD.
           DISPLAY '* LANCTOS PERDA ESTOQUE  (CADCTBB).: '
                   WS-EDICAO-QTD ' *'.
           MOVE    WS-LID-CADCTBD  TO      WS-EDICAO-QTD.
           DISPLAY '* LANCTOS PROVISAO PDD   (CADCTBD).: '
                   WS-EDICAO-QTD ' *'.
           MOVE    WS-LID-CADCTBW  TO      WS-EDICAO-QTD.
           DISPLAY '* LANCTOS BAIXA GUIAS    (CADCTBW).: '
                   WS-EDICAO-QTD ' *'.
           MOVE    WS-LID-CADCTBG  TO      WS-EDICAO-QTD.
           DISPLAY '* LANCTOS PROV.REC.N.FAT (CADCTBG).: '
                   WS-EDICAO-QTD ' *'.
           MOVE    WS-LID-CADCTBE  TO      WS-EDICAO-QTD.
           DISPLAY '* LANCTOS REEMB.DESPESAS (CADCTBE).: '
                   WS-EDICAO-QTD ' *'.
           MOVE    WS-QTD-TRAILERS TO      WS-EDICAO-QTD.
           DISPLAY '* TRAILERS POR EMPRESA GRAVADOS....: '
                   WS-EDICAO-QTD ' *'.
           MOVE    WS-REJ-VALORIZACAO
                                   TO      WS-EDICAO-QTD.
           DISPLAY '* PECAS REJEITADAS (ESTOURO VALOR).........: '
