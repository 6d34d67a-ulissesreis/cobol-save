      *                   PEDIDO (MOTIVO 502) NAO CONFIRMA LOTE:      *
      *                   O MATERIAL NAO SOBE PARA O ESTOQUE E O      *
      *                   LOTE NAO PODE FICAR COM SALDO FANTASMA      *
      * 15/10/2026 - US - PECAS SERIALIZADAS (MATR-IND-SERIE = 'S'):  *
      *                   OS NUMEROS DE SERIE CAPTURADOS NA DOCA      *
      *                   (CADRSER) SAO REGISTRADOS NO CADASTRO DE    *
      *                   SERIES (CADSERI -> CADSERN) COM O PEDIDO E  *
      *                   O FORNECEDOR DE ORIGEM. QUANTIDADE DE       *
      *                   SERIES DIFERENTE DA RECEBIDA (MOTIVO 507) E *
      *                   SERIE JA CADASTRADA (MOTIVO 508) VAO PARA   *
      *                   AS DISCREPANCIAS                            *
      * 15/10/2026 - US - CADA REGRAVACAO DO ESTOQUE NA MATRIZ        *
      *                   CHAVEADA PASSA A SER GRAVADA NO TRILHO DE   *
      *                   AUDITORIA CADPLOG (IMAGENS ANTES/DEPOIS E   *
      *                   PEDIDO DE ORIGEM), BASE DO KARDEX DA PECA   *
      *                   (GPFPB144)                                  *
      * 15/10/2026 - US - CADA REGRAVACAO DA MATRIZ CHAVEADA PASSA A  *
      *                   GRAVAR ANTES A IMAGEM ANTERIOR NO DIARIO    *
      *                   CADJMTK (ROTINA COBBB011), IDENTIFICADA     *
      *                   PELO PROGRAMA E EXECUCAO, PARA QUE UMA      *
      *                   EXECUCAO CANCELADA POSSA SER REVERTIDA PELO *
      *                   GPFPB180 E REEXECUTADA                      *
      * 15/10/2026 - US - CADA CADLOTN E CADSERN GRAVADO PASSA A SER  *
      *                   CATALOGADO NO CADGCAT (ROTINA COBBB010)     *
      *                   COMO GERACAO DO CADLOTE E DO CADSERI, COM A *
      *                   QTDE DE REGISTROS E O SELO DE INTEGRIDADE   *
      * 15/10/2026 - US - CADA CADPORN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADPORD, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      *****************************************************************
      *
      *****************************************************************
                   FILE     STATUS  IS  WS-FS-CADRDIS.
      *
      *****************************************************************
      * INPUT..: CADRSER - SERIES CAPTURADAS NA DOCA     - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADRSER  ASSIGN  TO  UT-S-CADRSER
                   FILE     STATUS  IS  WS-FS-CADRSER.
      *
      *****************************************************************
      * INPUT..: CADSERI - CADASTRO DE SERIES ATUAL      - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADSERI  ASSIGN  TO  UT-S-CADSERI
                   FILE     STATUS  IS  WS-FS-CADSERI.
      *
      *****************************************************************
      * OUTPUT.: CADSERN - CADASTRO DE SERIES ATUALIZADO - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADSERN  ASSIGN  TO  UT-S-CADSERN
                   FILE     STATUS  IS  WS-FS-CADSERN.
      *
      *****************************************************************
      * INPUT..: CADFRTA - RATEIO DO FRETE               - LRECL=100  *
      *****************************************************************
      *
           SELECT  RELRECB  ASSIGN  TO  UT-S-RELRECB
                   FILE     STATUS  IS  WS-FS-RELRECB.
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ - LRECL=250  *
      *****************************************************************
      *
           SELECT  CADPLOG  ASSIGN  TO  UT-S-CADPLOG
                   FILE     STATUS  IS  WS-FS-CADPLOG.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       01      REG-CADPORD         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADRSER - SERIES CAPTURADAS NA DOCA     - LRECL=050  *
      *****************************************************************
      *
       FD  CADRSER
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRSER         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADSERI - CADASTRO DE SERIES ATUAL      - LRECL=100  *
      *****************************************************************
      *
       FD  CADSERI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADSERI         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADSERN - CADASTRO DE SERIES ATUALIZADO - LRECL=100  *
      *****************************************************************
      *
       FD  CADSERN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADSERN         PIC     X(100).
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA (KSDS)       - LRECL=100  *
      *****************************************************************
      *
      *
       01      REG-RELRECB         PIC     X(133).
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
       WORKING-STORAGE             SECTION.
      *****************************************************************
       01      WS-FS-CADCVAR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADQUAR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELRECB       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRSER       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSERI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSERN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPLOG       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADRECB      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPORD      PIC     9(018) VALUE ZEROS.
       01      WS-VLR-VARIACAO     PIC    S9(013)V9(002) VALUE ZEROS.
       01      WS-GRV-CADQUAR      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELRECB      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPLOG      PIC     9(018) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-IMAGEM-ANTES     PIC     X(100) VALUE SPACES.
       01      WS-IMAGEM-DEPOIS    PIC     X(100) VALUE SPACES.
       01      WS-SEQ-TRANS        PIC     9(007) VALUE ZEROS.
      *
       01      WS-QTD-PED-FECHADOS PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EXCESSO      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-MATRIZ   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ESTOURO-ETQ  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PARCIAIS     PIC     9(018) VALUE ZEROS.
      *
       01      WS-LID-CADRSER      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADSERI      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADSERN      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SER-REGISTR  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SER-DUPLIC   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SER-DIVERG   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SER-SEM-REC  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SERIES-LINHA PIC     9(007) VALUE ZEROS.
      *
       01      WS-QTD-NOVO-TOTAL   PIC     9(007) VALUE ZEROS.
       01      WS-QTD-APLICAR      PIC     9(005) VALUE ZEROS.
           05  TAB-ETQ-QTD         PIC     9(007).
           05  TAB-ETQ-VLR-TOT     PIC     9(015)V9(002).
           05  TAB-ETQ-CASADO      PIC     X(001).
           05  TAB-ETQ-NUM-DOC     PIC     X(013).
      *
       01      WS-SW-ETQ-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ETQ-ACHOU                VALUE 'S'.
         88    WS-FRT-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA INTERNA COM AS SERIES CAPTURADAS NA DOCA        *
      *        (CADRSER)                                              *
      *****************************************************************
      *
       01      WS-QTD-TAB-RSE      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-RSE      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-SERIES-DOCA.
         03    TAB-RSE-ITEM        OCCURS  02000  TIMES.
           05  TAB-RSE-NUM-PEDIDO  PIC     9(007).
           05  TAB-RSE-COD-PEC     PIC     9(005).
           05  TAB-RSE-NUM-SERIE   PIC     X(012).
           05  TAB-RSE-DAT-RECEB   PIC     9(008).
           05  TAB-RSE-CASADO      PIC     X(001).
      *
      *****************************************************************
      *        TABELA INTERNA COM O CADASTRO DE SERIES (CADSERI +     *
      *        SERIES RECEBIDAS NO DIA), EM ORDEM DE PECA/SERIE       *
      *****************************************************************
      *
       01      WS-QTD-TAB-SER      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-SER      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-SER-INS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-SER-DES      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-SER-AUX      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-SERIES.
         03    TAB-SER-ITEM        OCCURS  20000  TIMES.
           05  TAB-SER-COD-PEC     PIC     9(005).
           05  TAB-SER-NUM-SERIE   PIC     X(012).
           05  TAB-SER-RESTO       PIC     X(083).
      *
       01      WS-SW-SER-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-SER-ACHOU                VALUE 'S'.
         88    WS-SER-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        VARIAVEIS PARA TRATAMENTO DE ABEND                     *
      *****************************************************************
      *
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               'DATA RECEBIM. '.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE
               'NUMERO SERIE'.
         03    FILLER              PIC     X(036) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-MOTIVO         PIC     9(003).
         03    FILLER              PIC     X(007) VALUE SPACES.
         03    DET1-DATA           PIC     9(008).
         03    FILLER              PIC     X(007) VALUE SPACES.
         03    DET1-SERIE          PIC     X(012).
         03    FILLER              PIC     X(036) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADRECB - RECEBIMENTOS DA DOCA                       *
           COPY    COBO1010.
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ              *
      *****************************************************************
      *
           COPY    COBO1037.
      *
      *****************************************************************
      * OUTPUT.: CADRDIS - DISCREPANCIAS DE RECEBIMENTO               *
      *****************************************************************
      *
      *****************************************************************
      *
           COPY    COBO1053.
      *
      *****************************************************************
      * INPUT..: CADRSER - SERIES CAPTURADAS NA DOCA                  *
      *****************************************************************
      *
           COPY    COBI1091.
      *
      *****************************************************************
      * I-O....: CADSERI/CADSERN - CADASTRO DE SERIES                 *
      *****************************************************************
      *
           COPY    COBO1095.
      *
       01      WS-HORA-INICIO      PIC     9(006) VALUE ZEROS.
      *
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
       01      WS-GCAT-CADSERI     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADPORD     PIC     X(300) VALUE SPACES.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
                           CADFRTA
                           CADUMED
                           CADLOTE
                           CADRSER
                           CADSERI
                   I-O     CADMATRK
                   OUTPUT  CADPORN
                           CADRDIS
                           CADLOTN
                           CADCVAR
                           CADQUAR
                           CADSERN
                           RELRECB
                           CADPLOG.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADLOTE'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADSERI'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADSERI.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADPORD'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPORD.

           MOVE    'I'             TO      WJM-CODOPE.
           MOVE    'GPFPB039'      TO      WJM-PROGRAMA.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 0710-00-CARGA-TAB-UNIDADES
             UNTIL WS-FS-CADUMED   EQUAL   10.

           PERFORM 0600-00-CARGA-TAB-RECEB
             UNTIL WS-FS-CADRECB   EQUAL   10.

           PERFORM 0730-00-CARGA-TAB-SERIES
             UNTIL WS-FS-CADSERI   EQUAL   10.

           PERFORM 0740-00-CARGA-TAB-SER-DOCA
             UNTIL WS-FS-CADRSER   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADPORD.
      *
       0100-99-EXIT.

           PERFORM 0355-00-TESTA-FS-CADQUAR.

           PERFORM 0356-00-TESTA-FS-CADRSER.

           PERFORM 0357-00-TESTA-FS-CADSERI.

           PERFORM 0359-00-TESTA-FS-CADSERN.

           PERFORM 0360-00-TESTA-FS-RELRECB.

           PERFORM 0361-00-TESTA-FS-CADPLOG.
      *
       0200-99-EXIT.
           EXIT.
       0355-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0356-00-TESTA-FS-CADRSER    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRSER NOT EQUAL 00 AND 10
                   MOVE 'CADRSER'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRSER
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0356-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0357-00-TESTA-FS-CADSERI    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADSERI NOT EQUAL 00 AND 10
                   MOVE 'CADSERI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSERI
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0357-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0359-00-TESTA-FS-CADSERN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADSERN NOT EQUAL 00
                   MOVE 'CADSERN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSERN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0359-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0358-00-TESTA-FS-CADFRTA    SECTION.
      *****************************************************************
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0361-00-TESTA-FS-CADPLOG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPLOG NOT EQUAL 00
                   MOVE 'CADPLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPLOG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0361-99-EXIT.
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
                   DISPLAY 'GPFPB039 - EXECUCAO ANTERIOR INCOMPLETA EM '
                           WJM-DATA-EXEC ' ' WJM-HORA-EXEC
                   DISPLAY 'GPFPB039 - REVERTER PELO GPFPB180 ANTES DE '
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
       0500-00-LEITURA-CADPORD     SECTION.
      *****************************************************************
       0720-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0730-00-CARGA-TAB-SERIES    SECTION.
      *****************************************************************
      *    CARREGA O CADASTRO DE SERIES ATUAL (EM ORDEM DE PECA/SERIE)*
      *
           READ    CADSERI         INTO    REG-SERI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    016             TO      WS-PTO-ERRO.

           PERFORM 0357-00-TESTA-FS-CADSERI.

           IF      WS-FS-CADSERI   EQUAL   00
                   ADD 001         TO      WS-LID-CADSERI

                   IF      WS-QTD-TAB-SER  GREATER OR EQUAL 20000
                           PERFORM 0983-00-ABEND-TAB-SERIES
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-SER
                   MOVE    REG-SERI        TO
                           TAB-SER-ITEM (WS-QTD-TAB-SER)
           END-IF.
      *
       0730-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0740-00-CARGA-TAB-SER-DOCA  SECTION.
      *****************************************************************
      *    CARREGA OS NUMEROS DE SERIE CAPTURADOS NA DOCA (CADRSER)   *
      *
           READ    CADRSER         INTO    REG-RSER.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    017             TO      WS-PTO-ERRO.

           PERFORM 0356-00-TESTA-FS-CADRSER.

           IF      WS-FS-CADRSER   EQUAL   00
                   ADD 001         TO      WS-LID-CADRSER

                   IF      WS-QTD-TAB-RSE  GREATER OR EQUAL 02000
                           PERFORM 0984-00-ABEND-TAB-SER-DOCA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-RSE
                   MOVE    RSER-NUM-PEDIDO TO
                           TAB-RSE-NUM-PEDIDO (WS-QTD-TAB-RSE)
                   MOVE    RSER-COD-PEC    TO
                           TAB-RSE-COD-PEC    (WS-QTD-TAB-RSE)
                   MOVE    RSER-NUM-SERIE  TO
                           TAB-RSE-NUM-SERIE  (WS-QTD-TAB-RSE)
                   MOVE    RSER-DAT-RECEB  TO
                           TAB-RSE-DAT-RECEB  (WS-QTD-TAB-RSE)
                   MOVE    'N'             TO
                           TAB-RSE-CASADO     (WS-QTD-TAB-RSE)
           END-IF.
      *
       0740-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************

           PERFORM 1130-00-CONFIRMA-LOTES.

           PERFORM 1150-00-REGISTRA-SERIES.

           COMPUTE WS-QTD-NOVO-TOTAL =
                   PORD-QTD-RECEBIDA + WS-QTD-CONVERTIDA.

       1130-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-REGISTRA-SERIES     SECTION.
      *****************************************************************
      *    PECA SERIALIZADA - CADA NUMERO DE SERIE CAPTURADO NA DOCA  *
      *    PARA O PEDIDO/PECA ENTRA NO CADASTRO DE SERIES COMO EM     *
      *    ESTOQUE NA MATRIZ. A QUANTIDADE DE SERIES DEVE BATER COM   *
      *    A QUANTIDADE RECEBIDA JA CONVERTIDA (UNIDADE DE ESTOQUE)   *
      *
           MOVE    PORD-COD-PEC    TO      MATRK-COD-PEC.

           READ    CADMATRK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    018             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADMATRK.

           IF      WS-FS-CADMATRK  EQUAL   23
      *            PECA SEM MATRIZ - APONTADA NO 2500
                   GO      TO      1150-99-EXIT
           END-IF.

           MOVE    REG-CADMATRK    TO      REG-MATR.

           IF      NOT     MATR-SERIALIZADA
                   GO      TO      1150-99-EXIT
           END-IF.

           MOVE    ZEROS           TO      WS-QTD-SERIES-LINHA.

           PERFORM VARYING WS-IND-TAB-RSE FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RSE GREATER WS-QTD-TAB-RSE

             IF    PORD-NUM-PEDIDO EQUAL
                   TAB-RSE-NUM-PEDIDO (WS-IND-TAB-RSE)     AND
                   PORD-COD-PEC    EQUAL
                   TAB-RSE-COD-PEC    (WS-IND-TAB-RSE)     AND
                   TAB-RSE-CASADO (WS-IND-TAB-RSE) EQUAL 'N'
                   MOVE    'S'     TO
                           TAB-RSE-CASADO (WS-IND-TAB-RSE)
                   ADD     001     TO      WS-QTD-SERIES-LINHA
                   PERFORM 1160-00-REGISTRA-UMA-SERIE
             END-IF

           END-PERFORM.

           IF      WS-QTD-SERIES-LINHA NOT EQUAL WS-QTD-CONVERTIDA
      *            SERIES INFORMADAS NAO BATEM COM O RECEBIDO
                   ADD     001     TO      WS-QTD-SER-DIVERG
                   MOVE    SPACES  TO      REG-RDIS
                   MOVE    507     TO      RDIS-COD-MOTIVO
                   MOVE    SPACES  TO      RDIS-NUM-SERIE
                   MOVE    WS-QTD-SERIES-LINHA (3:5)
                                   TO      RDIS-QTD-SERIES
                   PERFORM 1170-00-GRAVACAO-RDIS-SERIE
           END-IF.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1160-00-REGISTRA-UMA-SERIE  SECTION.
      *****************************************************************
      *    INCLUI A SERIE NO CADASTRO, MANTENDO A ORDEM DE PECA/SERIE *
      *    (INSERCAO ORDENADA). SERIE JA CADASTRADA PARA A PECA E     *
      *    DISCREPANCIA (DUPLICADA) E NAO E REGISTRADA DE NOVO        *
      *
           MOVE    001             TO      WS-IND-SER-INS.

           PERFORM UNTIL WS-IND-SER-INS GREATER WS-QTD-TAB-SER
                   OR    TAB-SER-COD-PEC   (WS-IND-SER-INS)
                         GREATER PORD-COD-PEC
                   OR   (TAB-SER-COD-PEC   (WS-IND-SER-INS)
                         EQUAL   PORD-COD-PEC                AND
                         TAB-SER-NUM-SERIE (WS-IND-SER-INS)
                         NOT LESS TAB-RSE-NUM-SERIE (WS-IND-TAB-RSE))
                   ADD     001     TO      WS-IND-SER-INS
           END-PERFORM.

           IF      WS-IND-SER-INS  NOT GREATER WS-QTD-TAB-SER
                   IF      TAB-SER-COD-PEC   (WS-IND-SER-INS)
                           EQUAL   PORD-COD-PEC                AND
                           TAB-SER-NUM-SERIE (WS-IND-SER-INS)
                           EQUAL   TAB-RSE-NUM-SERIE (WS-IND-TAB-RSE)
                           ADD     001     TO      WS-QTD-SER-DUPLIC
                           MOVE    SPACES  TO      REG-RDIS
                           MOVE    508     TO      RDIS-COD-MOTIVO
                           MOVE    TAB-RSE-NUM-SERIE (WS-IND-TAB-RSE)
                                           TO      RDIS-NUM-SERIE
                           MOVE    ZEROS   TO      RDIS-QTD-SERIES
                           PERFORM 1170-00-GRAVACAO-RDIS-SERIE
                           GO      TO      1160-99-EXIT
                   END-IF
           END-IF.

           IF      WS-QTD-TAB-SER  GREATER OR EQUAL 20000
                   PERFORM 0983-00-ABEND-TAB-SERIES
           END-IF.

           PERFORM VARYING WS-IND-SER-DES FROM WS-QTD-TAB-SER BY -1
                   UNTIL   WS-IND-SER-DES LESS WS-IND-SER-INS

             COMPUTE WS-IND-SER-AUX = WS-IND-SER-DES + 1
             MOVE  TAB-SER-ITEM (WS-IND-SER-DES) TO
                   TAB-SER-ITEM (WS-IND-SER-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-SER.

           MOVE    SPACES          TO      REG-SERI.
           MOVE    PORD-COD-PEC    TO      SERI-COD-PEC.
           MOVE    TAB-RSE-NUM-SERIE (WS-IND-TAB-RSE)
                                   TO      SERI-NUM-SERIE.
           MOVE    'R'             TO      SERI-SITUACAO.
           MOVE    PORD-NUM-PEDIDO TO      SERI-NUM-PEDIDO.
           MOVE    PORD-FORNECEDOR TO      SERI-FORNECEDOR.
           MOVE    TAB-RSE-DAT-RECEB (WS-IND-TAB-RSE)
                                   TO      SERI-DAT-RECEB.
           MOVE    ZEROS           TO      SERI-NR-SOLI
                                           SERI-CD-ENTI
                                           SERI-DAT-EMBARQUE
                                           SERI-DAT-ENTREGA
                                           SERI-QTD-DEVOL
                                           SERI-DAT-DEVOL.

           MOVE    REG-SERI        TO
                   TAB-SER-ITEM (WS-IND-SER-INS).

           ADD     001             TO      WS-QTD-SER-REGISTR.
      *
       1160-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1170-00-GRAVACAO-RDIS-SERIE SECTION.
      *****************************************************************
      *    GRAVA A DISCREPANCIA DE SERIE (MOTIVO, SERIE E QUANTIDADE  *
      *    DE SERIES JA PREENCHIDOS PELO CHAMADOR)                    *
      *
           MOVE    PORD-NUM-PEDIDO TO      RDIS-NUM-PEDIDO.
           MOVE    PORD-COD-PEC    TO      RDIS-COD-PEC.
           MOVE    PORD-QTD-COMPRA TO      RDIS-QTD-PEDIDA.
           MOVE    WS-QTD-CONVERTIDA (3:5) TO    RDIS-QTD-RECEBIDA.
           MOVE    TAB-REC-DATA (WS-IND-TAB-REC)
                                   TO      RDIS-DAT-RECEB.

           PERFORM 1350-00-GRAVA-E-IMPRIME-RDIS.
      *
       1170-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1120-00-CONVERTE-UNIDADE    SECTION.
      *****************************************************************
                   SUBTRACT 001    FROM    WS-IND-TAB-ETQ
                   ADD     WS-QTD-APLICAR  TO
                           TAB-ETQ-QTD (WS-IND-TAB-ETQ)
                   IF      TAB-ETQ-NUM-DOC (WS-IND-TAB-ETQ) NOT EQUAL
                           PORD-NUM-PEDIDO
                           MOVE    'DIVERSOS'      TO
                                   TAB-ETQ-NUM-DOC (WS-IND-TAB-ETQ)
                   END-IF
                   COMPUTE TAB-ETQ-VLR-TOT (WS-IND-TAB-ETQ) =
                           TAB-ETQ-VLR-TOT (WS-IND-TAB-ETQ) +
                           (WS-QTD-APLICAR * WS-VLR-UNIT-CARGA)
                           WS-QTD-APLICAR * WS-VLR-UNIT-CARGA
                   MOVE    'N'             TO
                           TAB-ETQ-CASADO  (WS-QTD-TAB-ETQ)
                   MOVE    PORD-NUM-PEDIDO TO
                           TAB-ETQ-NUM-DOC (WS-QTD-TAB-ETQ)
           END-IF.
      *
       1250-99-EXIT.
           MOVE    WS-QTD-NOVO-TOTAL (3:5) TO    RDIS-QTD-RECEBIDA.
           MOVE    TAB-REC-DATA (WS-IND-TAB-REC)
                                   TO      RDIS-DAT-RECEB.
           MOVE    SPACES          TO      RDIS-NUM-SERIE.
           MOVE    ZEROS           TO      RDIS-QTD-SERIES.

           PERFORM 1350-00-GRAVA-E-IMPRIME-RDIS.
      *
                                   TO      DET1-QTD-RECEBIDA.
           MOVE    RDIS-COD-MOTIVO TO      DET1-MOTIVO.
           MOVE    RDIS-DAT-RECEB  TO      DET1-DATA.
           MOVE    RDIS-NUM-SERIE  TO      DET1-SERIE.

           MOVE    DET1            TO      REG-RELRECB.
           PERFORM 2700-00-GRAVACAO-RELRECB.
           PERFORM 0330-00-TESTA-FS-CADPORN.

           ADD     001             TO      WS-GRV-CADPORN.

           MOVE    WS-GCAT-CADPORD TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADPORN     TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPORD.
      *
       1400-99-EXIT.
           EXIT.
                   GO      TO      2100-99-EXIT
           END-IF.

           MOVE    REG-MATR        TO      WS-IMAGEM-ANTES.

           MOVE    MATR-QTD-ETQ    TO      WS-QTD-ETQ-ANTES.
           MOVE    MATR-VLR-UNIT   TO      WS-VLR-UNIT-ANTES.


           PERFORM 2150-00-RECALCULA-CUSTO.

           MOVE    'B'             TO      WJM-CODOPE.
           MOVE    REG-CADMATRK    TO      WJM-REG-IMAGEM.

           PERFORM 0480-00-CHAMA-COBBB011.

           REWRITE REG-CADMATRK    FROM    REG-MATR.

           MOVE   ' NA REGRAVACAO' TO      WS-ACESSO-ARQ.
           PERFORM 0340-00-TESTA-REW-CADMATRK.

           ADD     001             TO      WS-REG-CADMATRK.

           MOVE    REG-MATR        TO      WS-IMAGEM-DEPOIS.

           PERFORM 2170-00-GRAVACAO-CADPLOG.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2170-00-GRAVACAO-CADPLOG    SECTION.
      *****************************************************************
      *    O DOCUMENTO E O PEDIDO DE COMPRA - 'DIVERSOS' QUANDO A     *
      *    PECA FOI RECEBIDA EM MAIS DE UM PEDIDO NA RODADA           *
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
           MOVE    'GPFPB039'      TO      PLOG-PROGRAMA.
           MOVE    TAB-ETQ-NUM-DOC (WS-IND-TAB-ETQ)
                                   TO      PLOG-NUM-DOC.

           WRITE   REG-CADPLOG     FROM    REG-PLOG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    020             TO      WS-PTO-ERRO.

           PERFORM 0361-00-TESTA-FS-CADPLOG.

           ADD     001             TO      WS-GRV-CADPLOG.
      *
       2170-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2150-00-RECALCULA-CUSTO     SECTION.
      *****************************************************************
      *****************************************************************
      *    REGRAVA O ESTOQUE POR LOTE ATUALIZADO                      *
      *
           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT


             ADD   001             TO      WS-GRV-CADLOTN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-LOTE        TO      WGC-REG-IMAGEM
             MOVE  050             TO      WGC-TAM-REG
             PERFORM 0490-00-CHAMA-COBBB010

             END-IF

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2900-00-GRAVACAO-CADSERN    SECTION.
      *****************************************************************
      *    REGRAVA O CADASTRO DE SERIES ATUALIZADO E CONTA AS SERIES  *
      *    DA DOCA QUE NAO CASARAM COM NENHUM RECEBIMENTO DE PECA     *
      *    SERIALIZADA                                                *
      *
           MOVE    WS-GCAT-CADSERI TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-SER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SER GREATER WS-QTD-TAB-SER

             WRITE REG-CADSERN     FROM    TAB-SER-ITEM (WS-IND-TAB-SER)

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  019             TO      WS-PTO-ERRO
             PERFORM 0359-00-TESTA-FS-CADSERN

             ADD   001             TO      WS-GRV-CADSERN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  TAB-SER-ITEM (WS-IND-TAB-SER)
                                   TO      WGC-REG-IMAGEM
             MOVE  100             TO      WGC-TAM-REG
             PERFORM 0490-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADSERI.

           PERFORM VARYING WS-IND-TAB-RSE FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RSE GREATER WS-QTD-TAB-RSE

             IF    TAB-RSE-CASADO (WS-IND-TAB-RSE) EQUAL 'N'
                   ADD     001     TO      WS-QTD-SER-SEM-REC
             END-IF

           END-PERFORM.
      *
       2900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 2800-00-GRAVACAO-CADLOTN.

           PERFORM 2900-00-GRAVACAO-CADSERN.

           CLOSE   CADRECB
                   CADPORD
                   CADFRTA
                   CADLOTN
                   CADCVAR
                   CADQUAR
                   CADRSER
                   CADSERI
                   CADSERN
                   RELRECB
                   CADPLOG.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB039'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    021             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.

           MOVE    WS-GCAT-CADSERI TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB039'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    022             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADSERI.

           MOVE    WS-GCAT-CADPORD TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB039'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    023             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPORD.

           MOVE    'F'             TO      WJM-CODOPE.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB039'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADPORN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPORN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADPORD TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADPORD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-REG-CADMATRK TO      WS-EDICAO.
           DISPLAY '* REGISTROS REGRAVADOS..- CADMATRK: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPLOG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADRDIS  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADRDIS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADLOTN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADLOTN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADLOTE.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-LOTE-SEM-PED     TO      WS-EDICAO.
           DISPLAY '* LOTES NAO CONFIRMADOS (SEM PED.).: ' WS-EDICAO
           ' *'.
                                   TO      WS-EDICAO.
           DISPLAY '* PECAS COM ESTOQUE ESTOURADO......: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRSER  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRSER.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADSERI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADSERI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADSERN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADSERN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADSERI TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADSERI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SER-REGISTR
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES REGISTRADAS NO RECEBIMENTO: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SER-DIVERG
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES DIVERGENTES DO RECEBIDO...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SER-DUPLIC
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES JA CADASTRADAS (DUPLIC.)..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SER-SEM-REC
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES DA DOCA SEM RECEBIMENTO...: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB039 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0983-00-ABEND-TAB-SERIES    SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB039 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE SERIES EXCEDIDA     *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB039 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB039 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0983-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0984-00-ABEND-TAB-SER-DOCA  SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB039 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE SERIES DA DOCA      *'.
           DISPLAY '* EXCEDIDA                                    *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB039 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB039 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0984-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0985-00-ABEND-TAB-FRETE     SECTION.
      *****************************************************************
       0988-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB039 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB039 ******************'.
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
           DISPLAY '******************* GPFPB039 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB039 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
