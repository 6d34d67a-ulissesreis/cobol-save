      *****************************************************************
      * MODIFICACOES.:                                                *
      * 02/09/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - PECAS SERIALIZADAS (MATR-IND-SERIE = 'S'):  *
      *                   OS NUMEROS DE SERIE SEPARADOS (CADPSER) SAO *
      *                   VALIDADOS CONTRA O CADASTRO DE SERIES E     *
      *                   ATRIBUIDOS A SOLICITACAO/ENTIDADE (CADSERI  *
      *                   -> CADSERN); O MANIFESTO SAI COM UMA LINHA  *
      *                   POR UNIDADE, LEVANDO O NUMERO DE SERIE      *
      * 15/10/2026 - US - A DEVOLUCAO DA SOBRA DA SEPARACAO PARCIAL   *
      *                   AO ESTOQUE DA MATRIZ CHAVEADA PASSA A SER   *
      *                   GRAVADA NO TRILHO DE AUDITORIA CADPLOG      *
      *                   (IMAGENS ANTES/DEPOIS E SOLICITACAO), BASE  *
      *                   DO KARDEX DA PECA (GPFPB144)                *
      * 15/10/2026 - US - A SOLICITACAO REABERTA NO CADSPEN MANTEM O  *
      *                   INDICADOR DE PEDIDO URGENTE DO CADPICK      *
      * 15/10/2026 - US - CADA REGRAVACAO DA MATRIZ CHAVEADA PASSA A  *
      *                   GRAVAR ANTES A IMAGEM ANTERIOR NO DIARIO    *
      *                   CADJMTK (ROTINA COBBB011), IDENTIFICADA     *
      *                   PELO PROGRAMA E EXECUCAO, PARA QUE UMA      *
      *                   EXECUCAO CANCELADA POSSA SER REVERTIDA PELO *
      *                   GPFPB180 E REEXECUTADA                      *
      * 15/10/2026 - US - CADA CADSERN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADSERI, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      *****************************************************************
      *
      *****************************************************************
                   FILE     STATUS  IS  WS-FS-CADPCNF.
      *
      *****************************************************************
      * INPUT..: CADPSER - SERIES SEPARADAS              - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADPSER  ASSIGN  TO  UT-S-CADPSER
                   FILE     STATUS  IS  WS-FS-CADPSER.
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
      * I-O....: CADMATRK - MATRIZ CHAVEADA (KSDS)       - LRECL=100  *
      *****************************************************************
      *
           SELECT  RELMANI  ASSIGN  TO  UT-S-RELMANI
                   FILE     STATUS  IS  WS-FS-RELMANI.
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
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPCNF         PIC     X(050).
      *****************************************************************
      * INPUT..: CADPSER - SERIES SEPARADAS              - LRECL=050  *
      *****************************************************************
       FD  CADPSER
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
       01      REG-CADPSER         PIC     X(050).
      *****************************************************************
      * INPUT..: CADSERI - CADASTRO DE SERIES ATUAL      - LRECL=100  *
      *****************************************************************
       FD  CADSERI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
       01      REG-CADSERI         PIC     X(100).
      *****************************************************************
      * OUTPUT.: CADSERN - CADASTRO DE SERIES ATUALIZADO - LRECL=100  *
      *****************************************************************
       FD  CADSERN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
       01      REG-CADSERN         PIC     X(100).
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA (KSDS)       - LRECL=100  *
      *
       01      REG-RELMANI         PIC     X(133).
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
       01      WS-FS-CADSPEN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMANI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELMANI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPSER       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSERI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSERN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPLOG       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADPICK      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPCNF      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADMANI      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELMANI      PIC     9(018) VALUE ZEROS.
       01      WS-REG-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPLOG      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-CONF-TOTAL   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CONF-PARCIAL PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-EMBARCADA    PIC     9(005) VALUE ZEROS.
       01      WS-QTD-RESTANTE     PIC     9(005) VALUE ZEROS.
       01      WS-LID-CADPSER      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADSERI      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADSERN      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SER-EMBARC   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SER-INVALIDA PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SER-SOBRA    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-UNID-S-SERIE PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SERIES-LINHA PIC     9(005) VALUE ZEROS.
       01      WS-SW-SERIALIZADA   PIC     X(001) VALUE 'N'.
         88    WS-PECA-SERIALIZADA         VALUE 'S'.
         88    WS-PECA-NAO-SERIALIZADA     VALUE 'N'.
      *
       01      WS-CD-ENTI-ANT      PIC     9(007) VALUE 9999999.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-IMAGEM-ANTES     PIC     X(100) VALUE SPACES.
       01      WS-IMAGEM-DEPOIS    PIC     X(100) VALUE SPACES.
       01      WS-SEQ-TRANS        PIC     9(007) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
           05  TAB-PIC-DT-SOLI     PIC     9(008).
           05  TAB-PIC-QT-EMBARC   PIC     9(005).
           05  TAB-PIC-SITUACAO    PIC     X(001).
           05  TAB-PIC-IN-URGENTE  PIC     X(001).
      *
       01      WS-SW-PIC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PIC-ACHOU                VALUE 'S'.
         88    WS-PIC-NAO-ACHOU            VALUE 'N'.
      *****************************************************************
      *        TABELA COM AS SERIES SEPARADAS (CADPSER)               *
      *****************************************************************
       01      WS-QTD-TAB-PSE      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PSE      PIC     9(005) COMP    VALUE ZEROS.
       01      TAB-SERIES-SEPAR.
         03    TAB-PSE-ITEM        OCCURS  05000  TIMES.
           05  TAB-PSE-NR-SOLI     PIC     9(013).
           05  TAB-PSE-CD-PECA     PIC     9(005).
           05  TAB-PSE-NUM-SERIE   PIC     X(012).
           05  TAB-PSE-USADA       PIC     X(001).
      *****************************************************************
      *        TABELA COM O CADASTRO DE SERIES (CADSERI)              *
      *****************************************************************
       01      WS-QTD-TAB-SER      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-SER      PIC     9(005) COMP    VALUE ZEROS.
       01      TAB-SERIES.
         03    TAB-SER-ITEM        OCCURS  20000  TIMES.
           05  TAB-SER-COD-PEC     PIC     9(005).
           05  TAB-SER-NUM-SERIE   PIC     X(012).
           05  TAB-SER-SITUACAO    PIC     X(001).
           05  TAB-SER-RESTO       PIC     X(082).
       01      WS-SW-SER-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-SER-ACHOU                VALUE 'S'.
         88    WS-SER-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        VARIAVEIS PARA TRATAMENTO DE ABEND                     *
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               'QTD EMBARCADA'.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE
               'NUMERO SERIE'.
         03    FILLER              PIC     X(070) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-CODIGO         PIC     9(005).
         03    FILLER              PIC     X(010) VALUE SPACES.
         03    DET1-QTDE           PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(007) VALUE SPACES.
         03    DET1-SERIE          PIC     X(012).
         03    FILLER              PIC     X(070) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADPICK - LISTA DE SEPARACAO                         *
           COPY    COBO1010.
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ              *
      *****************************************************************
      *
           COPY    COBO1037.
      *
      *****************************************************************
      * OUTPUT.: CADSPEN - SOLICITACOES REABERTAS                     *
      *****************************************************************
      *
      *****************************************************************
      *
           COPY    COBO1062.
      *****************************************************************
      * INPUT..: CADPSER - SERIES SEPARADAS                           *
      *****************************************************************
           COPY    COBI1092.
      *****************************************************************
      * I-O....: CADSERI/CADSERN - CADASTRO DE SERIES                 *
      *****************************************************************
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
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************

           OPEN    INPUT   CADPICK
                           CADPCNF
                           CADPSER
                           CADSERI
                   I-O     CADMATRK
                   OUTPUT  CADSPEN
                           CADMANI
                           CADSERN
                           RELMANI
                           CADPLOG.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADSERI'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    'I'             TO      WJM-CODOPE.
           MOVE    'GPFPB094'      TO      WJM-PROGRAMA.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 0400-00-CARGA-TAB-SEPARAC
             UNTIL WS-FS-CADPICK   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-SER-SEPAR
             UNTIL WS-FS-CADPSER   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-SERIES
             UNTIL WS-FS-CADSERI   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADPCNF.
      *
       0100-99-EXIT.
           PERFORM 0340-00-TESTA-FS-CADMANI.

           PERFORM 0350-00-TESTA-FS-RELMANI.

           PERFORM 0360-00-TESTA-FS-CADPSER.

           PERFORM 0370-00-TESTA-FS-CADSERI.

           PERFORM 0380-00-TESTA-FS-CADSERN.

           PERFORM 0390-00-TESTA-FS-CADPLOG.
      *
       0200-99-EXIT.
           EXIT.
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0360-00-TESTA-FS-CADPSER    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPSER NOT EQUAL 00 AND 10
                   MOVE 'CADPSER'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPSER
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0370-00-TESTA-FS-CADSERI    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADSERI NOT EQUAL 00 AND 10
                   MOVE 'CADSERI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSERI
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0370-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0380-00-TESTA-FS-CADSERN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADSERN NOT EQUAL 00
                   MOVE 'CADSERN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSERN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0380-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0390-00-TESTA-FS-CADPLOG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPLOG NOT EQUAL 00
                   MOVE 'CADPLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPLOG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0390-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-SEPARAC   SECTION.
      *****************************************************************
                   TAB-PIC-QT-EMBARC  (WS-IND-INS).
           MOVE    ' '             TO
                   TAB-PIC-SITUACAO   (WS-IND-INS).
           MOVE    PICK-IN-URGENTE TO
                   TAB-PIC-IN-URGENTE (WS-IND-INS).
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-SER-SEPAR SECTION.
      *****************************************************************
      *    CARREGA OS NUMEROS DE SERIE DAS UNIDADES SEPARADAS         *
      *
           READ    CADPSER         INTO    REG-PSER.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADPSER.

           IF      WS-FS-CADPSER   EQUAL   00
                   ADD 001         TO      WS-LID-CADPSER

                   IF      WS-QTD-TAB-PSE  GREATER OR EQUAL 05000
                           PERFORM 0988-00-ABEND-TAB-SER-SEPAR
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-PSE
                   MOVE    PSER-NR-SOLI    TO
                           TAB-PSE-NR-SOLI   (WS-QTD-TAB-PSE)
                   MOVE    PSER-CD-PECA    TO
                           TAB-PSE-CD-PECA   (WS-QTD-TAB-PSE)
                   MOVE    PSER-NUM-SERIE  TO
                           TAB-PSE-NUM-SERIE (WS-QTD-TAB-PSE)
                   MOVE    'N'             TO
                           TAB-PSE-USADA     (WS-QTD-TAB-PSE)
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-SERIES    SECTION.
      *****************************************************************
      *    CARREGA O CADASTRO DE SERIES ATUAL                         *
      *
           READ    CADSERI         INTO    REG-SERI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0370-00-TESTA-FS-CADSERI.

           IF      WS-FS-CADSERI   EQUAL   00
                   ADD 001         TO      WS-LID-CADSERI

                   IF      WS-QTD-TAB-SER  GREATER OR EQUAL 20000
                           PERFORM 0987-00-ABEND-TAB-SERIES
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-SER
                   MOVE    REG-SERI        TO
                           TAB-SER-ITEM (WS-QTD-TAB-SER)
           END-IF.
      *
       0440-99-EXIT.
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
                   DISPLAY 'GPFPB094 - EXECUCAO ANTERIOR INCOMPLETA EM '
                           WJM-DATA-EXEC ' ' WJM-HORA-EXEC
                   DISPLAY 'GPFPB094 - REVERTER PELO GPFPB180 ANTES DE '
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
      *    REGISTRA A GERACAO DO CADSERN NO CATALOGO DE GERACOES      *
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
       0500-00-LEITURA-CADPCNF     SECTION.
      *****************************************************************

           MOVE    REG-CADMATRK    TO      REG-MATR.

           MOVE    REG-MATR        TO      WS-IMAGEM-ANTES.

           ADD     WS-QTD-RESTANTE TO      MATR-QTD-ETQ
                   ON SIZE ERROR
                           MOVE    99999   TO      MATR-QTD-ETQ
           END-ADD.

           MOVE    'B'             TO      WJM-CODOPE.
           MOVE    REG-CADMATRK    TO      WJM-REG-IMAGEM.

           PERFORM 0480-00-CHAMA-COBBB011.

           REWRITE REG-CADMATRK    FROM    REG-MATR.

           MOVE   ' NA REGRAVACAO' TO      WS-ACESSO-ARQ.
           END-IF.

           ADD     001             TO      WS-REG-CADMATRK.

           MOVE    REG-MATR        TO      WS-IMAGEM-DEPOIS.

           PERFORM 1250-00-GRAVACAO-CADPLOG.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-GRAVACAO-CADPLOG    SECTION.
      *****************************************************************
      *    O DOCUMENTO E A SOLICITACAO SEPARADA EM PARTE              *
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
           MOVE    'GPFPB094'      TO      PLOG-PROGRAMA.
           MOVE    PCNF-NR-SOLI    TO      PLOG-NUM-DOC.

           WRITE   REG-CADPLOG     FROM    REG-PLOG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0390-00-TESTA-FS-CADPLOG.

           ADD     001             TO      WS-GRV-CADPLOG.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-REABRE-PENDENTE     SECTION.
      *****************************************************************
                                   TO      SPEN-DT-SOLI.
           MOVE    WS-QTD-RESTANTE TO      SPEN-QT-PENDENTE.
           MOVE    ZEROS           TO      SPEN-QT-CICLOS.
           MOVE    TAB-PIC-IN-URGENTE (WS-IND-TAB-PIC)
                                   TO      SPEN-IN-URGENTE.

           WRITE   REG-ARQ-CADSPEN FROM    REG-SPEN.

                                   TO      MANI-QTD-EMBARCADA.
           MOVE    WS-DATA-PROC    TO      MANI-DAT-EMBARQUE.

           PERFORM 2150-00-VERIFICA-SERIALIZADA.

           IF      WS-PECA-SERIALIZADA
                   PERFORM 2200-00-EMBARCA-SERIES
           ELSE
                   PERFORM 2300-00-GRAVA-LINHA-MANIFESTO
           END-IF.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2150-00-VERIFICA-SERIALIZADA SECTION.
      *****************************************************************
      *
           SET     WS-PECA-NAO-SERIALIZADA TO      TRUE.

           MOVE    MANI-CD-PECA    TO      MATRK-COD-PEC.

           READ    CADMATRK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADMATRK.

           IF      WS-FS-CADMATRK  EQUAL   23
                   GO      TO      2150-99-EXIT
           END-IF.

           MOVE    REG-CADMATRK    TO      REG-MATR.

           IF      MATR-SERIALIZADA
                   SET     WS-PECA-SERIALIZADA     TO      TRUE
           END-IF.
      *
       2150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-EMBARCA-SERIES      SECTION.
      *****************************************************************
      *    PECA SERIALIZADA - CADA SERIE SEPARADA PARA A SOLICITACAO/ *
      *    PECA, VALIDA NO CADASTRO (MESMA PECA, EM ESTOQUE NA        *
      *    MATRIZ), E ATRIBUIDA A ENTIDADE E SAI NUMA LINHA PROPRIA   *
      *    DO MANIFESTO (QUANTIDADE 1). UNIDADES QUE FICAREM SEM      *
      *    SERIE VALIDA EMBARCAM NUMA LINHA SEM NUMERO DE SERIE       *
      *
           MOVE    ZEROS           TO      WS-QTD-SERIES-LINHA.

           PERFORM VARYING WS-IND-TAB-PSE FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PSE GREATER WS-QTD-TAB-PSE
                   OR      WS-QTD-SERIES-LINHA NOT LESS
                           TAB-PIC-QT-EMBARC (WS-IND-TAB-PIC)

             IF    TAB-PSE-NR-SOLI (WS-IND-TAB-PSE) EQUAL
                   MANI-NR-SOLI                            AND
                   TAB-PSE-CD-PECA (WS-IND-TAB-PSE) EQUAL
                   MANI-CD-PECA                            AND
                   TAB-PSE-USADA   (WS-IND-TAB-PSE) EQUAL 'N'
                   MOVE    'S'     TO
                           TAB-PSE-USADA (WS-IND-TAB-PSE)
                   PERFORM 2250-00-ATRIBUI-SERIE
             END-IF

           END-PERFORM.

           IF      WS-QTD-SERIES-LINHA LESS
                   TAB-PIC-QT-EMBARC (WS-IND-TAB-PIC)
                   COMPUTE MANI-QTD-EMBARCADA =
                           TAB-PIC-QT-EMBARC (WS-IND-TAB-PIC) -
                           WS-QTD-SERIES-LINHA
                   ADD     MANI-QTD-EMBARCADA      TO
                           WS-QTD-UNID-S-SERIE
                   MOVE    SPACES  TO      MANI-NUM-SERIE
                   PERFORM 2300-00-GRAVA-LINHA-MANIFESTO
           END-IF.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2250-00-ATRIBUI-SERIE       SECTION.
      *****************************************************************
      *
           SET     WS-SER-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-SER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SER GREATER WS-QTD-TAB-SER
                   OR      WS-SER-ACHOU

             IF    TAB-SER-COD-PEC   (WS-IND-TAB-SER) EQUAL
                   MANI-CD-PECA                            AND
                   TAB-SER-NUM-SERIE (WS-IND-TAB-SER) EQUAL
                   TAB-PSE-NUM-SERIE (WS-IND-TAB-PSE)
                   SET     WS-SER-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-SER-NAO-ACHOU
                   ADD     001     TO      WS-QTD-SER-INVALIDA
                   GO      TO      2250-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-SER.

           IF      TAB-SER-SITUACAO (WS-IND-TAB-SER) NOT EQUAL 'R'
      *            SERIE JA EMBARCADA/ENTREGUE - NAO ESTA NA MATRIZ
                   ADD     001     TO      WS-QTD-SER-INVALIDA
                   GO      TO      2250-99-EXIT
           END-IF.

           MOVE    TAB-SER-ITEM (WS-IND-TAB-SER)
                                   TO      REG-SERI.

           MOVE    'S'             TO      SERI-SITUACAO.
           MOVE    MANI-NR-SOLI    TO      SERI-NR-SOLI.
           MOVE    MANI-CD-ENTI    TO      SERI-CD-ENTI.
           MOVE    WS-DATA-PROC    TO      SERI-DAT-EMBARQUE.
           MOVE    ZEROS           TO      SERI-DAT-ENTREGA.

           MOVE    REG-SERI        TO
                   TAB-SER-ITEM (WS-IND-TAB-SER).

           ADD     001             TO      WS-QTD-SERIES-LINHA.
           ADD     001             TO      WS-QTD-SER-EMBARC.

           MOVE    001             TO      MANI-QTD-EMBARCADA.
           MOVE    SERI-NUM-SERIE  TO      MANI-NUM-SERIE.

           PERFORM 2300-00-GRAVA-LINHA-MANIFESTO.
      *
       2250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-GRAVA-LINHA-MANIFESTO SECTION.
      *****************************************************************
      *
           WRITE   REG-CADMANI     FROM    REG-MANI.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.
           MOVE    MANI-CD-PECA    TO      DET1-CODIGO.
           MOVE    MANI-QTD-EMBARCADA
                                   TO      DET1-QTDE.
           MOVE    MANI-NUM-SERIE  TO      DET1-SERIE.

           MOVE    DET1            TO      REG-RELMANI.
           PERFORM 2700-00-GRAVACAO-RELMANI.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2900-00-GRAVACAO-CADSERN    SECTION.
      *****************************************************************
      *    REGRAVA O CADASTRO DE SERIES E CONTA AS SERIES SEPARADAS   *
      *    QUE NAO FORAM USADAS EM NENHUMA LINHA DO MANIFESTO         *
      *
           PERFORM VARYING WS-IND-TAB-SER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SER GREATER WS-QTD-TAB-SER

             WRITE REG-CADSERN     FROM    TAB-SER-ITEM (WS-IND-TAB-SER)

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  013             TO      WS-PTO-ERRO
             PERFORM 0380-00-TESTA-FS-CADSERN

             ADD   001             TO      WS-GRV-CADSERN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  TAB-SER-ITEM (WS-IND-TAB-SER)
                                   TO      WGC-REG-IMAGEM
             MOVE  100             TO      WGC-TAM-REG
             PERFORM 0490-00-CHAMA-COBBB010

           END-PERFORM.

           PERFORM VARYING WS-IND-TAB-PSE FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PSE GREATER WS-QTD-TAB-PSE

             IF    TAB-PSE-USADA (WS-IND-TAB-PSE) EQUAL 'N'
                   ADD     001     TO      WS-QTD-SER-SOBRA
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
           PERFORM 2900-00-GRAVACAO-CADSERN.

           CLOSE   CADPICK
                   CADPCNF
                   CADPSER
                   CADSERI
                   CADMATRK
                   CADSPEN
                   CADMANI
                   CADSERN
                   RELMANI
                   CADPLOG.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB094'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    'F'             TO      WJM-CODOPE.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB094'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADSPEN  TO      WS-EDICAO.
           DISPLAY '* PENDENTES REABERTAS..............: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPLOG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADMANI  TO      WS-EDICAO.
           DISPLAY '* ITENS NO MANIFESTO...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-PICK TO      WS-EDICAO.
           DISPLAY '* CONFIRMACOES SEM SEPARACAO.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPSER  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPSER.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADSERI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADSERI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADSERN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADSERN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADSERI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SER-EMBARC
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES EMBARCADAS................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SER-INVALIDA
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES INVALIDAS (FORA DA MATRIZ): ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SER-SOBRA
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES SEPARADAS NAO EMBARCADAS..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-UNID-S-SERIE
                                   TO      WS-EDICAO.
           DISPLAY '* UNIDADES SERIALIZ. SEM SERIE.....: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB094 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0987-00-ABEND-TAB-SERIES    SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB094 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE SERIES EXCEDIDA     *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB094 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB094 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0987-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0988-00-ABEND-TAB-SER-SEPAR SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB094 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE SERIES SEPARADAS    *'.
           DISPLAY '* EXCEDIDA                                    *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB094 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB094 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0988-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB094 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB094 ******************'.
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
           DISPLAY '******************* GPFPB094 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB094 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
