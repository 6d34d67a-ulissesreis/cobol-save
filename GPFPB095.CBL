      *****************************************************************
      * MODIFICACOES.:                                                *
      * 02/09/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - PECAS SERIALIZADAS: AS SERIES EMBARCADAS NA *
      *                   SOLICITACAO (CADSERI -> CADSERN) PASSAM A   *
      *                   ENTREGUES NA CONFIRMACAO E VOLTAM PARA O    *
      *                   ESTOQUE DA MATRIZ NA RECUSA. NA ENTREGA     *
      *                   PARCIAL AS SERIES FICAM COMO EMBARCADAS     *
      *                   (NAO SE SABE QUAIS UNIDADES VOLTARAM)       *
      * 15/10/2026 - US - A DEVOLUCAO AO ESTOQUE DA MATRIZ CHAVEADA   *
      *                   DAS QUANTIDADES RECUSADAS PASSA A SER       *
      *                   GRAVADA NO TRILHO DE AUDITORIA CADPLOG      *
      *                   (IMAGENS ANTES/DEPOIS E SOLICITACAO), BASE  *
      *                   DO KARDEX DA PECA (GPFPB144)                *
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
                   FILE     STATUS  IS  WS-FS-CADENTG.
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
      * OUTPUT.: RELTRAN - EM TRANSITO SEM CONFIRMACAO   - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELTRAN  ASSIGN  TO  UT-S-RELTRAN
                   FILE     STATUS  IS  WS-FS-RELTRAN.
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
       01      REG-CADENTG         PIC     X(050).
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
      * OUTPUT.: RELTRAN - EM TRANSITO SEM CONFIRMACAO   - LRECL=133  *
      *****************************************************************
      *
      *
       01      REG-RELTRAN         PIC     X(133).
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
       01      WS-FS-CADMATRK      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADENTG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELTRAN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSERI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSERN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPLOG       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-S2EQEX22     PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPODM      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADENTG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELTRAN      PIC     9(018) VALUE ZEROS.
       01      WS-REG-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPLOG      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-ENTREGUES    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PARCIAIS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-EXPED    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EM-TRANSITO  PIC     9(018) VALUE ZEROS.
      *
       01      WS-LID-CADSERI      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADSERN      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SER-ENTREGUE PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SER-DEVOLV   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SER-PARCIAL  PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-DEVOLVER     PIC     9(005) VALUE ZEROS.
       01      WS-QTD-DIAS-TOL     PIC     9(003) VALUE ZEROS.
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
       01      WS-IMAGEM-ANTES     PIC     X(100) VALUE SPACES.
       01      WS-IMAGEM-DEPOIS    PIC     X(100) VALUE SPACES.
       01      WS-SEQ-TRANS        PIC     9(007) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PROC.
         88    WS-EXP-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA COM O CADASTRO DE SERIES (CADSERI)              *
      *****************************************************************
      *
       01      WS-QTD-TAB-SER      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-SER      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-SERIES.
         03    TAB-SER-ITEM        OCCURS  20000  TIMES.
           05  TAB-SER-COD-PEC     PIC     9(005).
           05  TAB-SER-NUM-SERIE   PIC     X(012).
           05  TAB-SER-SITUACAO    PIC     X(001).
           05  FILLER              PIC     X(017).
           05  TAB-SER-NR-SOLI     PIC     9(013).
           05  FILLER              PIC     X(052).
      *
      *****************************************************************
      *        VARIAVEIS PARA TRATAMENTO DE ABEND                     *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ              *
      *****************************************************************
      *
           COPY    COBO1037.
      *
      *****************************************************************
      * OUTPUT.: CADENTG - SITUACAO DE ENTREGA                        *
      *****************************************************************
      *
           COPY    COBO1063.
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
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
           OPEN    INPUT   S2EQEX22
                           CADPODM
                           CADPARM
                           CADSERI
                   I-O     CADMATRK
                   OUTPUT  CADENTG
                           CADSERN
                           RELTRAN
                           CADPLOG.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADSERI'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    'I'             TO      WJM-CODOPE.
           MOVE    'GPFPB095'      TO      WJM-PROGRAMA.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 0350-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           PERFORM 0400-00-CARGA-TAB-EXPED
             UNTIL WS-FS-S2EQEX22  EQUAL   10.

           PERFORM 0450-00-CARGA-TAB-SERIES
             UNTIL WS-FS-CADSERI   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADPODM.
      *
       0100-99-EXIT.
           PERFORM 0330-00-TESTA-FS-CADENTG.

           PERFORM 0340-00-TESTA-FS-RELTRAN.

           PERFORM 0342-00-TESTA-FS-CADSERI.

           PERFORM 0344-00-TESTA-FS-CADSERN.

           PERFORM 0346-00-TESTA-FS-CADPLOG.
      *
       0200-99-EXIT.
           EXIT.
       0340-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0342-00-TESTA-FS-CADSERI    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADSERI NOT EQUAL 00 AND 10
                   MOVE 'CADSERI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSERI
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0342-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0344-00-TESTA-FS-CADSERN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADSERN NOT EQUAL 00
                   MOVE 'CADSERN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSERN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0344-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0346-00-TESTA-FS-CADPLOG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPLOG NOT EQUAL 00
                   MOVE 'CADPLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPLOG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0346-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-CARGA-TAB-SERIES    SECTION.
      *****************************************************************
      *
           READ    CADSERI         INTO    REG-SERI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0342-00-TESTA-FS-CADSERI.

           IF      WS-FS-CADSERI   EQUAL   00
                   ADD 001         TO      WS-LID-CADSERI

                   IF      WS-QTD-TAB-SER  GREATER OR EQUAL 20000
                           PERFORM 0988-00-ABEND-TAB-SERIES
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-SER
                   MOVE    REG-SERI        TO
                           TAB-SER-ITEM (WS-QTD-TAB-SER)
           END-IF.
      *
       0450-99-EXIT.
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
                   DISPLAY 'GPFPB095 - EXECUCAO ANTERIOR INCOMPLETA EM '
                           WJM-DATA-EXEC ' ' WJM-HORA-EXEC
                   DISPLAY 'GPFPB095 - REVERTER PELO GPFPB180 ANTES DE '
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
       0500-00-LEITURA-CADPODM     SECTION.
      *****************************************************************
           END-IF.

           PERFORM 1300-00-GRAVACAO-CADENTG.

           PERFORM 1400-00-ATUALIZA-SERIES.
      *
       1100-99-EXIT.
           EXIT.

           MOVE    REG-CADMATRK    TO      REG-MATR.

           MOVE    REG-MATR        TO      WS-IMAGEM-ANTES.

           ADD     WS-QTD-DEVOLVER TO      MATR-QTD-ETQ
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
      *    O DOCUMENTO E A SOLICITACAO RECUSADA OU ENTREGUE EM PARTE  *
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
           MOVE    'GPFPB095'      TO      PLOG-PROGRAMA.
           MOVE    TAB-EXP-NUM-SOLI (WS-IND-TAB-EXP)
                                   TO      PLOG-NUM-DOC.

           WRITE   REG-CADPLOG     FROM    REG-PLOG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0346-00-TESTA-FS-CADPLOG.

           ADD     001             TO      WS-GRV-CADPLOG.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-GRAVACAO-CADENTG    SECTION.
      *****************************************************************
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-ATUALIZA-SERIES     SECTION.
      *****************************************************************
      *    SERIES EMBARCADAS NA SOLICITACAO: ENTREGA CONFIRMADA       *
      *    MARCA A SERIE COMO ENTREGUE; RECUSA DEVOLVE A SERIE AO     *
      *    ESTOQUE DA MATRIZ (PODE SER EMBARCADA DE NOVO)             *
      *
           PERFORM VARYING WS-IND-TAB-SER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SER GREATER WS-QTD-TAB-SER

             IF    TAB-SER-NR-SOLI  (WS-IND-TAB-SER) EQUAL
                   TAB-EXP-NUM-SOLI (WS-IND-TAB-EXP)       AND
                   TAB-SER-COD-PEC  (WS-IND-TAB-SER) EQUAL
                   TAB-EXP-COD-PECA (WS-IND-TAB-EXP)       AND
                   TAB-SER-SITUACAO (WS-IND-TAB-SER) EQUAL 'S'
                   PERFORM 1450-00-ATUALIZA-UMA-SERIE
             END-IF

           END-PERFORM.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1450-00-ATUALIZA-UMA-SERIE  SECTION.
      *****************************************************************
      *
           IF      PODM-PARCIAL
                   ADD     001     TO      WS-QTD-SER-PARCIAL
                   GO      TO      1450-99-EXIT
           END-IF.

           MOVE    TAB-SER-ITEM (WS-IND-TAB-SER)
                                   TO      REG-SERI.

           IF      PODM-ENTREGUE
                   MOVE    'E'     TO      SERI-SITUACAO
                   MOVE    PODM-DAT-ENTREGA
                                   TO      SERI-DAT-ENTREGA
                   ADD     001     TO      WS-QTD-SER-ENTREGUE
           ELSE
                   MOVE    'R'     TO      SERI-SITUACAO
                   MOVE    PODM-DAT-ENTREGA
                                   TO      SERI-DAT-DEVOL
                   IF      SERI-DAT-DEVOL  EQUAL   ZEROS
                           MOVE    WS-DATA-PROC    TO
                                   SERI-DAT-DEVOL
                   END-IF
                   ADD     001     TO      SERI-QTD-DEVOL
                           ON SIZE ERROR
                                   MOVE    999     TO
                                           SERI-QTD-DEVOL
                   END-ADD
                   ADD     001     TO      WS-QTD-SER-DEVOLV
           END-IF.

           MOVE    REG-SERI        TO
                   TAB-SER-ITEM (WS-IND-TAB-SER).
      *
       1450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-APONTA-EM-TRANSITO  SECTION.
      *****************************************************************
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2900-00-GRAVACAO-CADSERN    SECTION.
      *****************************************************************
      *    REGRAVA O CADASTRO DE SERIES ATUALIZADO                    *
      *
           PERFORM VARYING WS-IND-TAB-SER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SER GREATER WS-QTD-TAB-SER

             WRITE REG-CADSERN     FROM    TAB-SER-ITEM (WS-IND-TAB-SER)

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  011             TO      WS-PTO-ERRO
             PERFORM 0344-00-TESTA-FS-CADSERN

             ADD   001             TO      WS-GRV-CADSERN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  TAB-SER-ITEM (WS-IND-TAB-SER)
                                   TO      WGC-REG-IMAGEM
             MOVE  100             TO      WGC-TAM-REG
             PERFORM 0490-00-CHAMA-COBBB010

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

           CLOSE   S2EQEX22
                   CADPODM
                   CADPARM
                   CADSERI
                   CADMATRK
                   CADENTG
                   CADSERN
                   RELTRAN
                   CADPLOG.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB095'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    'F'             TO      WJM-CODOPE.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB095'      TO      WRL-PROGRAMA.
                                   TO      WS-EDICAO.
           DISPLAY '* CONFIRMACOES REJEITADAS..........: ' WS-EDICAO
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
           MOVE    WS-QTD-SER-ENTREGUE
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES ENTREGUES.................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SER-DEVOLV
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES DEVOLVIDAS AO ESTOQUE.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SER-PARCIAL
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES EM ENTREGA PARCIAL........: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPLOG.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB095 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0988-00-ABEND-TAB-SERIES    SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB095 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE SERIES EXCEDIDA     *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB095 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB095 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0988-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB095 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB095 ******************'.
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
           DISPLAY '******************* GPFPB095 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB095 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
