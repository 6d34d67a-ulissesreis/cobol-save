      *                   E A GERAR A VARIACAO DE CUSTO NO CADCVAR,   *
      *                   COMO JA ACONTECIA NOS RECEBIMENTOS SEM      *
      *                   INSPECAO                                    *
      * 15/10/2026 - US - A LIBERACAO PARA O ESTOQUE DA MATRIZ        *
      *                   CHAVEADA PASSA A SER GRAVADA NO TRILHO DE   *
      *                   AUDITORIA CADPLOG (IMAGENS ANTES/DEPOIS E   *
      *                   PEDIDO DE ORIGEM), BASE DO KARDEX DA PECA   *
      *                   (GPFPB144)                                  *
      * 15/10/2026 - US - QUARENTENA DE DEVOLUCAO DE ENTIDADE         *
      *                   (QUAR-ORIGEM 'D', GRAVADA PELO GPFPB148):   *
      *                   A INSPECAO CASA TAMBEM PELA ORIGEM          *
      *                   (QMOV-ORIGEM), A LIBERACAO VOLTA AO ESTOQUE *
      *                   SEM RECALCULAR O CUSTO MEDIO E A REJEICAO   *
      *                   SUCATEIA O MATERIAL - NAO HA FORNECEDOR     *
      *                   PARA DEVOLVER (SEM CADRDIS) NEM ENTRADA     *
      *                   POR LOTE A ESTORNAR                         *
      * 15/10/2026 - US - CADA REGRAVACAO DA MATRIZ CHAVEADA PASSA A  *
      *                   GRAVAR ANTES A IMAGEM ANTERIOR NO DIARIO    *
      *                   CADJMTK (ROTINA COBBB011), IDENTIFICADA     *
      *                   PELO PROGRAMA E EXECUCAO, PARA QUE UMA      *
      *                   EXECUCAO CANCELADA POSSA SER REVERTIDA PELO *
      *                   GPFPB180 E REEXECUTADA                      *
      * 15/10/2026 - US - CADA CADLOTN E CADQURN GRAVADO PASSA A SER  *
      *                   CATALOGADO NO CADGCAT (ROTINA COBBB010)     *
      *                   COMO GERACAO DO CADLOTE E DO CADQUAR, COM A *
      *                   QTDE DE REGISTROS E O SELO DE INTEGRIDADE   *
      *****************************************************************
      *
      *****************************************************************
           SELECT  RELQUAR  ASSIGN  TO  UT-S-RELQUAR
                   FILE     STATUS  IS  WS-FS-RELQUAR.
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
      *
       01      REG-RELQUAR         PIC     X(133).
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
       01      WS-FS-CADRDIS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCVAR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELQUAR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPLOG       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADQUAR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADLOTE      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADRDIS      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELQUAR      PIC     9(018) VALUE ZEROS.
       01      WS-REG-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPLOG      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-LIBERADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SUCATEADAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-QUAR     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DEC-INVALIDA PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PENDENTES    PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-APLICAR      PIC     9(005) VALUE ZEROS.
      *
       01      WS-IMAGEM-ANTES     PIC     X(100) VALUE SPACES.
       01      WS-IMAGEM-DEPOIS    PIC     X(100) VALUE SPACES.
       01      WS-SEQ-TRANS        PIC     9(007) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PROC.
           05  TAB-QUA-SITUACAO    PIC     X(001).
           05  TAB-QUA-DAT-DECISAO PIC     9(008).
           05  TAB-QUA-VLR-UNIT-AQ PIC     9(013)V9(002).
           05  TAB-QUA-ORIGEM      PIC     X(001).
      *
       01      WS-SW-QUA-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-QUA-ACHOU                VALUE 'S'.
         03    FILLER              PIC     X(012) VALUE 'DATA ENTRADA'.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'DIAS PARADO'.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'ORIGEM'.
         03    FILLER              PIC     X(046) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    DET1-DAT-ENTRADA    PIC     9(008).
         03    FILLER              PIC     X(010) VALUE SPACES.
         03    DET1-DIAS           PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(007) VALUE SPACES.
         03    DET1-ORIGEM         PIC     X(009).
         03    FILLER              PIC     X(046) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADQUAR - MATERIAL EM QUARENTENA                     *
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
       01      WS-GCAT-CADQUAR     PIC     X(300) VALUE SPACES.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
                           CADRDIS
                           CADCVAR
                           CADLOTN
                           RELQUAR
                           CADPLOG.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADLOTE'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADQUAR'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADQUAR.

           MOVE    'I'             TO      WJM-CODOPE.
           MOVE    'GPFPB085'      TO      WJM-PROGRAMA.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 0400-00-CARGA-TAB-QUARENT
             UNTIL WS-FS-CADQUAR   EQUAL   10.

           PERFORM 0345-00-TESTA-FS-CADCVAR.

           PERFORM 0350-00-TESTA-FS-RELQUAR.

           PERFORM 0360-00-TESTA-FS-CADPLOG.
      *
       0200-99-EXIT.
           EXIT.
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0360-00-TESTA-FS-CADPLOG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPLOG NOT EQUAL 00
                   MOVE 'CADPLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPLOG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-QUARENT   SECTION.
      *****************************************************************
                           MOVE    ZEROS   TO
                           TAB-QUA-VLR-UNIT-AQ (WS-QTD-TAB-QUA)
                   END-IF
                   IF      QUAR-ORIGEM-DEVOLUCAO
                           MOVE    QUAR-ORIGEM     TO
                           TAB-QUA-ORIGEM      (WS-QTD-TAB-QUA)
                   ELSE
                           MOVE    SPACES  TO
                           TAB-QUA-ORIGEM      (WS-QTD-TAB-QUA)
                   END-IF
           END-IF.
      *
       0400-99-EXIT.
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
                   DISPLAY 'GPFPB085 - EXECUCAO ANTERIOR INCOMPLETA EM '
                           WJM-DATA-EXEC ' ' WJM-HORA-EXEC
                   DISPLAY 'GPFPB085 - REVERTER PELO GPFPB180 ANTES DE '
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
       0500-00-LEITURA-CADQMOV     SECTION.
      *****************************************************************
                   TAB-QUA-COD-PEC    (WS-IND-TAB-QUA)     AND
                   QMOV-NUM-PEDIDO EQUAL
                   TAB-QUA-NUM-PEDIDO (WS-IND-TAB-QUA)     AND
                   QMOV-ORIGEM     EQUAL
                   TAB-QUA-ORIGEM     (WS-IND-TAB-QUA)     AND
                   TAB-QUA-SITUACAO   (WS-IND-TAB-QUA) EQUAL 'P'
                   SET     WS-QUA-ACHOU    TO      TRUE
             END-IF

           MOVE    REG-CADMATRK    TO      REG-MATR.

           MOVE    REG-MATR        TO      WS-IMAGEM-ANTES.

           MOVE    MATR-QTD-ETQ    TO      WS-QTD-ETQ-ANTES.
           MOVE    MATR-VLR-UNIT   TO      WS-VLR-UNIT-ANTES.


           PERFORM 1250-00-RECALCULA-CUSTO.

           MOVE    'B'             TO      WJM-CODOPE.
           MOVE    REG-CADMATRK    TO      WJM-REG-IMAGEM.

           PERFORM 0480-00-CHAMA-COBBB011.

           REWRITE REG-CADMATRK    FROM    REG-MATR.

           MOVE   ' NA REGRAVACAO' TO      WS-ACESSO-ARQ.
           END-IF.

           ADD     001             TO      WS-REG-CADMATRK.

           MOVE    REG-MATR        TO      WS-IMAGEM-DEPOIS.

           PERFORM 1270-00-GRAVACAO-CADPLOG.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1270-00-GRAVACAO-CADPLOG    SECTION.
      *****************************************************************
      *    O DOCUMENTO E O PEDIDO DE COMPRA DO MATERIAL LIBERADO      *
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
           MOVE    'GPFPB085'      TO      PLOG-PROGRAMA.
           MOVE    QMOV-NUM-PEDIDO TO      PLOG-NUM-DOC.

           WRITE   REG-CADPLOG     FROM    REG-PLOG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADPLOG.

           ADD     001             TO      WS-GRV-CADPLOG.
      *
       1270-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-RECALCULA-CUSTO     SECTION.
      *****************************************************************
       1300-00-REJEITA-MATERIAL    SECTION.
      *****************************************************************
      *    MATERIAL REPROVADO - GRAVA A DISCREPANCIA COM MOTIVO 506   *
      *    PARA O FLUXO DE DEVOLUCAO AO FORNECEDOR (GPFPB084). A      *
      *    DEVOLUCAO DE ENTIDADE REPROVADA E SUCATEADA: NAO TEM       *
      *    FORNECEDOR NEM ENTROU NO ESTOQUE POR LOTE                  *
      *
           IF      TAB-QUA-ORIGEM (WS-IND-TAB-QUA) EQUAL 'D'
                   ADD     001     TO      WS-QTD-SUCATEADAS
                   GO      TO      1300-99-EXIT
           END-IF.

           MOVE    SPACES          TO      REG-RDIS.

           MOVE    QMOV-NUM-PEDIDO TO      RDIS-NUM-PEDIDO.
      *    REGRAVA A QUARENTENA ATUALIZADA E IMPRIME O MATERIAL QUE   *
      *    CONTINUA PENDENTE, COM OS DIAS PARADO                      *
      *
           MOVE    WS-GCAT-CADQUAR TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-QUA FROM 1 BY 1
                   UNTIL   WS-IND-TAB-QUA GREATER WS-QTD-TAB-QUA

             PERFORM 2100-00-GRAVA-ITEM-QUARENT

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADQUAR.
      *
       2000-99-EXIT.
           EXIT.
                                   TO      QUAR-DAT-DECISAO.
           MOVE    TAB-QUA-VLR-UNIT-AQ (WS-IND-TAB-QUA)
                                   TO      QUAR-VLR-UNIT-AQ.
           MOVE    TAB-QUA-ORIGEM      (WS-IND-TAB-QUA)
                                   TO      QUAR-ORIGEM.

           WRITE   REG-CADQURN     FROM    REG-QUAR.


           ADD     001             TO      WS-GRV-CADQURN.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-QUAR        TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           IF      QUAR-PENDENTE   AND
                   QUAR-QTD        GREATER ZEROS
                   ADD     001     TO      WS-QTD-PENDENTES
                                   TO      DET1-DAT-ENTRADA.
           MOVE    WS-DIAS-PARADO  TO      DET1-DIAS.

           IF      QUAR-ORIGEM-DEVOLUCAO
                   MOVE    'DEVOLUCAO'     TO      DET1-ORIGEM
           ELSE
                   MOVE    'COMPRA'        TO      DET1-ORIGEM
           END-IF.

           MOVE    DET1            TO      REG-RELQUAR.
           PERFORM 2700-00-GRAVACAO-RELQUAR.
      *
      *****************************************************************
      *    REGRAVA O ESTOQUE POR LOTE COM OS SALDOS APOS OS ESTORNOS  *
      *
           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT


             ADD     001             TO      WS-GRV-CADLOTN

             MOVE    'A'             TO      WGC-CODOPE
             MOVE    REG-LOTE        TO      WGC-REG-IMAGEM
             MOVE    050             TO      WGC-TAM-REG
             PERFORM 0490-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.
      *
       2900-99-EXIT.
           EXIT.
                   CADMATRK
                   CADQURN
                   CADRDIS
                   RELQUAR
                   CADPLOG.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB085'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.

           MOVE    WS-GCAT-CADQUAR TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB085'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADQUAR.

           MOVE    'F'             TO      WJM-CODOPE.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB085'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADLOTN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADLOTN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADLOTE.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADQURN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADQURN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADQUAR TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADQUAR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCVAR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCVAR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPLOG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-LIBERADAS
                                   TO      WS-EDICAO.
           DISPLAY '* INSPECOES COM LIBERACAO..........: ' WS-EDICAO
                                   TO      WS-EDICAO.
           DISPLAY '* INSPECOES COM REJEICAO...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SUCATEADAS
                                   TO      WS-EDICAO.
           DISPLAY '* DEVOLUCOES REJEITADAS SUCATEADAS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-QUAR TO      WS-EDICAO.
           DISPLAY '* INSPECOES SEM QUARENTENA.........: ' WS-EDICAO
           ' *'.
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB085 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB085 ******************'.
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
           DISPLAY '******************* GPFPB085 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB085 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
