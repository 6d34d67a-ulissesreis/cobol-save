      *                   OS LOTES DA PECA DA MAIOR VALIDADE PARA A   *
      *                   MENOR (O EXCESSO VEIO DOS RECEBIMENTOS      *
      *                   MAIS RECENTES)                              *
      * 15/10/2026 - US - O ESTORNO DE ESTOQUE NA MATRIZ CHAVEADA     *
      *                   PASSA A SER GRAVADO NO TRILHO DE AUDITORIA  *
      *                   CADPLOG (IMAGENS ANTES/DEPOIS E NUMERO DA   *
      *                   DEVOLUCAO), BASE DO KARDEX DA PECA          *
      *                   (GPFPB144)                                  *
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
      * 15/10/2026 - US - CADA CADVCTN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADVCTL, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      *****************************************************************
      *
      *****************************************************************
           SELECT  RELDEVO  ASSIGN  TO  UT-S-RELDEVO
                   FILE     STATUS  IS  WS-FS-RELDEVO.
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
       01      REG-RELDEVO         PIC     X(133).
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
       01      WS-FS-CADDEBM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADVCTN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELDEVO       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPLOG       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADRDIS      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADLOTE      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADDEBM      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELDEVO      PIC     9(018) VALUE ZEROS.
       01      WS-REG-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPLOG      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-SEM-FORN     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ESTORNOS     PIC     9(018) VALUE ZEROS.
       01      WS-FORNECEDOR       PIC     9(010) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-IMAGEM-ANTES     PIC     X(100) VALUE SPACES.
       01      WS-IMAGEM-DEPOIS    PIC     X(100) VALUE SPACES.
       01      WS-SEQ-TRANS        PIC     9(007) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
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
      * OUTPUT.: CADRTVA - AUTORIZACOES DE DEVOLUCAO                  *
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
       01      WS-GCAT-CADVCTL     PIC     X(300) VALUE SPACES.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
                           CADDEBM
                           CADVCTN
                           CADLOTN
                           RELDEVO
                           CADPLOG.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADLOTE'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADVCTL'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADVCTL.

           MOVE    'I'             TO      WJM-CODOPE.
           MOVE    'GPFPB084'      TO      WJM-PROGRAMA.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 0400-00-CARGA-TAB-PEDIDOS
             UNTIL WS-FS-CADPORN   EQUAL   10.

           PERFORM 0360-00-TESTA-FS-CADVCTN.

           PERFORM 0370-00-TESTA-FS-RELDEVO.

           PERFORM 0380-00-TESTA-FS-CADPLOG.
      *
       0200-99-EXIT.
           EXIT.
       0370-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0380-00-TESTA-FS-CADPLOG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPLOG NOT EQUAL 00
                   MOVE 'CADPLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPLOG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0380-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-PEDIDOS   SECTION.
      *****************************************************************
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
                   DISPLAY 'GPFPB084 - EXECUCAO ANTERIOR INCOMPLETA EM '
                           WJM-DATA-EXEC ' ' WJM-HORA-EXEC
                   DISPLAY 'GPFPB084 - REVERTER PELO GPFPB180 ANTES DE '
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
       0500-00-LEITURA-CADRDIS     SECTION.
      *****************************************************************

           MOVE    REG-CADMATRK    TO      REG-MATR.

           MOVE    REG-MATR        TO      WS-IMAGEM-ANTES.

           IF      WS-QTD-DEVOLVER NOT GREATER MATR-QTD-ETQ
                   SUBTRACT WS-QTD-DEVOLVER FROM  MATR-QTD-ETQ
           ELSE
                   MOVE    ZEROS   TO      MATR-QTD-ETQ
           END-IF.

           MOVE    'B'             TO      WJM-CODOPE.
           MOVE    REG-CADMATRK    TO      WJM-REG-IMAGEM.

           PERFORM 0480-00-CHAMA-COBBB011.

           REWRITE REG-CADMATRK    FROM    REG-MATR.

           MOVE   ' NA REGRAVACAO' TO      WS-ACESSO-ARQ.

           ADD     001             TO      WS-REG-CADMATRK.
           ADD     001             TO      WS-QTD-ESTORNOS.

           MOVE    REG-MATR        TO      WS-IMAGEM-DEPOIS.

           PERFORM 1210-00-GRAVACAO-CADPLOG.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1210-00-GRAVACAO-CADPLOG    SECTION.
      *****************************************************************
      *    O DOCUMENTO E O NUMERO DA AUTORIZACAO DE DEVOLUCAO         *
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
           MOVE    'GPFPB084'      TO      PLOG-PROGRAMA.
           MOVE    WS-NUM-RTV      TO      PLOG-NUM-DOC.

           WRITE   REG-CADPLOG     FROM    REG-PLOG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0380-00-TESTA-FS-CADPLOG.

           ADD     001             TO      WS-GRV-CADPLOG.
      *
       1210-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1230-00-ESTORNA-LOTES       SECTION.
      *****************************************************************
           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADVCTN.

           MOVE    WS-GCAT-CADVCTL TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADVCTN     TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADVCTL.
      *
       1500-99-EXIT.
           EXIT.
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
                   CADRTVA
                   CADDEBM
                   CADVCTN
                   RELDEVO
                   CADPLOG.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB084'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADLOTE.

           MOVE    WS-GCAT-CADVCTL TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB084'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    016             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADVCTL.

           MOVE    'F'             TO      WJM-CODOPE.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB084'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADLOTN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADLOTN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADLOTE TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADLOTE.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADVCTL TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADVCTL.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPORN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPORN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ESTORNOS TO      WS-EDICAO.
           DISPLAY '* ESTORNOS DE ESTOQUE NA MATRIZ....: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPLOG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-FORN TO      WS-EDICAO.
           DISPLAY '* DISCREPANCIAS SEM FORNECEDOR.....: ' WS-EDICAO
           ' *'.
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB084 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB084 ******************'.
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
           DISPLAY '******************* GPFPB084 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB084 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
