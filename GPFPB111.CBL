      *****************************************************************
      * MODIFICACOES.:                                                *
      * 02/09/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - TRANSFERENCIA SO E APLICADA SE O            *
      *                   DEPARTAMENTO/CC DE DESTINO TEM VAGA NO      *
      *                   QUADRO AUTORIZADO (CADQUAD) - OCUPACAO      *
      *                   PELAS LOTACOES DOS FUNCIONARIOS ATIVOS      *
      *                   (CADRESP), ATUALIZADA A CADA TRANSFERENCIA  *
      *                   APLICADA. A EMPRESA DA LOTACAO PASSA A SER  *
      *                   MANTIDA NO CADFLOTN                         *
      * 15/10/2026 - US - CADA CADTRNPN E CADFLOTN GRAVADO PASSA A    *
      *                   SER CATALOGADO NO CADGCAT (ROTINA COBBB010) *
      *                   COMO GERACAO DO CADTRNP E DO CADFLOT, COM A *
      *                   QTDE DE REGISTROS E O SELO DE INTEGRIDADE   *
      *****************************************************************
      *
      *****************************************************************
      *
           SELECT  CADDEPT  ASSIGN  TO  UT-S-CADDEPT
                   FILE     STATUS  IS  WS-FS-CADDEPT.
      *
           SELECT  CADQUAD  ASSIGN  TO  UT-S-CADQUAD
                   FILE     STATUS  IS  WS-FS-CADQUAD.
      *
           SELECT  CADRESP  ASSIGN  TO  UT-S-CADRESP
                   FILE     STATUS  IS  WS-FS-CADRESP.
      *
           SELECT  CADFLOTN ASSIGN  TO  UT-S-CADFLOTN
                   FILE     STATUS  IS  WS-FS-CADFLOTN.
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADDEPT         PIC     X(050).
      *
       FD  CADQUAD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADQUAD         PIC     X(050).
      *
       FD  CADRESP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRESP         PIC     X(200).
      *
       FD  CADFLOTN
           RECORDING  MODE      IS  F
       01      WS-FS-CADTRNP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADDEPT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADQUAD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOTN      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADTRNPN      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADTRNH       PIC     9(002) VALUE ZEROS.
       01      WS-LID-CADTRNP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADDEPT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADQUAD      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADFLOTN     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADTRNPN     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADTRNH      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-APLICADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RETIDAS      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-VAGA     PIC     9(018) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
           05  TAB-LOT-FUNC        PIC     9(005).
           05  TAB-LOT-COD-DEPT    PIC     X(004).
           05  TAB-LOT-COD-CC      PIC     X(006).
           05  TAB-LOT-COD-EMPRESA PIC     9(002).
      *
       01      WS-SW-LOT-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-LOT-ACHOU                VALUE 'S'.
         88    WS-LOT-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DO QUADRO DE VAGAS (CADQUAD), COM A OCUPACAO    *
      *****************************************************************
      *
       01      WS-QTD-TAB-QUA      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-QUA      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-QUA-DEST     PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-QUADRO.
         03    TAB-QUA-ITEM        OCCURS  00500  TIMES.
           05  TAB-QUA-COD-DEPT    PIC     X(004).
           05  TAB-QUA-COD-CC      PIC     X(006).
           05  TAB-QUA-AUTORIZ     PIC     9(004).
           05  TAB-QUA-OCUPADAS    PIC     9(004).
      *
       01      WS-SW-QUA-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-QUA-ACHOU                VALUE 'S'.
         88    WS-QUA-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-SW-VAGA          PIC     X(001) VALUE 'S'.
         88    WS-TEM-VAGA                 VALUE 'S'.
         88    WS-SEM-VAGA                 VALUE 'N'.
      *
       01      WS-COD-DEPT-VAGA    PIC     X(004) VALUE SPACES.
       01      WS-COD-CC-VAGA      PIC     X(006) VALUE SPACES.
      *
      *****************************************************************
      *        TABELA DOS FUNCIONARIOS ATIVOS (CADRESP)               *
      *****************************************************************
      *
       01      WS-QTD-TAB-FUN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FUN      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FUNCIONARIOS.
         03    TAB-FUN-ITEM        OCCURS  05000  TIMES.
           05  TAB-FUN-CODIGO      PIC     9(005).
      *
       01      WS-SW-FUN-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FUN-ACHOU                VALUE 'S'.
         88    WS-FUN-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-COD-FUNC-CRIT    PIC     9(005) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE DEPARTAMENTOS ATIVOS                         *
      *****************************************************************
      *
           COPY    COBO2017.
      *
      *****************************************************************
      * INPUT..: CADQUAD - QUADRO DE VAGAS AUTORIZADAS                *
      *****************************************************************
      *
           COPY    COBI1251.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS                  *
      *****************************************************************
      *
           COPY    COBO1007.
      *
      *****************************************************************
      * OUTPUT.: CADTRNH - HISTORICO DE TRANSFERENCIAS                *
      *****************************************************************
      *
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
       01      WS-GCAT-CADTRNP     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADFLOT     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
                           CADTRNP
                           CADFLOT
                           CADDEPT
                           CADQUAD
                           CADRESP
                   OUTPUT  CADFLOTN
                           CADTRNPN
                           CADTRNH.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADTRNP'       TO      WGC-ARQUIVO.

           PERFORM 0495-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADTRNP.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADFLOT'       TO      WGC-ARQUIVO.

           PERFORM 0495-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFLOT.

           PERFORM 0440-00-CARGA-TAB-QUADRO
             UNTIL WS-FS-CADQUAD   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-FUNCIONARIOS
             UNTIL WS-FS-CADRESP   EQUAL   10.

           PERFORM 0400-00-CARGA-TAB-LOTACAO
             UNTIL WS-FS-CADFLOT   EQUAL   10.

                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADQUAD NOT EQUAL 00 AND 10
                   MOVE 'CADQUAD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADQUAD     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRESP NOT EQUAL 00 AND 10
                   MOVE 'CADRESP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRESP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFLOTN NOT EQUAL 00
                   MOVE 'CADFLOTN' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFLOTN    TO      WS-FS-ARQ
                           TAB-LOT-COD-DEPT (WS-QTD-TAB-LOT)
                   MOVE    FLOT-COD-CC     TO
                           TAB-LOT-COD-CC   (WS-QTD-TAB-LOT)
                   MOVE    FLOT-COD-EMPRESA        TO
                           TAB-LOT-COD-EMPRESA (WS-QTD-TAB-LOT)

      *            LOTACAO DE FUNCIONARIO ATIVO OCUPA VAGA DO QUADRO
                   MOVE    FLOT-FUNC-CODIGO        TO
                           WS-COD-FUNC-CRIT
                   PERFORM 0480-00-PESQUISA-FUNCIONARIO
                   IF      WS-FUN-ACHOU
                           MOVE    FLOT-COD-DEPT   TO
                                   WS-COD-DEPT-VAGA
                           MOVE    FLOT-COD-CC     TO
                                   WS-COD-CC-VAGA
                           PERFORM 0490-00-PESQUISA-QUADRO
                           IF      WS-QUA-ACHOU
                                   ADD     001     TO
                                   TAB-QUA-OCUPADAS (WS-IND-TAB-QUA)
                           END-IF
                   END-IF
           END-IF.
      *
       0400-99-EXIT.
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-QUADRO    SECTION.
      *****************************************************************
      *
           READ    CADQUAD         INTO    REG-QUAD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADQUAD   EQUAL   00
                   ADD 001         TO      WS-LID-CADQUAD

                   IF      WS-QTD-TAB-QUA  GREATER OR EQUAL 00500
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-QUA
                   MOVE    QUAD-COD-DEPT   TO
                           TAB-QUA-COD-DEPT (WS-QTD-TAB-QUA)
                   MOVE    QUAD-COD-CC     TO
                           TAB-QUA-COD-CC   (WS-QTD-TAB-QUA)
                   MOVE    QUAD-QTD-AUTORIZ        TO
                           TAB-QUA-AUTORIZ  (WS-QTD-TAB-QUA)
                   MOVE    ZEROS           TO
                           TAB-QUA-OCUPADAS (WS-QTD-TAB-QUA)
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-FUNCIONARIOS SECTION.
      *****************************************************************
      *
           READ    CADRESP         INTO    REG-FSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRESP   EQUAL   00
                   ADD 001         TO      WS-LID-CADRESP

                   IF      WS-QTD-TAB-FUN  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FUN
                   MOVE    FSEL-CODIGO     TO
                           TAB-FUN-CODIGO (WS-QTD-TAB-FUN)
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-PESQUISA-FUNCIONARIO SECTION.
      *****************************************************************
      *
           SET     WS-FUN-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FUN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FUN GREATER WS-QTD-TAB-FUN
                   OR      WS-FUN-ACHOU

             IF    WS-COD-FUNC-CRIT EQUAL
                   TAB-FUN-CODIGO (WS-IND-TAB-FUN)
                   SET     WS-FUN-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-PESQUISA-QUADRO     SECTION.
      *****************************************************************
      *
           SET     WS-QUA-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-QUA FROM 1 BY 1
                   UNTIL   WS-IND-TAB-QUA GREATER WS-QTD-TAB-QUA
                   OR      WS-QUA-ACHOU

             IF    WS-COD-DEPT-VAGA EQUAL
                   TAB-QUA-COD-DEPT (WS-IND-TAB-QUA)   AND
                   WS-COD-CC-VAGA   EQUAL
                   TAB-QUA-COD-CC   (WS-IND-TAB-QUA)
                   SET     WS-QUA-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-QUA-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-QUA
           END-IF.
      *
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0495-00-CHAMA-COBBB010      SECTION.
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
       0495-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCESSA-RETIDAS    SECTION.
      *****************************************************************
           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADTRNPN.

           MOVE    WS-GCAT-CADTRNP TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADTRNPN    TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0495-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADTRNP.
      *
       1300-99-EXIT.
           EXIT.

           SUBTRACT 001            FROM    WS-IND-TAB-LOT.

           PERFORM 1450-00-CRITICA-VAGA.

           IF      WS-SEM-VAGA
      *            DESTINO SEM VAGA AUTORIZADA
                   ADD     001     TO      WS-QTD-SEM-VAGA
                   ADD     001     TO      WS-QTD-REJEITADAS
                   GO      TO      1400-99-EXIT
           END-IF.

           MOVE    TRNM-DEPT-DEST  TO
                   TAB-LOT-COD-DEPT (WS-IND-TAB-LOT).
           MOVE    TRNM-CC-DEST    TO
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1450-00-CRITICA-VAGA        SECTION.
      *****************************************************************
      *    O DESTINO PRECISA TER VAGA LIVRE NO QUADRO; A              *
      *    TRANSFERENCIA APLICADA OCUPA A VAGA DO DESTINO E LIBERA A  *
      *    DA LOTACAO ATUAL. FUNCIONARIO DESLIGADO NAO OCUPA VAGA, E  *
      *    A MUDANCA DENTRO DO MESMO DEPARTAMENTO/CC NAO ALTERA A     *
      *    OCUPACAO                                                   *
      *
           SET     WS-TEM-VAGA             TO      TRUE.

           MOVE    TRNM-FUNC-CODIGO
                                   TO      WS-COD-FUNC-CRIT.
           PERFORM 0480-00-PESQUISA-FUNCIONARIO.

           IF      WS-FUN-NAO-ACHOU
                   GO      TO      1450-99-EXIT
           END-IF.

           IF      TRNM-DEPT-DEST  EQUAL
                   TAB-LOT-COD-DEPT (WS-IND-TAB-LOT)   AND
                   TRNM-CC-DEST    EQUAL
                   TAB-LOT-COD-CC   (WS-IND-TAB-LOT)
                   GO      TO      1450-99-EXIT
           END-IF.

           MOVE    TRNM-DEPT-DEST  TO      WS-COD-DEPT-VAGA.
           MOVE    TRNM-CC-DEST    TO      WS-COD-CC-VAGA.
           PERFORM 0490-00-PESQUISA-QUADRO.

           IF      WS-QUA-NAO-ACHOU
                   SET     WS-SEM-VAGA     TO      TRUE
                   GO      TO      1450-99-EXIT
           END-IF.

           IF      TAB-QUA-OCUPADAS (WS-IND-TAB-QUA) NOT LESS
                   TAB-QUA-AUTORIZ  (WS-IND-TAB-QUA)
                   SET     WS-SEM-VAGA     TO      TRUE
                   GO      TO      1450-99-EXIT
           END-IF.

           MOVE    WS-IND-TAB-QUA  TO      WS-IND-QUA-DEST.

      *    LIBERA A VAGA DA LOTACAO ATUAL
           MOVE    TAB-LOT-COD-DEPT (WS-IND-TAB-LOT)
                                   TO      WS-COD-DEPT-VAGA.
           MOVE    TAB-LOT-COD-CC   (WS-IND-TAB-LOT)
                                   TO      WS-COD-CC-VAGA.
           PERFORM 0490-00-PESQUISA-QUADRO.

           IF      WS-QUA-ACHOU    AND
                   TAB-QUA-OCUPADAS (WS-IND-TAB-QUA) GREATER ZEROS
                   SUBTRACT 001    FROM
                           TAB-QUA-OCUPADAS (WS-IND-TAB-QUA)
           END-IF.

           ADD     001             TO
                   TAB-QUA-OCUPADAS (WS-IND-QUA-DEST).
      *
       1450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVACAO-CADFLOTN   SECTION.
      *****************************************************************
      *
           MOVE    WS-GCAT-CADFLOT TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT

                   FLOT-COD-DEPT
             MOVE  TAB-LOT-COD-CC   (WS-IND-TAB-LOT)       TO
                   FLOT-COD-CC
             MOVE  TAB-LOT-COD-EMPRESA (WS-IND-TAB-LOT)    TO
                   FLOT-COD-EMPRESA

             WRITE REG-CADFLOTN    FROM    REG-FLOT


             ADD   001             TO      WS-GRV-CADFLOTN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-CADFLOTN    TO      WGC-REG-IMAGEM
             MOVE  050             TO      WGC-TAM-REG
             PERFORM 0495-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFLOT.
      *
       2000-99-EXIT.
           EXIT.
                   CADTRNP
                   CADFLOT
                   CADDEPT
                   CADQUAD
                   CADRESP
                   CADFLOTN
                   CADTRNPN
                   CADTRNH.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADTRNP TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB111'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0495-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADTRNP.

           MOVE    WS-GCAT-CADFLOT TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB111'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0495-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFLOT.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB111'      TO      WRL-PROGRAMA.
                                   TO      WS-EDICAO.
           DISPLAY '* TRANSFERENCIAS REJEITADAS........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-VAGA TO      WS-EDICAO.
           DISPLAY '*   DAS QUAIS SEM VAGA NO DESTINO..: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADFLOT TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADFLOT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADTRNP TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADTRNP.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB111 ******************'.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB111 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB111 ******************'.
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
           DISPLAY '******************* GPFPB111 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB111 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
