      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB138.
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
      * OBJETIVO.....: APLICAR AS CONFIRMACOES DAS TAREFAS DE         *
      *                RESSUPRIMENTO (CADRCNF, RETORNO DO CADREPO     *
      *                GERADO PELO GPFPB137) NO CADASTRO DE           *
      *                LOCALIZACOES: A QUANTIDADE MOVIMENTADA SAI DA  *
      *                OCUPACAO DO ENDERECO SECUNDARIO DE ORIGEM E    *
      *                ENTRA NA DO ENDERECO PRINCIPAL DE DESTINO,     *
      *                GERANDO O CADASTRO ATUALIZADO (CADLOCN).       *
      *                CONFIRMACOES SEM ENDERECO, COM SALDO           *
      *                INSUFICIENTE NA ORIGEM OU REPETIDAS SAO        *
      *                REJEITADAS; TAREFA COM QUANTIDADE ZERADA NAO   *
      *                FOI EXECUTADA E SO E CONTADA.                  *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADLOCN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADLOCA, COM A QTDE DE REGISTROS E O     *
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
      * INPUT..: CADLOCA - LOCALIZACOES FISICAS          - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADLOCA  ASSIGN  TO  UT-S-CADLOCA
                   FILE     STATUS  IS  WS-FS-CADLOCA.
      *
      *****************************************************************
      * INPUT..: CADRCNF - CONFIRMACOES DE RESSUPRIMENTO - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADRCNF  ASSIGN  TO  UT-S-CADRCNF
                   FILE     STATUS  IS  WS-FS-CADRCNF.
      *
      *****************************************************************
      * OUTPUT.: CADLOCN - LOCALIZACOES ATUALIZADAS      - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADLOCN  ASSIGN  TO  UT-S-CADLOCN
                   FILE     STATUS  IS  WS-FS-CADLOCN.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADLOCA - LOCALIZACOES FISICAS          - LRECL=050  *
      *****************************************************************
      *
       FD  CADLOCA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADLOCA         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADRCNF - CONFIRMACOES DE RESSUPRIMENTO - LRECL=050  *
      *****************************************************************
      *
       FD  CADRCNF
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRCNF         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADLOCN - LOCALIZACOES ATUALIZADAS      - LRECL=050  *
      *****************************************************************
      *
       FD  CADLOCN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADLOCN         PIC     X(050).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADLOCA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRCNF       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADLOCN       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADLOCA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRCNF      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADLOCN      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-APLICADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-NAO-EXECUT   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ACIMA-CAPAC  PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-IND-ORIGEM       PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DESTINO      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-SW-RCNF-VALIDO   PIC     X(001) VALUE 'S'.
         88    WS-RCNF-VALIDO              VALUE 'S'.
         88    WS-RCNF-INVALIDO            VALUE 'N'.
      *
       01      WS-MOTIVO-REJEICAO  PIC     X(030) VALUE SPACES.
      *
      *****************************************************************
      *        TABELA COM AS LOCALIZACOES (REGISTRO E OCUPACAO)       *
      *****************************************************************
      *
       01      WS-QTD-TAB-LOC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LOC      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LOCALIZACOES.
         03    TAB-LOC-ITEM        OCCURS  10000  TIMES.
           05  TAB-LOC-COD-PEC     PIC     9(005).
           05  TAB-LOC-ENDERECO    PIC     X(010).
           05  TAB-LOC-PRINCIPAL   PIC     X(001).
           05  TAB-LOC-CAPAC       PIC     9(005).
           05  TAB-LOC-OCUP        PIC     9(005).
           05  TAB-LOC-REGISTRO    PIC     X(050).
      *
       01      WS-SW-LOC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-LOC-ACHOU                VALUE 'S'.
         88    WS-LOC-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS TAREFAS JA CONFIRMADAS NESTA EXECUCAO       *
      *****************************************************************
      *
       01      WS-QTD-TAB-CNF      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CNF      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CONFIRMADAS.
         03    TAB-CNF-NUM-TAREFA  PIC     9(007) OCCURS 05000 TIMES.
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
      * INPUT..: CADLOCA - LOCALIZACOES FISICAS                       *
      *****************************************************************
      *
           COPY    COBO1039.
      *
      *****************************************************************
      * INPUT..: CADRCNF - CONFIRMACOES DE RESSUPRIMENTO              *
      *****************************************************************
      *
           COPY    COBI1094.
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
             UNTIL WS-FS-CADRCNF   EQUAL 10.

           PERFORM 2000-00-GRAVACAO-CADLOCN.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADLOCA
                           CADRCNF
                   OUTPUT  CADLOCN.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADLOCA'       TO      WGC-ARQUIVO.

           PERFORM 0480-00-CHAMA-COBBB010.

           PERFORM 0400-00-CARGA-TAB-LOCALIZ
             UNTIL WS-FS-CADLOCA   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADRCNF.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADLOCA.

           PERFORM 0310-00-TESTA-FS-CADRCNF.

           PERFORM 0320-00-TESTA-FS-CADLOCN.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADLOCA    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADLOCA NOT EQUAL 00 AND 10
                   MOVE 'CADLOCA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADLOCA
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-CADRCNF    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRCNF NOT EQUAL 00 AND 10
                   MOVE 'CADRCNF'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRCNF
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADLOCN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADLOCN NOT EQUAL 00
                   MOVE 'CADLOCN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADLOCN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-LOCALIZ   SECTION.
      *****************************************************************
      *
           READ    CADLOCA         INTO    REG-LOCA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADLOCA.

           IF      WS-FS-CADLOCA   EQUAL   00
                   ADD 001         TO      WS-LID-CADLOCA

                   IF      WS-QTD-TAB-LOC  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LOC
                   MOVE    LOCA-COD-PEC    TO
                           TAB-LOC-COD-PEC   (WS-QTD-TAB-LOC)
                   MOVE    LOCA-ENDERECO   TO
                           TAB-LOC-ENDERECO  (WS-QTD-TAB-LOC)
                   MOVE    LOCA-IND-PRINCIPAL      TO
                           TAB-LOC-PRINCIPAL (WS-QTD-TAB-LOC)
                   MOVE    LOCA-QTD-CAPAC  TO
                           TAB-LOC-CAPAC     (WS-QTD-TAB-LOC)
                   MOVE    LOCA-QTD-OCUP   TO
                           TAB-LOC-OCUP      (WS-QTD-TAB-LOC)
                   MOVE    REG-LOCA        TO
                           TAB-LOC-REGISTRO  (WS-QTD-TAB-LOC)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADLOCN NO CATALOGO DE GERACOES      *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADRCNF     SECTION.
      *****************************************************************
      *
           READ    CADRCNF         INTO    REG-RCNF.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADRCNF.

           IF      WS-FS-CADRCNF   EQUAL   00
                   ADD 001         TO      WS-LID-CADRCNF
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           IF      RCNF-QTD-MOVIDA NOT NUMERIC OR
                   RCNF-QTD-MOVIDA EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-NAO-EXECUT
           ELSE
                   PERFORM 1100-00-CRITICA-CONFIRMACAO
                   IF      WS-RCNF-VALIDO
                           PERFORM 1200-00-MOVIMENTA-OCUPACAO
                   ELSE
                           ADD     001     TO      WS-QTD-REJEITADAS
                           DISPLAY 'GPFPB138 - CONFIRMACAO REJEITADA: '
                                   REG-RCNF (1:37) ' '
                                   WS-MOTIVO-REJEICAO
                   END-IF
           END-IF.

           PERFORM 0500-00-LEITURA-CADRCNF.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CRITICA-CONFIRMACAO SECTION.
      *****************************************************************
      *    A ORIGEM DEVE SER ENDERECO DA PECA COM SALDO PARA A        *
      *    QUANTIDADE MOVIDA, O DESTINO ENDERECO PRINCIPAL DA PECA E  *
      *    A TAREFA NAO PODE TER SIDO CONFIRMADA ANTES NA EXECUCAO    *
      *
           SET     WS-RCNF-VALIDO          TO      TRUE.

           SET     WS-LOC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CNF FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CNF GREATER WS-QTD-TAB-CNF
                   OR      WS-LOC-ACHOU

             IF    RCNF-NUM-TAREFA EQUAL
                   TAB-CNF-NUM-TAREFA (WS-IND-TAB-CNF)
                   SET     WS-LOC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-LOC-ACHOU
                   SET     WS-RCNF-INVALIDO        TO      TRUE
                   MOVE    'TAREFA JA CONFIRMADA'
                                   TO      WS-MOTIVO-REJEICAO
                   GO      TO      1100-99-EXIT
           END-IF.

           SET     WS-LOC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                   UNTIL   WS-IND-ORIGEM GREATER WS-QTD-TAB-LOC
                   OR      WS-LOC-ACHOU

             IF    TAB-LOC-COD-PEC  (WS-IND-ORIGEM) EQUAL RCNF-COD-PEC
                   AND
                   TAB-LOC-ENDERECO (WS-IND-ORIGEM) EQUAL
                   RCNF-END-ORIGEM
                   SET     WS-LOC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-LOC-NAO-ACHOU
                   SET     WS-RCNF-INVALIDO        TO      TRUE
                   MOVE    'ORIGEM NAO CADASTRADA P/ PECA'
                                   TO      WS-MOTIVO-REJEICAO
                   GO      TO      1100-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-ORIGEM.

           IF      TAB-LOC-OCUP (WS-IND-ORIGEM) LESS RCNF-QTD-MOVIDA
                   SET     WS-RCNF-INVALIDO        TO      TRUE
                   MOVE    'SALDO INSUFICIENTE NA ORIGEM'
                                   TO      WS-MOTIVO-REJEICAO
                   GO      TO      1100-99-EXIT
           END-IF.

           SET     WS-LOC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-DESTINO FROM 1 BY 1
                   UNTIL   WS-IND-DESTINO GREATER WS-QTD-TAB-LOC
                   OR      WS-LOC-ACHOU

             IF    TAB-LOC-COD-PEC   (WS-IND-DESTINO) EQUAL
                   RCNF-COD-PEC                                AND
                   TAB-LOC-ENDERECO  (WS-IND-DESTINO) EQUAL
                   RCNF-END-DESTINO                            AND
                   TAB-LOC-PRINCIPAL (WS-IND-DESTINO) EQUAL 'S'
                   SET     WS-LOC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-LOC-NAO-ACHOU
                   SET     WS-RCNF-INVALIDO        TO      TRUE
                   MOVE    'DESTINO NAO PRINCIPAL DA PECA'
                                   TO      WS-MOTIVO-REJEICAO
                   GO      TO      1100-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-DESTINO.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-MOVIMENTA-OCUPACAO  SECTION.
      *****************************************************************
      *    A MOVIMENTACAO FISICA JA OCORREU - DESTINO ACIMA DA        *
      *    CAPACIDADE E APENAS CONTADO PARA CONFERENCIA               *
      *
           SUBTRACT RCNF-QTD-MOVIDA FROM
                   TAB-LOC-OCUP (WS-IND-ORIGEM).

           ADD     RCNF-QTD-MOVIDA TO
                   TAB-LOC-OCUP (WS-IND-DESTINO).

           IF      TAB-LOC-CAPAC (WS-IND-DESTINO) GREATER ZEROS  AND
                   TAB-LOC-OCUP  (WS-IND-DESTINO) GREATER
                   TAB-LOC-CAPAC (WS-IND-DESTINO)
                   ADD     001     TO      WS-QTD-ACIMA-CAPAC
           END-IF.

           ADD     001             TO      WS-QTD-APLICADAS.

           IF      WS-QTD-TAB-CNF  LESS    05000
                   ADD     001     TO      WS-QTD-TAB-CNF
                   MOVE    RCNF-NUM-TAREFA TO
                           TAB-CNF-NUM-TAREFA (WS-QTD-TAB-CNF)
           END-IF.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVACAO-CADLOCN    SECTION.
      *****************************************************************
      *    REGRAVA AS LOCALIZACOES COM A OCUPACAO ATUALIZADA          *
      *
           PERFORM VARYING WS-IND-TAB-LOC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOC GREATER WS-QTD-TAB-LOC

             MOVE  TAB-LOC-REGISTRO  (WS-IND-TAB-LOC)      TO
                   REG-LOCA
             MOVE  TAB-LOC-OCUP      (WS-IND-TAB-LOC)      TO
                   LOCA-QTD-OCUP

             WRITE REG-CADLOCN     FROM    REG-LOCA

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  004             TO      WS-PTO-ERRO
             PERFORM 0320-00-TESTA-FS-CADLOCN

             ADD   001             TO      WS-GRV-CADLOCN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-LOCA        TO      WGC-REG-IMAGEM
             MOVE  050             TO      WGC-TAM-REG
             PERFORM 0480-00-CHAMA-COBBB010

           END-PERFORM.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADLOCA
                   CADRCNF
                   CADLOCN.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB138'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0480-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB138'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADRCNF  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB138 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB138 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADLOCA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADLOCA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRCNF  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRCNF.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADLOCN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADLOCN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADLOCA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-APLICADAS
                                   TO      WS-EDICAO.
           DISPLAY '* MOVIMENTACOES APLICADAS..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-NAO-EXECUT
                                   TO      WS-EDICAO.
           DISPLAY '* TAREFAS NAO EXECUTADAS...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJEITADAS
                                   TO      WS-EDICAO.
           DISPLAY '* CONFIRMACOES REJEITADAS..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ACIMA-CAPAC
                                   TO      WS-EDICAO.
           DISPLAY '* DESTINOS ACIMA DA CAPACIDADE.....: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB138 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB138 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE LOCALIZACOES EXCED. *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB138 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB138 ******************'.

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

           DISPLAY '******************* GPFPB138 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB138 ******************'.
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
           DISPLAY '******************* GPFPB138 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB138 ******************'.

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

           DISPLAY '******************* GPFPB138 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB138 ******************'.
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
           DISPLAY '******************* GPFPB138 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB138 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB138                  *
      *****************************************************************
