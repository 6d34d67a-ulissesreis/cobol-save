      *****************************************************************
      * MODIFICACOES.:                                                *
      * 02/09/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - PRESERVA O NIVEL DE RESSUPRIMENTO DO        *
      *                   ENDERECO NA REGRAVACAO DO CADLOCN           *
      * 15/10/2026 - US - SEPARACAO DE PRODUTOS PERIGOSOS: ENDERECO   *
      *                   CUJA ZONA (ARMAZEM + CORREDOR) TEM OCUPACAO *
      *                   DE CLASSE DE RISCO INCOMPATIVEL (CADCRIS)   *
      *                   NAO RECEBE A PECA                           *
      * 15/10/2026 - US - CADA CADLOCN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADLOCA, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      * 15/10/2026 - US - COMPATIBILIDADE DE CLASSES DE RISCO LIDA DO *
      *                   CADCRIS (REG-CRIS), SEPARADA DO CADRISC     *
      *                   (COBO1080)                                  *
      *****************************************************************
      *
      *****************************************************************
                   FILE     STATUS  IS  WS-FS-CADLOCA.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ   - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMATR  ASSIGN  TO  UT-S-CADMATR
                   FILE     STATUS  IS  WS-FS-CADMATR.
      *
      *****************************************************************
      * INPUT..: CADCRIS - COMPATIBILIDADE DE RISCO      - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADCRIS  ASSIGN  TO  UT-S-CADCRIS
                   FILE     STATUS  IS  WS-FS-CADCRIS.
      *
      *****************************************************************
      * OUTPUT.: CADLOCN - LOCALIZACOES ATUALIZADAS      - LRECL=050  *
      *****************************************************************
      *
       01      REG-CADLOCA         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ   - LRECL=100  *
      *****************************************************************
      *
       FD  CADMATR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMATR         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCRIS - COMPATIBILIDADE DE RISCO      - LRECL=050  *
      *****************************************************************
      *
       FD  CADCRIS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCRIS         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADLOCN - LOCALIZACOES ATUALIZADAS      - LRECL=050  *
      *****************************************************************
      *
      *
       01      WS-FS-CADRECB       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADLOCA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCRIS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADLOCN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELPUTA       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADRECB      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADLOCA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCRIS      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADLOCN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELPUTA      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-TAREFAS      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-LOCAL    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-END-RISCO    PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-GUARDAR      PIC     9(005) VALUE ZEROS.
       01      WS-QTD-LIVRE        PIC     9(005) VALUE ZEROS.
           05  TAB-LOC-PRINCIPAL   PIC     X(001).
           05  TAB-LOC-CAPAC       PIC     9(005).
           05  TAB-LOC-OCUP        PIC     9(005).
           05  TAB-LOC-GATILHO     PIC     9(005).
           05  TAB-LOC-CLASSE      PIC     X(002).
      *
      *****************************************************************
      *        TABELA COM A CLASSE DE RISCO DAS PECAS (CADMATR)       *
      *****************************************************************
      *
       01      WS-QTD-TAB-PEC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PEC      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PECAS.
         03    TAB-PEC-ITEM        OCCURS  10000  TIMES.
           05  TAB-PEC-COD         PIC     9(005).
           05  TAB-PEC-CLASSE      PIC     X(002).
      *
       01      WS-SW-PEC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PEC-ACHOU                VALUE 'S'.
         88    WS-PEC-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS PARES DE CLASSES COMPATIVEIS (CADCRIS)      *
      *****************************************************************
      *
       01      WS-QTD-TAB-RIS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-RIS      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-RISCOS.
         03    TAB-RIS-ITEM        OCCURS  00200  TIMES.
           05  TAB-RIS-CLASSE-1    PIC     X(002).
           05  TAB-RIS-CLASSE-2    PIC     X(002).
      *
       01      WS-IND-ZONA         PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-CLASSE-PECA      PIC     X(002) VALUE SPACES.
       01      WS-CLASSE-1         PIC     X(002) VALUE SPACES.
       01      WS-CLASSE-2         PIC     X(002) VALUE SPACES.
      *
       01      WS-SW-COMPATIVEL    PIC     X(001) VALUE 'S'.
         88    WS-COMPATIVEL               VALUE 'S'.
         88    WS-INCOMPATIVEL             VALUE 'N'.
      *
      *****************************************************************
      *        VARIAVEIS PARA TRATAMENTO DE ABEND                     *
      *****************************************************************
      *
           COPY    COBO1039.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ                *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * INPUT..: CADCRIS - COMPATIBILIDADE DE RISCO                   *
      *****************************************************************
      *
           COPY    COBI1095.
      *
       01      WS-HORA-INICIO      PIC     9(006) VALUE ZEROS.
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
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************

           OPEN    INPUT   CADRECB
                           CADLOCA
                           CADMATR
                           CADCRIS
                   OUTPUT  CADLOCN
                           RELPUTA.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADLOCA'       TO      WGC-ARQUIVO.

           PERFORM 0480-00-CHAMA-COBBB010.

           PERFORM 0420-00-CARGA-TAB-PECAS
             UNTIL WS-FS-CADMATR   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-RISCOS
             UNTIL WS-FS-CADCRIS   EQUAL   10.

           PERFORM 0400-00-CARGA-TAB-LOCALIZ
             UNTIL WS-FS-CADLOCA   EQUAL   10.

           PERFORM 0320-00-TESTA-FS-CADLOCN.

           PERFORM 0330-00-TESTA-FS-RELPUTA.

           PERFORM 0340-00-TESTA-FS-CADMATR.

           PERFORM 0350-00-TESTA-FS-CADCRIS.
      *
       0200-99-EXIT.
           EXIT.
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0340-00-TESTA-FS-CADMATR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATR NOT EQUAL 00 AND 10
                   MOVE 'CADMATR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0340-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-TESTA-FS-CADCRIS    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCRIS NOT EQUAL 00 AND 10
                   MOVE 'CADCRIS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCRIS
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-LOCALIZ   SECTION.
      *****************************************************************
                           TAB-LOC-CAPAC     (WS-QTD-TAB-LOC)
                   MOVE    LOCA-QTD-OCUP   TO
                           TAB-LOC-OCUP      (WS-QTD-TAB-LOC)
                   MOVE    LOCA-QTD-GATILHO        TO
                           TAB-LOC-GATILHO   (WS-QTD-TAB-LOC)
                   MOVE    LOCA-COD-PEC    TO      MATR-COD-PEC
                   PERFORM 1150-00-BUSCA-CLASSE-RISCO
                   MOVE    WS-CLASSE-PECA  TO
                           TAB-LOC-CLASSE    (WS-QTD-TAB-LOC)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-PECAS     SECTION.
      *****************************************************************
      *
           READ    CADMATR         INTO    REG-MATR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0340-00-TESTA-FS-CADMATR.

           IF      WS-FS-CADMATR   EQUAL   00
                   ADD 001         TO      WS-LID-CADMATR

                   IF      WS-QTD-TAB-PEC  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-PEC
                   MOVE    MATR-COD-PEC    TO
                           TAB-PEC-COD    (WS-QTD-TAB-PEC)
                   MOVE    MATR-CLASSE-RISCO       TO
                           TAB-PEC-CLASSE (WS-QTD-TAB-PEC)
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-RISCOS    SECTION.
      *****************************************************************
      *
           READ    CADCRIS         INTO    REG-CRIS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0350-00-TESTA-FS-CADCRIS.

           IF      WS-FS-CADCRIS   EQUAL   00
                   ADD 001         TO      WS-LID-CADCRIS

                   IF      WS-QTD-TAB-RIS  GREATER OR EQUAL 00200
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-RIS
                   MOVE    CRIS-CLASSE-1   TO
                           TAB-RIS-CLASSE-1 (WS-QTD-TAB-RIS)
                   MOVE    CRIS-CLASSE-2   TO
                           TAB-RIS-CLASSE-2 (WS-QTD-TAB-RIS)
           END-IF.
      *
       0440-99-EXIT.
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
       0500-00-LEITURA-CADRECB     SECTION.
      *****************************************************************
      *
           MOVE    RECB-QTD-RECEBIDA       TO      WS-QTD-GUARDAR.

           MOVE    RECB-COD-PEC    TO      MATR-COD-PEC.
           PERFORM 1150-00-BUSCA-CLASSE-RISCO.

           PERFORM VARYING WS-IND-TAB-LOC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOC GREATER WS-QTD-TAB-LOC
                   OR      WS-QTD-GUARDAR NOT GREATER ZEROS
                   RECB-COD-PEC                            AND
                   TAB-LOC-CAPAC   (WS-IND-TAB-LOC) GREATER
                   TAB-LOC-OCUP    (WS-IND-TAB-LOC)
                   PERFORM 1250-00-VERIFICA-ZONA
                   IF      WS-COMPATIVEL
                           PERFORM 1200-00-OCUPA-ENDERECO
                   END-IF
             END-IF

           END-PERFORM.
                   AND
                   TAB-LOC-CAPAC   (WS-IND-TAB-LOC) GREATER
                   TAB-LOC-OCUP    (WS-IND-TAB-LOC)
                   PERFORM 1250-00-VERIFICA-ZONA
                   IF      WS-COMPATIVEL
                           MOVE    RECB-COD-PEC    TO
                                   TAB-LOC-COD-PEC (WS-IND-TAB-LOC)
                           MOVE    WS-CLASSE-PECA  TO
                                   TAB-LOC-CLASSE  (WS-IND-TAB-LOC)
                           PERFORM 1200-00-OCUPA-ENDERECO
                   END-IF
             END-IF

           END-PERFORM.
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-BUSCA-CLASSE-RISCO  SECTION.
      *****************************************************************
      *    CLASSE DE RISCO DA PECA EM MATR-COD-PEC (SPACES QUANDO A   *
      *    PECA NAO ESTA NA MATRIZ)                                   *
      *
           MOVE    SPACES          TO      WS-CLASSE-PECA.

           SET     WS-PEC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PEC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PEC GREATER WS-QTD-TAB-PEC
                   OR      WS-PEC-ACHOU

             IF    TAB-PEC-COD (WS-IND-TAB-PEC) EQUAL MATR-COD-PEC
                   SET     WS-PEC-ACHOU    TO      TRUE
                   MOVE    TAB-PEC-CLASSE (WS-IND-TAB-PEC)
                                   TO      WS-CLASSE-PECA
             END-IF

           END-PERFORM.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-VERIFICA-ZONA       SECTION.
      *****************************************************************
      *    O ENDERECO CANDIDATO SO PODE RECEBER A PECA SE NENHUM      *
      *    ENDERECO OCUPADO DA MESMA ZONA (ARMAZEM + CORREDOR) TIVER  *
      *    CLASSE DE RISCO INCOMPATIVEL COM A DA PECA                 *
      *
           SET     WS-COMPATIVEL           TO      TRUE.

           IF      WS-CLASSE-PECA  EQUAL   SPACES
                   GO      TO      1250-99-EXIT
           END-IF.

           PERFORM VARYING WS-IND-ZONA FROM 1 BY 1
                   UNTIL   WS-IND-ZONA GREATER WS-QTD-TAB-LOC
                   OR      WS-INCOMPATIVEL

             IF    TAB-LOC-ENDERECO (WS-IND-ZONA) (1:5) EQUAL
                   TAB-LOC-ENDERECO (WS-IND-TAB-LOC) (1:5)   AND
                   TAB-LOC-OCUP     (WS-IND-ZONA) GREATER ZEROS
                   MOVE    WS-CLASSE-PECA  TO      WS-CLASSE-1
                   MOVE    TAB-LOC-CLASSE (WS-IND-ZONA)
                                           TO      WS-CLASSE-2
                   PERFORM 1260-00-VERIFICA-PAR-CLASSES
             END-IF

           END-PERFORM.

           IF      WS-INCOMPATIVEL
                   ADD     001     TO      WS-QTD-END-RISCO
           END-IF.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1260-00-VERIFICA-PAR-CLASSES SECTION.
      *****************************************************************
      *    SEM RISCO OU MESMA CLASSE E SEMPRE COMPATIVEL; OS DEMAIS   *
      *    PARES SO SE CADASTRADOS NO CADCRIS (EM QUALQUER ORDEM)     *
      *
           IF      WS-CLASSE-1     EQUAL   SPACES      OR
                   WS-CLASSE-2     EQUAL   SPACES      OR
                   WS-CLASSE-1     EQUAL   WS-CLASSE-2
                   SET     WS-COMPATIVEL   TO      TRUE
                   GO      TO      1260-99-EXIT
           END-IF.

           SET     WS-INCOMPATIVEL         TO      TRUE.

           PERFORM VARYING WS-IND-TAB-RIS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RIS GREATER WS-QTD-TAB-RIS
                   OR      WS-COMPATIVEL

             IF   (TAB-RIS-CLASSE-1 (WS-IND-TAB-RIS) EQUAL WS-CLASSE-1
                   AND
                   TAB-RIS-CLASSE-2 (WS-IND-TAB-RIS) EQUAL WS-CLASSE-2)
                   OR
                  (TAB-RIS-CLASSE-1 (WS-IND-TAB-RIS) EQUAL WS-CLASSE-2
                   AND
                   TAB-RIS-CLASSE-2 (WS-IND-TAB-RIS) EQUAL WS-CLASSE-1)
                   SET     WS-COMPATIVEL   TO      TRUE
             END-IF

           END-PERFORM.
      *
       1260-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-OCUPA-ENDERECO      SECTION.
      *****************************************************************
                   LOCA-QTD-CAPAC
             MOVE  TAB-LOC-OCUP      (WS-IND-TAB-LOC)      TO
                   LOCA-QTD-OCUP
             MOVE  TAB-LOC-GATILHO   (WS-IND-TAB-LOC)      TO
                   LOCA-QTD-GATILHO

             WRITE REG-CADLOCN     FROM    REG-LOCA


             ADD   001             TO      WS-GRV-CADLOCN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-LOCA        TO      WGC-REG-IMAGEM
             MOVE  050             TO      WGC-TAM-REG
             PERFORM 0480-00-CHAMA-COBBB010

           END-PERFORM.
      *
       2000-99-EXIT.
      *
           CLOSE   CADRECB
                   CADLOCA
                   CADMATR
                   CADCRIS
                   CADLOCN
                   RELPUTA.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB093'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0480-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB093'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADLOCN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADLOCN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADLOCA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-TAREFAS  TO      WS-EDICAO.
           DISPLAY '* TAREFAS DE GUARDA GERADAS........: ' WS-EDICAO
           ' *'.
                                   TO      WS-EDICAO.
           DISPLAY '* RECEBIMENTOS SEM LOCAL...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-END-RISCO
                                   TO      WS-EDICAO.
           DISPLAY '* ENDERECOS RECUSADOS POR RISCO....: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB093 ******************'.
      *
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB093 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB093 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB093 ******************'.
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
           DISPLAY '******************* GPFPB093 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB093 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
