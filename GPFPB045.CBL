      *****************************************************************
      * MODIFICACOES.:                                                *
      * 09/03/2015 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CAPACIDADE E NIVEL DE RESSUPRIMENTO DO      *
      *                   ENDERECO INFORMADOS NO MOVIMENTO            *
      * 15/10/2026 - US - REJEITA INCLUSAO DE ENDERECO EM ZONA        *
      *                   (ARMAZEM + CORREDOR) COM OCUPACAO DE CLASSE *
      *                   DE RISCO INCOMPATIVEL (CADCRIS)             *
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
                   FILE     STATUS  IS  WS-FS-CADMATR.
      *
      *****************************************************************
      * INPUT..: CADCRIS - COMPATIBILIDADE DE RISCO       - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADCRIS  ASSIGN  TO  UT-S-CADCRIS
                   FILE     STATUS  IS  WS-FS-CADCRIS.
      *
      *****************************************************************
      * OUTPUT.: CADLOCN - LOCALIZACOES ATUALIZADAS       - LRECL=050 *
      *****************************************************************
      *
       01      REG-CADMATR         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCRIS - COMPATIBILIDADE DE RISCO       - LRECL=050 *
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
      * OUTPUT.: CADLOCN - LOCALIZACOES ATUALIZADAS       - LRECL=050 *
      *****************************************************************
      *
       01      WS-FS-CADLOCA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADLOCM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCRIS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADLOCN       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADLOCA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADLOCM      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCRIS      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADLOCN      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-INCLUIDOS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EXCLUIDOS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADOS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJ-RISCO    PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
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
      *        TABELA DOS PARES DE CLASSES DE RISCO COMPATIVEIS       *
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
      *****************************************************************
      *        TABELA DOS ENDERECOS OCUPADOS POR PECA COM CLASSE DE   *
      *        RISCO (CARREGADA NUMA PRIMEIRA LEITURA DO CADLOCA)     *
      *****************************************************************
      *
       01      WS-QTD-TAB-OCU      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-OCU      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-OCUPADOS.
         03    TAB-OCU-ITEM        OCCURS  10000  TIMES.
           05  TAB-OCU-ZONA        PIC     X(005).
           05  TAB-OCU-CLASSE      PIC     X(002).
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
           OPEN    INPUT   CADLOCA
                           CADLOCM
                           CADMATR
                           CADCRIS
                   OUTPUT  CADLOCN.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADLOCA'       TO      WGC-ARQUIVO.

           PERFORM 0480-00-CHAMA-COBBB010.

           PERFORM 0450-00-CARGA-TAB-PECAS
             UNTIL WS-FS-CADMATR   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-RISCOS
             UNTIL WS-FS-CADCRIS   EQUAL   10.

      *    PRIMEIRA PASSAGEM NO CADLOCA - OCUPACAO POR ZONA; O ARQUIVO
      *    E REABERTO PARA O BALANCE-LINE
           PERFORM 0470-00-CARGA-TAB-OCUPADOS
             UNTIL WS-FS-CADLOCA   EQUAL   10.

           CLOSE   CADLOCA.

           OPEN    INPUT   CADLOCA.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADLOCA.

           MOVE    ZEROS           TO      WS-LID-CADLOCA.

           PERFORM 0500-00-LEITURA-CADLOCA.

           PERFORM 0600-00-LEITURA-CADLOCM-VALIDO.
           PERFORM 0370-00-TESTA-FS-CADMATR.

           PERFORM 0400-00-TESTA-FS-CADLOCN.

           PERFORM 0420-00-TESTA-FS-CADCRIS.
      *
       0200-99-EXIT.
           EXIT.
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-TESTA-FS-CADCRIS    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCRIS NOT EQUAL 00 AND 10
                   MOVE 'CADCRIS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCRIS
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-CARGA-TAB-PECAS     SECTION.
      *****************************************************************
                           ADD     001     TO      WS-QTD-TAB-PEC
                           MOVE    MATR-COD-PEC    TO
                                   TAB-PEC-COD (WS-QTD-TAB-PEC)
                           MOVE    MATR-CLASSE-RISCO       TO
                                   TAB-PEC-CLASSE (WS-QTD-TAB-PEC)
                   END-IF
           END-IF.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-RISCOS    SECTION.
      *****************************************************************
      *
           READ    CADCRIS         INTO    REG-CRIS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0420-00-TESTA-FS-CADCRIS.

           IF      WS-FS-CADCRIS   EQUAL   00
                   ADD 001         TO      WS-LID-CADCRIS

                   IF      WS-QTD-TAB-RIS  LESS    00200
                           ADD     001     TO      WS-QTD-TAB-RIS
                           MOVE    CRIS-CLASSE-1   TO
                                   TAB-RIS-CLASSE-1 (WS-QTD-TAB-RIS)
                           MOVE    CRIS-CLASSE-2   TO
                                   TAB-RIS-CLASSE-2 (WS-QTD-TAB-RIS)
                   END-IF
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0470-00-CARGA-TAB-OCUPADOS  SECTION.
      *****************************************************************
      *    SO ENTRAM OS ENDERECOS COM OCUPACAO DE PECA COM CLASSE DE  *
      *    RISCO                                                      *
      *
           READ    CADLOCA         INTO    REG-LOCA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADLOCA.

           IF      WS-FS-CADLOCA   NOT EQUAL 00
                   GO      TO      0470-99-EXIT
           END-IF.

           IF      LOCA-QTD-OCUP   NOT NUMERIC OR
                   LOCA-QTD-OCUP   EQUAL   ZEROS
                   GO      TO      0470-99-EXIT
           END-IF.

           MOVE    SPACES          TO      WS-CLASSE-PECA.

           SET     WS-PEC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PEC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PEC GREATER WS-QTD-TAB-PEC
                   OR      WS-PEC-ACHOU

             IF    LOCA-COD-PEC EQUAL TAB-PEC-COD (WS-IND-TAB-PEC)
                   SET     WS-PEC-ACHOU    TO      TRUE
                   MOVE    TAB-PEC-CLASSE (WS-IND-TAB-PEC)
                                   TO      WS-CLASSE-PECA
             END-IF

           END-PERFORM.

           IF      WS-CLASSE-PECA  NOT EQUAL SPACES AND
                   WS-QTD-TAB-OCU  LESS    10000
                   ADD     001     TO      WS-QTD-TAB-OCU
                   MOVE    LOCA-ENDERECO (1:5)     TO
                           TAB-OCU-ZONA   (WS-QTD-TAB-OCU)
                   MOVE    WS-CLASSE-PECA          TO
                           TAB-OCU-CLASSE (WS-QTD-TAB-OCU)
           END-IF.
      *
       0470-99-EXIT.
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
       0500-00-LEITURA-CADLOCA     SECTION.
      *****************************************************************

           IF      WS-FS-CADLOCA   EQUAL   00
                   ADD 001         TO      WS-LID-CADLOCA
                   IF      LOCA-QTD-GATILHO NOT NUMERIC
                           MOVE    ZEROS   TO      LOCA-QTD-GATILHO
                   END-IF
                   MOVE    LOCA-COD-PEC    TO      WS-CHAVE-LOCA-PEC
                   MOVE    LOCA-ENDERECO   TO      WS-CHAVE-LOCA-END
           END-IF.
                           SET     WS-LOCM-INVALIDO TO     TRUE
                   END-IF

                   IF      LOCM-QTD-CAPAC  NOT NUMERIC
                           MOVE    ZEROS   TO      LOCM-QTD-CAPAC
                   END-IF

                   IF      LOCM-QTD-GATILHO NOT NUMERIC
                           MOVE    ZEROS   TO      LOCM-QTD-GATILHO
                   END-IF

                   IF      WS-LOCM-VALIDO
                           PERFORM 0700-00-VALIDA-PECA
                   END-IF

                   IF      WS-LOCM-VALIDO AND LOCM-INCLUSAO
                           PERFORM 0720-00-VALIDA-ZONA-RISCO
                           IF      WS-INCOMPATIVEL
                                   SET     WS-LOCM-INVALIDO TO TRUE
                                   ADD     001     TO
                                           WS-QTD-REJ-RISCO
                                   DISPLAY 'GPFPB045 - ZONA COM RISCO '
                                           'INCOMPATIVEL: '
                                           REG-LOCM (1:17)
                           END-IF
                   END-IF

                   IF      WS-LOCM-INVALIDO
                           ADD     001     TO      WS-QTD-REJEITADOS
                           DISPLAY 'GPFPB045 - MOVIMENTO REJEITADO: '
      *
           SET     WS-PEC-NAO-ACHOU        TO      TRUE.

           MOVE    SPACES          TO      WS-CLASSE-PECA.

           PERFORM VARYING WS-IND-TAB-PEC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PEC GREATER WS-QTD-TAB-PEC
                   OR      WS-PEC-ACHOU

             IF    LOCM-COD-PEC EQUAL TAB-PEC-COD (WS-IND-TAB-PEC)
                   SET     WS-PEC-ACHOU    TO      TRUE
                   MOVE    TAB-PEC-CLASSE (WS-IND-TAB-PEC)
                                   TO      WS-CLASSE-PECA
             END-IF

           END-PERFORM.
       0700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0720-00-VALIDA-ZONA-RISCO   SECTION.
      *****************************************************************
      *    A PECA SO PODE SER ENDERECADA NUMA ZONA (ARMAZEM +         *
      *    CORREDOR) SEM OCUPACAO DE CLASSE DE RISCO INCOMPATIVEL.    *
      *    SEM RISCO OU MESMA CLASSE E SEMPRE COMPATIVEL; OS DEMAIS   *
      *    PARES SO SE CADASTRADOS NO CADCRIS (EM QUALQUER ORDEM)     *
      *
           SET     WS-COMPATIVEL           TO      TRUE.

           IF      WS-CLASSE-PECA  EQUAL   SPACES
                   GO      TO      0720-99-EXIT
           END-IF.

           PERFORM VARYING WS-IND-TAB-OCU FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OCU GREATER WS-QTD-TAB-OCU
                   OR      WS-INCOMPATIVEL

             IF    TAB-OCU-ZONA   (WS-IND-TAB-OCU) EQUAL
                   LOCM-ENDERECO (1:5)                       AND
                   TAB-OCU-CLASSE (WS-IND-TAB-OCU) NOT EQUAL
                   WS-CLASSE-PECA
                   MOVE    WS-CLASSE-PECA  TO      WS-CLASSE-1
                   MOVE    TAB-OCU-CLASSE (WS-IND-TAB-OCU)
                                           TO      WS-CLASSE-2
                   PERFORM 0730-00-VERIFICA-PAR-CLASSES
             END-IF

           END-PERFORM.
      *
       0720-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0730-00-VERIFICA-PAR-CLASSES SECTION.
      *****************************************************************
      *
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
       0730-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
                   MOVE    LOCM-ENDERECO   TO      LOCA-ENDERECO
                   MOVE    LOCM-IND-PRINCIPAL
                                           TO      LOCA-IND-PRINCIPAL
                   MOVE    LOCM-QTD-CAPAC  TO      LOCA-QTD-CAPAC
                   MOVE    ZEROS           TO      LOCA-QTD-OCUP
                   MOVE    LOCM-QTD-GATILHO
                                           TO      LOCA-QTD-GATILHO
                   PERFORM 1100-00-GRAVACAO-CADLOCN
                   ADD     001             TO      WS-QTD-INCLUIDOS
                   MOVE    WS-SALVA-LOCA   TO      REG-LOCA
                   ADD     001             TO      WS-QTD-EXCLUIDOS
           ELSE
      *            INCLUSAO DE ENDERECO JA CADASTRADO - O INDICADOR
      *            PRINCIPAL E ATUALIZADO, ASSIM COMO A CAPACIDADE E O
      *            NIVEL DE RESSUPRIMENTO QUANDO INFORMADOS
                   MOVE    LOCM-IND-PRINCIPAL
                                           TO      LOCA-IND-PRINCIPAL
                   IF      LOCM-QTD-CAPAC  GREATER ZEROS
                           MOVE    LOCM-QTD-CAPAC
                                           TO      LOCA-QTD-CAPAC
                   END-IF
                   IF      LOCM-QTD-GATILHO GREATER ZEROS
                           MOVE    LOCM-QTD-GATILHO
                                           TO      LOCA-QTD-GATILHO
                   END-IF
                   PERFORM 1100-00-GRAVACAO-CADLOCN
                   ADD     001             TO      WS-QTD-INCLUIDOS
           END-IF.
           PERFORM 0400-00-TESTA-FS-CADLOCN.

           ADD     001             TO      WS-GRV-CADLOCN.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-LOCA        TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0480-00-CHAMA-COBBB010.
      *
       1100-99-EXIT.
           EXIT.
           CLOSE   CADLOCA
                   CADLOCM
                   CADMATR
                   CADCRIS
                   CADLOCN.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB045'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0480-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB045'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADLOCN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADLOCN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADLOCA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-INCLUIDOS
                                   TO      WS-EDICAO.
           DISPLAY '* ENDERECOS INCLUIDOS/ATUALIZADOS..: ' WS-EDICAO
                                   TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS REJEITADOS............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJ-RISCO
                                   TO      WS-EDICAO.
           DISPLAY '* REJEITADOS POR CLASSE DE RISCO...: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB045 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB045 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB045 ******************'.
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
           DISPLAY '******************* GPFPB045 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB045 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
