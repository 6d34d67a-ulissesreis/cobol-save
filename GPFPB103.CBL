      *                  ANUAL (CADBUDG), MOSTRA O ACUMULADO, A       *
      *                  PROJECAO DO ANO E MARCA ESTOURO ACIMA DO     *
      *                  LIMIAR PARAMETRIZADO (CADPARM)               *
      *                - O COMPROMETIDO (SALDO A RECEBER DOS PEDIDOS  *
      *                  EM ABERTO, CADBCOM DO GPFPB129) SAI EM       *
      *                  COLUNA PROPRIA, SEPARADO DO REALIZADO        *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB103:                    *
      *                PARM-VALOR (1:4) - LIMIAR DE ESTOURO % (99V99) *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 02/09/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - COLUNA DE COMPROMETIDO (CADBCOM) NO RELBUDG *
      * 15/10/2026 - US - CADA CADBACN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADBACU, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      *****************************************************************
      *
      *****************************************************************
      *
           SELECT  CADBACU  ASSIGN  TO  UT-S-CADBACU
                   FILE     STATUS  IS  WS-FS-CADBACU.
      *
           SELECT  CADBCOM  ASSIGN  TO  UT-S-CADBCOM
                   FILE     STATUS  IS  WS-FS-CADBCOM.
      *
           SELECT  CADPORD  ASSIGN  TO  UT-S-CADPORD
                   FILE     STATUS  IS  WS-FS-CADPORD.
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBACU         PIC     X(050).
      *
       FD  CADBCOM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBCOM         PIC     X(050).
      *
       FD  CADPORD
           RECORDING  MODE      IS  F
      *
       01      WS-FS-CADBUDG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBACU       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBCOM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPORD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADBUDG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADBACU      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADBCOM      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPORD      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
           05  TAB-BUD-CLASSE      PIC     X(002).
           05  TAB-BUD-VLR-ANUAL   PIC     9(013)V9(002).
           05  TAB-BUD-VLR-ACUM    PIC     9(013)V9(002).
           05  TAB-BUD-VLR-COMPROM PIC     9(013)V9(002).
      *
       01      WS-SW-BUD-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-BUD-ACHOU                VALUE 'S'.
         03    FILLER              PIC     X(013) VALUE
               'REALIZADO YTD'.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE 'COMPROMETIDO'.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE 'PROJECAO ANO'.
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(017) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-REAL-YTD       PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-COMPROM        PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-PROJECAO       PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(008).
         03    FILLER              PIC     X(017) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADBUDG - ORCAMENTO ANUAL                            *
           COPY    COBO1072.
      *
      *****************************************************************
      * INPUT..: CADBCOM - ORCAMENTO COMPROMETIDO                     *
      *****************************************************************
      *
           COPY    COBO1089.
      *
      *****************************************************************
      * INPUT..: CADPORD - PEDIDOS DE COMPRA                          *
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
       01      WS-GCAT-CADBACU     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************

           OPEN    INPUT   CADBUDG
                           CADBACU
                           CADBCOM
                           CADPORD
                           CADRESP
                           CADFLOT

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADBACU'       TO      WGC-ARQUIVO.

           PERFORM 0470-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADBACU.

           PERFORM 0350-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           PERFORM 0420-00-CARGA-ACUMULADO
             UNTIL WS-FS-CADBACU   EQUAL   10.

           PERFORM 0430-00-CARGA-COMPROMETIDO
             UNTIL WS-FS-CADBCOM   EQUAL   10.

           PERFORM 0440-00-CARGA-LOTACOES
             UNTIL WS-FS-CADFLOT   EQUAL   10.

                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBCOM NOT EQUAL 00 AND 10
                   MOVE 'CADBCOM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBCOM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPORD NOT EQUAL 00 AND 10
                   MOVE 'CADPORD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPORD     TO      WS-FS-ARQ
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0430-00-CARGA-COMPROMETIDO  SECTION.
      *****************************************************************
      *
           READ    CADBCOM         INTO    REG-BCOM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADBCOM   EQUAL   00
                   ADD 001         TO      WS-LID-CADBCOM

                   IF      BCOM-ANO        EQUAL   WS-PROC-ANO
                           MOVE    BCOM-COD-DEPT   TO  WS-COD-DEPT
                           MOVE    BCOM-COD-CC     TO  WS-COD-CC
                           MOVE    BCOM-CLASSE     TO  WS-CLASSE
                           PERFORM 0460-00-PROCURA-RUBRICA
                           ADD     BCOM-VLR-COMPROM TO
                                   TAB-BUD-VLR-COMPROM (WS-IND-TAB-BUD)
                   END-IF
           END-IF.
      *
       0430-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-LOTACOES      SECTION.
      *****************************************************************
                   MOVE    ZEROS   TO
                           TAB-BUD-VLR-ANUAL (WS-IND-TAB-BUD)
                           TAB-BUD-VLR-ACUM  (WS-IND-TAB-BUD)
                           TAB-BUD-VLR-COMPROM (WS-IND-TAB-BUD)
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0470-00-CHAMA-COBBB010      SECTION.
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
       0470-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADPORD     SECTION.
      *****************************************************************
       2000-00-GRAVACAO-CADBACN    SECTION.
      *****************************************************************
      *
           MOVE    WS-GCAT-CADBACU TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-BUD FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BUD GREATER WS-QTD-TAB-BUD


             ADD   001             TO      WS-GRV-CADBACN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-CADBACN     TO      WGC-REG-IMAGEM
             MOVE  050             TO      WGC-TAM-REG
             PERFORM 0470-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADBACU.
      *
       2000-99-EXIT.
           EXIT.
                                   TO      DET1-ORCADO-YTD.
           MOVE    TAB-BUD-VLR-ACUM (WS-IND-TAB-BUD)
                                   TO      DET1-REAL-YTD.
           MOVE    TAB-BUD-VLR-COMPROM (WS-IND-TAB-BUD)
                                   TO      DET1-COMPROM.
           MOVE    WS-VLR-PROJECAO TO      DET1-PROJECAO.

           IF      TAB-BUD-VLR-ACUM (WS-IND-TAB-BUD) GREATER
      *
           CLOSE   CADBUDG
                   CADBACU
                   CADBCOM
                   CADPORD
                   CADRESP
                   CADFLOT

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADBACU TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB103'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0470-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADBACU.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB103'      TO      WRL-PROGRAMA.
           MOVE    WS-LID-CADBUDG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBUDG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADBCOM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBCOM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPORD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPORD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ESTOUROS TO      WS-EDICAO.
           DISPLAY '* RUBRICAS COM ESTOURO.............: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADBACU TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADBACU.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB103 ******************'.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB103 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB103 ******************'.
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
           DISPLAY '******************* GPFPB103 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB103 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
