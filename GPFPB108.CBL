      *****************************************************************
      * MODIFICACOES.:                                                *
      * 02/09/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - PROVISAO POR EMPRESA EMPREGADORA DA LOTACAO *
      *                   (CADFLOT, SEM LOTACAO = 01): SALDO COM A    *
      *                   EMPRESA E LANCAMENTOS DO MES POR EMPRESA    *
      * 15/10/2026 - US - ADIANTAMENTO DA 1a PARCELA DO 13o (GRAVADO  *
      *                   PELA FOLHA DE EVENTOS GPFPB171) MANTIDO NO  *
      *                   SALDO DO FUNCIONARIO                        *
      * 15/10/2026 - US - CADA CADPROVN GRAVADO PASSA A SER           *
      *                   CATALOGADO NO CADGCAT (ROTINA COBBB010)     *
      *                   COMO GERACAO DO CADPROV, COM A QTDE DE      *
      *                   REGISTROS E O SELO DE INTEGRIDADE           *
      *****************************************************************
      *
      *****************************************************************
      *
           SELECT  CADRESP  ASSIGN  TO  UT-S-CADRESP
                   FILE     STATUS  IS  WS-FS-CADRESP.
      *
           SELECT  CADFLOT  ASSIGN  TO  UT-S-CADFLOT
                   FILE     STATUS  IS  WS-FS-CADFLOT.
      *
           SELECT  CADPROV  ASSIGN  TO  UT-S-CADPROV
                   FILE     STATUS  IS  WS-FS-CADPROV.
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRESP         PIC     X(200).
      *
       FD  CADFLOT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFLOT         PIC     X(050).
      *
       FD  CADPROV
           RECORDING  MODE      IS  F
      *****************************************************************
      *
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPROV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPROVN      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCTBP       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPROV      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPROVN     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCTBP      PIC     9(018) VALUE ZEROS.
      *
       01      WS-VLR-PROV-13      PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-PROV-FER     PIC     9(009)V9(002) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
           05  TAB-PRV-FUNC        PIC     9(005).
           05  TAB-PRV-VLR-13      PIC     9(011)V9(002).
           05  TAB-PRV-VLR-FER     PIC     9(011)V9(002).
           05  TAB-PRV-COD-EMPRESA PIC     9(002).
           05  TAB-PRV-VLR-ADIANT  PIC     9(011)V9(002).
      *
       01      WS-COD-EMPRESA      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE LOTACOES (EMPRESA DE CADA FUNCIONARIO)       *
      *****************************************************************
      *
       01      WS-QTD-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LOTACOES.
         03    TAB-LOT-ITEM        OCCURS  05000  TIMES.
           05  TAB-LOT-FUNC        PIC     9(005).
           05  TAB-LOT-COD-EMPRESA PIC     9(002).
      *
      *****************************************************************
      *        TOTAIS DO MES POR EMPRESA, INDEXADOS PELO CODIGO       *
      *****************************************************************
      *
       01      WS-IND-EMP          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-QTD-EMPRESAS     PIC     9(018) VALUE ZEROS.
      *
       01      TAB-EMPRESAS.
         03    TAB-EMP-ITEM        OCCURS  00099  TIMES.
           05  TAB-EMP-QTD-FUNC    PIC     9(007).
           05  TAB-EMP-VLR-13      PIC     9(013)V9(002).
           05  TAB-EMP-VLR-FER     PIC     9(013)V9(002).
      *
       01      WS-SW-PRV-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PRV-ACHOU                VALUE 'S'.
           COPY    COBO1007.
      *
      *****************************************************************
      * INPUT..: CADFLOT - LOTACAO DOS FUNCIONARIOS                   *
      *****************************************************************
      *
           COPY    COBI2018.
      *
      *****************************************************************
      * INPUT..: CADPROV - SALDOS DE PROVISAO                         *
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
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
                                   TO      WS-DATA-PROC.

           OPEN    INPUT   CADRESP
                           CADFLOT
                           CADPROV
                   OUTPUT  CADPROVN
                           CADCTBP.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADPROV'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

           PERFORM 0300-00-CARGA-TAB-LOTACAO
             UNTIL WS-FS-CADFLOT   EQUAL   10.

           PERFORM 0400-00-CARGA-TAB-PROVISAO
             UNTIL WS-FS-CADPROV   EQUAL   10.

                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFLOT NOT EQUAL 00 AND 10
                   MOVE 'CADFLOT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFLOT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPROV NOT EQUAL 00 AND 10
                   MOVE 'CADPROV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPROV     TO      WS-FS-ARQ
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-CARGA-TAB-LOTACAO   SECTION.
      *****************************************************************
      *
           READ    CADFLOT         INTO    REG-FLOT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFLOT   EQUAL   00
                   ADD 001         TO      WS-LID-CADFLOT

                   IF      WS-QTD-TAB-LOT  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LOT
                   MOVE    FLOT-FUNC-CODIGO        TO
                           TAB-LOT-FUNC     (WS-QTD-TAB-LOT)
                   IF      FLOT-COD-EMPRESA NOT NUMERIC    OR
                           FLOT-COD-EMPRESA EQUAL  ZEROS
                           MOVE    01      TO      FLOT-COD-EMPRESA
                   END-IF
                   MOVE    FLOT-COD-EMPRESA        TO
                           TAB-LOT-COD-EMPRESA (WS-QTD-TAB-LOT)
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-PROVISAO  SECTION.
      *****************************************************************
                           TAB-PRV-VLR-13  (WS-QTD-TAB-PRV)
                   MOVE    PROV-VLR-FERIAS TO
                           TAB-PRV-VLR-FER (WS-QTD-TAB-PRV)
                   IF      PROV-COD-EMPRESA NOT NUMERIC    OR
                           PROV-COD-EMPRESA EQUAL  ZEROS
                           MOVE    01      TO      PROV-COD-EMPRESA
                   END-IF
                   MOVE    PROV-COD-EMPRESA        TO
                           TAB-PRV-COD-EMPRESA (WS-QTD-TAB-PRV)
                   IF      PROV-VLR-13-ADIANT NOT NUMERIC
                           MOVE    ZEROS   TO      PROV-VLR-13-ADIANT
                   END-IF
                   MOVE    PROV-VLR-13-ADIANT      TO
                           TAB-PRV-VLR-ADIANT  (WS-QTD-TAB-PRV)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADPROVN NO CATALOGO DE GERACOES     *
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
       0500-00-LEITURA-CADRESP     SECTION.
      *****************************************************************
      *****************************************************************
       1100-00-PROVISIONA-FUNC     SECTION.
      *****************************************************************
      *    13o = 1/12 DO SALARIO; FERIAS + 1/3 = 1/12 X 4/3,          *
      *    TOTALIZADOS NA EMPRESA EMPREGADORA DA LOTACAO              *
      *
           COMPUTE WS-VLR-PROV-13  ROUNDED =
                   FSEL-VLR-SALARIO / 12.
           COMPUTE WS-VLR-PROV-FER ROUNDED =
                   FSEL-VLR-SALARIO / 12 * 4 / 3.

           MOVE    01              TO      WS-COD-EMPRESA.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT

             IF    FSEL-CODIGO     EQUAL
                   TAB-LOT-FUNC (WS-IND-TAB-LOT)
                   MOVE    TAB-LOT-COD-EMPRESA (WS-IND-TAB-LOT) TO
                           WS-COD-EMPRESA
             END-IF

           END-PERFORM.

           MOVE    WS-COD-EMPRESA  TO      WS-IND-EMP.

           ADD     001             TO
                   TAB-EMP-QTD-FUNC (WS-IND-EMP).
           ADD     WS-VLR-PROV-13  TO
                   TAB-EMP-VLR-13   (WS-IND-EMP).
           ADD     WS-VLR-PROV-FER TO
                   TAB-EMP-VLR-FER  (WS-IND-EMP).

           ADD     001             TO      WS-QTD-PROVISIONADOS.

                           TAB-PRV-VLR-13  (WS-IND-TAB-PRV)
                   ADD     WS-VLR-PROV-FER TO
                           TAB-PRV-VLR-FER (WS-IND-TAB-PRV)
                   MOVE    WS-COD-EMPRESA  TO
                           TAB-PRV-COD-EMPRESA (WS-IND-TAB-PRV)
           ELSE
                   IF      WS-QTD-TAB-PRV  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                           TAB-PRV-VLR-13  (WS-QTD-TAB-PRV)
                   MOVE    WS-VLR-PROV-FER TO
                           TAB-PRV-VLR-FER (WS-QTD-TAB-PRV)
                   MOVE    WS-COD-EMPRESA  TO
                           TAB-PRV-COD-EMPRESA (WS-QTD-TAB-PRV)
                   MOVE    ZEROS   TO
                           TAB-PRV-VLR-ADIANT  (WS-QTD-TAB-PRV)
           END-IF.
      *
       1100-99-EXIT.
                   PROV-VLR-13SAL
             MOVE  TAB-PRV-VLR-FER (WS-IND-TAB-PRV)        TO
                   PROV-VLR-FERIAS
             MOVE  TAB-PRV-COD-EMPRESA (WS-IND-TAB-PRV)    TO
                   PROV-COD-EMPRESA
             MOVE  TAB-PRV-VLR-ADIANT  (WS-IND-TAB-PRV)    TO
                   PROV-VLR-13-ADIANT

             WRITE REG-CADPROVN    FROM    REG-PROV


             ADD   001             TO      WS-GRV-CADPROVN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-PROV        TO      WGC-REG-IMAGEM
             MOVE  050             TO      WGC-TAM-REG
             PERFORM 0490-00-CHAMA-COBBB010

           END-PERFORM.
      *
       2000-99-EXIT.
      *****************************************************************
       2200-00-LANCA-PROVISOES     SECTION.
      *****************************************************************
      *    UM LANCAMENTO POR PROVISAO E EMPRESA COM O TOTAL DO MES,   *
      *    NO LAY-OUT DO EXTRATO CADCTB (ABSORVIDO PELO GPFPB028);    *
      *    SEM FUNCIONARIOS, LANCAMENTOS ZERADOS DA EMPRESA 01        *
      *
           PERFORM 2210-00-LANCA-EMPRESA
             VARYING WS-IND-EMP FROM 1 BY 1
             UNTIL WS-IND-EMP GREATER 99.

           IF      WS-QTD-EMPRESAS EQUAL   ZEROS
                   MOVE    01      TO      WS-IND-EMP
                   PERFORM 2220-00-LANCA-PROVISOES-EMPRESA
           END-IF.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2210-00-LANCA-EMPRESA       SECTION.
      *****************************************************************
      *
           IF      TAB-EMP-QTD-FUNC (WS-IND-EMP) GREATER ZEROS
                   PERFORM 2220-00-LANCA-PROVISOES-EMPRESA
           END-IF.
      *
       2210-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2220-00-LANCA-PROVISOES-EMPRESA SECTION.
      *****************************************************************
      *
           ADD     001             TO      WS-QTD-EMPRESAS.

           MOVE    SPACES          TO      REG-CTB.

           MOVE    ZEROS           TO      CTB-COD-PEC.
           MOVE    'PROVISAO MENSAL 13o SALARIO   '
                                   TO      CTB-HISTORICO.
           MOVE    WS-DATA-PROC    TO      CTB-DT-MOV.
           MOVE    WS-IND-EMP      TO      CTB-COD-EMPRESA.
           MOVE    ZEROS           TO      CTB-QTD-ETQ.
           MOVE    TAB-EMP-VLR-13  (WS-IND-EMP)
                                   TO      CTB-VLR-UNIT.
           MOVE    TAB-EMP-VLR-13  (WS-IND-EMP)
                                   TO      CTB-VLR-TOTAL.

           PERFORM 2250-00-GRAVA-LANCAMENTO.

           MOVE    'PROVISAO MENSAL FERIAS + 1/3  '
                                   TO      CTB-HISTORICO.
           MOVE    WS-DATA-PROC    TO      CTB-DT-MOV.
           MOVE    WS-IND-EMP      TO      CTB-COD-EMPRESA.
           MOVE    ZEROS           TO      CTB-QTD-ETQ.
           MOVE    TAB-EMP-VLR-FER (WS-IND-EMP)
                                   TO      CTB-VLR-UNIT.
           MOVE    TAB-EMP-VLR-FER (WS-IND-EMP)
                                   TO      CTB-VLR-TOTAL.

           PERFORM 2250-00-GRAVA-LANCAMENTO.
      *
       2220-99-EXIT.
           EXIT.
      *
      *****************************************************************
      *****************************************************************
      *
           CLOSE   CADRESP
                   CADFLOT
                   CADPROV
                   CADPROVN
                   CADCTBP.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB108'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB108'      TO      WRL-PROGRAMA.
           MOVE    WS-LID-CADRESP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRESP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFLOT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFLOT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPROV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPROV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPROVN TO      WS-EDICAO.
           DISPLAY '* SALDOS GRAVADOS.......- CADPROVN: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADPROV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EMPRESAS TO      WS-EDICAO.
           DISPLAY '* EMPRESAS PROVISIONADAS...........: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB108 ******************'.
      *
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE PROVISOES OU DE     *'.
           DISPLAY '* LOTACOES EXCEDIDA                           *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB108 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB108 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB108 ******************'.
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
           DISPLAY '******************* GPFPB108 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB108 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
