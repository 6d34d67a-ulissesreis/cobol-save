      *                   A SER CRITICADO COMO NUMERICO EM INCLUSOES  *
      *                   E ALTERACOES (OCORRENCIA 067) - ELE E       *
      *                   CARREGADO PARA O CADASTRO PELO GPFPB013     *
      * 15/10/2026 - US - INCLUSAO (ADMISSAO) SO E ACEITA SE O        *
      *                   DEPARTAMENTO/CC DA LOTACAO INFORMADA        *
      *                   (CADLADM) TEM VAGA NO QUADRO AUTORIZADO     *
      *                   (CADQUAD) E O SALARIO ESTA NA FAIXA DA VAGA *
      *                   - OCUPACAO PELAS LOTACOES (CADFLOT) DOS     *
      *                   FUNCIONARIOS ATIVOS (CADRESP) MAIS AS       *
      *                   ADMISSOES JA ACEITAS NA EXECUCAO            *
      *                   (OCORRENCIAS 071/072/073)                   *
      *****************************************************************
      *
      *****************************************************************
                   FILE     STATUS  IS  WS-FS-MOVFUNC.
      *
      *****************************************************************
      * INPUT..: CADQUAD - QUADRO DE VAGAS AUTORIZADAS    - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADQUAD  ASSIGN  TO  UT-S-CADQUAD
                   FILE     STATUS  IS  WS-FS-CADQUAD.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS      - LRECL=200 *
      *****************************************************************
      *
           SELECT  CADRESP  ASSIGN  TO  UT-S-CADRESP
                   FILE     STATUS  IS  WS-FS-CADRESP.
      *
      *****************************************************************
      * INPUT..: CADFLOT - LOTACAO DOS FUNCIONARIOS       - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADFLOT  ASSIGN  TO  UT-S-CADFLOT
                   FILE     STATUS  IS  WS-FS-CADFLOT.
      *
      *****************************************************************
      * INPUT..: CADLADM - LOTACAO DAS ADMISSOES          - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADLADM  ASSIGN  TO  UT-S-CADLADM
                   FILE     STATUS  IS  WS-FS-CADLADM.
      *
      *****************************************************************
      * OUTPUT.: MOVFACE - TRANSACOES ACEITAS             - LRECL=200 *
      *****************************************************************
      *
       01      REG-MOVFUNC         PIC     X(200).
      *
      *****************************************************************
      * INPUT..: CADQUAD - QUADRO DE VAGAS AUTORIZADAS    - LRECL=050 *
      *****************************************************************
      *
       FD  CADQUAD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADQUAD         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS      - LRECL=200 *
      *****************************************************************
      *
       FD  CADRESP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRESP         PIC     X(200).
      *
      *****************************************************************
      * INPUT..: CADFLOT - LOTACAO DOS FUNCIONARIOS       - LRECL=050 *
      *****************************************************************
      *
       FD  CADFLOT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFLOT         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADLADM - LOTACAO DAS ADMISSOES          - LRECL=050 *
      *****************************************************************
      *
       FD  CADLADM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADLADM         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: MOVFACE - TRANSACOES ACEITAS             - LRECL=200 *
      *****************************************************************
      *
       01      WS-FS-MOVFACE       PIC     9(002) VALUE ZEROS.
       01      WS-FS-MOVFREJ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELMFRE       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADQUAD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADLADM       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-MOVFUNC      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-MOVFACE      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-MOVFREJ      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELMFRE      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADQUAD      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADLADM      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-SEM-VAGA     PIC     9(018) VALUE ZEROS.
      *
       01      WS-COD-OCORR        PIC     9(003) VALUE ZEROS.
      *
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DO QUADRO DE VAGAS (CADQUAD), COM A OCUPACAO    *
      *****************************************************************
      *
       01      WS-QTD-TAB-QUA      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-QUA      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-QUADRO.
         03    TAB-QUA-ITEM        OCCURS  00500  TIMES.
           05  TAB-QUA-COD-DEPT    PIC     X(004).
           05  TAB-QUA-COD-CC      PIC     X(006).
           05  TAB-QUA-AUTORIZ     PIC     9(004).
           05  TAB-QUA-OCUPADAS    PIC     9(004).
           05  TAB-QUA-SAL-MINIMO  PIC     9(007)V9(002).
           05  TAB-QUA-SAL-MAXIMO  PIC     9(007)V9(002).
      *
       01      WS-SW-QUA-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-QUA-ACHOU                VALUE 'S'.
         88    WS-QUA-NAO-ACHOU            VALUE 'N'.
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
      *****************************************************************
      *        TABELA DA LOTACAO DAS ADMISSOES (CADLADM)              *
      *****************************************************************
      *
       01      WS-QTD-TAB-ADM      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ADM      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ADMISSOES.
         03    TAB-ADM-ITEM        OCCURS  05000  TIMES.
           05  TAB-ADM-FUNC        PIC     9(005).
           05  TAB-ADM-COD-DEPT    PIC     X(004).
           05  TAB-ADM-COD-CC      PIC     X(006).
      *
       01      WS-SW-ADM-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ADM-ACHOU                VALUE 'S'.
         88    WS-ADM-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        VARIAVEIS PARA TRATAMENTO DE ABEND                     *
      *****************************************************************
      *
           COPY    COBO2014.
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
      * INPUT..: CADFLOT/CADLADM - LOTACAO DOS FUNCIONARIOS E DAS     *
      *          ADMISSOES (MESMO LAY-OUT)                            *
      *****************************************************************
      *
           COPY    COBI2018.
      *
      *****************************************************************
      * INTERFACE.: CONSISTENCIA DE DATA (COBBB006)                   *
      *****************************************************************
      *
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   MOVFUNC
                           CADQUAD
                           CADRESP
                           CADFLOT
                           CADLADM
                   OUTPUT  MOVFACE
                           MOVFREJ
                           RELMFRE.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-TAB-QUADRO
             UNTIL WS-FS-CADQUAD   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-FUNCIONARIOS
             UNTIL WS-FS-CADRESP   EQUAL   10.

           PERFORM 0440-00-APURA-OCUPACAO
             UNTIL WS-FS-CADFLOT   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-ADMISSOES
             UNTIL WS-FS-CADLADM   EQUAL   10.

           PERFORM 0500-00-LEITURA-MOVFUNC.

           IF      WS-FS-MOVFUNC   EQUAL   10
           PERFORM 0320-00-TESTA-FS-MOVFREJ.

           PERFORM 0330-00-TESTA-FS-RELMFRE.

           PERFORM 0340-00-TESTA-FS-CADQUAD.

           PERFORM 0350-00-TESTA-FS-CADRESP.

           PERFORM 0360-00-TESTA-FS-CADFLOT.

           PERFORM 0370-00-TESTA-FS-CADLADM.
      *
       0200-99-EXIT.
           EXIT.
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0340-00-TESTA-FS-CADQUAD    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADQUAD NOT EQUAL 00 AND 10
                   MOVE 'CADQUAD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADQUAD
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0340-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-TESTA-FS-CADRESP    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRESP NOT EQUAL 00 AND 10
                   MOVE 'CADRESP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRESP
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0360-00-TESTA-FS-CADFLOT    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADFLOT NOT EQUAL 00 AND 10
                   MOVE 'CADFLOT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFLOT
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0370-00-TESTA-FS-CADLADM    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADLADM NOT EQUAL 00 AND 10
                   MOVE 'CADLADM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADLADM
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0370-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-QUADRO    SECTION.
      *****************************************************************
      *
           READ    CADQUAD         INTO    REG-QUAD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0340-00-TESTA-FS-CADQUAD.

           IF      WS-FS-CADQUAD   EQUAL   00
                   ADD 001         TO      WS-LID-CADQUAD

                   IF      WS-QTD-TAB-QUA  GREATER OR EQUAL 00500
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-QUA
                   MOVE    QUAD-COD-DEPT   TO
                           TAB-QUA-COD-DEPT   (WS-QTD-TAB-QUA)
                   MOVE    QUAD-COD-CC     TO
                           TAB-QUA-COD-CC     (WS-QTD-TAB-QUA)
                   MOVE    QUAD-QTD-AUTORIZ        TO
                           TAB-QUA-AUTORIZ    (WS-QTD-TAB-QUA)
                   MOVE    ZEROS           TO
                           TAB-QUA-OCUPADAS   (WS-QTD-TAB-QUA)
                   MOVE    QUAD-SAL-MINIMO TO
                           TAB-QUA-SAL-MINIMO (WS-QTD-TAB-QUA)
                   MOVE    QUAD-SAL-MAXIMO TO
                           TAB-QUA-SAL-MAXIMO (WS-QTD-TAB-QUA)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-FUNCIONARIOS SECTION.
      *****************************************************************
      *
           READ    CADRESP         INTO    REG-FSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0350-00-TESTA-FS-CADRESP.

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
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-APURA-OCUPACAO      SECTION.
      *****************************************************************
      *    CADA LOTACAO DE FUNCIONARIO ATIVO OCUPA UMA VAGA DO SEU    *
      *    DEPARTAMENTO/CC; LOTACAO DE DESLIGADO NAO CONTA            *
      *
           READ    CADFLOT         INTO    REG-FLOT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADFLOT.

           IF      WS-FS-CADFLOT   NOT EQUAL 00
                   GO      TO      0440-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFLOT.

           SET     WS-FUN-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FUN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FUN GREATER WS-QTD-TAB-FUN
                   OR      WS-FUN-ACHOU

             IF    FLOT-FUNC-CODIGO EQUAL
                   TAB-FUN-CODIGO (WS-IND-TAB-FUN)
                   SET     WS-FUN-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FUN-NAO-ACHOU
                   GO      TO      0440-99-EXIT
           END-IF.

           MOVE    FLOT-COD-DEPT   TO      WS-COD-DEPT-VAGA.
           MOVE    FLOT-COD-CC     TO      WS-COD-CC-VAGA.

           PERFORM 0480-00-PESQUISA-QUADRO.

           IF      WS-QUA-ACHOU
                   ADD     001     TO
                           TAB-QUA-OCUPADAS (WS-IND-TAB-QUA)
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-ADMISSOES SECTION.
      *****************************************************************
      *
           READ    CADLADM         INTO    REG-FLOT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0370-00-TESTA-FS-CADLADM.

           IF      WS-FS-CADLADM   EQUAL   00
                   ADD 001         TO      WS-LID-CADLADM

                   IF      WS-QTD-TAB-ADM  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-ADM
                   MOVE    FLOT-FUNC-CODIGO        TO
                           TAB-ADM-FUNC     (WS-QTD-TAB-ADM)
                   MOVE    FLOT-COD-DEPT   TO
                           TAB-ADM-COD-DEPT (WS-QTD-TAB-ADM)
                   MOVE    FLOT-COD-CC     TO
                           TAB-ADM-COD-CC   (WS-QTD-TAB-ADM)
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-PESQUISA-QUADRO     SECTION.
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
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-MOVFUNC     SECTION.
      *****************************************************************
                   MOVF-TP-SOL     NOT EQUAL 'E'
                   PERFORM         0650-00-CRITICA-DADOS-PESSOAIS
           END-IF.

      *    ADMISSAO SO COM VAGA AUTORIZADA NO DEPARTAMENTO/CC
           IF      WS-MOVF-VALIDO          AND
                   MOVF-TP-SOL     EQUAL   'I'
                   PERFORM         0700-00-CRITICA-VAGA
           END-IF.
      *
       0600-99-EXIT.
           EXIT.
       0650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0700-00-CRITICA-VAGA        SECTION.
      *****************************************************************
      *    A ADMISSAO ACEITA OCUPA A VAGA, PARA QUE AS DEMAIS         *
      *    ADMISSOES DA MESMA EXECUCAO NAO A DISPUTEM                 *
      *
           SET     WS-ADM-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-ADM FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ADM GREATER WS-QTD-TAB-ADM
                   OR      WS-ADM-ACHOU

             IF    MOVF-CODIGO     EQUAL
                   TAB-ADM-FUNC (WS-IND-TAB-ADM)
                   SET     WS-ADM-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ADM-NAO-ACHOU
                   SET     WS-MOVF-INVALIDO        TO      TRUE
                   MOVE    071     TO      WS-COD-OCORR
                   GO      TO      0700-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-ADM.

           MOVE    TAB-ADM-COD-DEPT (WS-IND-TAB-ADM)
                                   TO      WS-COD-DEPT-VAGA.
           MOVE    TAB-ADM-COD-CC   (WS-IND-TAB-ADM)
                                   TO      WS-COD-CC-VAGA.

           PERFORM 0480-00-PESQUISA-QUADRO.

           IF      WS-QUA-NAO-ACHOU
                   SET     WS-MOVF-INVALIDO        TO      TRUE
                   MOVE    072     TO      WS-COD-OCORR
                   ADD     001     TO      WS-QTD-SEM-VAGA
                   GO      TO      0700-99-EXIT
           END-IF.

           IF      TAB-QUA-OCUPADAS (WS-IND-TAB-QUA) NOT LESS
                   TAB-QUA-AUTORIZ  (WS-IND-TAB-QUA)
                   SET     WS-MOVF-INVALIDO        TO      TRUE
                   MOVE    072     TO      WS-COD-OCORR
                   ADD     001     TO      WS-QTD-SEM-VAGA
                   GO      TO      0700-99-EXIT
           END-IF.

      *    FAIXA SALARIAL DA VAGA - MAXIMO ZERADO, SEM FAIXA
           IF      TAB-QUA-SAL-MAXIMO (WS-IND-TAB-QUA) GREATER ZEROS
              IF   MOVF-VLR-SALARIO LESS
                   TAB-QUA-SAL-MINIMO (WS-IND-TAB-QUA)   OR
                   MOVF-VLR-SALARIO GREATER
                   TAB-QUA-SAL-MAXIMO (WS-IND-TAB-QUA)
                   SET     WS-MOVF-INVALIDO        TO      TRUE
                   MOVE    073     TO      WS-COD-OCORR
                   GO      TO      0700-99-EXIT
              END-IF
           END-IF.

           ADD     001             TO
                   TAB-QUA-OCUPADAS (WS-IND-TAB-QUA).
      *
       0700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-GRAVACAO-MOVFACE    SECTION.
      *****************************************************************
      *****************************************************************
      *
           CLOSE   MOVFUNC
                   CADQUAD
                   CADRESP
                   CADFLOT
                   CADLADM
                   MOVFACE
                   MOVFREJ
                   RELMFRE.
           MOVE    WS-LID-MOVFUNC  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- MOVFUNC.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADQUAD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADQUAD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRESP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRESP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFLOT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFLOT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADLADM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADLADM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-MOVFACE  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- MOVFACE.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-MOVFREJ  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- MOVFREJ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-VAGA TO      WS-EDICAO.
           DISPLAY '* ADMISSOES SEM VAGA AUTORIZADA...: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB061 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB061 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB061 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB061 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
