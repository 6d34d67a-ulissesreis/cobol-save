      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB157.
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
      * OBJETIVO.....: IMPRIMIR NO RELATORIO RELEXPR AS EXCECOES DE   *
      *                PRECO DE VENDA APURADAS NO GPFPB014 (CADEXPR): *
      *                VENDAS ABAIXO DO PRECO MINIMO E VENDAS DE      *
      *                PECAS SEM PRECO VIGENTE NA TABELA (CADPVEN),   *
      *                UMA PAGINA POR FILIAL, COM TOTAL POR DIA DE    *
      *                VENDA E POR FILIAL.                            *
      *****************************************************************
      * OBSERVACAO...: EXECUTAR APOS O GPFPB014. O CADEXPR VEM NA     *
      *                ORDEM DO MOVIMENTO E E ORDENADO POR FILIAL E   *
      *                DATA DA VENDA EM TABELA INTERNA.               *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
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
      * INPUT..: CADEXPR - EXCECOES DE PRECO DE VENDA     - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADEXPR  ASSIGN  TO  UT-S-CADEXPR
                   FILE     STATUS  IS  WS-FS-CADEXPR.
      *
      *****************************************************************
      * OUTPUT.: RELEXPR - EXCECOES DE PRECO POR FILIAL   - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELEXPR  ASSIGN  TO  UT-S-RELEXPR
                   FILE     STATUS  IS  WS-FS-RELEXPR.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADEXPR - EXCECOES DE PRECO DE VENDA     - LRECL=100 *
      *****************************************************************
      *
       FD  CADEXPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADEXPR         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELEXPR - EXCECOES DE PRECO POR FILIAL   - LRECL=133 *
      *****************************************************************
      *
       FD  RELEXPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELEXPR         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADEXPR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELEXPR       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADEXPR      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELEXPR      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-FILIAIS      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ABAIXO-PISO  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-PRECO    PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-LINHA-IMP        PIC     X(133) VALUE SPACES.
      *
      *****************************************************************
      *        QUEBRAS E TOTAIS POR FILIAL E DIA DE VENDA             *
      *****************************************************************
      *
       01      WS-COD-FIL-ANT      PIC     9(005) VALUE ZEROS.
       01      WS-DT-VENDA-ANT     PIC     9(008) VALUE ZEROS.
      *
       01      WS-VLR-DIFERENCA    PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-DIA-QTD-PISO     PIC     9(007) VALUE ZEROS.
       01      WS-DIA-QTD-SEM      PIC     9(007) VALUE ZEROS.
       01      WS-DIA-VLR-DIFER    PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-FIL-QTD-PISO     PIC     9(007) VALUE ZEROS.
       01      WS-FIL-QTD-SEM      PIC     9(007) VALUE ZEROS.
       01      WS-FIL-VLR-DIFER    PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-DAT-AMD          PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES      WS-DAT-AMD.
         03    WS-ANO-AMD          PIC     9(004).
         03    WS-MES-AMD          PIC     9(002).
         03    WS-DIA-AMD          PIC     9(002).
      *
       01      WS-DAT-EDIT         PIC     X(010) VALUE '99/99/9999'.
       01      FILLER              REDEFINES      WS-DAT-EDIT.
         03    WS-DIA-EDIT         PIC     9(002).
         03    FILLER              PIC     X(001).
         03    WS-MES-EDIT         PIC     9(002).
         03    FILLER              PIC     X(001).
         03    WS-ANO-EDIT         PIC     9(004).
      *
      *****************************************************************
      *        TABELA DAS EXCECOES, EM ORDEM DE FILIAL E DATA DA      *
      *        VENDA (INSERCAO ORDENADA, MANTENDO A ORDEM DE CHEGADA  *
      *        DENTRO DA MESMA FILIAL/DIA)                            *
      *****************************************************************
      *
       01      WS-QTD-TAB-EXC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-EXC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-INS          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DES          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUX          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-CHAVE-EXC.
         03    WS-CHAVE-COD-FIL    PIC     9(005).
         03    WS-CHAVE-DT-VENDA   PIC     9(008).
      *
       01      TAB-EXCECOES.
         03    TAB-EXC-ITEM        OCCURS  10000  TIMES.
           05  TAB-EXC-CHAVE.
             07 TAB-EXC-COD-FIL    PIC     9(005).
             07 TAB-EXC-DT-VENDA   PIC     9(008).
           05  TAB-EXC-REG         PIC     X(100).
      *
       01      WS-SW-INS-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-INS-ACHOU                VALUE 'S'.
         88    WS-INS-NAO-ACHOU            VALUE 'N'.
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
      *        VARIAVEIS DE DATA PARA O CABECALHO DO RELATORIO        *
      *****************************************************************
      *
       01      WS-TIME             PIC     X(014)  VALUE ZEROS.
       01      FILLER              REDEFINES       WS-TIME.
        03     WS-TIME-ANO         PIC     9(004).
        03     WS-TIME-MES         PIC     9(002).
        03     WS-TIME-DIA         PIC     9(002).
        03     WS-TIME-HORA        PIC     9(002).
        03     WS-TIME-MINUTO      PIC     9(002).
        03     WS-TIME-SEGUNDO     PIC     9(002).
      *
       01      WS-DATA             PIC     X(010)  VALUE '99/99/9999'.
       01      FILLER              REDEFINES       WS-DATA.
        03     WS-DIA              PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-MES              PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-ANO              PIC     9(004).
      *
      *****************************************************************
      *    LAY-OUT DO RELATORIO DE EXCECOES DE PRECO                  *
      *****************************************************************
      *
       01      CAB1.
         03    FILLER              PIC     X(001) VALUE '1'.
         03    FILLER              PIC     X(010) VALUE '#MAINFRAME'.
         03    FILLER              PIC     X(030) VALUE SPACES.
         03    FILLER              PIC     X(053) VALUE
              'C U R S O  D E  P R O G R A M A C A O  C O B O L  II'.
         03    FILLER              PIC     X(019) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'DATA...: '.
         03    CAB1-DATA           PIC     X(010) VALUE '99/99/9999'.
      *
       01      CAB3.
         03    FILLER              PIC     X(034) VALUE SPACES.
         03    FILLER              PIC     X(047) VALUE
              'E X C E C O E S   D E   P R E C O   D E   V E N'.
         03    FILLER              PIC     X(007) VALUE
              ' D A S'.
         03    FILLER              PIC     X(033) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB5.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'FILIAL.: '.
         03    CAB5-COD-FIL        PIC     9(005).
         03    FILLER              PIC     X(116) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'DATA VENDA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DA PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(017) VALUE 'EXCECAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(015) VALUE
               '    VALOR VENDA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               '  PRECO MINIMO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               '     DIFERENCA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'PRECO'.
         03    FILLER              PIC     X(005) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-DT-VENDA       PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME           PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-EXCECAO        PIC     X(017).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-VENDA      PIC    -ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-PISO       PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DIFERENCA      PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ABRANG         PIC     X(006).
         03    FILLER              PIC     X(005) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               'TOTAL DO DIA '.
         03    TOT1-DT-VENDA       PIC     X(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               'ABAIXO DO MINIMO: '.
         03    TOT1-QTD-PISO       PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE
               'SEM PRECO: '.
         03    TOT1-QTD-SEM        PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(023) VALUE
               'DIFERENCA P/ O MINIMO: '.
         03    TOT1-VLR-DIFER      PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(018) VALUE SPACES.
      *
       01      TOT2.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
               'TOTAL DA FILIAL '.
         03    TOT2-COD-FIL        PIC     9(005).
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               'ABAIXO DO MINIMO: '.
         03    TOT2-QTD-PISO       PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE
               'SEM PRECO: '.
         03    TOT2-QTD-SEM        PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(023) VALUE
               'DIFERENCA P/ O MINIMO: '.
         03    TOT2-VLR-DIFER      PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(018) VALUE SPACES.
      *
       01      MSG1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(050) VALUE
               'NENHUMA EXCECAO DE PRECO NO MOVIMENTO'.
         03    FILLER              PIC     X(080) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADEXPR - EXCECOES DE PRECO DE VENDA                 *
      *****************************************************************
      *
           COPY    COBO1224.
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
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             VARYING WS-IND-TAB-EXC FROM 1 BY 1
             UNTIL WS-IND-TAB-EXC  GREATER WS-QTD-TAB-EXC.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADEXPR
                   OUTPUT  RELEXPR.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0600-00-CARGA-TAB-EXCECOES
             UNTIL WS-FS-CADEXPR   EQUAL   10.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADEXPR.

           PERFORM 0400-00-TESTA-FS-RELEXPR.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADEXPR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADEXPR NOT EQUAL 00 AND 10
                   MOVE 'CADEXPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEXPR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-TESTA-FS-RELEXPR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELEXPR NOT EQUAL 00
                   MOVE 'RELEXPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELEXPR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-CARGA-TAB-EXCECOES  SECTION.
      *****************************************************************
      *    INSERE A EXCECAO APOS AS DE MESMA FILIAL/DIA JA CARREGADAS *
      *
           READ    CADEXPR         INTO    REG-EXPR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADEXPR.

           IF      WS-FS-CADEXPR   NOT EQUAL 00
                   GO      TO      0600-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADEXPR.

           IF      WS-QTD-TAB-EXC  GREATER OR EQUAL 10000
                   PERFORM         0989-00-ABEND-TAB-EXC
           END-IF.

           MOVE    EXPR-COD-FIL    TO      WS-CHAVE-COD-FIL.
           MOVE    EXPR-DT-VENDA   TO      WS-CHAVE-DT-VENDA.

           SET     WS-INS-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL   WS-IND-INS GREATER WS-QTD-TAB-EXC
                   OR      WS-INS-ACHOU

             IF    TAB-EXC-CHAVE (WS-IND-INS) GREATER WS-CHAVE-EXC
                   SET     WS-INS-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-INS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-INS
           END-IF.

           PERFORM VARYING WS-IND-DES FROM WS-QTD-TAB-EXC BY -1
                   UNTIL   WS-IND-DES LESS WS-IND-INS

             COMPUTE WS-IND-AUX = WS-IND-DES + 1
             MOVE  TAB-EXC-ITEM (WS-IND-DES) TO
                   TAB-EXC-ITEM (WS-IND-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-EXC.

           MOVE    WS-CHAVE-EXC    TO      TAB-EXC-CHAVE (WS-IND-INS).
           MOVE    REG-EXPR        TO      TAB-EXC-REG   (WS-IND-INS).
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           MOVE    TAB-EXC-REG (WS-IND-TAB-EXC)
                                   TO      REG-EXPR.

           IF      WS-IND-TAB-EXC  EQUAL   1
                   PERFORM         1200-00-INICIA-FILIAL
           ELSE
                   IF      EXPR-COD-FIL    NOT EQUAL WS-COD-FIL-ANT
                           PERFORM 1100-00-TOTAL-DIA
                           PERFORM 1150-00-TOTAL-FILIAL
                           PERFORM 1200-00-INICIA-FILIAL
                   ELSE
                           IF      EXPR-DT-VENDA   NOT EQUAL
                                   WS-DT-VENDA-ANT
                                   PERFORM 1100-00-TOTAL-DIA
                                   MOVE    EXPR-DT-VENDA   TO
                                           WS-DT-VENDA-ANT
                           END-IF
                   END-IF
           END-IF.

           MOVE    EXPR-DT-VENDA   TO      WS-DAT-AMD.
           PERFORM 1300-00-EDITA-DATA.

           MOVE    WS-DAT-EDIT     TO      DET1-DT-VENDA.
           MOVE    EXPR-COD-PEC    TO      DET1-COD-PEC.
           MOVE    EXPR-NOME       TO      DET1-NOME.
           MOVE    EXPR-VLR-VENDA  TO      DET1-VLR-VENDA.

           IF      EXPR-ABAIXO-PISO
                   MOVE    'ABAIXO DO MINIMO'
                                   TO      DET1-EXCECAO
                   COMPUTE WS-VLR-DIFERENCA =
                           EXPR-VLR-PISO - EXPR-VLR-VENDA
                   MOVE    EXPR-VLR-PISO   TO      DET1-VLR-PISO
                   ADD     001     TO      WS-DIA-QTD-PISO
                                           WS-QTD-ABAIXO-PISO
                   ADD     WS-VLR-DIFERENCA
                                   TO      WS-DIA-VLR-DIFER
                   EVALUATE EXPR-TIP-ABRANG
                     WHEN  'F'
                           MOVE    'FILIAL'        TO      DET1-ABRANG
                     WHEN  'R'
                           MOVE    'REGIAO'        TO      DET1-ABRANG
                     WHEN  OTHER
                           MOVE    'GERAL'         TO      DET1-ABRANG
                   END-EVALUATE
           ELSE
                   MOVE    'SEM PRECO VIGENTE'
                                   TO      DET1-EXCECAO
                   MOVE    ZEROS   TO      WS-VLR-DIFERENCA
                                           DET1-VLR-PISO
                   MOVE    SPACES  TO      DET1-ABRANG
                   ADD     001     TO      WS-DIA-QTD-SEM
                                           WS-QTD-SEM-PRECO
           END-IF.

           MOVE    WS-VLR-DIFERENCA
                                   TO      DET1-DIFERENCA.

           MOVE    DET1            TO      WS-LINHA-IMP.
           PERFORM 2100-00-IMPRIME-LINHA.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-TOTAL-DIA           SECTION.
      *****************************************************************
      *
           MOVE    WS-DT-VENDA-ANT TO      WS-DAT-AMD.
           PERFORM 1300-00-EDITA-DATA.

           MOVE    WS-DAT-EDIT     TO      TOT1-DT-VENDA.
           MOVE    WS-DIA-QTD-PISO TO      TOT1-QTD-PISO.
           MOVE    WS-DIA-QTD-SEM  TO      TOT1-QTD-SEM.
           MOVE    WS-DIA-VLR-DIFER
                                   TO      TOT1-VLR-DIFER.

           MOVE    SPACES          TO      WS-LINHA-IMP.
           PERFORM 2100-00-IMPRIME-LINHA.

           MOVE    TOT1            TO      WS-LINHA-IMP.
           PERFORM 2100-00-IMPRIME-LINHA.

           MOVE    SPACES          TO      WS-LINHA-IMP.
           PERFORM 2100-00-IMPRIME-LINHA.

           ADD     WS-DIA-QTD-PISO TO      WS-FIL-QTD-PISO.
           ADD     WS-DIA-QTD-SEM  TO      WS-FIL-QTD-SEM.
           ADD     WS-DIA-VLR-DIFER
                                   TO      WS-FIL-VLR-DIFER.

           MOVE    ZEROS           TO      WS-DIA-QTD-PISO
                                           WS-DIA-QTD-SEM
                                           WS-DIA-VLR-DIFER.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-TOTAL-FILIAL        SECTION.
      *****************************************************************
      *
           MOVE    WS-COD-FIL-ANT  TO      TOT2-COD-FIL.
           MOVE    WS-FIL-QTD-PISO TO      TOT2-QTD-PISO.
           MOVE    WS-FIL-QTD-SEM  TO      TOT2-QTD-SEM.
           MOVE    WS-FIL-VLR-DIFER
                                   TO      TOT2-VLR-DIFER.

           MOVE    CAB4            TO      WS-LINHA-IMP.
           PERFORM 2100-00-IMPRIME-LINHA.

           MOVE    TOT2            TO      WS-LINHA-IMP.
           PERFORM 2100-00-IMPRIME-LINHA.

           MOVE    ZEROS           TO      WS-FIL-QTD-PISO
                                           WS-FIL-QTD-SEM
                                           WS-FIL-VLR-DIFER.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-INICIA-FILIAL       SECTION.
      *****************************************************************
      *    CADA FILIAL COMECA EM PAGINA NOVA                          *
      *
           MOVE    EXPR-COD-FIL    TO      WS-COD-FIL-ANT
                                           CAB5-COD-FIL.
           MOVE    EXPR-DT-VENDA   TO      WS-DT-VENDA-ANT.

           ADD     001             TO      WS-QTD-FILIAIS.

           MOVE    99              TO      WS-LINHAS.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-EDITA-DATA          SECTION.
      *****************************************************************
      *    WS-DAT-AMD (AAAAMMDD) PARA WS-DAT-EDIT (DD/MM/AAAA)        *
      *
           MOVE    WS-DIA-AMD      TO      WS-DIA-EDIT.
           MOVE    WS-MES-AMD      TO      WS-MES-EDIT.
           MOVE    WS-ANO-AMD      TO      WS-ANO-EDIT.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVACAO-CABECALHO  SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE
                                   TO      WS-TIME.

           MOVE    WS-TIME-DIA     TO      WS-DIA.
           MOVE    WS-TIME-MES     TO      WS-MES.
           MOVE    WS-TIME-ANO     TO      WS-ANO.

           MOVE    WS-DATA         TO      CAB1-DATA.

           MOVE    CAB1            TO      REG-RELEXPR.
           PERFORM 2200-00-GRAVACAO-RELEXPR.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELEXPR.
           PERFORM 2200-00-GRAVACAO-RELEXPR.

           MOVE    CAB4            TO      REG-RELEXPR.
           PERFORM 2200-00-GRAVACAO-RELEXPR.

           MOVE    CAB5            TO      REG-RELEXPR.
           PERFORM 2200-00-GRAVACAO-RELEXPR.

           MOVE    CAB4            TO      REG-RELEXPR.
           PERFORM 2200-00-GRAVACAO-RELEXPR.

           MOVE    CAB6            TO      REG-RELEXPR.
           PERFORM 2200-00-GRAVACAO-RELEXPR.

           MOVE    SPACES          TO      REG-RELEXPR.
           PERFORM 2200-00-GRAVACAO-RELEXPR.

           MOVE    007             TO      WS-LINHAS.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-IMPRIME-LINHA       SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2000-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    WS-LINHA-IMP    TO      REG-RELEXPR.
           PERFORM 2200-00-GRAVACAO-RELEXPR.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-GRAVACAO-RELEXPR    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELEXPR.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0400-00-TESTA-FS-RELEXPR.

           ADD     001             TO      WS-GRV-RELEXPR.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           IF      WS-QTD-TAB-EXC  GREATER ZEROS
                   PERFORM         1100-00-TOTAL-DIA
                   PERFORM         1150-00-TOTAL-FILIAL
           ELSE
                   MOVE    ZEROS   TO      CAB5-COD-FIL
                   MOVE    MSG1    TO      WS-LINHA-IMP
                   PERFORM         2100-00-IMPRIME-LINHA
           END-IF.

           CLOSE   CADEXPR
                   RELEXPR.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB157'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADEXPR
                                   TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB157 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB157 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADEXPR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADEXPR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELEXPR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELEXPR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FILIAIS  TO      WS-EDICAO.
           DISPLAY '* FILIAIS COM EXCECAO DE PRECO....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ABAIXO-PISO
                                   TO      WS-EDICAO.
           DISPLAY '* VENDAS ABAIXO DO PRECO MINIMO...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-PRECO
                                   TO      WS-EDICAO.
           DISPLAY '* VENDAS DE PECA SEM PRECO VIGENTE: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB157 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TAB-EXC       SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB157 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DA TABELA DE EXCECOES EXCEDIDA   *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB157 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB157 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB157 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB157 ******************'.
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
           DISPLAY '******************* GPFPB157 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB157 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB157                  *
      *****************************************************************
