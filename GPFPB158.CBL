      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB158.
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
      * OBJETIVO.....: APURAR A MARGEM BRUTA MENSAL DAS VENDAS DO     *
      *                PERIODO (CADMOVA): RECEITA, CUSTO DAS          *
      *                MERCADORIAS VENDIDAS (QUANTIDADE X CUSTO MEDIO *
      *                DO CADMATR), MARGEM E MARGEM % POR PECA E POR  *
      *                FILIAL, TOTALIZADAS POR REGIAO (CADREGI), COM  *
      *                DESTAQUE PARA AS PECAS VENDIDAS ABAIXO DO      *
      *                CUSTO (RELMARG). GRAVA O RESUMO POR FILIAL NO  *
      *                CADMARG, USADO PELO RESULTADO POR FILIAL       *
      *                (GPFPB106).                                    *
      *****************************************************************
      * PARAMETRO....: PARM='AAAAMM' - PERIODO DE APURACAO            *
      *****************************************************************
      * OBSERVACAO...: DEVOLUCOES (VALOR NEGATIVO) ESTORNAM RECEITA,  *
      *                QUANTIDADE E CUSTO. MOVIMENTO SEM QUANTIDADE   *
      *                (LAY-OUT ANTERIOR DO CADMOVA) VALE UMA UNIDADE.*
      *                PECA AUSENTE DO CADMATR ENTRA SEM CUSTO E E    *
      *                SINALIZADA NO RELATORIO.                       *
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
      * INPUT..: CADMOVA - MOVIMENTO ATUALIZADO           - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADMOVA  ASSIGN  TO  UT-S-CADMOVA
                   FILE     STATUS  IS  WS-FS-CADMOVA.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ    - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADMATR  ASSIGN  TO  UT-S-CADMATR
                   FILE     STATUS  IS  WS-FS-CADMATR.
      *
      *****************************************************************
      * INPUT..: CADREGI - CADASTRO DE REGIOES            - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADREGI  ASSIGN  TO  UT-S-CADREGI
                   FILE     STATUS  IS  WS-FS-CADREGI.
      *
      *****************************************************************
      * OUTPUT.: CADMARG - MARGEM BRUTA POR FILIAL        - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADMARG  ASSIGN  TO  UT-S-CADMARG
                   FILE     STATUS  IS  WS-FS-CADMARG.
      *
      *****************************************************************
      * OUTPUT.: RELMARG - RELATORIO DE MARGEM BRUTA      - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELMARG  ASSIGN  TO  UT-S-RELMARG
                   FILE     STATUS  IS  WS-FS-RELMARG.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADMOVA - MOVIMENTO ATUALIZADO           - LRECL=100 *
      *****************************************************************
      *
       FD  CADMOVA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMOVA         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ    - LRECL=100 *
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
      * INPUT..: CADREGI - CADASTRO DE REGIOES            - LRECL=050 *
      *****************************************************************
      *
       FD  CADREGI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADREGI         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADMARG - MARGEM BRUTA POR FILIAL        - LRECL=100 *
      *****************************************************************
      *
       FD  CADMARG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMARG         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELMARG - RELATORIO DE MARGEM BRUTA      - LRECL=133 *
      *****************************************************************
      *
       FD  RELMARG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELMARG         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADMOVA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADREGI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMARG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELMARG       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADMOVA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADREGI      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADMARG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELMARG      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-FORA-PER     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-MOV-PER      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-MOV-S-CUSTO  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ABX-CUSTO    PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-LINHA-IMP        PIC     X(133) VALUE SPACES.
      *
      *****************************************************************
      *        VALORES DO MOVIMENTO E DA LINHA IMPRESSA               *
      *****************************************************************
      *
       01      WS-COD-REGIAO-MOV   PIC     X(004) VALUE SPACES.
       01      WS-QTD-MOV          PIC    S9(009) VALUE ZEROS.
       01      WS-VLR-CUSTO-UNIT   PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-CMV-MOV      PIC    S9(015)V9(002) VALUE ZEROS.
      *
       01      WS-VLR-RECEITA      PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-MARGEM       PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-PCT-MARGEM       PIC    S9(005)V9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        QUEBRAS E TOTAIS POR FILIAL, REGIAO E GERAL            *
      *****************************************************************
      *
       01      WS-COD-REGIAO-ANT   PIC     X(004) VALUE SPACES.
       01      WS-COD-FIL-ANT      PIC     9(005) VALUE ZEROS.
      *
       01      WS-FIL-QTD          PIC    S9(009) VALUE ZEROS.
       01      WS-FIL-RECEITA      PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-FIL-CMV          PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-FIL-QTD-ABX      PIC     9(005) VALUE ZEROS.
      *
       01      WS-REG-QTD          PIC    S9(009) VALUE ZEROS.
       01      WS-REG-RECEITA      PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-REG-CMV          PIC    S9(015)V9(002) VALUE ZEROS.
      *
       01      WS-GER-QTD          PIC    S9(009) VALUE ZEROS.
       01      WS-GER-RECEITA      PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-GER-CMV          PIC    S9(015)V9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE CUSTO MEDIO DAS PECAS (CADMATR)              *
      *****************************************************************
      *
       01      WS-QTD-TAB-CST      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CST      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CUSTOS.
         03    TAB-CST-ITEM        OCCURS  10000  TIMES.
           05  TAB-CST-COD-PEC     PIC     9(005).
           05  TAB-CST-VLR-UNIT    PIC     9(013)V9(002).
      *
       01      WS-SW-CST-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-CST-ACHOU                VALUE 'S'.
         88    WS-CST-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA FILIAL -> REGIAO (CADREGI)                      *
      *****************************************************************
      *
       01      WS-QTD-TAB-REG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-REG      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-REGIOES.
         03    TAB-REG-ITEM        OCCURS  01000  TIMES.
           05  TAB-REG-COD-FIL     PIC     9(005).
           05  TAB-REG-COD-REGIAO  PIC     X(004).
      *
       01      WS-SW-REG-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-REG-ACHOU                VALUE 'S'.
         88    WS-REG-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE MARGEM POR REGIAO, FILIAL E PECA             *
      *        (INSERCAO ORDENADA PELA CHAVE)                         *
      *****************************************************************
      *
       01      WS-QTD-TAB-MRG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-MRG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-INS          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DES          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUX          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-CHAVE-MRG.
         03    WS-CHAVE-COD-REGIAO PIC     X(004).
         03    WS-CHAVE-COD-FIL    PIC     9(005).
         03    WS-CHAVE-COD-PEC    PIC     9(005).
      *
       01      TAB-MARGENS.
         03    TAB-MRG-ITEM        OCCURS  20000  TIMES.
           05  TAB-MRG-CHAVE.
             07 TAB-MRG-COD-REGIAO PIC     X(004).
             07 TAB-MRG-COD-FIL    PIC     9(005).
             07 TAB-MRG-COD-PEC    PIC     9(005).
           05  TAB-MRG-NOME        PIC     X(030).
           05  TAB-MRG-QTD         PIC    S9(009).
           05  TAB-MRG-RECEITA     PIC    S9(015)V9(002).
           05  TAB-MRG-CMV         PIC    S9(015)V9(002).
           05  TAB-MRG-IND-CUSTO   PIC     X(001).
             88 TAB-MRG-SEM-CUSTO          VALUE 'S'.
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
      *    LAY-OUT DO RELATORIO DE MARGEM BRUTA                       *
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
         03    FILLER              PIC     X(026) VALUE SPACES.
         03    FILLER              PIC     X(059) VALUE
         'M A R G E M   B R U T A   P O R   P E C A   E   F I L I A L'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PERIODO: '.
         03    CAB3-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB3-ANO            PIC     9(004).
         03    FILLER              PIC     X(017) VALUE SPACES.
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
         03    FILLER              PIC     X(009) VALUE 'REGIAO.: '.
         03    CAB5-REGIAO         PIC     X(010).
         03    FILLER              PIC     X(111) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'FIL.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(025) VALUE
               'NOME DA PECA'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE
               ' QUANTIDADE'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(017) VALUE
               '          RECEITA'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(017) VALUE
               '   CUSTO VENDIDO'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(017) VALUE
               '     MARGEM BRUTA'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE
               '  MARGEM %'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               'OBSERVACAO'.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-FIL        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME           PIC     X(025).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-QTD            PIC    -ZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-RECEITA        PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-CMV            PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-MARGEM         PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-PCT            PIC    -ZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-OBS            PIC     X(014).
      *
       01      TOT1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               'TOTAL FILIAL '.
         03    TOT1-COD-FIL        PIC     9(005).
         03    FILLER              PIC     X(022) VALUE SPACES.
         03    TOT1-QTD            PIC    -ZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT1-RECEITA        PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT1-CMV            PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT1-MARGEM         PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT1-PCT            PIC    -ZZ.ZZ9,99.
         03    FILLER              PIC     X(015) VALUE SPACES.
      *
       01      TOT2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               'TOTAL REGIAO '.
         03    TOT2-REGIAO         PIC     X(010).
         03    FILLER              PIC     X(017) VALUE SPACES.
         03    TOT2-QTD            PIC    -ZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT2-RECEITA        PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT2-CMV            PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT2-MARGEM         PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT2-PCT            PIC    -ZZ.ZZ9,99.
         03    FILLER              PIC     X(015) VALUE SPACES.
      *
       01      TOT3.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(040) VALUE
               'TOTAL GERAL DO PERIODO'.
         03    TOT3-QTD            PIC    -ZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT3-RECEITA        PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT3-CMV            PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT3-MARGEM         PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT3-PCT            PIC    -ZZ.ZZ9,99.
         03    FILLER              PIC     X(015) VALUE SPACES.
      *
       01      MSG1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(050) VALUE
               'NENHUMA VENDA NO PERIODO INFORMADO'.
         03    FILLER              PIC     X(080) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADMOVA - MOVIMENTO ATUALIZADO                       *
      *****************************************************************
      *
           COPY    COBO1221.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DE PECAS DA MATRIZ                *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * INPUT..: CADREGI - CADASTRO DE REGIOES                        *
      *****************************************************************
      *
           COPY    COBO1043.
      *
      *****************************************************************
      * OUTPUT.: CADMARG - MARGEM BRUTA POR FILIAL                    *
      *****************************************************************
      *
           COPY    COBO1225.
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
      *
       01      LKG-PARM.
         03    LKG-TAM             PIC    S9(004) COMP.
         03    LKG-PERIODO         PIC     9(006).
         03    LKG-FILLER          REDEFINES LKG-PERIODO.
           05  LKG-ANO             PIC     9(004).
           05  LKG-MES             PIC     9(002).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADMOVA   EQUAL 10.

           PERFORM 2000-00-IMPRIME-MARGEM
             VARYING WS-IND-TAB-MRG FROM 1 BY 1
             UNTIL WS-IND-TAB-MRG  GREATER WS-QTD-TAB-MRG.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           PERFORM 0150-00-CRITICA-PARM.

           OPEN    INPUT   CADMOVA
                           CADMATR
                           CADREGI
                   OUTPUT  CADMARG
                           RELMARG.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    LKG-MES         TO      CAB3-MES.
           MOVE    LKG-ANO         TO      CAB3-ANO.

           PERFORM 0600-00-CARGA-TAB-CUSTOS
             UNTIL WS-FS-CADMATR   EQUAL   10.

           PERFORM 0650-00-CARGA-TAB-REGIOES
             UNTIL WS-FS-CADREGI   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADMOVA.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *
           IF      LKG-MES         NOT NUMERIC OR
                   LKG-MES         EQUAL       ZEROS       OR
                   LKG-MES         GREATER     12          OR
                   LKG-ANO         NOT NUMERIC OR
                   LKG-ANO         EQUAL       ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADMOVA.

           PERFORM 0310-00-TESTA-FS-APOIO.

           PERFORM 0320-00-TESTA-FS-CADMARG.

           PERFORM 0330-00-TESTA-FS-RELMARG.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADMOVA    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMOVA NOT EQUAL 00 AND 10
                   MOVE 'CADMOVA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMOVA
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-APOIO      SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATR NOT EQUAL 00 AND 10
                   MOVE 'CADMATR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADREGI NOT EQUAL 00 AND 10
                   MOVE 'CADREGI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADREGI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADMARG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMARG NOT EQUAL 00
                   MOVE 'CADMARG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMARG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-RELMARG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELMARG NOT EQUAL 00
                   MOVE 'RELMARG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELMARG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADMOVA     SECTION.
      *****************************************************************
      *
           READ    CADMOVA         INTO    REG-MOVA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADMOVA.

           IF      WS-FS-CADMOVA   EQUAL   00
                   ADD 001         TO      WS-LID-CADMOVA
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-CARGA-TAB-CUSTOS    SECTION.
      *****************************************************************
      *
           READ    CADMATR         INTO    REG-MATR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-APOIO.

           IF      WS-FS-CADMATR   EQUAL   00
                   ADD 001         TO      WS-LID-CADMATR

                   IF      WS-QTD-TAB-CST  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-CST
                   MOVE    MATR-COD-PEC    TO
                           TAB-CST-COD-PEC  (WS-QTD-TAB-CST)
                   MOVE    MATR-VLR-UNIT   TO
                           TAB-CST-VLR-UNIT (WS-QTD-TAB-CST)
           END-IF.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0650-00-CARGA-TAB-REGIOES   SECTION.
      *****************************************************************
      *
           READ    CADREGI         INTO    REG-REGI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-APOIO.

           IF      WS-FS-CADREGI   EQUAL   00
                   ADD 001         TO      WS-LID-CADREGI

                   IF      WS-QTD-TAB-REG  GREATER OR EQUAL 01000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-REG
                   MOVE    REGI-COD-FIL    TO
                           TAB-REG-COD-FIL    (WS-QTD-TAB-REG)
                   MOVE    REGI-COD-REGIAO TO
                           TAB-REG-COD-REGIAO (WS-QTD-TAB-REG)
           END-IF.
      *
       0650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    ACUMULA O MOVIMENTO DO PERIODO NA LINHA REGIAO/FILIAL/PECA *
      *
           IF      MOVA-DT-VENDA (1:6) NOT EQUAL LKG-PERIODO
                   ADD     001     TO      WS-QTD-FORA-PER
                   PERFORM         0500-00-LEITURA-CADMOVA
                   GO      TO      1000-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-MOV-PER.

      *    MOVIMENTO NO LAY-OUT ANTERIOR (SEM QUANTIDADE) VALE UMA
      *    UNIDADE. DEVOLUCAO ESTORNA A QUANTIDADE
           IF      MOVA-QTD-VENDA  NUMERIC
                   MOVE    MOVA-QTD-VENDA  TO      WS-QTD-MOV
           ELSE
                   MOVE    001             TO      WS-QTD-MOV
           END-IF.

           IF      MOVA-VLR-VENDA  LESS    ZEROS
                   COMPUTE WS-QTD-MOV =    WS-QTD-MOV * -1
           END-IF.

           MOVE    SPACES          TO      WS-COD-REGIAO-MOV.

           SET     WS-REG-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-REG FROM 1 BY 1
                   UNTIL   WS-IND-TAB-REG GREATER WS-QTD-TAB-REG
                   OR      WS-REG-ACHOU

             IF    MOVA-COD-FIL    EQUAL
                   TAB-REG-COD-FIL (WS-IND-TAB-REG)
                   SET     WS-REG-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-REG-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-REG
                   MOVE    TAB-REG-COD-REGIAO (WS-IND-TAB-REG)
                                   TO      WS-COD-REGIAO-MOV
           END-IF.

           SET     WS-CST-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CST FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CST GREATER WS-QTD-TAB-CST
                   OR      WS-CST-ACHOU

             IF    MOVA-COD-PEC    EQUAL
                   TAB-CST-COD-PEC (WS-IND-TAB-CST)
                   SET     WS-CST-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-CST-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-CST
                   MOVE    TAB-CST-VLR-UNIT (WS-IND-TAB-CST)
                                   TO      WS-VLR-CUSTO-UNIT
           ELSE
                   MOVE    ZEROS   TO      WS-VLR-CUSTO-UNIT
                   ADD     001     TO      WS-QTD-MOV-S-CUSTO
           END-IF.

           COMPUTE WS-VLR-CMV-MOV  ROUNDED =
                   WS-QTD-MOV * WS-VLR-CUSTO-UNIT.

           MOVE    WS-COD-REGIAO-MOV
                                   TO      WS-CHAVE-COD-REGIAO.
           MOVE    MOVA-COD-FIL    TO      WS-CHAVE-COD-FIL.
           MOVE    MOVA-COD-PEC    TO      WS-CHAVE-COD-PEC.

           PERFORM 1100-00-LOCALIZA-MARGEM.

           ADD     WS-QTD-MOV      TO
                   TAB-MRG-QTD     (WS-IND-TAB-MRG).
           ADD     MOVA-VLR-VENDA  TO
                   TAB-MRG-RECEITA (WS-IND-TAB-MRG).
           ADD     WS-VLR-CMV-MOV  TO
                   TAB-MRG-CMV     (WS-IND-TAB-MRG).

           IF      WS-CST-NAO-ACHOU
                   MOVE    'S'     TO
                           TAB-MRG-IND-CUSTO (WS-IND-TAB-MRG)
           END-IF.

           PERFORM 0500-00-LEITURA-CADMOVA.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-LOCALIZA-MARGEM     SECTION.
      *****************************************************************
      *    POSICIONA WS-IND-TAB-MRG NA LINHA DE WS-CHAVE-MRG,         *
      *    INCLUINDO-A NA ORDEM DA CHAVE SE AINDA NAO EXISTIR         *
      *
           SET     WS-INS-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL   WS-IND-INS GREATER WS-QTD-TAB-MRG
                   OR      WS-INS-ACHOU

             IF    TAB-MRG-CHAVE (WS-IND-INS) NOT LESS WS-CHAVE-MRG
                   SET     WS-INS-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-INS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-INS
                   IF      TAB-MRG-CHAVE (WS-IND-INS) EQUAL
                           WS-CHAVE-MRG
                           MOVE    WS-IND-INS      TO
                                   WS-IND-TAB-MRG
                           GO      TO      1100-99-EXIT
                   END-IF
           END-IF.

           IF      WS-QTD-TAB-MRG  GREATER OR EQUAL 20000
                   PERFORM         0989-00-ABEND-TABELA
           END-IF.

           PERFORM VARYING WS-IND-DES FROM WS-QTD-TAB-MRG BY -1
                   UNTIL   WS-IND-DES LESS WS-IND-INS

             COMPUTE WS-IND-AUX = WS-IND-DES + 1
             MOVE  TAB-MRG-ITEM (WS-IND-DES) TO
                   TAB-MRG-ITEM (WS-IND-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-MRG.

           MOVE    WS-IND-INS      TO      WS-IND-TAB-MRG.

           MOVE    WS-CHAVE-MRG    TO
                   TAB-MRG-CHAVE     (WS-IND-TAB-MRG).
           MOVE    MOVA-NOME       TO
                   TAB-MRG-NOME      (WS-IND-TAB-MRG).
           MOVE    ZEROS           TO
                   TAB-MRG-QTD       (WS-IND-TAB-MRG)
                   TAB-MRG-RECEITA   (WS-IND-TAB-MRG)
                   TAB-MRG-CMV       (WS-IND-TAB-MRG).
           MOVE    'N'             TO
                   TAB-MRG-IND-CUSTO (WS-IND-TAB-MRG).
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-IMPRIME-MARGEM      SECTION.
      *****************************************************************
      *
           IF      WS-IND-TAB-MRG  EQUAL   1
                   PERFORM         2200-00-INICIA-REGIAO
           ELSE
                   IF      TAB-MRG-COD-REGIAO (WS-IND-TAB-MRG)
                                   NOT EQUAL WS-COD-REGIAO-ANT
                           PERFORM 2100-00-TOTAL-FILIAL
                           PERFORM 2150-00-TOTAL-REGIAO
                           PERFORM 2200-00-INICIA-REGIAO
                   ELSE
                           IF      TAB-MRG-COD-FIL (WS-IND-TAB-MRG)
                                   NOT EQUAL WS-COD-FIL-ANT
                                   PERFORM 2100-00-TOTAL-FILIAL
                                   MOVE    TAB-MRG-COD-FIL
                                           (WS-IND-TAB-MRG)    TO
                                           WS-COD-FIL-ANT
                           END-IF
                   END-IF
           END-IF.

           MOVE    TAB-MRG-RECEITA (WS-IND-TAB-MRG)
                                   TO      WS-VLR-RECEITA.
           COMPUTE WS-VLR-MARGEM =
                   TAB-MRG-RECEITA (WS-IND-TAB-MRG)
                   - TAB-MRG-CMV   (WS-IND-TAB-MRG).
           PERFORM 2400-00-CALCULA-PERCENTUAL.

           MOVE    TAB-MRG-COD-FIL (WS-IND-TAB-MRG)
                                   TO      DET1-COD-FIL.
           MOVE    TAB-MRG-COD-PEC (WS-IND-TAB-MRG)
                                   TO      DET1-COD-PEC.
           MOVE    TAB-MRG-NOME    (WS-IND-TAB-MRG)
                                   TO      DET1-NOME.
           MOVE    TAB-MRG-QTD     (WS-IND-TAB-MRG)
                                   TO      DET1-QTD.
           MOVE    TAB-MRG-RECEITA (WS-IND-TAB-MRG)
                                   TO      DET1-RECEITA.
           MOVE    TAB-MRG-CMV     (WS-IND-TAB-MRG)
                                   TO      DET1-CMV.
           MOVE    WS-VLR-MARGEM   TO      DET1-MARGEM.
           MOVE    WS-PCT-MARGEM   TO      DET1-PCT.

      *    PECA VENDIDA ABAIXO DO CUSTO: MARGEM NEGATIVA SOBRE VENDA
      *    LIQUIDA POSITIVA, COM CUSTO CONHECIDO
           IF      TAB-MRG-SEM-CUSTO (WS-IND-TAB-MRG)
                   MOVE    'SEM CUSTO'     TO      DET1-OBS
           ELSE
                   IF      WS-VLR-MARGEM   LESS    ZEROS   AND
                           TAB-MRG-QTD (WS-IND-TAB-MRG) GREATER ZEROS
                           MOVE    '*ABAIXO CUSTO*'
                                           TO      DET1-OBS
                           ADD     001     TO      WS-FIL-QTD-ABX
                                                   WS-QTD-ABX-CUSTO
                   ELSE
                           MOVE    SPACES  TO      DET1-OBS
                   END-IF
           END-IF.

           ADD     TAB-MRG-QTD     (WS-IND-TAB-MRG)
                                   TO      WS-FIL-QTD.
           ADD     TAB-MRG-RECEITA (WS-IND-TAB-MRG)
                                   TO      WS-FIL-RECEITA.
           ADD     TAB-MRG-CMV     (WS-IND-TAB-MRG)
                                   TO      WS-FIL-CMV.

           MOVE    DET1            TO      WS-LINHA-IMP.
           PERFORM 2650-00-IMPRIME-LINHA.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-TOTAL-FILIAL        SECTION.
      *****************************************************************
      *    IMPRIME O TOTAL DA FILIAL E GRAVA O SEU RESUMO NO CADMARG  *
      *
           MOVE    WS-FIL-RECEITA  TO      WS-VLR-RECEITA.
           COMPUTE WS-VLR-MARGEM   =
                   WS-FIL-RECEITA - WS-FIL-CMV.
           PERFORM 2400-00-CALCULA-PERCENTUAL.

           MOVE    WS-COD-FIL-ANT  TO      TOT1-COD-FIL.
           MOVE    WS-FIL-QTD      TO      TOT1-QTD.
           MOVE    WS-FIL-RECEITA  TO      TOT1-RECEITA.
           MOVE    WS-FIL-CMV      TO      TOT1-CMV.
           MOVE    WS-VLR-MARGEM   TO      TOT1-MARGEM.
           MOVE    WS-PCT-MARGEM   TO      TOT1-PCT.

           MOVE    SPACES          TO      WS-LINHA-IMP.
           PERFORM 2650-00-IMPRIME-LINHA.

           MOVE    TOT1            TO      WS-LINHA-IMP.
           PERFORM 2650-00-IMPRIME-LINHA.

           MOVE    SPACES          TO      WS-LINHA-IMP.
           PERFORM 2650-00-IMPRIME-LINHA.

           MOVE    SPACES          TO      REG-MARG.

           MOVE    LKG-PERIODO     TO      MARG-PERIODO.
           MOVE    WS-COD-FIL-ANT  TO      MARG-COD-FIL.
           MOVE    WS-COD-REGIAO-ANT
                                   TO      MARG-COD-REGIAO.
           MOVE    WS-FIL-QTD      TO      MARG-QTD-VENDIDA.
           MOVE    WS-FIL-RECEITA  TO      MARG-VLR-RECEITA.
           MOVE    WS-FIL-CMV      TO      MARG-VLR-CMV.
           MOVE    WS-VLR-MARGEM   TO      MARG-VLR-MARGEM.
           MOVE    WS-PCT-MARGEM   TO      MARG-PCT-MARGEM.
           MOVE    WS-FIL-QTD-ABX  TO      MARG-QTD-ABX-CUSTO.

           PERFORM 2500-00-GRAVACAO-CADMARG.

           ADD     WS-FIL-QTD      TO      WS-REG-QTD.
           ADD     WS-FIL-RECEITA  TO      WS-REG-RECEITA.
           ADD     WS-FIL-CMV      TO      WS-REG-CMV.

           MOVE    ZEROS           TO      WS-FIL-QTD
                                           WS-FIL-RECEITA
                                           WS-FIL-CMV
                                           WS-FIL-QTD-ABX.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2150-00-TOTAL-REGIAO        SECTION.
      *****************************************************************
      *
           MOVE    WS-REG-RECEITA  TO      WS-VLR-RECEITA.
           COMPUTE WS-VLR-MARGEM   =
                   WS-REG-RECEITA - WS-REG-CMV.
           PERFORM 2400-00-CALCULA-PERCENTUAL.

           MOVE    CAB5-REGIAO     TO      TOT2-REGIAO.
           MOVE    WS-REG-QTD      TO      TOT2-QTD.
           MOVE    WS-REG-RECEITA  TO      TOT2-RECEITA.
           MOVE    WS-REG-CMV      TO      TOT2-CMV.
           MOVE    WS-VLR-MARGEM   TO      TOT2-MARGEM.
           MOVE    WS-PCT-MARGEM   TO      TOT2-PCT.

           MOVE    CAB4            TO      WS-LINHA-IMP.
           PERFORM 2650-00-IMPRIME-LINHA.

           MOVE    TOT2            TO      WS-LINHA-IMP.
           PERFORM 2650-00-IMPRIME-LINHA.

           ADD     WS-REG-QTD      TO      WS-GER-QTD.
           ADD     WS-REG-RECEITA  TO      WS-GER-RECEITA.
           ADD     WS-REG-CMV      TO      WS-GER-CMV.

           MOVE    ZEROS           TO      WS-REG-QTD
                                           WS-REG-RECEITA
                                           WS-REG-CMV.
      *
       2150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-INICIA-REGIAO       SECTION.
      *****************************************************************
      *    CADA REGIAO COMECA EM PAGINA NOVA                          *
      *
           MOVE    TAB-MRG-COD-REGIAO (WS-IND-TAB-MRG)
                                   TO      WS-COD-REGIAO-ANT.
           MOVE    TAB-MRG-COD-FIL    (WS-IND-TAB-MRG)
                                   TO      WS-COD-FIL-ANT.

           IF      WS-COD-REGIAO-ANT       EQUAL   SPACES
                   MOVE    'SEM REGIAO'    TO      CAB5-REGIAO
           ELSE
                   MOVE    WS-COD-REGIAO-ANT
                                           TO      CAB5-REGIAO
           END-IF.

           MOVE    99              TO      WS-LINHAS.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2400-00-CALCULA-PERCENTUAL  SECTION.
      *****************************************************************
      *    WS-PCT-MARGEM = WS-VLR-MARGEM SOBRE WS-VLR-RECEITA         *
      *
           IF      WS-VLR-RECEITA  EQUAL   ZEROS
                   MOVE    ZEROS   TO      WS-PCT-MARGEM
                   GO      TO      2400-99-EXIT
           END-IF.

           COMPUTE WS-PCT-MARGEM   ROUNDED =
                   WS-VLR-MARGEM * 100 / WS-VLR-RECEITA
           ON SIZE ERROR
                   MOVE    ZEROS   TO      WS-PCT-MARGEM
           END-COMPUTE.
      *
       2400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-GRAVACAO-CADMARG    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADMARG     FROM    REG-MARG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADMARG.

           ADD     001             TO      WS-GRV-CADMARG.
      *
       2500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2600-00-GRAVACAO-CABECALHO  SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE
                                   TO      WS-TIME.

           MOVE    WS-TIME-DIA     TO      WS-DIA.
           MOVE    WS-TIME-MES     TO      WS-MES.
           MOVE    WS-TIME-ANO     TO      WS-ANO.

           MOVE    WS-DATA         TO      CAB1-DATA.

           MOVE    CAB1            TO      REG-RELMARG.
           PERFORM 2700-00-GRAVACAO-RELMARG.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELMARG.
           PERFORM 2700-00-GRAVACAO-RELMARG.

           MOVE    CAB4            TO      REG-RELMARG.
           PERFORM 2700-00-GRAVACAO-RELMARG.

           MOVE    CAB5            TO      REG-RELMARG.
           PERFORM 2700-00-GRAVACAO-RELMARG.

           MOVE    CAB4            TO      REG-RELMARG.
           PERFORM 2700-00-GRAVACAO-RELMARG.

           MOVE    CAB6            TO      REG-RELMARG.
           PERFORM 2700-00-GRAVACAO-RELMARG.

           MOVE    SPACES          TO      REG-RELMARG.
           PERFORM 2700-00-GRAVACAO-RELMARG.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2650-00-IMPRIME-LINHA       SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    WS-LINHA-IMP    TO      REG-RELMARG.
           PERFORM 2700-00-GRAVACAO-RELMARG.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELMARG    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELMARG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0330-00-TESTA-FS-RELMARG.

           ADD     001             TO      WS-GRV-RELMARG.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           IF      WS-QTD-TAB-MRG  GREATER ZEROS
                   PERFORM         2100-00-TOTAL-FILIAL
                   PERFORM         2150-00-TOTAL-REGIAO
                   MOVE    WS-GER-RECEITA  TO      WS-VLR-RECEITA
                   COMPUTE WS-VLR-MARGEM   =
                           WS-GER-RECEITA - WS-GER-CMV
                   PERFORM         2400-00-CALCULA-PERCENTUAL
                   MOVE    WS-GER-QTD      TO      TOT3-QTD
                   MOVE    WS-GER-RECEITA  TO      TOT3-RECEITA
                   MOVE    WS-GER-CMV      TO      TOT3-CMV
                   MOVE    WS-VLR-MARGEM   TO      TOT3-MARGEM
                   MOVE    WS-PCT-MARGEM   TO      TOT3-PCT
                   MOVE    SPACES  TO      WS-LINHA-IMP
                   PERFORM         2650-00-IMPRIME-LINHA
                   MOVE    TOT3    TO      WS-LINHA-IMP
                   PERFORM         2650-00-IMPRIME-LINHA
           ELSE
                   MOVE    SPACES  TO      CAB5-REGIAO
                   MOVE    MSG1    TO      WS-LINHA-IMP
                   PERFORM         2650-00-IMPRIME-LINHA
           END-IF.

           CLOSE   CADMOVA
                   CADMATR
                   CADREGI
                   CADMARG
                   RELMARG.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB158'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-QTD-MOV-PER  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB158 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB158 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADMOVA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMOVA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FORA-PER TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS FORA DO PERIODO......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-MOV-S-CUSTO
                                   TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS DE PECA SEM CUSTO....: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMATR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADREGI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADREGI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADMARG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADMARG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELMARG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELMARG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ABX-CUSTO
                                   TO      WS-EDICAO.
           DISPLAY '* PECAS VENDIDAS ABAIXO DO CUSTO..: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB158 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB158 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB158 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB158 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY
           '******************* GPFPB158 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'  *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB158 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB158 ******************'

           CALL    'IBM'.

           GOBACK.
      *
       0997-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB158 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB158 ******************'.
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
           DISPLAY '******************* GPFPB158 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB158 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB158                  *
      *****************************************************************
