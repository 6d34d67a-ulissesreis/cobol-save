      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB159.
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
      * OBJETIVO.....: APURAR A COMISSAO MENSAL DOS VENDEDORES SOBRE  *
      *                AS VENDAS DO PERIODO (CADMOVA), LIQUIDA DAS    *
      *                DEVOLUCOES (MOVIMENTOS NEGATIVOS). O VENDEDOR  *
      *                DE CADA MOVIMENTO E CONFERIDO COM O VINCULO    *
      *                FUNCIONARIO X FILIAL DO CADFFIL E O PERCENTUAL *
      *                VEM DA REGRA DE COMISSAO (CADRCOM) POR FILIAL  *
      *                E CLASSE DA PECA (CADMATR). GERA:              *
      *                - O EXTRATO DE COMISSAO POR VENDEDOR (RELCOMI) *
      *                - O CADCOMI, PROVENTO DE COMISSAO CONSUMIDO    *
      *                  PELA FOLHA DE PAGAMENTO (GPFPB107)           *
      *****************************************************************
      * PARAMETRO....: PARM='AAAAMM' - PERIODO DE APURACAO            *
      *****************************************************************
      * OBSERVACAO...: MOVIMENTO SEM VENDEDOR (ZEROS) NAO E           *
      *                COMISSIONADO. MOVIMENTO DE VENDEDOR SEM        *
      *                VINCULO COM A FILIAL DA VENDA OU SEM REGRA     *
      *                VIGENTE SAI NO EXTRATO COMO EXCECAO, SEM       *
      *                COMISSAO. APURACAO LIQUIDA NEGATIVA NAO GERA   *
      *                DESCONTO NA FOLHA: O VALOR A PAGAR FICA ZERO.  *
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
      * INPUT..: CADFFIL - VINCULO FUNCIONARIO X FILIAL   - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADFFIL  ASSIGN  TO  UT-S-CADFFIL
                   FILE     STATUS  IS  WS-FS-CADFFIL.
      *
      *****************************************************************
      * INPUT..: CADRCOM - REGRAS DE COMISSAO             - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADRCOM  ASSIGN  TO  UT-S-CADRCOM
                   FILE     STATUS  IS  WS-FS-CADRCOM.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS      - LRECL=200 *
      *****************************************************************
      *
           SELECT  CADRESP  ASSIGN  TO  UT-S-CADRESP
                   FILE     STATUS  IS  WS-FS-CADRESP.
      *
      *****************************************************************
      * OUTPUT.: CADCOMI - COMISSAO MENSAL POR VENDEDOR   - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCOMI  ASSIGN  TO  UT-S-CADCOMI
                   FILE     STATUS  IS  WS-FS-CADCOMI.
      *
      *****************************************************************
      * OUTPUT.: RELCOMI - EXTRATO DE COMISSAO            - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELCOMI  ASSIGN  TO  UT-S-RELCOMI
                   FILE     STATUS  IS  WS-FS-RELCOMI.
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
      * INPUT..: CADFFIL - VINCULO FUNCIONARIO X FILIAL   - LRECL=050 *
      *****************************************************************
      *
       FD  CADFFIL
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFFIL         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADRCOM - REGRAS DE COMISSAO             - LRECL=050 *
      *****************************************************************
      *
       FD  CADRCOM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRCOM         PIC     X(050).
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
      * OUTPUT.: CADCOMI - COMISSAO MENSAL POR VENDEDOR   - LRECL=100 *
      *****************************************************************
      *
       FD  CADCOMI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCOMI         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELCOMI - EXTRATO DE COMISSAO            - LRECL=133 *
      *****************************************************************
      *
       FD  RELCOMI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELCOMI         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADMOVA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFFIL       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRCOM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCOMI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELCOMI       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADMOVA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFFIL      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRCOM      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCOMI      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELCOMI      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-FORA-PER     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-MOV-PER      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-VENDEDOR PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-VINCULO  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-REGRA    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-COMISSIONADO PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-LINHA-IMP        PIC     X(133) VALUE SPACES.
      *
      *****************************************************************
      *        VALORES DO MOVIMENTO EM PROCESSAMENTO                  *
      *****************************************************************
      *
       01      WS-CLASSE-PECA      PIC     X(001) VALUE SPACES.
       01      WS-PCT-COMISSAO     PIC     9(002)V9(002) VALUE ZEROS.
       01      WS-VLR-COMISSAO-MOV PIC    S9(011)V9(002) VALUE ZEROS.
      *
       01      WS-IND-SITUACAO     PIC     X(001) VALUE SPACES.
         88    WS-MOV-COMISSIONADO         VALUE ' '.
         88    WS-MOV-SEM-VINCULO          VALUE 'V'.
         88    WS-MOV-SEM-REGRA            VALUE 'R'.
      *
       01      WS-DT-AUX           PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-AUX.
        03     WS-DT-AUX-ANO       PIC     9(004).
        03     WS-DT-AUX-MES       PIC     9(002).
        03     WS-DT-AUX-DIA       PIC     9(002).
      *
      *****************************************************************
      *        QUEBRA E TOTAIS POR VENDEDOR E GERAL                   *
      *****************************************************************
      *
       01      WS-COD-VENDEDOR-ANT PIC     9(005) VALUE ZEROS.
      *
       01      WS-SW-NOM-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-NOM-ACHOU                VALUE 'S'.
         88    WS-NOM-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-VEN-VENDAS       PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VEN-DEVOLUCOES   PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VEN-BASE         PIC    S9(013)V9(002) VALUE ZEROS.
       01      WS-VEN-COMISSAO     PIC    S9(011)V9(002) VALUE ZEROS.
       01      WS-VEN-A-PAGAR      PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VEN-QTD-EXC      PIC     9(005) VALUE ZEROS.
      *
       01      WS-GER-VENDAS       PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-GER-DEVOLUCOES   PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-GER-BASE         PIC    S9(013)V9(002) VALUE ZEROS.
       01      WS-GER-COMISSAO     PIC    S9(011)V9(002) VALUE ZEROS.
       01      WS-GER-A-PAGAR      PIC     9(011)V9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE CLASSE DAS PECAS (CADMATR)                   *
      *****************************************************************
      *
       01      WS-QTD-TAB-CLS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CLS      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CLASSES.
         03    TAB-CLS-ITEM        OCCURS  10000  TIMES.
           05  TAB-CLS-COD-PEC     PIC     9(005).
           05  TAB-CLS-CLASSE-ABC  PIC     X(001).
      *
       01      WS-SW-CLS-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-CLS-ACHOU                VALUE 'S'.
         88    WS-CLS-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE VINCULOS FUNCIONARIO X FILIAL (CADFFIL)      *
      *****************************************************************
      *
       01      WS-QTD-TAB-VIN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-VIN      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-VINCULOS.
         03    TAB-VIN-ITEM        OCCURS  05000  TIMES.
           05  TAB-VIN-FUNC        PIC     9(005).
           05  TAB-VIN-COD-FIL     PIC     9(005).
      *
       01      WS-SW-VIN-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-VIN-ACHOU                VALUE 'S'.
         88    WS-VIN-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE REGRAS DE COMISSAO (CADRCOM)                 *
      *****************************************************************
      *
       01      WS-QTD-TAB-RCM      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-RCM      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-RCM-ACHADA   PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-REGRAS.
         03    TAB-RCM-ITEM        OCCURS  01000  TIMES.
           05  TAB-RCM-COD-FIL     PIC     9(005).
           05  TAB-RCM-CLASSE-ABC  PIC     X(001).
           05  TAB-RCM-DT-VIGENCIA PIC     9(008).
           05  TAB-RCM-PCT         PIC     9(002)V9(002).
      *
       01      WS-PRIO-REGRA       PIC     9(001) VALUE ZEROS.
       01      WS-PRIO-ACHADA      PIC     9(001) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE NOMES DOS FUNCIONARIOS (CADRESP)             *
      *****************************************************************
      *
       01      WS-QTD-TAB-NOM      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-NOM      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-NOMES.
         03    TAB-NOM-ITEM        OCCURS  05000  TIMES.
           05  TAB-NOM-FUNC        PIC     9(005).
           05  TAB-NOM-NOME        PIC     X(030).
      *
      *****************************************************************
      *        TABELA DE VENDAS DO PERIODO POR VENDEDOR E DATA        *
      *        (INSERCAO ORDENADA PELA CHAVE)                         *
      *****************************************************************
      *
       01      WS-QTD-TAB-VND      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-VND      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-INS          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DES          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUX          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-CHAVE-VND.
         03    WS-CHAVE-VENDEDOR   PIC     9(005).
         03    WS-CHAVE-DT-VENDA   PIC     9(008).
      *
       01      TAB-VENDAS.
         03    TAB-VND-ITEM        OCCURS  20000  TIMES.
           05  TAB-VND-CHAVE.
             07 TAB-VND-VENDEDOR   PIC     9(005).
             07 TAB-VND-DT-VENDA   PIC     9(008).
           05  TAB-VND-COD-FIL     PIC     9(005).
           05  TAB-VND-COD-PEC     PIC     9(005).
           05  TAB-VND-NOME        PIC     X(025).
           05  TAB-VND-CLASSE-ABC  PIC     X(001).
           05  TAB-VND-VLR-VENDA   PIC    S9(013)V9(002).
           05  TAB-VND-PCT         PIC     9(002)V9(002).
           05  TAB-VND-COMISSAO    PIC    S9(011)V9(002).
           05  TAB-VND-SITUACAO    PIC     X(001).
             88 TAB-VND-COMISSIONADO       VALUE ' '.
             88 TAB-VND-SEM-VINCULO        VALUE 'V'.
             88 TAB-VND-SEM-REGRA          VALUE 'R'.
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
      *    LAY-OUT DO EXTRATO DE COMISSAO POR VENDEDOR                *
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
         'E X T R A T O   D E   C O M I S S A O   D E   V E N D A S'.
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
         03    FILLER              PIC     X(011) VALUE 'VENDEDOR.: '.
         03    CAB5-COD-VENDEDOR   PIC     9(005).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    CAB5-NOME           PIC     X(030).
         03    FILLER              PIC     X(081) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'DATA VENDA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'FIL.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(025) VALUE
               'NOME DA PECA'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'CL.'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(017) VALUE
               '   VALOR DA VENDA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE '     %'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(015) VALUE
               '       COMISSAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(020) VALUE
               'OBSERVACAO'.
         03    FILLER              PIC     X(009) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DIA            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET1-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET1-ANO            PIC     9(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-FIL        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME           PIC     X(025).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CLASSE         PIC     X(001).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-VLR-VENDA      PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-PCT            PIC     ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COMISSAO       PIC    -ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OBS            PIC     X(020).
         03    FILLER              PIC     X(009) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(023).
         03    FILLER              PIC     X(007) VALUE 'VENDAS '.
         03    TOT1-VENDAS         PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'DEVOLUCOES '.
         03    TOT1-DEVOLUCOES     PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'LIQUIDO '.
         03    TOT1-BASE           PIC    -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'COMISSAO '.
         03    TOT1-COMISSAO       PIC    -ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      TOT2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT2-DESCRICAO      PIC     X(030).
         03    TOT2-A-PAGAR        PIC     ZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    TOT2-OBS            PIC     X(040).
         03    FILLER              PIC     X(041) VALUE SPACES.
      *
       01      MSG1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(050) VALUE
               'NENHUMA VENDA COM VENDEDOR NO PERIODO INFORMADO'.
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
      * INPUT..: CADFFIL - VINCULO FUNCIONARIO X FILIAL               *
      *****************************************************************
      *
           COPY    COBI1070.
      *
      *****************************************************************
      * INPUT..: CADRCOM - REGRAS DE COMISSAO                         *
      *****************************************************************
      *
           COPY    COBI1226.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS                  *
      *****************************************************************
      *
           COPY    COBO1007.
      *
      *****************************************************************
      * OUTPUT.: CADCOMI - COMISSAO MENSAL POR VENDEDOR               *
      *****************************************************************
      *
           COPY    COBO1226.
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

           PERFORM 2000-00-IMPRIME-EXTRATO
             VARYING WS-IND-TAB-VND FROM 1 BY 1
             UNTIL WS-IND-TAB-VND  GREATER WS-QTD-TAB-VND.

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
                           CADFFIL
                           CADRCOM
                           CADRESP
                   OUTPUT  CADCOMI
                           RELCOMI.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    LKG-MES         TO      CAB3-MES.
           MOVE    LKG-ANO         TO      CAB3-ANO.

           PERFORM 0600-00-CARGA-TAB-CLASSES
             UNTIL WS-FS-CADMATR   EQUAL   10.

           PERFORM 0650-00-CARGA-TAB-VINCULOS
             UNTIL WS-FS-CADFFIL   EQUAL   10.

           PERFORM 0700-00-CARGA-TAB-REGRAS
             UNTIL WS-FS-CADRCOM   EQUAL   10.

           IF      WS-QTD-TAB-RCM  EQUAL   ZEROS
                   PERFORM         0990-00-ABEND-SEM-REGRA
           END-IF.

           PERFORM 0750-00-CARGA-TAB-NOMES
             UNTIL WS-FS-CADRESP   EQUAL   10.

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

           PERFORM 0320-00-TESTA-FS-CADCOMI.

           PERFORM 0330-00-TESTA-FS-RELCOMI.
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

           IF      WS-FS-CADFFIL NOT EQUAL 00 AND 10
                   MOVE 'CADFFIL'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFFIL     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRCOM NOT EQUAL 00 AND 10
                   MOVE 'CADRCOM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRCOM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRESP NOT EQUAL 00 AND 10
                   MOVE 'CADRESP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRESP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADCOMI    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCOMI NOT EQUAL 00
                   MOVE 'CADCOMI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCOMI
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-RELCOMI    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELCOMI NOT EQUAL 00
                   MOVE 'RELCOMI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELCOMI
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
       0600-00-CARGA-TAB-CLASSES   SECTION.
      *****************************************************************
      *
           READ    CADMATR         INTO    REG-MATR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-APOIO.

           IF      WS-FS-CADMATR   EQUAL   00
                   ADD 001         TO      WS-LID-CADMATR

                   IF      WS-QTD-TAB-CLS  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-CLS
                   MOVE    MATR-COD-PEC    TO
                           TAB-CLS-COD-PEC    (WS-QTD-TAB-CLS)
                   MOVE    MATR-CLASSE-ABC TO
                           TAB-CLS-CLASSE-ABC (WS-QTD-TAB-CLS)
           END-IF.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0650-00-CARGA-TAB-VINCULOS  SECTION.
      *****************************************************************
      *
           READ    CADFFIL         INTO    REG-FFIL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-APOIO.

           IF      WS-FS-CADFFIL   EQUAL   00
                   ADD 001         TO      WS-LID-CADFFIL

                   IF      WS-QTD-TAB-VIN  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-VIN
                   MOVE    FFIL-FUNC-CODIGO        TO
                           TAB-VIN-FUNC    (WS-QTD-TAB-VIN)
                   MOVE    FFIL-COD-FIL    TO
                           TAB-VIN-COD-FIL (WS-QTD-TAB-VIN)
           END-IF.
      *
       0650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0700-00-CARGA-TAB-REGRAS    SECTION.
      *****************************************************************
      *
           READ    CADRCOM         INTO    REG-RCOM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-APOIO.

           IF      WS-FS-CADRCOM   EQUAL   00
                   ADD 001         TO      WS-LID-CADRCOM

                   IF      WS-QTD-TAB-RCM  GREATER OR EQUAL 01000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-RCM
                   MOVE    RCOM-COD-FIL    TO
                           TAB-RCM-COD-FIL     (WS-QTD-TAB-RCM)
                   MOVE    RCOM-CLASSE-ABC TO
                           TAB-RCM-CLASSE-ABC  (WS-QTD-TAB-RCM)
                   MOVE    RCOM-DT-VIGENCIA        TO
                           TAB-RCM-DT-VIGENCIA (WS-QTD-TAB-RCM)
                   MOVE    RCOM-PCT-COMISSAO       TO
                           TAB-RCM-PCT         (WS-QTD-TAB-RCM)
           END-IF.
      *
       0700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0750-00-CARGA-TAB-NOMES     SECTION.
      *****************************************************************
      *
           READ    CADRESP         INTO    REG-FSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-APOIO.

           IF      WS-FS-CADRESP   EQUAL   00
                   ADD 001         TO      WS-LID-CADRESP

                   IF      WS-QTD-TAB-NOM  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-NOM
                   MOVE    FSEL-CODIGO     TO
                           TAB-NOM-FUNC (WS-QTD-TAB-NOM)
                   MOVE    FSEL-NOME       TO
                           TAB-NOM-NOME (WS-QTD-TAB-NOM)
           END-IF.
      *
       0750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    APURA A COMISSAO DE CADA MOVIMENTO DO PERIODO COM VENDEDOR *
      *    E GUARDA A LINHA DO EXTRATO NA ORDEM VENDEDOR/DATA         *
      *
           IF      MOVA-DT-VENDA (1:6) NOT EQUAL LKG-PERIODO
                   ADD     001     TO      WS-QTD-FORA-PER
                   PERFORM         0500-00-LEITURA-CADMOVA
                   GO      TO      1000-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-MOV-PER.

      *    VENDA DE BALCAO/LAY-OUT ANTERIOR, SEM VENDEDOR INFORMADO
           IF      MOVA-COD-VENDEDOR NOT NUMERIC OR
                   MOVA-COD-VENDEDOR EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-SEM-VENDEDOR
                   PERFORM         0500-00-LEITURA-CADMOVA
                   GO      TO      1000-99-EXIT
           END-IF.

           MOVE    ZEROS           TO      WS-PCT-COMISSAO
                                           WS-VLR-COMISSAO-MOV.

           PERFORM 1100-00-LOCALIZA-CLASSE.

           PERFORM 1200-00-VERIFICA-VINCULO.

           IF      WS-VIN-NAO-ACHOU
                   SET     WS-MOV-SEM-VINCULO      TO      TRUE
                   ADD     001     TO      WS-QTD-SEM-VINCULO
           ELSE
                   PERFORM         1300-00-LOCALIZA-REGRA
                   IF      WS-IND-RCM-ACHADA       EQUAL   ZEROS
                           SET     WS-MOV-SEM-REGRA        TO  TRUE
                           ADD     001     TO      WS-QTD-SEM-REGRA
                   ELSE
                           SET     WS-MOV-COMISSIONADO     TO  TRUE
                           ADD     001     TO      WS-QTD-COMISSIONADO
                           MOVE    TAB-RCM-PCT (WS-IND-RCM-ACHADA)
                                           TO      WS-PCT-COMISSAO
      *                    DEVOLUCAO (VALOR NEGATIVO) ESTORNA COMISSAO
                           COMPUTE WS-VLR-COMISSAO-MOV ROUNDED =
                                   MOVA-VLR-VENDA * WS-PCT-COMISSAO
                                   / 100
                   END-IF
           END-IF.

           PERFORM 1400-00-INSERE-VENDA.

           PERFORM 0500-00-LEITURA-CADMOVA.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-LOCALIZA-CLASSE     SECTION.
      *****************************************************************
      *    CLASSE ABC DA PECA NO CADMATR (SPACES SE AUSENTE)          *
      *
           MOVE    SPACES          TO      WS-CLASSE-PECA.

           SET     WS-CLS-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CLS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CLS GREATER WS-QTD-TAB-CLS
                   OR      WS-CLS-ACHOU

             IF    MOVA-COD-PEC    EQUAL
                   TAB-CLS-COD-PEC (WS-IND-TAB-CLS)
                   SET     WS-CLS-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-CLS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-CLS
                   MOVE    TAB-CLS-CLASSE-ABC (WS-IND-TAB-CLS)
                                   TO      WS-CLASSE-PECA
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-VERIFICA-VINCULO    SECTION.
      *****************************************************************
      *    O VENDEDOR PRECISA ESTAR VINCULADO A FILIAL DA VENDA       *
      *
           SET     WS-VIN-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-VIN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-VIN GREATER WS-QTD-TAB-VIN
                   OR      WS-VIN-ACHOU

             IF    MOVA-COD-VENDEDOR       EQUAL
                   TAB-VIN-FUNC    (WS-IND-TAB-VIN)        AND
                   MOVA-COD-FIL            EQUAL
                   TAB-VIN-COD-FIL (WS-IND-TAB-VIN)
                   SET     WS-VIN-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-LOCALIZA-REGRA      SECTION.
      *****************************************************************
      *    REGRA VIGENTE NA DATA DA VENDA, DA MAIS ESPECIFICA PARA A  *
      *    MAIS GERAL: FILIAL E CLASSE (3), FILIAL (2), CLASSE (1),   *
      *    GERAL (0). ENTRE REGRAS DE MESMO NIVEL VALE A DE VIGENCIA  *
      *    MAIS RECENTE. WS-IND-RCM-ACHADA = ZEROS SE NENHUMA SERVIR  *
      *
           MOVE    ZEROS           TO      WS-IND-RCM-ACHADA
                                           WS-PRIO-ACHADA.

           PERFORM VARYING WS-IND-TAB-RCM FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RCM GREATER WS-QTD-TAB-RCM

             IF    TAB-RCM-DT-VIGENCIA (WS-IND-TAB-RCM) NOT GREATER
                   MOVA-DT-VENDA                              AND
                  (TAB-RCM-COD-FIL (WS-IND-TAB-RCM) EQUAL ZEROS OR
                   TAB-RCM-COD-FIL (WS-IND-TAB-RCM) EQUAL
                   MOVA-COD-FIL)                              AND
                  (TAB-RCM-CLASSE-ABC (WS-IND-TAB-RCM) EQUAL SPACES OR
                   TAB-RCM-CLASSE-ABC (WS-IND-TAB-RCM) EQUAL
                   WS-CLASSE-PECA)

                   MOVE    ZEROS   TO      WS-PRIO-REGRA
                   IF      TAB-RCM-COD-FIL (WS-IND-TAB-RCM)
                                   NOT EQUAL ZEROS
                           ADD     002     TO      WS-PRIO-REGRA
                   END-IF
                   IF      TAB-RCM-CLASSE-ABC (WS-IND-TAB-RCM)
                                   NOT EQUAL SPACES
                           ADD     001     TO      WS-PRIO-REGRA
                   END-IF

                   IF      WS-IND-RCM-ACHADA       EQUAL   ZEROS  OR
                           WS-PRIO-REGRA   GREATER WS-PRIO-ACHADA OR
                          (WS-PRIO-REGRA   EQUAL   WS-PRIO-ACHADA AND
                           TAB-RCM-DT-VIGENCIA (WS-IND-TAB-RCM)
                           GREATER
                           TAB-RCM-DT-VIGENCIA (WS-IND-RCM-ACHADA))
                           MOVE    WS-IND-TAB-RCM  TO
                                   WS-IND-RCM-ACHADA
                           MOVE    WS-PRIO-REGRA   TO
                                   WS-PRIO-ACHADA
                   END-IF
             END-IF

           END-PERFORM.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-INSERE-VENDA        SECTION.
      *****************************************************************
      *    INCLUI A LINHA DO MOVIMENTO APOS AS DE MESMA CHAVE         *
      *    (VENDEDOR/DATA), PRESERVANDO A ORDEM DE LEITURA            *
      *
           MOVE    MOVA-COD-VENDEDOR
                                   TO      WS-CHAVE-VENDEDOR.
           MOVE    MOVA-DT-VENDA   TO      WS-CHAVE-DT-VENDA.

           SET     WS-INS-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL   WS-IND-INS GREATER WS-QTD-TAB-VND
                   OR      WS-INS-ACHOU

             IF    TAB-VND-CHAVE (WS-IND-INS) GREATER WS-CHAVE-VND
                   SET     WS-INS-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-INS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-INS
           END-IF.

           IF      WS-QTD-TAB-VND  GREATER OR EQUAL 20000
                   PERFORM         0989-00-ABEND-TABELA
           END-IF.

           PERFORM VARYING WS-IND-DES FROM WS-QTD-TAB-VND BY -1
                   UNTIL   WS-IND-DES LESS WS-IND-INS

             COMPUTE WS-IND-AUX = WS-IND-DES + 1
             MOVE  TAB-VND-ITEM (WS-IND-DES) TO
                   TAB-VND-ITEM (WS-IND-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-VND.

           MOVE    WS-CHAVE-VND    TO
                   TAB-VND-CHAVE      (WS-IND-INS).
           MOVE    MOVA-COD-FIL    TO
                   TAB-VND-COD-FIL    (WS-IND-INS).
           MOVE    MOVA-COD-PEC    TO
                   TAB-VND-COD-PEC    (WS-IND-INS).
           MOVE    MOVA-NOME       TO
                   TAB-VND-NOME       (WS-IND-INS).
           MOVE    WS-CLASSE-PECA  TO
                   TAB-VND-CLASSE-ABC (WS-IND-INS).
           MOVE    MOVA-VLR-VENDA  TO
                   TAB-VND-VLR-VENDA  (WS-IND-INS).
           MOVE    WS-PCT-COMISSAO TO
                   TAB-VND-PCT        (WS-IND-INS).
           MOVE    WS-VLR-COMISSAO-MOV
                                   TO
                   TAB-VND-COMISSAO   (WS-IND-INS).
           MOVE    WS-IND-SITUACAO TO
                   TAB-VND-SITUACAO   (WS-IND-INS).
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-IMPRIME-EXTRATO     SECTION.
      *****************************************************************
      *
           IF      WS-IND-TAB-VND  EQUAL   1
                   PERFORM         2200-00-INICIA-VENDEDOR
           ELSE
                   IF      TAB-VND-VENDEDOR (WS-IND-TAB-VND)
                                   NOT EQUAL WS-COD-VENDEDOR-ANT
                           PERFORM 2100-00-TOTAL-VENDEDOR
                           PERFORM 2200-00-INICIA-VENDEDOR
                   END-IF
           END-IF.

           MOVE    TAB-VND-DT-VENDA (WS-IND-TAB-VND)
                                   TO      WS-DT-AUX.
           MOVE    WS-DT-AUX-DIA   TO      DET1-DIA.
           MOVE    WS-DT-AUX-MES   TO      DET1-MES.
           MOVE    WS-DT-AUX-ANO   TO      DET1-ANO.

           MOVE    TAB-VND-COD-FIL    (WS-IND-TAB-VND)
                                   TO      DET1-COD-FIL.
           MOVE    TAB-VND-COD-PEC    (WS-IND-TAB-VND)
                                   TO      DET1-COD-PEC.
           MOVE    TAB-VND-NOME       (WS-IND-TAB-VND)
                                   TO      DET1-NOME.
           MOVE    TAB-VND-CLASSE-ABC (WS-IND-TAB-VND)
                                   TO      DET1-CLASSE.
           MOVE    TAB-VND-VLR-VENDA  (WS-IND-TAB-VND)
                                   TO      DET1-VLR-VENDA.
           MOVE    TAB-VND-PCT        (WS-IND-TAB-VND)
                                   TO      DET1-PCT.
           MOVE    TAB-VND-COMISSAO   (WS-IND-TAB-VND)
                                   TO      DET1-COMISSAO.

      *    SO O MOVIMENTO COMISSIONADO ENTRA NA BASE DO VENDEDOR
           EVALUATE TRUE
             WHEN  TAB-VND-SEM-VINCULO (WS-IND-TAB-VND)
                   MOVE    'SEM VINCULO CADFFIL'   TO      DET1-OBS
                   ADD     001     TO      WS-VEN-QTD-EXC
             WHEN  TAB-VND-SEM-REGRA   (WS-IND-TAB-VND)
                   MOVE    'SEM REGRA COMISSAO'    TO      DET1-OBS
                   ADD     001     TO      WS-VEN-QTD-EXC
             WHEN  TAB-VND-VLR-VENDA   (WS-IND-TAB-VND) LESS ZEROS
                   MOVE    'DEVOLUCAO'     TO      DET1-OBS
                   SUBTRACT TAB-VND-VLR-VENDA (WS-IND-TAB-VND)
                                   FROM    WS-VEN-DEVOLUCOES
                   ADD     TAB-VND-COMISSAO  (WS-IND-TAB-VND)
                                   TO      WS-VEN-COMISSAO
             WHEN  OTHER
                   MOVE    SPACES  TO      DET1-OBS
                   ADD     TAB-VND-VLR-VENDA (WS-IND-TAB-VND)
                                   TO      WS-VEN-VENDAS
                   ADD     TAB-VND-COMISSAO  (WS-IND-TAB-VND)
                                   TO      WS-VEN-COMISSAO
           END-EVALUATE.

           MOVE    DET1            TO      WS-LINHA-IMP.
           PERFORM 2650-00-IMPRIME-LINHA.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-TOTAL-VENDEDOR      SECTION.
      *****************************************************************
      *    IMPRIME O TOTAL DO VENDEDOR E GRAVA O PROVENTO NO CADCOMI  *
      *
           COMPUTE WS-VEN-BASE     =
                   WS-VEN-VENDAS - WS-VEN-DEVOLUCOES.

           IF      WS-VEN-COMISSAO GREATER ZEROS
                   MOVE    WS-VEN-COMISSAO TO      WS-VEN-A-PAGAR
           ELSE
                   MOVE    ZEROS           TO      WS-VEN-A-PAGAR
           END-IF.

           MOVE    'TOTAL DO VENDEDOR'     TO      TOT1-DESCRICAO.
           MOVE    WS-VEN-VENDAS   TO      TOT1-VENDAS.
           MOVE    WS-VEN-DEVOLUCOES
                                   TO      TOT1-DEVOLUCOES.
           MOVE    WS-VEN-BASE     TO      TOT1-BASE.
           MOVE    WS-VEN-COMISSAO TO      TOT1-COMISSAO.

           MOVE    'COMISSAO A PAGAR NA FOLHA...:'
                                   TO      TOT2-DESCRICAO.
           MOVE    WS-VEN-A-PAGAR  TO      TOT2-A-PAGAR.

           IF      WS-NOM-NAO-ACHOU
                   MOVE    'VENDEDOR NAO CONSTA DO CADRESP (FOLHA)'
                                   TO      TOT2-OBS
           ELSE
                   IF      WS-VEN-COMISSAO LESS    ZEROS
                           MOVE    'APURACAO NEGATIVA - NADA A PAGAR'
                                           TO      TOT2-OBS
                   ELSE
                           MOVE    SPACES  TO      TOT2-OBS
                   END-IF
           END-IF.

           MOVE    CAB4            TO      WS-LINHA-IMP.
           PERFORM 2650-00-IMPRIME-LINHA.

           MOVE    TOT1            TO      WS-LINHA-IMP.
           PERFORM 2650-00-IMPRIME-LINHA.

           MOVE    TOT2            TO      WS-LINHA-IMP.
           PERFORM 2650-00-IMPRIME-LINHA.

           MOVE    SPACES          TO      REG-COMI.

           MOVE    WS-COD-VENDEDOR-ANT
                                   TO      COMI-FUNC-CODIGO.
           MOVE    LKG-PERIODO     TO      COMI-PERIODO.
           MOVE    WS-VEN-VENDAS   TO      COMI-VLR-VENDAS.
           MOVE    WS-VEN-DEVOLUCOES
                                   TO      COMI-VLR-DEVOLUCOES.
           MOVE    WS-VEN-BASE     TO      COMI-VLR-BASE.
           MOVE    WS-VEN-COMISSAO TO      COMI-VLR-APURADO.
           MOVE    WS-VEN-A-PAGAR  TO      COMI-VLR-COMISSAO.
           MOVE    WS-VEN-QTD-EXC  TO      COMI-QTD-EXCECOES.

           PERFORM 2500-00-GRAVACAO-CADCOMI.

           ADD     WS-VEN-VENDAS   TO      WS-GER-VENDAS.
           ADD     WS-VEN-DEVOLUCOES
                                   TO      WS-GER-DEVOLUCOES.
           ADD     WS-VEN-BASE     TO      WS-GER-BASE.
           ADD     WS-VEN-COMISSAO TO      WS-GER-COMISSAO.
           ADD     WS-VEN-A-PAGAR  TO      WS-GER-A-PAGAR.

           MOVE    ZEROS           TO      WS-VEN-VENDAS
                                           WS-VEN-DEVOLUCOES
                                           WS-VEN-BASE
                                           WS-VEN-COMISSAO
                                           WS-VEN-A-PAGAR
                                           WS-VEN-QTD-EXC.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-INICIA-VENDEDOR     SECTION.
      *****************************************************************
      *    CADA VENDEDOR COMECA EM PAGINA NOVA                        *
      *
           MOVE    TAB-VND-VENDEDOR (WS-IND-TAB-VND)
                                   TO      WS-COD-VENDEDOR-ANT.

           MOVE    WS-COD-VENDEDOR-ANT
                                   TO      CAB5-COD-VENDEDOR.

           SET     WS-NOM-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-NOM FROM 1 BY 1
                   UNTIL   WS-IND-TAB-NOM GREATER WS-QTD-TAB-NOM
                   OR      WS-NOM-ACHOU

             IF    WS-COD-VENDEDOR-ANT     EQUAL
                   TAB-NOM-FUNC (WS-IND-TAB-NOM)
                   SET     WS-NOM-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-NOM-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-NOM
                   MOVE    TAB-NOM-NOME (WS-IND-TAB-NOM)
                                   TO      CAB5-NOME
           ELSE
                   MOVE    '*** NAO CONSTA DO CADRESP ***'
                                   TO      CAB5-NOME
           END-IF.

           MOVE    99              TO      WS-LINHAS.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-GRAVACAO-CADCOMI    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADCOMI     FROM    REG-COMI.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADCOMI.

           ADD     001             TO      WS-GRV-CADCOMI.
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

           MOVE    CAB1            TO      REG-RELCOMI.
           PERFORM 2700-00-GRAVACAO-RELCOMI.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELCOMI.
           PERFORM 2700-00-GRAVACAO-RELCOMI.

           MOVE    CAB4            TO      REG-RELCOMI.
           PERFORM 2700-00-GRAVACAO-RELCOMI.

           MOVE    CAB5            TO      REG-RELCOMI.
           PERFORM 2700-00-GRAVACAO-RELCOMI.

           MOVE    CAB4            TO      REG-RELCOMI.
           PERFORM 2700-00-GRAVACAO-RELCOMI.

           MOVE    CAB6            TO      REG-RELCOMI.
           PERFORM 2700-00-GRAVACAO-RELCOMI.

           MOVE    SPACES          TO      REG-RELCOMI.
           PERFORM 2700-00-GRAVACAO-RELCOMI.

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

           MOVE    WS-LINHA-IMP    TO      REG-RELCOMI.
           PERFORM 2700-00-GRAVACAO-RELCOMI.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELCOMI    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELCOMI.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0330-00-TESTA-FS-RELCOMI.

           ADD     001             TO      WS-GRV-RELCOMI.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           IF      WS-QTD-TAB-VND  GREATER ZEROS
                   PERFORM         2100-00-TOTAL-VENDEDOR
                   MOVE    'TOTAL GERAL DO PERIODO'
                                   TO      TOT1-DESCRICAO
                   MOVE    WS-GER-VENDAS   TO      TOT1-VENDAS
                   MOVE    WS-GER-DEVOLUCOES
                                           TO      TOT1-DEVOLUCOES
                   MOVE    WS-GER-BASE     TO      TOT1-BASE
                   MOVE    WS-GER-COMISSAO TO      TOT1-COMISSAO
                   MOVE    'TOTAL A PAGAR NA FOLHA......:'
                                   TO      TOT2-DESCRICAO
                   MOVE    WS-GER-A-PAGAR  TO      TOT2-A-PAGAR
                   MOVE    SPACES  TO      TOT2-OBS
                   MOVE    SPACES  TO      CAB5
                   MOVE    99      TO      WS-LINHAS
                   MOVE    TOT1    TO      WS-LINHA-IMP
                   PERFORM         2650-00-IMPRIME-LINHA
                   MOVE    TOT2    TO      WS-LINHA-IMP
                   PERFORM         2650-00-IMPRIME-LINHA
           ELSE
                   MOVE    SPACES  TO      CAB5
                   MOVE    MSG1    TO      WS-LINHA-IMP
                   PERFORM         2650-00-IMPRIME-LINHA
           END-IF.

           CLOSE   CADMOVA
                   CADMATR
                   CADFFIL
                   CADRCOM
                   CADRESP
                   CADCOMI
                   RELCOMI.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB159'      TO      WRL-PROGRAMA.
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
           DISPLAY '******************* GPFPB159 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB159 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADMOVA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMOVA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FORA-PER TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS FORA DO PERIODO......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-VENDEDOR
                                   TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS SEM VENDEDOR.........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-COMISSIONADO
                                   TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS COMISSIONADOS........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-VINCULO
                                   TO      WS-EDICAO.
           DISPLAY '* VENDEDOR SEM VINCULO NA FILIAL..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-REGRA
                                   TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS SEM REGRA DE COMISSAO: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRCOM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRCOM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFFIL  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFFIL.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCOMI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCOMI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELCOMI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELCOMI.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB159 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB159 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB159 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB159 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-SEM-REGRA     SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB159 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* SEM REGRA DE COMISSAO CADASTRADA (CADRCOM   *'.
           DISPLAY '* VAZIO) PARA O GPFPB159                      *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB159 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB159 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY
           '******************* GPFPB159 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'  *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB159 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB159 ******************'

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

           DISPLAY '******************* GPFPB159 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB159 ******************'.
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
           DISPLAY '******************* GPFPB159 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB159 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB159                  *
      *****************************************************************
