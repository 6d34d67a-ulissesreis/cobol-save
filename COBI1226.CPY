      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADRCOM       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1226 - REGRAS DE COMISSAO SOBRE VENDAS   *
      *                              POR FILIAL E CLASSE DA PECA       *
      *                              (MATR-CLASSE-ABC), APLICADAS PELO *
      *                              GPFPB159. VALE A REGRA MAIS       *
      *                              ESPECIFICA (FILIAL E CLASSE,      *
      *                              FILIAL, CLASSE, GERAL) E, ENTRE   *
      *                              IGUAIS, A DE VIGENCIA MAIS        *
      *                              RECENTE ATE A DATA DA VENDA       *
      ******************************************************************
      * RCOM-COD-FIL    - PIC 9(005)       - CODIGO DA FILIAL          *
      *                                      (ZEROS = TODAS)           *
      * RCOM-CLASSE-ABC - PIC X(001)       - CLASSE DA PECA 'A'/'B'/'C'*
      *                                      (SPACES = TODAS)          *
      * RCOM-DT-VIGENCIA- PIC 9(008)       - INICIO DA VIGENCIA        *
      *                                      (AAAAMMDD)                *
      * RCOM-PCT-COMISSAO PIC 9(02)V9(02)  - PERCENTUAL SOBRE O VALOR  *
      *                                      DA VENDA                  *
      * FILLER          - PIC X(032)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RCOM.
           03      RCOM-COD-FIL    PIC     9(005).
             88    RCOM-TODAS-FILIAIS      VALUE ZEROS.
           03      RCOM-CLASSE-ABC PIC     X(001).
             88    RCOM-TODAS-CLASSES      VALUE SPACES.
           03      RCOM-DT-VIGENCIA
                                   PIC     9(008).
           03      RCOM-PCT-COMISSAO
                                   PIC     9(002)V9(002).
           03      FILLER          PIC     X(032).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADRCOM *
      ******************************************************************
