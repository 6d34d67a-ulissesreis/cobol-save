      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADBENE         - LCREL 060 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBI1242 - TABELA DE BENEFICIOS (VALE-       *
      *                              TRANSPORTE E VALE-REFEICAO)       *
      ******************************************************************
      * UM REGISTRO POR BENEFICIO E VIGENCIA, MANTIDO PELO RH. VALE A  *
      * MAIOR VIGENCIA NAO POSTERIOR AO ULTIMO DIA DA COMPETENCIA      *
      * CALCULADA                                                      *
      ******************************************************************
      * BENE-CODIGO     - PIC X(004)       - CODIGO DO BENEFICIO       *
      * BENE-TIPO       - PIC X(001)       - 'T' VALE-TRANSPORTE       *
      *                                      'R' VALE-REFEICAO         *
      * BENE-DESCRICAO  - PIC X(020)       - DESCRICAO DO BENEFICIO    *
      * BENE-FORNECEDOR - PIC 9(010)       - FORNECEDOR (CADFORN)      *
      * BENE-VLR-UNITARIO PIC 9(005)V9(002)- VALOR DE CADA UNIDADE     *
      *                                      (PASSAGEM OU REFEICAO)    *
      * BENE-QTD-DIA    - PIC 9(002)       - UNIDADES POR DIA UTIL     *
      *                                      TRABALHADO (PADRAO)       *
      * BENE-DT-VIGENCIA- PIC 9(008)       - INICIO DA VIGENCIA        *
      *                                      (AAAAMMDD)                *
      * FILLER          - PIC X(008)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-BENE.
           03      BENE-CODIGO     PIC     X(004).
           03      BENE-TIPO       PIC     X(001).
             88    BENE-TRANSPORTE         VALUE 'T'.
             88    BENE-REFEICAO           VALUE 'R'.
           03      BENE-DESCRICAO  PIC     X(020).
           03      BENE-FORNECEDOR PIC     9(010).
           03      BENE-VLR-UNITARIO
                                   PIC     9(005)V9(002).
           03      BENE-QTD-DIA    PIC     9(002).
           03      BENE-DT-VIGENCIA
                                   PIC     9(008).
           03      FILLER          PIC     X(008).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADBENE *
      ******************************************************************
