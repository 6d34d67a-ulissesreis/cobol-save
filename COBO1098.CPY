      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADBXAH         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1098 - BAIXAS DE ESTOQUE POR PERDA.      *
      *                              LAY-OUT COMUM AO HISTORICO DAS    *
      *                              BAIXAS EFETIVADAS (CADBXAH, LIDO  *
      *                              PELO GPFPB143) E AS BAIXAS RETIDAS*
      *                              PARA APROVACAO (CADBXAP/CADBXPN)  *
      ******************************************************************
      * BAIX-NUM-BAIXA  - PIC 9(012)       - NUMERO DA BAIXA: DATA DO  *
      *                                      PROCESSAMENTO (AAAAMMDD)  *
      *                                      + SEQUENCIAL DO DIA       *
      * BAIX-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * BAIX-NUM-LOTE   - PIC X(010)       - LOTE BAIXADO (BRANCOS     *
      *                                      PARA PECA SEM LOTE)       *
      * BAIX-QTD        - PIC 9(005)       - QUANTIDADE BAIXADA        *
      * BAIX-COD-MOTIVO - PIC X(001)       - 'V' VENCIDO               *
      *                                      'A' AVARIADO              *
      *                                      'O' OBSOLETO              *
      * BAIX-DAT-SOLIC  - PIC 9(008)       - DATA DA OCORRENCIA        *
      * BAIX-ID-SOLIC   - PIC X(004)       - OPERADOR SOLICITANTE      *
      * BAIX-SITUACAO   - PIC X(001)       - 'P' PENDENTE DE APROVACAO *
      *                                      'E' EFETIVADA             *
      * BAIX-ID-APROV   - PIC X(004)       - OPERADOR APROVADOR        *
      *                                      (BRANCOS DENTRO DA ALCADA)*
      * BAIX-DAT-EFET   - PIC 9(008)       - DATA DA EFETIVACAO        *
      * BAIX-FORNECEDOR - PIC 9(010)       - FORNECEDOR DA PECA        *
      *                                      (MATR-FORNECEDOR)         *
      * BAIX-VLR-TOTAL  - PIC 9(013)V9(002)- VALOR DA PERDA (QTDE X    *
      *                                      MATR-VLR-UNIT)            *
      * FILLER          - PIC X(017)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-BAIX.
           03      BAIX-NUM-BAIXA  PIC     9(012).
           03      BAIX-COD-PEC    PIC     9(005).
           03      BAIX-NUM-LOTE   PIC     X(010).
           03      BAIX-QTD        PIC     9(005).
           03      BAIX-COD-MOTIVO PIC     X(001).
             88    BAIX-VENCIDO            VALUE 'V'.
             88    BAIX-AVARIADO           VALUE 'A'.
             88    BAIX-OBSOLETO           VALUE 'O'.
           03      BAIX-DAT-SOLIC  PIC     9(008).
           03      BAIX-ID-SOLIC   PIC     X(004).
           03      BAIX-SITUACAO   PIC     X(001).
             88    BAIX-PENDENTE           VALUE 'P'.
             88    BAIX-EFETIVADA          VALUE 'E'.
           03      BAIX-ID-APROV   PIC     X(004).
           03      BAIX-DAT-EFET   PIC     9(008).
           03      BAIX-FORNECEDOR PIC     9(010).
           03      BAIX-VLR-TOTAL  PIC     9(013)V9(002).
           03      FILLER          PIC     X(017).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADBXAH *
      ******************************************************************
