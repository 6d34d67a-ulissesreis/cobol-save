      * S1LQ-NR-SOLI     - PIC 9(013)       - NUMERO DE SOLICITACAO    *
      * S1LQ-TP-SOLI     - PIC X(001)       - TIPO DE SOLICITACAO      *
      * S1LQ-TX-DESC     - PIC X(030)       - DESCRICAO DA SOLICITACAO *
      * S1LQ-IN-URGENTE  - PIC X(001)       - 'S' = PEDIDO URGENTE     *
      * FILLER           - PIC X(021)       - AREA LIVRE               *
      ******************************************************************
      *
       01          S1LQ-REG.
           03      S1LQ-CD-PECA    PIC     9(005).
           03      S1LQ-QT-SOLI    PIC     9(005).
           03      S1LQ-DT-SOLI    PIC     9(008).
           03      S1LQ-IN-URGENTE PIC     X(001).
             88    S1LQ-URGENTE            VALUE 'S'.
           03      FILLER          PIC     X(021).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA       SEQ. - OUTPUT - S1LQEX22 *
