      * SOLI-NR-SOLI     - PIC 9(013)       - NUMERO DE SOLICITACAO    *
      * SOLI-TP-SOLI     - PIC X(001)       - TIPO DE SOLICITACAO      *
      * SOLI-TX-DESC     - PIC X(030)       - DESCRICAO DA SOLICITACAO *
      * SOLI-IN-URGENTE  - PIC X(001)       - 'S' = PEDIDO URGENTE     *
      * FILLER           - PIC X(021)       - AREA LIVRE               *
      ******************************************************************
      *
       01          REG-SOLI.
           03      SOLI-CD-PECA    PIC     9(005).
           03      SOLI-QT-SOLI    PIC     9(005).
           03      SOLI-DT-SOLI    PIC     9(008).
           03      SOLI-IN-URGENTE PIC     X(001).
             88    SOLI-URGENTE            VALUE 'S'.
           03      FILLER          PIC     X(021).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA        SEQ. - INPUT - CADSOLI *
