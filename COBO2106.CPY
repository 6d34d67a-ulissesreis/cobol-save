      * SPEN-DT-SOLI    - PIC 9(008)       - DATA ORIGINAL DA SOLICIT. *
      * SPEN-QT-PENDENTE- PIC 9(005)       - QUANTIDADE AINDA PENDENTE *
      * SPEN-QT-CICLOS  - PIC 9(003)       - CICLOS AGUARDANDO         *
      * SPEN-IN-URGENTE - PIC X(001)       - 'S' = PEDIDO URGENTE      *
      * FILLER          - PIC X(018)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-SPEN.
           03      SPEN-QT-PENDENTE
                                   PIC     9(005).
           03      SPEN-QT-CICLOS  PIC     9(003).
           03      SPEN-IN-URGENTE PIC     X(001).
             88    SPEN-URGENTE            VALUE 'S'.
           03      FILLER          PIC     X(018).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADSPEN *
