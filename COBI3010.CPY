      * TRAN-FIL-DEST-N - PIC 9(005)        - FILIAL DE DESTINO COM 5  *
      *                                       DIGITOS (QUANDO ZEROS,   *
      *                                       VALE O CAMPO DE 1 DIGITO)*
      * TRAN-TP-TRANSF  - PIC X(001)        - ' ' ENTRE FILIAIS        *
      *                                       'M' REPOSICAO DA MATRIZ  *
      *                                       (ORIGEM ZERADA - SO A    *
      *                                       FILIAL DE DESTINO E      *
      *                                       CREDITADA - GPFPB147)    *
      * TRAN-NUM-ORDEM  - PIC 9(007)        - ORDEM DE REPOSICAO (SO   *
      *                                       NO TIPO 'M')             *
      * FILLER          - PIC X(070)        - AREA LIVRE               *
      ******************************************************************
      * TRAN-COD-PEC = 00000 IDENTIFICA O REGISTRO HEADER DO ARQUIVO   *
      * TRAN-COD-PEC = 99999 IDENTIFICA O REGISTRO TRAILER DO ARQUIVO  *
           03      TRAN-QTD-TRANSF    PIC     9(005).
           03      TRAN-FIL-ORIG-N    PIC     9(005).
           03      TRAN-FIL-DEST-N    PIC     9(005).
           03      TRAN-TP-TRANSF     PIC     X(001).
             88    TRAN-ENTRE-FILIAIS         VALUE SPACE.
             88    TRAN-REPOSICAO-MATRIZ      VALUE 'M'.
           03      TRAN-NUM-ORDEM     PIC     9(007).
           03      FILLER             PIC     X(070).
       01          REG-TRAN-TRAILER   REDEFINES REG-TRAN.
           03      FILLER             PIC     X(005).
           03      TRAN-QTD-REG       PIC     9(007).
