      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADPSER       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1092 - NUMEROS DE SERIE DAS UNIDADES     *
      *                              SEPARADAS PELO ALMOXARIFADO, UM   *
      *                              REGISTRO POR UNIDADE DE PECA      *
      *                              SERIALIZADA (COMPLEMENTA O        *
      *                              CADPCNF)                          *
      ******************************************************************
      * PSER-NR-SOLI    - PIC 9(013)       - NUMERO DA SOLICITACAO     *
      * PSER-CD-PECA    - PIC 9(005)       - CODIGO DA PECA            *
      * PSER-NUM-SERIE  - PIC X(012)       - NUMERO DE SERIE           *
      * PSER-DAT-SEPARACAO PIC 9(008)      - DATA DA SEPARACAO         *
      * FILLER          - PIC X(012)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PSER.
           03      PSER-NR-SOLI    PIC     9(013).
           03      PSER-CD-PECA    PIC     9(005).
           03      PSER-NUM-SERIE  PIC     X(012).
           03      PSER-DAT-SEPARACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(012).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADPSER *
      ******************************************************************
