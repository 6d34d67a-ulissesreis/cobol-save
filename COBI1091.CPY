      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADRSER       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1091 - NUMEROS DE SERIE CAPTURADOS NA    *
      *                              DOCA DE RECEBIMENTO, UM REGISTRO  *
      *                              POR UNIDADE DE PECA SERIALIZADA   *
      *                              (COMPLEMENTA O CADRECB)           *
      ******************************************************************
      * RSER-NUM-PEDIDO - PIC 9(007)       - NUMERO DO PEDIDO          *
      * RSER-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * RSER-NUM-SERIE  - PIC X(012)       - NUMERO DE SERIE           *
      * RSER-DAT-RECEB  - PIC 9(008)       - DATA DO RECEBIMENTO       *
      * FILLER          - PIC X(018)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RSER.
           03      RSER-NUM-PEDIDO PIC     9(007).
           03      RSER-COD-PEC    PIC     9(005).
           03      RSER-NUM-SERIE  PIC     X(012).
           03      RSER-DAT-RECEB  PIC     9(008).
           03      FILLER          PIC     X(018).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADRSER *
      ******************************************************************
