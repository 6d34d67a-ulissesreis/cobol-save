      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADPDIM       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1102 - PESO E VOLUME UNITARIOS DAS PECAS *
      *                              PARA A MONTAGEM DAS CARGAS DE     *
      *                              ENTREGA (GPFPB150)                *
      ******************************************************************
      * PDIM-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * PDIM-PESO-UNIT  - PIC 9(005)V9(003)- PESO DA UNIDADE EM KG     *
      * PDIM-VOL-UNIT   - PIC 9(005)V9(003)- VOLUME DA UNIDADE EM DM3  *
      *                                      (LITROS), JA EMBALADA     *
      * FILLER          - PIC X(029)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PDIM.
           03      PDIM-COD-PEC    PIC     9(005).
           03      PDIM-PESO-UNIT  PIC     9(005)V9(003).
           03      PDIM-VOL-UNIT   PIC     9(005)V9(003).
           03      FILLER          PIC     X(029).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADPDIM *
      ******************************************************************
