      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADRCRP       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1099 - CONFIRMACOES DE RECEBIMENTO DAS   *
      *                              ORDENS DE REPOSICAO INFORMADAS    *
      *                              PELAS FILIAIS (GPFPB147)          *
      ******************************************************************
      * RCRP-NUM-ORDEM  - PIC 9(007)       - NUMERO DA ORDEM RECEBIDA  *
      * RCRP-COD-FIL    - PIC 9(005)       - FILIAL QUE RECEBEU        *
      * RCRP-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * RCRP-QTD-RECEB  - PIC 9(005)       - QUANTIDADE RECEBIDA       *
      * RCRP-DAT-RECEB  - PIC 9(008)       - DATA DO RECEBIMENTO       *
      * FILLER          - PIC X(020)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RCRP.
           03      RCRP-NUM-ORDEM  PIC     9(007).
           03      RCRP-COD-FIL    PIC     9(005).
           03      RCRP-COD-PEC    PIC     9(005).
           03      RCRP-QTD-RECEB  PIC     9(005).
           03      RCRP-DAT-RECEB  PIC     9(008).
           03      FILLER          PIC     X(020).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADRCRP *
      ******************************************************************
