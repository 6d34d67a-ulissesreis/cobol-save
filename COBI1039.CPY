      * LOCM-PRATELEIRA - PIC X(005)       - PRATELEIRA/GAVETA         *
      * LOCM-IND-PRINCIPAL X(001)          - 'S'/'N' ENDERECO PRINCIPAL*
      * LOCM-TP-SOL     - PIC X(001)       - 'I' INCLUSAO/'E' EXCLUSAO *
      * LOCM-QTD-CAPAC  - PIC 9(005)       - CAPACIDADE DO ENDERECO    *
      *                                      (ZEROS MANTEM A ATUAL)    *
      * LOCM-QTD-GATILHO  PIC 9(005)       - NIVEL DE RESSUPRIMENTO    *
      *                                      (ZEROS MANTEM O ATUAL)    *
      * FILLER          - PIC X(023)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-LOCM.
           03      LOCM-TP-SOL     PIC     X(001).
             88    LOCM-INCLUSAO           VALUE 'I'.
             88    LOCM-EXCLUSAO           VALUE 'E'.
           03      LOCM-QTD-CAPAC  PIC     9(005).
           03      LOCM-QTD-GATILHO
                                   PIC     9(005).
           03      FILLER          PIC     X(023).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADLOCM *
