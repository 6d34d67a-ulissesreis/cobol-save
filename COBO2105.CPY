      *                                      SOLICITADO, QUANDO A PECA *
      *                                      SEPARADA E UMA SUCESSORA  *
      *                                      (ZEROS SEM SUBSTITUICAO)  *
      * PICK-IN-URGENTE - PIC X(001)       - 'S' = PEDIDO URGENTE      *
      * FILLER          - PIC X(033)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PICK.
           03      PICK-DAT-VALID  PIC     9(008).
           03      PICK-CD-PECA-ORIG
                                   PIC     9(005).
           03      PICK-IN-URGENTE PIC     X(001).
             88    PICK-URGENTE            VALUE 'S'.
           03      FILLER          PIC     X(033).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADPICK *
