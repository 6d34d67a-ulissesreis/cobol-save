      * MANI-CD-PECA    - PIC 9(005)       - CODIGO DA PECA            *
      * MANI-QTD-EMBARCADA PIC 9(005)      - QUANTIDADE EMBARCADA      *
      * MANI-DAT-EMBARQUE PIC 9(008)       - DATA DO EMBARQUE          *
      * MANI-NUM-SERIE  - PIC X(012)       - NUMERO DE SERIE DA UNIDADE*
      *                                      (PECA SERIALIZADA - UMA   *
      *                                      LINHA POR UNIDADE, QTD 1) *
      ******************************************************************
      *
       01          REG-MANI.
                                   PIC     9(005).
           03      MANI-DAT-EMBARQUE
                                   PIC     9(008).
           03      MANI-NUM-SERIE  PIC     X(012).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADMANI *
