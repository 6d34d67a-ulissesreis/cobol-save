      *                                       SER O CUSTO MEDIO MOVEL) *
      * MATR-CLASSE-ABC - PIC X(001)        - CLASSE DE CONSUMO ANUAL  *
      *                                       'A'/'B'/'C' (GPFPB091)   *
      * MATR-IND-SERIE  - PIC X(001)        - 'S' PECA DE ALTO VALOR   *
      *                                       CONTROLADA POR NUMERO DE *
      *                                       SERIE (CADSERI)          *
      * MATR-CLASSE-RISCO PIC X(002)        - CLASSE DE RISCO (PRODUTO *
      *                                       PERIGOSO) - SPACES = SEM *
      *                                       RISCO. A SEPARACAO NA    *
      *                                       ARMAZENAGEM SEGUE O      *
      *                                       CADCRIS                  *
      * FILLER          - PIC X(005)        - AREA LIVRE               *
      ******************************************************************
      *
       01          REG-MATR.
             88    MATR-CLASSE-A           VALUE 'A'.
             88    MATR-CLASSE-B           VALUE 'B'.
             88    MATR-CLASSE-C           VALUE 'C'.
           03      MATR-IND-SERIE  PIC     X(001).
             88    MATR-SERIALIZADA        VALUE 'S'.
           03      MATR-CLASSE-RISCO
                                   PIC     X(002).
             88    MATR-SEM-RISCO          VALUE SPACES.
           03      FILLER          PIC     X(005).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADMATR *
