      * TLOG-MOTIVO     - PIC X(030)        - MOTIVO DA REJEICAO       *
      * TLOG-FIL-ORIG-N - PIC 9(005)        - FILIAL DE ORIGEM (5 DIG) *
      * TLOG-FIL-DEST-N - PIC 9(005)        - FILIAL DE DESTINO (5 DIG)*
      * TLOG-NUM-ORDEM  - PIC 9(007)        - ORDEM DE REPOSICAO DA    *
      *                                       MATRIZ (ZEROS QUANDO     *
      *                                       ENTRE FILIAIS)           *
      * FILLER          - PIC X(041)        - AREA LIVRE               *
      ******************************************************************
      *
       01          REG-TLOG.
           03      TLOG-MOTIVO        PIC     X(030).
           03      TLOG-FIL-ORIG-N    PIC     9(005).
           03      TLOG-FIL-DEST-N    PIC     9(005).
           03      TLOG-NUM-ORDEM     PIC     9(007).
           03      FILLER             PIC     X(041).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADTLOG *
