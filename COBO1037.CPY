      * PLOG-SEQ-TRANS  - PIC 9(007)       - SEQUENCIA DA TRANSACAO    *
      * PLOG-PROGRAMA   - PIC X(008)       - PROGRAMA QUE APLICOU A    *
      *                                      ALTERACAO NA MATRIZ       *
      * PLOG-NUM-DOC    - PIC X(013)       - DOCUMENTO QUE ORIGINOU A  *
      *                                      ALTERACAO (PEDIDO, ORDEM, *
      *                                      BAIXA...) - SPACES QUANDO *
      *                                      NAO HA DOCUMENTO UNICO    *
      * FILLER          - PIC X(008)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PLOG.
           03      PLOG-DAT-MOV    PIC     9(008).
           03      PLOG-SEQ-TRANS  PIC     9(007).
           03      PLOG-PROGRAMA   PIC     X(008).
           03      PLOG-NUM-DOC    PIC     X(013).
           03      FILLER          PIC     X(008).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADPLOG *
