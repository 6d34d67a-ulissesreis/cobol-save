      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADRMAM       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1100 - MOVIMENTO DE DEVOLUCOES DAS       *
      *                              ENTIDADES (GPFPB148): PEDIDO DE   *
      *                              AUTORIZACAO E RECEBIMENTO DA      *
      *                              MERCADORIA DEVOLVIDA NA DOCA      *
      ******************************************************************
      * RMAM-TIPO       - PIC X(001)       - 'A' PEDIDO DE AUTORIZACAO *
      *                                      'R' RECEBIMENTO DA        *
      *                                          DEVOLUCAO AUTORIZADA  *
      * RMAM-NUM-SOLICITU PIC 9(013)       - SOLICITACAO ENTREGUE      *
      * RMAM-NUM-AUTORIZ- PIC 9(007)       - NUMERO DA AUTORIZACAO     *
      *                                      (SO NO RECEBIMENTO)       *
      * RMAM-COD-ENTIDAT- PIC 9(007)       - ENTIDADE QUE DEVOLVE      *
      * RMAM-COD-PECA   - PIC 9(005)       - CODIGO DA PECA            *
      * RMAM-QTD        - PIC 9(005)       - QUANTIDADE A DEVOLVER /   *
      *                                      RECEBIDA NA DOCA          *
      * RMAM-MOTIVO     - PIC X(001)       - 'E' ITEM ERRADO           *
      *                                      'D' DEFEITO               *
      *                                      (SO NA AUTORIZACAO)       *
      * RMAM-DAT-MOV    - PIC 9(008)       - DATA DO MOVIMENTO         *
      * FILLER          - PIC X(003)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RMAM.
           03      RMAM-TIPO       PIC     X(001).
             88    RMAM-AUTORIZACAO        VALUE 'A'.
             88    RMAM-RECEBIMENTO        VALUE 'R'.
           03      RMAM-NUM-SOLICITU
                                   PIC     9(013).
           03      RMAM-NUM-AUTORIZ
                                   PIC     9(007).
           03      RMAM-COD-ENTIDAT
                                   PIC     9(007).
           03      RMAM-COD-PECA   PIC     9(005).
           03      RMAM-QTD        PIC     9(005).
           03      RMAM-MOTIVO     PIC     X(001).
             88    RMAM-MOTIVO-VALIDO      VALUES 'E' 'D'.
           03      RMAM-DAT-MOV    PIC     9(008).
           03      FILLER          PIC     X(003).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADRMAM *
      ******************************************************************
