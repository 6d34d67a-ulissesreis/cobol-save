      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADKARD         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1099 - KARDEX (FICHA DE ESTOQUE) DAS     *
      *                              PECAS DA MATRIZ, UMA LINHA POR    *
      *                              MOVIMENTO COM O SALDO CORRENTE    *
      *                              (GRAVADO PELO GPFPB144 A PARTIR   *
      *                              DO CADPLOG, LIDO PELO GPFPB145)   *
      ******************************************************************
      * KARD-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * KARD-DAT-MOV    - PIC 9(008)       - DATA DO MOVIMENTO         *
      * KARD-SEQ-MOV    - PIC 9(007)       - SEQUENCIA DO MOVIMENTO NA *
      *                                      DATA (ORDEM DE APLICACAO) *
      * KARD-PROGRAMA   - PIC X(008)       - PROGRAMA DE ORIGEM        *
      * KARD-NUM-DOC    - PIC X(013)       - DOCUMENTO DE ORIGEM       *
      *                                      (PEDIDO, SOLICITACAO,     *
      *                                      ORDEM, BAIXA...)          *
      * KARD-TP-MOV     - PIC X(001)       - 'E' ENTRADA               *
      *                                      'S' SAIDA                 *
      * KARD-QTD        - PIC 9(005)       - QUANTIDADE MOVIMENTADA    *
      * KARD-SALDO-ANT  - PIC 9(005)       - SALDO ANTES DO MOVIMENTO  *
      * KARD-SALDO      - PIC 9(005)       - SALDO DEPOIS DO MOVIMENTO *
      * KARD-VLR-UNIT   - PIC 9(013)V9(002)- CUSTO UNITARIO DA PECA    *
      *                                      APOS O MOVIMENTO          *
      * KARD-TP-SOL     - PIC X(001)       - 'I'/'A'/'E' DO CADPLOG    *
      * FILLER          - PIC X(027)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-KARD.
           03      KARD-COD-PEC    PIC     9(005).
           03      KARD-DAT-MOV    PIC     9(008).
           03      KARD-SEQ-MOV    PIC     9(007).
           03      KARD-PROGRAMA   PIC     X(008).
           03      KARD-NUM-DOC    PIC     X(013).
           03      KARD-TP-MOV     PIC     X(001).
             88    KARD-ENTRADA            VALUE 'E'.
             88    KARD-SAIDA              VALUE 'S'.
           03      KARD-QTD        PIC     9(005).
           03      KARD-SALDO-ANT  PIC     9(005).
           03      KARD-SALDO      PIC     9(005).
           03      KARD-VLR-UNIT   PIC     9(013)V9(002).
           03      KARD-TP-SOL     PIC     X(001).
           03      FILLER          PIC     X(027).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADKARD *
      ******************************************************************
