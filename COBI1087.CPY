      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADPMAN       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1087 - MOVIMENTO DE MANUTENCAO DE LINHAS *
      *                              DE PEDIDO DE COMPRA (CADPORD)     *
      *                              SOLICITADA PELO COMPRADOR         *
      ******************************************************************
      * PMAN-NUM-PEDIDO - PIC 9(007)       - NUMERO DO PEDIDO          *
      * PMAN-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * PMAN-TIPO       - PIC X(001)       - 'A' ALTERACAO             *
      *                                      'C' CANCELAMENTO DO SALDO *
      *                                          NAO RECEBIDO          *
      * PMAN-QTD-NOVA   - PIC 9(005)       - NOVA QUANTIDADE (ZEROS =  *
      *                                      MANTEM A ATUAL)           *
      * PMAN-VLR-UNIT-NOVO PIC 9(013)V9(002) NOVO VALOR UNITARIO       *
      *                                      (ZEROS = MANTEM O ATUAL)  *
      * PMAN-ID-OPERADOR- PIC X(004)       - COMPRADOR SOLICITANTE     *
      *                                      (CONFERIDO COM O CADOPER) *
      * FILLER          - PIC X(013)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PMAN.
           03      PMAN-NUM-PEDIDO PIC     9(007).
           03      PMAN-COD-PEC    PIC     9(005).
           03      PMAN-TIPO       PIC     X(001).
             88    PMAN-ALTERACAO          VALUE 'A'.
             88    PMAN-CANCELAMENTO       VALUE 'C'.
           03      PMAN-QTD-NOVA   PIC     9(005).
           03      PMAN-VLR-UNIT-NOVO
                                   PIC     9(013)V9(002).
           03      PMAN-ID-OPERADOR
                                   PIC     X(004).
           03      FILLER          PIC     X(013).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADPMAN *
      ******************************************************************
