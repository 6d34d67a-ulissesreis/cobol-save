      * QMOV-DECISAO    - PIC X(001)       - 'L' LIBERA P/ ESTOQUE     *
      *                                      'R' REJEITA (DEVOLUCAO)   *
      * QMOV-DAT-INSPECAO PIC 9(008)       - DATA DA INSPECAO(AAAAMMDD)*
      * QMOV-ORIGEM     - PIC X(001)       - ' ' RECEBIMENTO DE COMPRA *
      *                                      'D' DEVOLUCAO DE ENTIDADE *
      *                                          (QMOV-NUM-PEDIDO = NO.*
      *                                          DA AUTORIZACAO)       *
      * FILLER          - PIC X(023)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-QMOV.
             88    QMOV-DECISAO-VALIDA     VALUES 'L' 'R'.
           03      QMOV-DAT-INSPECAO
                                   PIC     9(008).
           03      QMOV-ORIGEM     PIC     X(001).
             88    QMOV-ORIGEM-COMPRA      VALUE SPACE.
             88    QMOV-ORIGEM-DEVOLUCAO   VALUE 'D'.
           03      FILLER          PIC     X(023).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADQMOV *
