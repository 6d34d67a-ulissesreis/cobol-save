      *                                      FRETE), USADO NO          *
      *                                      RECALCULO DO CUSTO MEDIO  *
      *                                      NA LIBERACAO (GPFPB085)   *
      * QUAR-ORIGEM     - PIC X(001)       - ' ' RECEBIMENTO DE COMPRA *
      *                                      'D' DEVOLUCAO DE ENTIDADE *
      *                                          (GPFPB148) - O NUMERO *
      *                                          DO PEDIDO E O DA      *
      *                                          AUTORIZACAO E A       *
      *                                          REJEICAO SUCATEIA     *
      ******************************************************************
      *
       01          REG-QUAR.
                                   PIC     9(008).
           03      QUAR-VLR-UNIT-AQ
                                   PIC     9(013)V9(002).
           03      QUAR-ORIGEM     PIC     X(001).
             88    QUAR-ORIGEM-COMPRA      VALUE SPACE.
             88    QUAR-ORIGEM-DEVOLUCAO   VALUE 'D'.
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADQUAR *
