      * IMOB-VLR-DEPR-ACUM PIC 9(013)V9(002) DEPRECIACAO ACUMULADA     *
      * IMOB-DAT-AQUISICAO PIC 9(008)      - DATA DE AQUISICAO         *
      * IMOB-SITUACAO   - PIC X(001)       - 'A' ATIVO / 'B' BAIXADO   *
      *                                      'P' PENDENTE - AQUISICAO  *
      *                                      PELO PEDIDO DE COMPRA     *
      *                                      (GPFPB166) AGUARDANDO A   *
      *                                      PLAQUETA; NAO DEPRECIA    *
      * IMOB-NUM-PLAQUETA PIC X(010)       - PLAQUETA DE PATRIMONIO    *
      * IMOB-NUM-PEDIDO - PIC 9(007)       - PEDIDO DE COMPRA DE       *
      *                                      ORIGEM (ZEROS = AQUISICAO *
      *                                      MANUAL)                   *
      * FILLER          - PIC X(001)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-IMOB.
           03      IMOB-SITUACAO   PIC     X(001).
             88    IMOB-ATIVO              VALUE 'A'.
             88    IMOB-BAIXADO            VALUE 'B'.
             88    IMOB-PENDENTE           VALUE 'P'.
           03      IMOB-NUM-PLAQUETA
                                   PIC     X(010).
           03      IMOB-NUM-PEDIDO PIC     9(007).
           03      FILLER          PIC     X(001).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADIMOB *
