      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADRMAR         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1101 - REGISTRO CUMULATIVO DAS           *
      *                              AUTORIZACOES DE DEVOLUCAO DAS     *
      *                              ENTIDADES (GPFPB148), POR         *
      *                              SOLICITACAO + AUTORIZACAO         *
      ******************************************************************
      * RMA-NUM-SOLICITU- PIC 9(013)       - SOLICITACAO ENTREGUE      *
      * RMA-NUM-AUTORIZ - PIC 9(007)       - NUMERO DA AUTORIZACAO     *
      * RMA-COD-ENTIDAT - PIC 9(007)       - ENTIDADE QUE DEVOLVE      *
      * RMA-COD-PECA    - PIC 9(005)       - CODIGO DA PECA            *
      * RMA-QTD-AUTORIZ - PIC 9(005)       - QUANTIDADE AUTORIZADA     *
      * RMA-QTD-RECEB   - PIC 9(005)       - QUANTIDADE RECEBIDA       *
      * RMA-MOTIVO      - PIC X(001)       - 'E' ITEM ERRADO           *
      *                                      'D' DEFEITO               *
      * RMA-DAT-AUTORIZ - PIC 9(008)       - DATA DA AUTORIZACAO       *
      * RMA-DAT-RECEB   - PIC 9(008)       - DATA DO RECEBIMENTO       *
      * RMA-VLR-UNIT    - PIC 9(013)V9(002)- CUSTO UNITARIO DA MATRIZ  *
      *                                      NA AUTORIZACAO            *
      * RMA-VLR-CREDITO - PIC 9(013)V9(002)- CREDITO GERADO A ENTIDADE *
      * RMA-SITUACAO    - PIC X(001)       - 'A' AUTORIZADA, AGUARDA   *
      *                                          A MERCADORIA          *
      *                                      'R' RECEBIDA (QUARENTENA) *
      *                                          E CREDITADA           *
      * FILLER          - PIC X(010)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RMA.
           03      RMA-NUM-SOLICITU
                                   PIC     9(013).
           03      RMA-NUM-AUTORIZ PIC     9(007).
           03      RMA-COD-ENTIDAT PIC     9(007).
           03      RMA-COD-PECA    PIC     9(005).
           03      RMA-QTD-AUTORIZ PIC     9(005).
           03      RMA-QTD-RECEB   PIC     9(005).
           03      RMA-MOTIVO      PIC     X(001).
             88    RMA-ITEM-ERRADO         VALUE 'E'.
             88    RMA-DEFEITO             VALUE 'D'.
           03      RMA-DAT-AUTORIZ PIC     9(008).
           03      RMA-DAT-RECEB   PIC     9(008).
           03      RMA-VLR-UNIT    PIC     9(013)V9(002).
           03      RMA-VLR-CREDITO PIC     9(013)V9(002).
           03      RMA-SITUACAO    PIC     X(001).
             88    RMA-AUTORIZADA          VALUE 'A'.
             88    RMA-RECEBIDA            VALUE 'R'.
           03      FILLER          PIC     X(010).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADRMAR *
      ******************************************************************
