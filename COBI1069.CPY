      * IMOM-TP-MOV     - PIC X(001)       - 'A' AQUISICAO             *
      *                                      'T' TRANSFERENCIA         *
      *                                      'B' BAIXA                 *
      *                                      'C' COMPLEMENTO DO ATIVO  *
      *                                          PENDENTE (PLAQUETA)   *
      * IMOM-COD-ATIVO  - PIC 9(007)       - CODIGO DO ATIVO           *
      * IMOM-DESCRICAO  - PIC X(025)       - DESCRICAO ('A'; NO 'C',   *
      *                                      QUANDO INFORMADA,         *
      *                                      SUBSTITUI A DO PEDIDO)    *
      * IMOM-COD-FIL    - PIC 9(005)       - FILIAL ('A') OU DESTINO   *
      *                                      DA TRANSFERENCIA ('T')    *
      * IMOM-CLASSE     - PIC X(002)       - CLASSE DO ATIVO ('A')     *
      * IMOM-PCT-DEPR-ANO PIC 9(002)V9(002) TAXA ANUAL ('A')           *
      * IMOM-VLR-AQUISICAO PIC 9(013)V9(002) VALOR DE AQUISICAO ('A')  *
      * IMOM-DAT-MOV    - PIC 9(008)       - DATA DO MOVIMENTO         *
      * IMOM-IND-ORIGEM - PIC X(001)       - 'P' AQUISICAO GERADA DO   *
      *                                      PEDIDO DE COMPRA PELO     *
      *                                      GPFPB166 (O ATIVO ENTRA   *
      *                                      PENDENTE)                 *
      *                                      ESPACOS = MANUAL          *
      * IMOM-NUM-PEDIDO - PIC 9(007)       - PEDIDO DE COMPRA ORIGEM   *
      * IMOM-NUM-PLAQUETA PIC X(010)       - PLAQUETA DE PATRIMONIO    *
      *                                      ('A' MANUAL E 'C')        *
      * FILLER          - PIC X(015)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-IMOM.
             88    IMOM-AQUISICAO          VALUE 'A'.
             88    IMOM-TRANSFERENCIA      VALUE 'T'.
             88    IMOM-BAIXA              VALUE 'B'.
             88    IMOM-COMPLEMENTO        VALUE 'C'.
             88    IMOM-TP-MOV-VALIDO      VALUES 'A' 'T' 'B' 'C'.
           03      IMOM-COD-ATIVO  PIC     9(007).
           03      IMOM-DESCRICAO  PIC     X(025).
           03      IMOM-COD-FIL    PIC     9(005).
           03      IMOM-VLR-AQUISICAO
                                   PIC     9(013)V9(002).
           03      IMOM-DAT-MOV    PIC     9(008).
           03      IMOM-IND-ORIGEM PIC     X(001).
             88    IMOM-ORIGEM-PEDIDO      VALUE 'P'.
           03      IMOM-NUM-PEDIDO PIC     9(007).
           03      IMOM-NUM-PLAQUETA
                                   PIC     X(010).
           03      FILLER          PIC     X(015).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADIMOM *
