      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADADIA         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1092 - ADIANTAMENTOS A FORNECEDOR POR    *
      *                              PEDIDO DE COMPRA (GPFPB133), PAGOS*
      *                              PELA REMESSA NORMAL (CADBREM) E   *
      *                              ABATIDOS DAS NOTAS FISCAIS DO     *
      *                              PEDIDO NA CONFERENCIA DE TRES VIAS*
      *                              (GPFPB081)                        *
      ******************************************************************
      * ADIA-NUM-ADIANT - PIC 9(007)       - NUMERO DO ADIANTAMENTO    *
      * ADIA-FORNECEDOR - PIC 9(010)       - CODIGO DO FORNECEDOR      *
      * ADIA-NUM-PEDIDO - PIC 9(007)       - NUMERO DO PEDIDO          *
      * ADIA-COD-MOEDA  - PIC X(003)       - MOEDA DO ADIANTAMENTO     *
      *                                      ('BRL' = MOEDA LOCAL)     *
      * ADIA-VLR-MOEDA  - PIC 9(013)V9(002) VALOR NA MOEDA DE ORIGEM   *
      * ADIA-VLR-TAXA   - PIC 9(005)V9(004) TAXA DO CADCAMB APLICADA   *
      *                                      (1,0000 PARA BRL)         *
      * ADIA-VLR-ADIANT - PIC 9(013)V9(002) VALOR ADIANTADO EM BRL     *
      * ADIA-VLR-SALDO  - PIC 9(013)V9(002) SALDO AINDA NAO ABATIDO    *
      * ADIA-DAT-SOLIC  - PIC 9(008)       - DATA DO REGISTRO          *
      * ADIA-DAT-VENCTO - PIC 9(008)       - DATA DE PAGAMENTO DO      *
      *                                      ADIANTAMENTO (AAAAMMDD)   *
      * ADIA-SITUACAO   - PIC X(001)       - 'A' ABERTO / 'C' COMPENS. *
      * FILLER          - PIC X(002)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-ADIA.
           03      ADIA-NUM-ADIANT PIC     9(007).
           03      ADIA-FORNECEDOR PIC     9(010).
           03      ADIA-NUM-PEDIDO PIC     9(007).
           03      ADIA-COD-MOEDA  PIC     X(003).
           03      ADIA-VLR-MOEDA  PIC     9(013)V9(002).
           03      ADIA-VLR-TAXA   PIC     9(005)V9(004).
           03      ADIA-VLR-ADIANT PIC     9(013)V9(002).
           03      ADIA-VLR-SALDO  PIC     9(013)V9(002).
           03      ADIA-DAT-SOLIC  PIC     9(008).
           03      ADIA-DAT-VENCTO PIC     9(008).
           03      ADIA-SITUACAO   PIC     X(001).
             88    ADIA-ABERTO             VALUE 'A'.
             88    ADIA-COMPENSADO         VALUE 'C'.
           03      FILLER          PIC     X(002).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADADIA *
      ******************************************************************
