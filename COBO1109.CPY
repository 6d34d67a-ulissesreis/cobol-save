      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADCEXC         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1109 - SOLICITACOES RETIDAS POR COTA     *
      *                              ANUAL EXCEDIDA (GPFPB044) - A     *
      *                              APROVACAO (CADCAPR) LIBERA A      *
      *                              SOLICITACAO NO PROXIMO CICLO      *
      ******************************************************************
      * CEXC-CD-ENTI    - PIC 9(007)       - ENTIDADE SOLICITANTE      *
      * CEXC-NR-SOLI    - PIC 9(013)       - SOLICITACAO RETIDA        *
      * CEXC-CD-PECA    - PIC 9(005)       - CODIGO DA PECA            *
      * CEXC-CLASSE-ABC - PIC X(001)       - CLASSE DA PECA            *
      * CEXC-ANO        - PIC 9(004)       - EXERCICIO DA COTA         *
      * CEXC-QTD        - PIC 9(005)       - QUANTIDADE RETIDA         *
      * CEXC-QTD-COTA   - PIC 9(009)       - COTA ANUAL DA CLASSE      *
      * CEXC-QTD-USADA  - PIC 9(009)       - CONSUMIDO NO ANO, MAIS O  *
      *                                      JA COMPROMETIDO NO CICLO  *
      * CEXC-QTD-SALDO  - PIC 9(009)       - SALDO DA COTA             *
      * CEXC-DAT-RETENCAO PIC 9(008)       - DATA DA RETENCAO          *
      * FILLER          - PIC X(030)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-CEXC.
           03      CEXC-CD-ENTI    PIC     9(007).
           03      CEXC-NR-SOLI    PIC     9(013).
           03      CEXC-CD-PECA    PIC     9(005).
           03      CEXC-CLASSE-ABC PIC     X(001).
           03      CEXC-ANO        PIC     9(004).
           03      CEXC-QTD        PIC     9(005).
           03      CEXC-QTD-COTA   PIC     9(009).
           03      CEXC-QTD-USADA  PIC     9(009).
           03      CEXC-QTD-SALDO  PIC     9(009).
           03      CEXC-DAT-RETENCAO
                                   PIC     9(008).
           03      FILLER          PIC     X(030).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADCEXC *
      ******************************************************************
