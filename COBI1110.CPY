      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADCAPR       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1110 - APROVACOES DE SOLICITACOES        *
      *                              RETIDAS POR COTA ANUAL EXCEDIDA   *
      *                              (CADCEXC): A SOLICITACAO APROVADA *
      *                              CONCORRE A ALOCACAO NESTE CICLO   *
      ******************************************************************
      * CAPR-CD-ENTI    - PIC 9(007)       - ENTIDADE SOLICITANTE      *
      * CAPR-NR-SOLI    - PIC 9(013)       - SOLICITACAO APROVADA      *
      * CAPR-ID-APROV   - PIC X(008)       - IDENTIFICACAO DO          *
      *                                      APROVADOR                 *
      * CAPR-DAT-APROVACAO PIC 9(008)      - DATA DA APROVACAO         *
      * FILLER          - PIC X(014)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-CAPR.
           03      CAPR-CD-ENTI    PIC     9(007).
           03      CAPR-NR-SOLI    PIC     9(013).
           03      CAPR-ID-APROV   PIC     X(008).
           03      CAPR-DAT-APROVACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(014).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADCAPR *
      ******************************************************************
