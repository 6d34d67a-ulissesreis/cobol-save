      * APAG-DAT-VENCTO - PIC 9(008)       - DATA DE VENCTO (AAAAMMDD) *
      * APAG-SITUACAO   - PIC X(001)       - 'A' APROVADA (A PAGAR)    *
      *                                      'P' JA PROGRAMADA P/PAGTO *
      * APAG-TIP-TITULO - PIC X(001)       - 'D' ADIANTAMENTO A FORNE- *
      *                                      CEDOR (GPFPB133, NUMERO DO*
      *                                      ADIANTAMENTO EM APAG-NUM- *
      *                                      NF); ESPACOS = NOTA FISCAL*
      * APAG-COD-MOEDA  - PIC X(003)       - MOEDA DO FORNECEDOR       *
      *                                      (ESPACOS OU 'BRL' = LOCAL)*
      * APAG-VLR-MOEDA  - PIC 9(013)V9(002) VALOR DO TITULO NA MOEDA   *
      *                                      DE ORIGEM (APAG-VLR-TOTAL *
      *                                      E O VALOR CONTABILIZADO   *
      *                                      EM BRL); REAVALIADO NO    *
      *                                      FECHAMENTO (GPFPB135) E   *
      *                                      CONVERTIDO NO PAGAMENTO   *
      *                                      (GPFPB082)                *
      * APAG-COD-EMPRESA- PIC 9(002)       - EMPRESA DEVEDORA DO       *
      *                                      TITULO (CADEMPR); ZEROS   *
      *                                      = EMPRESA 01              *
      * FILLER          - PIC X(004)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-APAG.
           03      APAG-SITUACAO   PIC     X(001).
             88    APAG-APROVADA           VALUE 'A'.
             88    APAG-PROGRAMADA         VALUE 'P'.
           03      APAG-TIP-TITULO PIC     X(001).
             88    APAG-TITULO-ADIANTAMENTO VALUE 'D'.
           03      APAG-COD-MOEDA  PIC     X(003).
             88    APAG-MOEDA-LOCAL        VALUES 'BRL' '   '.
           03      APAG-VLR-MOEDA  PIC     9(013)V9(002).
           03      APAG-COD-EMPRESA
                                   PIC     9(002).
           03      FILLER          PIC     X(004).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADAPAG *
