      * FINV-VLR-UNIT   - PIC 9(013)V9(002) VALOR UNITARIO FATURADO    *
      * FINV-DAT-EMISSAO- PIC 9(008)       - DATA DE EMISSAO (AAAAMMDD)*
      * FINV-DAT-VENCTO - PIC 9(008)       - DATA DE VENCTO (AAAAMMDD) *
      * FINV-COD-EMPRESA- PIC 9(002)       - EMPRESA DESTINATARIA DA   *
      *                                      NOTA (CADEMPR); ZEROS =   *
      *                                      EMPRESA 01                *
      * FILLER          - PIC X(031)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-FINV.
           03      FINV-DAT-EMISSAO
                                   PIC     9(008).
           03      FINV-DAT-VENCTO PIC     9(008).
           03      FINV-COD-EMPRESA
                                   PIC     9(002).
           03      FILLER          PIC     X(031).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADFINV *
