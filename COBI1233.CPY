      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADENFL       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1233 - VINCULO DA ENTIDADE DE DESTINO    *
      *                              DO MANIFESTO COM A FILIAL QUE A   *
      *                              ATENDE (O CADENTI NAO TEM AREA    *
      *                              LIVRE PARA A FILIAL), PARA O      *
      *                              RATEIO POR ENTREGAS (GPFPB165)    *
      ******************************************************************
      * ENFL-CD-ENTI    - PIC 9(007)       - CODIGO DA ENTIDADE        *
      * ENFL-COD-FIL    - PIC 9(005)       - CODIGO DA FILIAL          *
      * FILLER          - PIC X(038)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-ENFL.
           03      ENFL-CD-ENTI    PIC     9(007).
           03      ENFL-COD-FIL    PIC     9(005).
           03      FILLER          PIC     X(038).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADENFL *
      ******************************************************************
