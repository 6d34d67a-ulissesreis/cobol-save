      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADFPHS         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1094 - HISTORICO DAS VERSOES DOS DADOS   *
      *                              BANCARIOS DOS FORNECEDORES        *
      *                              (CADFPAG), MANTIDO PELO GPFPB134. *
      *                              A VERSAO EM CARENCIA ('R') RETEM  *
      *                              OS TITULOS DO FORNECEDOR NA       *
      *                              REMESSA DO GPFPB082               *
      ******************************************************************
      * FPHS-FORNECEDOR - PIC 9(010)       - CODIGO DO FORNECEDOR      *
      * FPHS-VERSAO     - PIC 9(003)       - NUMERO DA VERSAO          *
      * FPHS-BANCO      - PIC 9(003)       - CODIGO DO BANCO           *
      * FPHS-AGENCIA    - PIC 9(004)       - CODIGO DA AGENCIA         *
      * FPHS-OPERACAO   - PIC 9(003)       - CODIGO DA OPERACAO        *
      * FPHS-CONTA      - PIC 9(009)       - CODIGO DA CONTA/DIGITO    *
      * FPHS-DAT-ALTERACAO PIC 9(008)      - DATA EM QUE A VERSAO FOI  *
      *                                      DETECTADA (AAAAMMDD)      *
      * FPHS-ID-ALTERACAO PIC X(004)       - OPERADOR QUE ALTEROU      *
      *                                      (FPAG-ID-OPERADOR)        *
      * FPHS-QTD-DIAS-CARENCIA PIC 9(003)  - DIAS DE CARENCIA VIGENTES *
      *                                      NA DETECCAO (CADPARM)     *
      * FPHS-SITUACAO   - PIC X(001)       - 'I' VERSAO INICIAL        *
      *                                      'R' RETIDA EM CARENCIA    *
      *                                      'C' CONFIRMADA POR        *
      *                                          CALL-BACK             *
      *                                      'L' LIBERADA PELO DECURSO *
      *                                          DA CARENCIA           *
      *                                      'S' SUBSTITUIDA POR       *
      *                                          VERSAO POSTERIOR      *
      * FPHS-DAT-LIBERACAO PIC 9(008)      - DATA DA CONFIRMACAO OU DA *
      *                                      LIBERACAO (AAAAMMDD)      *
      * FPHS-ID-CONFIRMACAO PIC X(004)     - OPERADOR QUE CONFIRMOU    *
      *                                      POR CALL-BACK             *
      * FILLER          - PIC X(040)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-FPHS.
           03      FPHS-FORNECEDOR PIC     9(010).
           03      FPHS-VERSAO     PIC     9(003).
           03      FPHS-BANCO      PIC     9(003).
           03      FPHS-AGENCIA    PIC     9(004).
           03      FPHS-OPERACAO   PIC     9(003).
           03      FPHS-CONTA      PIC     9(009).
           03      FPHS-DAT-ALTERACAO
                                   PIC     9(008).
           03      FPHS-ID-ALTERACAO
                                   PIC     X(004).
           03      FPHS-QTD-DIAS-CARENCIA
                                   PIC     9(003).
           03      FPHS-SITUACAO   PIC     X(001).
             88    FPHS-INICIAL            VALUE 'I'.
             88    FPHS-RETIDA             VALUE 'R'.
             88    FPHS-CONFIRMADA         VALUE 'C'.
             88    FPHS-LIBERADA           VALUE 'L'.
             88    FPHS-SUBSTITUIDA        VALUE 'S'.
           03      FPHS-DAT-LIBERACAO
                                   PIC     9(008).
           03      FPHS-ID-CONFIRMACAO
                                   PIC     X(004).
           03      FILLER          PIC     X(040).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADFPHS *
      ******************************************************************
