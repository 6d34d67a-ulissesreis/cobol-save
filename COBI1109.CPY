      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADCQUO       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1109 - COTA ANUAL DE CONSUMO POR         *
      *                              ENTIDADE E CLASSE DE CONSUMO DA   *
      *                              PECA (CLASSE ABC DO CADMATR)      *
      ******************************************************************
      * CQUO-COD-ENT    - PIC 9(007)       - CODIGO DA ENTIDADE        *
      * CQUO-ANO        - PIC 9(004)       - EXERCICIO DA COTA         *
      * CQUO-CLASSE-ABC - PIC X(001)       - CLASSE DA PECA 'A'/'B'/'C'*
      * CQUO-QTD-ANUAL  - PIC 9(009)       - QUANTIDADE DE PECAS DA    *
      *                                      CLASSE QUE A ENTIDADE     *
      *                                      PODE RECEBER NO ANO.      *
      *                                      ENTIDADE/CLASSE SEM COTA  *
      *                                      NO ANO NAO TEM CONTROLE   *
      * FILLER          - PIC X(029)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-CQUO.
           03      CQUO-CHAVE.
             05    CQUO-COD-ENT    PIC     9(007).
             05    CQUO-ANO        PIC     9(004).
             05    CQUO-CLASSE-ABC PIC     X(001).
               88  CQUO-CLASSE-VALIDA      VALUE 'A' 'B' 'C'.
           03      CQUO-QTD-ANUAL  PIC     9(009).
           03      FILLER          PIC     X(029).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADCQUO *
      ******************************************************************
