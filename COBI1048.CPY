      *                                      OFERECE DESCONTO)         *
      * FPAG-QTD-DIAS-DESC PIC 9(003)      - DIAS DE ANTECEDENCIA DA   *
      *                                      JANELA DE DESCONTO        *
      * FPAG-ID-OPERADOR- PIC X(004)       - OPERADOR QUE CADASTROU OU *
      *                                      ALTEROU OS DADOS BANCARIOS*
      * FILLER          - PIC X(010)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-FPAG.
           03      FPAG-PCT-DESC   PIC     9(002)V9(002).
           03      FPAG-QTD-DIAS-DESC
                                   PIC     9(003).
           03      FPAG-ID-OPERADOR
                                   PIC     X(004).
           03      FILLER          PIC     X(010).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADFPAG *
