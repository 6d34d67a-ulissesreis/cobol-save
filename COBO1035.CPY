      *                    505 - ESTOQUE ESTOURARIA O LIMITE DA MATRIZ *
      *                    506 - MATERIAL REJEITADO NA INSPECAO DE     *
      *                          QUALIDADE (QUARENTENA)                *
      *                    507 - QTD DE NUMEROS DE SERIE INFORMADOS    *
      *                          DIFERENTE DA RECEBIDA (PECA           *
      *                          SERIALIZADA)                          *
      *                    508 - NUMERO DE SERIE JA ATIVO NO CADASTRO  *
      *                          DE SERIES (DUPLICADO)                 *
      * RDIS-DAT-RECEB  - PIC 9(008)       - DATA DO RECEBIMENTO       *
      * RDIS-NUM-SERIE  - PIC X(012)       - NUMERO DE SERIE (508)     *
      * RDIS-QTD-SERIES - PIC 9(005)       - SERIES INFORMADAS (507)   *
      ******************************************************************
      *
       01          REG-RDIS.
                                   PIC     9(005).
           03      RDIS-COD-MOTIVO PIC     9(003).
           03      RDIS-DAT-RECEB  PIC     9(008).
           03      RDIS-NUM-SERIE  PIC     X(012).
           03      RDIS-QTD-SERIES PIC     9(005).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADRDIS *
