      * CTB-QTD-ETQ     - PIC 9(005)        - QUANTIDADE EM ESTOQUE    *
      * CTB-VLR-UNIT    - PIC 9(013)V9(002) - VALOR UNITARIO DA PECA   *
      * CTB-VLR-TOTAL   - PIC 9(013)V9(002) - VALOR TOTAL DO ITEM      *
      * CTB-COD-EMPRESA - PIC 9(002)        - EMPRESA DO LANCAMENTO    *
      *                                       (CADEMPR); ZEROS = 01    *
      ******************************************************************
      * CTB-COD-PEC = 99999 IDENTIFICA O REGISTRO TRAILER DE           *
      *                RECONCILIACAO, GRAVADO AO FINAL DO ARQUIVO,     *
      *                UM POR EMPRESA (CTB-COD-EMPRESA NA MESMA        *
      *                POSICAO DO DETALHE)                             *
      * REDEFINES PARA O REGISTRO TRAILER                              *
      * CTB-QTD-REG      - PIC 9(007)        - QTDE DE LANCAMENTOS     *
      * CTB-VLR-TOTAL-GER- PIC 9(013)V9(002) - VALOR TOTAL GERAL       *
           03      CTB-QTD-ETQ     PIC     9(005).
           03      CTB-VLR-UNIT    PIC     9(013)V9(002).
           03      CTB-VLR-TOTAL   PIC     9(013)V9(002).
           03      CTB-COD-EMPRESA PIC     9(002).
           03      FILLER          PIC     X(008).
       01          REG-CTB-TRAILER REDEFINES REG-CTB.
           03      FILLER          PIC     X(005).
           03      CTB-QTD-REG     PIC     9(007).
