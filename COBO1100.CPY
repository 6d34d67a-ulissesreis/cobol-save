      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADORRP         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1100 - CADASTRO DAS ORDENS DE REPOSICAO  *
      *                              DA MATRIZ PARA AS FILIAIS         *
      *                              (GRAVADO PELO GPFPB146 E FECHADO  *
      *                              PELO GPFPB147 NA CONFIRMACAO DO   *
      *                              RECEBIMENTO PELA FILIAL)          *
      ******************************************************************
      * ORRP-NUM-ORDEM  - PIC 9(007)       - NUMERO DA ORDEM           *
      * ORRP-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * ORRP-COD-FIL    - PIC 9(005)       - FILIAL DE DESTINO         *
      * ORRP-QTD-NECESS - PIC 9(005)       - NECESSIDADE DA FILIAL NA  *
      *                                      EMISSAO (ATE O MAXIMO)    *
      * ORRP-QTD-ENVIADA- PIC 9(005)       - QUANTIDADE SEPARADA E     *
      *                                      BAIXADA DA MATRIZ         *
      * ORRP-QTD-RECEB  - PIC 9(005)       - QUANTIDADE CONFIRMADA     *
      *                                      PELA FILIAL               *
      * ORRP-DAT-EMISSAO- PIC 9(008)       - DATA DE EMISSAO DA ORDEM  *
      * ORRP-DAT-RECEB  - PIC 9(008)       - DATA DO RECEBIMENTO       *
      * ORRP-VLR-UNIT   - PIC 9(013)V9(002)- CUSTO UNITARIO DA MATRIZ  *
      *                                      NA EMISSAO                *
      * ORRP-SITUACAO   - PIC X(001)       - 'A' ABERTA (EM TRANSITO)  *
      *                                      'F' FECHADA - RECEBIDA    *
      *                                          POR INTEIRO           *
      *                                      'D' FECHADA - RECEBIDA    *
      *                                          COM DIVERGENCIA       *
      * FILLER          - PIC X(036)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-ORRP.
           03      ORRP-NUM-ORDEM  PIC     9(007).
           03      ORRP-COD-PEC    PIC     9(005).
           03      ORRP-COD-FIL    PIC     9(005).
           03      ORRP-QTD-NECESS PIC     9(005).
           03      ORRP-QTD-ENVIADA
                                   PIC     9(005).
           03      ORRP-QTD-RECEB  PIC     9(005).
           03      ORRP-DAT-EMISSAO
                                   PIC     9(008).
           03      ORRP-DAT-RECEB  PIC     9(008).
           03      ORRP-VLR-UNIT   PIC     9(013)V9(002).
           03      ORRP-SITUACAO   PIC     X(001).
             88    ORRP-ABERTA             VALUE 'A'.
             88    ORRP-FECHADA            VALUE 'F'.
             88    ORRP-DIVERGENTE         VALUE 'D'.
           03      FILLER          PIC     X(036).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADORRP *
      ******************************************************************
