      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADMRPO         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1091 - ORDENS PLANEJADAS DO MRP SEMANAL  *
      *                              (GPFPB132): UMA ORDEM POR PECA E  *
      *                              SEMANA DE NECESSIDADE, COM A      *
      *                              LIBERACAO DESLOCADA PELO PRAZO DE *
      *                              ENTREGA. AS ORDENS DA SEMANA 01   *
      *                              SAO AS QUE COMPRAS TRANSFORMA EM  *
      *                              PEDIDOS DE COTACAO                *
      ******************************************************************
      * MRPO-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * MRPO-NOME       - PIC X(030)       - NOME DA PECA              *
      * MRPO-FORNECEDOR - PIC 9(010)       - FORNECEDOR HABITUAL       *
      * MRPO-QTD-PLANEJADA PIC 9(007)      - QUANTIDADE PLANEJADA      *
      * MRPO-SEM-LIBERACAO PIC 9(002)      - SEMANA DE LIBERACAO       *
      * MRPO-DAT-LIBERACAO PIC 9(008)      - INICIO DA SEMANA DE       *
      *                                      LIBERACAO (AAAAMMDD)      *
      * MRPO-SEM-NECESSIDADE PIC 9(002)    - SEMANA DA NECESSIDADE     *
      * MRPO-DAT-NECESSIDADE PIC 9(008)    - INICIO DA SEMANA DA       *
      *                                      NECESSIDADE (AAAAMMDD)    *
      * MRPO-QTD-MIN    - PIC 9(005)       - QUANTIDADE MINIMA         *
      * MRPO-QTD-MAX    - PIC 9(005)       - QUANTIDADE MAXIMA         *
      * MRPO-IND-ATRASO - PIC X(001)       - 'S' LIBERACAO JA VENCIDA  *
      *                                      (PRAZO DE ENTREGA MAIOR   *
      *                                      QUE O TEMPO DISPONIVEL)   *
      * MRPO-DAT-GERACAO- PIC 9(008)       - DATA DA GERACAO           *
      * FILLER          - PIC X(009)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-MRPO.
           03      MRPO-COD-PEC    PIC     9(005).
           03      MRPO-NOME       PIC     X(030).
           03      MRPO-FORNECEDOR PIC     9(010).
           03      MRPO-QTD-PLANEJADA
                                   PIC     9(007).
           03      MRPO-SEM-LIBERACAO
                                   PIC     9(002).
           03      MRPO-DAT-LIBERACAO
                                   PIC     9(008).
           03      MRPO-SEM-NECESSIDADE
                                   PIC     9(002).
           03      MRPO-DAT-NECESSIDADE
                                   PIC     9(008).
           03      MRPO-QTD-MIN    PIC     9(005).
           03      MRPO-QTD-MAX    PIC     9(005).
           03      MRPO-IND-ATRASO PIC     X(001).
             88    MRPO-LIBERACAO-VENCIDA  VALUE 'S'.
             88    MRPO-LIBERACAO-NO-PRAZO VALUE 'N'.
           03      MRPO-DAT-GERACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(009).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADMRPO *
      ******************************************************************
