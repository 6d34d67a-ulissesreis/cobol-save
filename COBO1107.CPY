      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADPDDN         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1107 - PROVISAO PARA DEVEDORES DUVIDOSOS *
      *                              POR GUIA EM ABERTO, CALCULADA NO  *
      *                              FECHAMENTO DO MES (GPFPB154). O   *
      *                              CADPDDN DE UM MES E O CADPDDG DO  *
      *                              MES SEGUINTE E DAS BAIXAS POR     *
      *                              PERDA (GPFPB155)                  *
      ******************************************************************
      * PDDG-AGENCIA    - PIC 9(004)       - CODIGO DA AGENCIA         *
      * PDDG-CONTA      - PIC 9(009)       - CODIGO DA CONTA/DIGITO    *
      * PDDG-NUM-GUIA   - PIC 9(012)       - NUMERO DA GUIA            *
      * PDDG-COD-ENT    - PIC 9(005)       - CODIGO DA ENTIDADE        *
      * PDDG-VLR-GUIA   - PIC 9(015)       - VALOR DA GUIA (CADMFIN)   *
      * PDDG-DAT-VENCTO - PIC 9(008)       - VENCIMENTO DA GUIA        *
      * PDDG-QTD-DIAS   - PIC 9(005)       - DIAS DE ATRASO NA DATA DO *
      *                                      CALCULO (ZEROS A VENCER)  *
      * PDDG-FAIXA      - PIC 9(001)       - FAIXA DE ATRASO           *
      *                                      1 = A VENCER              *
      *                                      2 = 1 A 30 DIAS           *
      *                                      3 = 31 A 60 DIAS          *
      *                                      4 = 61 A 90 DIAS          *
      *                                      5 = MAIS DE 90 DIAS       *
      * PDDG-PERCENTUAL - PIC 9(003)V9(001)- PERCENTUAL DA FAIXA       *
      * PDDG-VLR-PROVISAO PIC 9(013)V9(002)- VALOR PROVISIONADO        *
      * PDDG-DAT-CALCULO- PIC 9(008)       - DATA DO CALCULO           *
      * FILLER          - PIC X(014)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PDDG.
           03      PDDG-CHAVE.
             05    PDDG-AGENCIA    PIC     9(004).
             05    PDDG-CONTA      PIC     9(009).
             05    PDDG-NUM-GUIA   PIC     9(012).
           03      PDDG-COD-ENT    PIC     9(005).
           03      PDDG-VLR-GUIA   PIC     9(015).
           03      PDDG-DAT-VENCTO PIC     9(008).
           03      PDDG-QTD-DIAS   PIC     9(005).
           03      PDDG-FAIXA      PIC     9(001).
           03      PDDG-PERCENTUAL PIC     9(003)V9(001).
           03      PDDG-VLR-PROVISAO
                                   PIC     9(013)V9(002).
           03      PDDG-DAT-CALCULO
                                   PIC     9(008).
           03      FILLER          PIC     X(014).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADPDDN *
      ******************************************************************
