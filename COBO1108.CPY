      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADCOTUN        - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1108 - CONSUMO ACUMULADO NO ANO POR      *
      *                              ENTIDADE E CLASSE DA PECA, PARA O *
      *                              CONTROLE DAS COTAS ANUAIS. O      *
      *                              CADCOTUN DE UM CICLO (GPFPB156) E *
      *                              O CADCOTU DO CICLO SEGUINTE       *
      ******************************************************************
      * COTU-COD-ENT    - PIC 9(007)       - CODIGO DA ENTIDADE        *
      * COTU-ANO        - PIC 9(004)       - EXERCICIO DO CONSUMO      *
      * COTU-CLASSE-ABC - PIC X(001)       - CLASSE DA PECA 'A'/'B'/'C'*
      * COTU-QTD-USADA  - PIC 9(009)       - QUANTIDADE RECEBIDA NO    *
      *                                      ANO (S2EQEX22 + CADPICK)  *
      * COTU-DAT-ATUALIZ  PIC 9(008)       - DATA DA ULTIMA            *
      *                                      ATUALIZACAO               *
      * FILLER          - PIC X(021)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-COTU.
           03      COTU-CHAVE.
             05    COTU-COD-ENT    PIC     9(007).
             05    COTU-ANO        PIC     9(004).
             05    COTU-CLASSE-ABC PIC     X(001).
           03      COTU-QTD-USADA  PIC     9(009).
           03      COTU-DAT-ATUALIZ
                                   PIC     9(008).
           03      FILLER          PIC     X(021).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA       SEQ. - OUTPUT - CADCOTUN *
      ******************************************************************
