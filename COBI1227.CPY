      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADNFCT       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1227 - CONTROLE DE NUMERACAO DAS NOTAS   *
      *                              FISCAIS ELETRONICAS POR SERIE     *
      ******************************************************************
      * UM REGISTRO POR SERIE, LIDO NO INICIO DO GPFPB160 E REGRAVADO  *
      * (ATUALIZADO) AO FINAL DA EXECUCAO (CADNFCN). SERIE AUSENTE DO  *
      * ARQUIVO COMECA PELO NUMERO 1                                   *
      ******************************************************************
      * NFCT-SERIE      - PIC 9(003)       - SERIE DA NF-E             *
      * NFCT-ULT-NUMERO - PIC 9(009)       - ULTIMO NUMERO EMITIDO     *
      * NFCT-DAT-EMISSAO- PIC 9(008)       - DATA DA ULTIMA EMISSAO    *
      * FILLER          - PIC X(030)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-NFCT.
           03      NFCT-SERIE      PIC     9(003).
           03      NFCT-ULT-NUMERO PIC     9(009).
           03      NFCT-DAT-EMISSAO
                                   PIC     9(008).
           03      FILLER          PIC     X(030).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADNFCT *
      ******************************************************************
