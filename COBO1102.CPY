      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADCRED         - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1102 - CREDITOS DAS ENTIDADES A ABATER   *
      *                              DAS GUIAS EM ABERTO: GERADOS NO   *
      *                              RECEBIMENTO DAS DEVOLUCOES        *
      *                              (GPFPB148), O SALDO NAO USADO     *
      *                              QUE O GPFPB149 DEVOLVE (CADCRDN)  *
      *                              E O VALOR JA PAGO DAS PARCELAS DE *
      *                              PLANO DE PARCELAMENTO CANCELADO   *
      *                              (GPFPB153, CADCRPL)               *
      ******************************************************************
      * CRED-COD-ENTIDAT- PIC 9(007)       - ENTIDADE CREDORA          *
      * CRED-NUM-AUTORIZ- PIC 9(007)       - AUTORIZACAO DE DEVOLUCAO  *
      *                                      (ZEROS NO SALDO ANTERIOR) *
      *                                      OU NUMERO DO PLANO DE     *
      *                                      PARCELAMENTO CANCELADO    *
      * CRED-VLR        - PIC 9(013)V9(002)- VALOR DO CREDITO          *
      * CRED-DAT-CREDITO- PIC 9(008)       - DATA DO CREDITO           *
      * FILLER          - PIC X(013)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-CRED.
           03      CRED-COD-ENTIDAT
                                   PIC     9(007).
           03      CRED-NUM-AUTORIZ
                                   PIC     9(007).
           03      CRED-VLR        PIC     9(013)V9(002).
           03      CRED-DAT-CREDITO
                                   PIC     9(008).
           03      FILLER          PIC     X(013).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADCRED *
      ******************************************************************
