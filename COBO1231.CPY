      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADSLCT         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1231 - SALDOS CONTABEIS POR CONTA DO     *
      *                              CADPLAN E MES, POSTADOS DO        *
      *                              EXTRATO CADCTB (GPFPB163)         *
      ******************************************************************
      * OS PRIMEIROS REGISTROS DO ARQUIVO SAO OS REGISTROS DE CONTROLE *
      * ('C'), UM POR EMPRESA, QUE GUARDAM A DATA E O TRAILER DA       *
      * EMPRESA NO ULTIMO EXTRATO CADCTB POSTADO, PARA QUE O MESMO     *
      * EXTRATO NAO SEJA POSTADO DUAS VEZES.                           *
      * OS DEMAIS REGISTROS ('S') GUARDAM OS DEBITOS E OS CREDITOS DE  *
      * CADA CONTA DA EMPRESA NO MES. O SALDO DE ABERTURA DE UM MES E  *
      * A SOMA DOS MESES ANTERIORES DA CONTA NA EMPRESA                *
      ******************************************************************
      * SLCT-TIP-REG    - PIC X(001)       - 'C' CONTROLE / 'S' SALDO  *
      * SLCT-CONTA      - PIC 9(006)       - CONTA DO CADPLAN          *
      * SLCT-PERIODO    - PIC 9(006)       - MES (AAAAMM)              *
      * SLCT-VLR-DEBITOS  PIC 9(015)V9(002) DEBITOS DO MES             *
      * SLCT-VLR-CREDITOS PIC 9(015)V9(002) CREDITOS DO MES            *
      * SLCT-DAT-ULT-MOV- PIC 9(008)       - ULTIMO MOVIMENTO NO MES   *
      * SLCT-COD-EMPRESA- PIC 9(002)       - EMPRESA (CADEMPR), NA     *
      *                                      MESMA POSICAO NO CONTROLE *
      * REDEFINES PARA O REGISTRO DE CONTROLE                          *
      * SLCT-DAT-ULT-POST PIC 9(008)       - DATA DA ULTIMA POSTAGEM   *
      * SLCT-QTD-POSTAGENS PIC 9(007)      - QTDE DE EXTRATOS POSTADOS *
      * SLCT-ULT-QTD-REG  PIC 9(007)       - QTDE DE LANCAMENTOS,      *
      * SLCT-ULT-VLR-TOTAL PIC 9(013)V9(002) VALOR TOTAL GERAL E       *
      * SLCT-ULT-CHECKSUM PIC 9(009)       - CHECKSUM DO SELO DO       *
      *                                      TRAILER DO ULTIMO EXTRATO *
      ******************************************************************
      *
       01          REG-SLCT.
           03      SLCT-TIP-REG    PIC     X(001).
             88    SLCT-CONTROLE           VALUE 'C'.
             88    SLCT-SALDO              VALUE 'S'.
           03      SLCT-CONTA      PIC     9(006).
           03      SLCT-PERIODO    PIC     9(006).
           03      SLCT-VLR-DEBITOS
                                   PIC     9(015)V9(002).
           03      SLCT-VLR-CREDITOS
                                   PIC     9(015)V9(002).
           03      SLCT-DAT-ULT-MOV
                                   PIC     9(008).
           03      SLCT-COD-EMPRESA
                                   PIC     9(002).
           03      FILLER          PIC     X(043).
      *
       01          REG-SLCT-CONTROLE REDEFINES REG-SLCT.
           03      FILLER          PIC     X(001).
           03      SLCT-DAT-ULT-POST
                                   PIC     9(008).
           03      SLCT-QTD-POSTAGENS
                                   PIC     9(007).
           03      SLCT-ULT-QTD-REG
                                   PIC     9(007).
           03      SLCT-ULT-VLR-TOTAL
                                   PIC     9(013)V9(002).
           03      SLCT-ULT-CHECKSUM
                                   PIC     9(009).
           03      FILLER          PIC     X(053).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADSLCT *
      ******************************************************************
