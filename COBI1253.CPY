      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADLDSP         - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBI1253 - POLITICA DE REEMBOLSO: LIMITE POR *
      *                              COMPROVANTE E CONTA DE DESPESA DE *
      *                              CADA CATEGORIA                    *
      ******************************************************************
      * UM REGISTRO POR CATEGORIA, MANTIDO PELO FINANCEIRO; CATEGORIA  *
      * SEM REGISTRO NAO E REEMBOLSAVEL                                *
      ******************************************************************
      * LDSP-CATEGORIA  - PIC X(002)       - CATEGORIA DA DESPESA      *
      * LDSP-DESCRICAO  - PIC X(020)       - DESCRICAO DA CATEGORIA    *
      * LDSP-VLR-LIMITE - PIC 9(007)V9(002)- LIMITE POR COMPROVANTE    *
      *                                      (ZEROS = SEM LIMITE)      *
      * LDSP-CONTA-DESPESA PIC 9(006)      - CONTA CONTABIL DE DEBITO  *
      *                                      (ZEROS = CONTA PADRAO)    *
      * FILLER          - PIC X(013)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-LDSP.
           03      LDSP-CATEGORIA  PIC     X(002).
           03      LDSP-DESCRICAO  PIC     X(020).
           03      LDSP-VLR-LIMITE PIC     9(007)V9(002).
           03      LDSP-CONTA-DESPESA
                                   PIC     9(006).
           03      FILLER          PIC     X(013).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADLDSP *
      ******************************************************************
