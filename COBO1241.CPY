      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADCONR         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1241 - REMESSA MENSAL DOS DESCONTOS DE   *
      *                              EMPRESTIMO CONSIGNADO AOS BANCOS  *
      *                              CONCEDENTES, GERADA PELO GPFPB107 *
      ******************************************************************
      * UM LOTE POR BANCO, EM ORDEM DE BANCO: HEADER 'H', DETALHES E   *
      * TRAILER 'T'. DETALHES:                                         *
      *   'D' - PARCELA DESCONTADA NA FOLHA DO MES                     *
      *   'N' - PARCELA NAO DESCONTADA (SEM MARGEM CONSIGNAVEL)        *
      *   'R' - CONTRATO DE FUNCIONARIO DESLIGADO, COM O SALDO DEVEDOR *
      *         (PARCELAS RESTANTES) A COBRAR DIRETAMENTE              *
      ******************************************************************
      * CONR-TIP-REG    - PIC X(001)       - TIPO DO REGISTRO          *
      * CONR-BANCO      - PIC 9(003)       - BANCO CONCEDENTE          *
      * CONR-COMPETENCIA- PIC 9(006)       - MES DA FOLHA (AAAAMM)     *
      * HEADER ('H')                                                   *
      * CONR-DAT-GERACAO- PIC 9(008)       - DATA DE GERACAO           *
      * DETALHE ('D', 'N', 'R')                                        *
      * CONR-CONTRATO   - PIC X(015)       - NUMERO DO CONTRATO        *
      * CONR-FUNC-CODIGO- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * CONR-CPF        - PIC 9(011)       - CPF DO FUNCIONARIO        *
      * CONR-NOME       - PIC X(030)       - NOME DO FUNCIONARIO       *
      * CONR-NUM-PARCELA- PIC 9(003)       - PARCELA DO MES ('D'/'N')  *
      *                                      OU RESTANTES ('R')        *
      * CONR-VLR        - PIC 9(009)V9(002)- PARCELA ('D'/'N') OU      *
      *                                      SALDO DEVEDOR ('R')       *
      * CONR-COD-EMPRESA- PIC 9(002)       - EMPRESA EMPREGADORA       *
      * TRAILER ('T')                                                  *
      * CONR-QTD-REG    - PIC 9(007)       - QTDE DE DETALHES DO BANCO *
      * CONR-VLR-DESCONTADO PIC 9(013)V9(002) TOTAL DESCONTADO ('D')   *
      * CONR-VLR-SALDO-RESC PIC 9(013)V9(002) TOTAL DE SALDOS ('R')    *
      ******************************************************************
      *
       01          REG-CONR.
           03      CONR-TIP-REG    PIC     X(001).
             88    CONR-HEADER             VALUE 'H'.
             88    CONR-DESCONTADA         VALUE 'D'.
             88    CONR-NAO-DESCONTADA     VALUE 'N'.
             88    CONR-RESCISAO           VALUE 'R'.
             88    CONR-TRAILER            VALUE 'T'.
           03      CONR-BANCO      PIC     9(003).
           03      CONR-COMPETENCIA
                                   PIC     9(006).
           03      CONR-DAT-GERACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(082).
       01          REG-CONR-DETALHE        REDEFINES REG-CONR.
           03      FILLER          PIC     X(010).
           03      CONR-CONTRATO   PIC     X(015).
           03      CONR-FUNC-CODIGO
                                   PIC     9(005).
           03      CONR-CPF        PIC     9(011).
           03      CONR-NOME       PIC     X(030).
           03      CONR-NUM-PARCELA
                                   PIC     9(003).
           03      CONR-VLR        PIC     9(009)V9(002).
           03      CONR-COD-EMPRESA
                                   PIC     9(002).
           03      FILLER          PIC     X(013).
       01          REG-CONR-TRAILER        REDEFINES REG-CONR.
           03      FILLER          PIC     X(010).
           03      CONR-QTD-REG    PIC     9(007).
           03      CONR-VLR-DESCONTADO
                                   PIC     9(013)V9(002).
           03      CONR-VLR-SALDO-RESC
                                   PIC     9(013)V9(002).
           03      FILLER          PIC     X(053).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADCONR *
      ******************************************************************
