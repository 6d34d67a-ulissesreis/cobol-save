      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADDIRF         - LCREL 150 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1239 - DECLARACAO ANUAL DO IMPOSTO DE    *
      *                              RENDA RETIDO NA FONTE (DIRF),     *
      *                              GERADA PELO GPFPB169              *
      ******************************************************************
      * SEQUENCIA DOS REGISTROS:                                       *
      *   '00' - HEADER DO ARQUIVO (RESPONSAVEL = EMPRESA 01)          *
      *   '10' - DECLARANTE (UM POR EMPRESA COM RENDIMENTOS PAGOS)     *
      *   '20' - BENEFICIARIO FUNCIONARIO DA EMPRESA                   *
      *   '30' - BENEFICIARIO FORNECEDOR, UM POR TRIBUTO RETIDO        *
      *   '90' - TOTALIZADOR DO ARQUIVO                                *
      * TODOS OS VALORES COM DUAS DECIMAIS IMPLICITAS                  *
      ******************************************************************
      * DIRF-TIP-REG    - PIC 9(002)       - TIPO DO REGISTRO          *
      * DIRF-ANO-CALEND - PIC 9(004)       - ANO-CALENDARIO            *
      * DIRF-CNPJ       - PIC 9(014)       - CNPJ DO DECLARANTE        *
      * HEADER ('00') / DECLARANTE ('10')                              *
      * DIRF-NOME       - PIC X(050)       - RAZAO SOCIAL              *
      * DIRF-DAT-GERACAO- PIC 9(008)       - DATA DE GERACAO           *
      * FUNCIONARIO ('20')                                             *
      * DIRF-FUN-CODIGO - PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * DIRF-FUN-CPF    - PIC 9(011)       - CPF                       *
      * DIRF-FUN-NOME   - PIC X(030)       - NOME                      *
      * DIRF-FUN-VLR-TRIB  PIC 9(011)V9(002) RENDIMENTOS TRIBUTAVEIS   *
      * DIRF-FUN-VLR-INSS  PIC 9(011)V9(002) PREVIDENCIA OFICIAL       *
      * DIRF-FUN-VLR-IRRF  PIC 9(011)V9(002) IRRF SOBRE OS RENDIMENTOS *
      * DIRF-FUN-VLR-13SAL PIC 9(011)V9(002) 13o LIQUIDO DO INSS       *
      *                                      (TRIBUTACAO EXCLUSIVA)    *
      * DIRF-FUN-VLR-IRRF-13 9(011)V9(002) - IRRF SOBRE O 13o          *
      * DIRF-FUN-VLR-ISENTO  9(011)V9(002) - RENDIMENTOS ISENTOS       *
      * FORNECEDOR ('30')                                              *
      * DIRF-FOR-CODIGO - PIC 9(010)       - CODIGO DO FORNECEDOR      *
      * DIRF-FOR-NOME   - PIC X(030)       - NOME DO FORNECEDOR        *
      * DIRF-FOR-COD-TRIBUTO X(004)        - TRIBUTO RETIDO            *
      * DIRF-FOR-VLR-PAGO  PIC 9(013)V9(002) RENDIMENTO BRUTO DO ANO   *
      * DIRF-FOR-VLR-RETIDO PIC 9(013)V9(002) VALOR RETIDO DO TRIBUTO  *
      * TOTALIZADOR ('90')                                             *
      * DIRF-TOT-QTD-REG- PIC 9(009)       - QTDE DE REGISTROS DO      *
      *                                      ARQUIVO, INCLUSIVE O '90' *
      * DIRF-TOT-QTD-FUN- PIC 9(007)       - QTDE DE FUNCIONARIOS      *
      * DIRF-TOT-QTD-FOR- PIC 9(007)       - QTDE DE FORNECEDORES      *
      * DIRF-TOT-VLR-RETIDO 9(015)V9(002)  - TOTAL RETIDO NO ANO       *
      ******************************************************************
      *
       01          REG-DIRF.
           03      DIRF-TIP-REG    PIC     9(002).
             88    DIRF-HEADER             VALUE 00.
             88    DIRF-DECLARANTE         VALUE 10.
             88    DIRF-FUNCIONARIO        VALUE 20.
             88    DIRF-FORNECEDOR         VALUE 30.
             88    DIRF-TOTALIZADOR        VALUE 90.
           03      DIRF-ANO-CALEND PIC     9(004).
           03      DIRF-CNPJ       PIC     9(014).
           03      DIRF-NOME       PIC     X(050).
           03      DIRF-DAT-GERACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(072).
       01          REG-DIRF-FUNCIONARIO    REDEFINES REG-DIRF.
           03      FILLER          PIC     X(020).
           03      DIRF-FUN-CODIGO PIC     9(005).
           03      DIRF-FUN-CPF    PIC     9(011).
           03      DIRF-FUN-NOME   PIC     X(030).
           03      DIRF-FUN-VLR-TRIB
                                   PIC     9(011)V9(002).
           03      DIRF-FUN-VLR-INSS
                                   PIC     9(011)V9(002).
           03      DIRF-FUN-VLR-IRRF
                                   PIC     9(011)V9(002).
           03      DIRF-FUN-VLR-13SAL
                                   PIC     9(011)V9(002).
           03      DIRF-FUN-VLR-IRRF-13
                                   PIC     9(011)V9(002).
           03      DIRF-FUN-VLR-ISENTO
                                   PIC     9(011)V9(002).
           03      FILLER          PIC     X(006).
       01          REG-DIRF-FORNECEDOR     REDEFINES REG-DIRF.
           03      FILLER          PIC     X(020).
           03      DIRF-FOR-CODIGO PIC     9(010).
           03      DIRF-FOR-NOME   PIC     X(030).
           03      DIRF-FOR-COD-TRIBUTO
                                   PIC     X(004).
           03      DIRF-FOR-VLR-PAGO
                                   PIC     9(013)V9(002).
           03      DIRF-FOR-VLR-RETIDO
                                   PIC     9(013)V9(002).
           03      FILLER          PIC     X(056).
       01          REG-DIRF-TOTALIZADOR    REDEFINES REG-DIRF.
           03      FILLER          PIC     X(020).
           03      DIRF-TOT-QTD-REG
                                   PIC     9(009).
           03      DIRF-TOT-QTD-FUN
                                   PIC     9(007).
           03      DIRF-TOT-QTD-FOR
                                   PIC     9(007).
           03      DIRF-TOT-VLR-RETIDO
                                   PIC     9(015)V9(002).
           03      FILLER          PIC     X(090).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADDIRF *
      ******************************************************************
