      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADSEFP         - LCREL 150 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1237 - ARQUIVO MENSAL DE RECOLHIMENTO DO *
      *                              FGTS (LAY-OUT DO ORGAO GESTOR),   *
      *                              GERADO PELO GPFPB168              *
      ******************************************************************
      * SEQUENCIA DOS REGISTROS:                                       *
      *   '00' - HEADER DO ARQUIVO (RESPONSAVEL = EMPRESA 01)          *
      *   '10' - EMPRESA (UM POR EMPRESA COM RECOLHIMENTO)             *
      *   '30' - TRABALHADOR, DA FILIAL DE TRABALHO (CADFFIL)          *
      *   '20' - TOTAL DA FILIAL, APOS OS TRABALHADORES DELA           *
      *   '90' - TOTALIZADOR DO ARQUIVO                                *
      * TODOS OS VALORES COM DUAS DECIMAIS IMPLICITAS                  *
      ******************************************************************
      * SEFP-TIP-REG    - PIC 9(002)       - TIPO DO REGISTRO          *
      * SEFP-CNPJ       - PIC 9(014)       - CNPJ DA EMPRESA           *
      * SEFP-COMPETENCIA- PIC 9(006)       - COMPETENCIA (AAAAMM)      *
      * HEADER ('00') / EMPRESA ('10')                                 *
      * SEFP-NOME       - PIC X(050)       - RAZAO SOCIAL              *
      * SEFP-UF         - PIC X(002)       - UNIDADE DA FEDERACAO      *
      * SEFP-DAT-GERACAO- PIC 9(008)       - DATA DE GERACAO           *
      * TRABALHADOR ('30')                                             *
      * SEFP-TRB-FILIAL - PIC 9(005)       - FILIAL DE TRABALHO        *
      * SEFP-TRB-CPF    - PIC 9(011)       - CPF DO TRABALHADOR        *
      * SEFP-TRB-CTPS   - PIC 9(005)       - CARTEIRA DE TRABALHO      *
      * SEFP-TRB-NOME   - PIC X(030)       - NOME DO TRABALHADOR       *
      * SEFP-TRB-DT-ADM - PIC 9(008)       - ADMISSAO (DDMMAAAA)       *
      * SEFP-TRB-VLR-REMUN PIC 9(013)V9(002) REMUNERACAO SEM 13o       *
      * SEFP-TRB-VLR-13SAL PIC 9(013)V9(002) REMUNERACAO DO 13o        *
      * SEFP-TRB-VLR-FGTS  PIC 9(013)V9(002) DEPOSITO DO MES           *
      * TOTAL DA FILIAL ('20')                                         *
      * SEFP-FIL-CODIGO - PIC 9(005)       - FILIAL                    *
      * SEFP-FIL-QTD-TRB- PIC 9(007)       - QTDE DE TRABALHADORES     *
      * SEFP-FIL-VLR-BASE  PIC 9(015)V9(002) REMUNERACAO TOTAL         *
      * SEFP-FIL-VLR-FGTS  PIC 9(015)V9(002) DEPOSITO TOTAL            *
      * TOTALIZADOR ('90')                                             *
      * SEFP-TOT-QTD-REG- PIC 9(009)       - QTDE DE REGISTROS DO      *
      *                                      ARQUIVO, INCLUSIVE O '90' *
      * SEFP-TOT-QTD-TRB- PIC 9(007)       - QTDE DE TRABALHADORES     *
      * SEFP-TOT-VLR-FGTS  PIC 9(015)V9(002) DEPOSITO TOTAL            *
      ******************************************************************
      *
       01          REG-SEFP.
           03      SEFP-TIP-REG    PIC     9(002).
             88    SEFP-HEADER             VALUE 00.
             88    SEFP-EMPRESA            VALUE 10.
             88    SEFP-TOTAL-FILIAL       VALUE 20.
             88    SEFP-TRABALHADOR        VALUE 30.
             88    SEFP-TOTALIZADOR        VALUE 90.
           03      SEFP-CNPJ       PIC     9(014).
           03      SEFP-COMPETENCIA
                                   PIC     9(006).
           03      SEFP-NOME       PIC     X(050).
           03      SEFP-UF         PIC     X(002).
           03      SEFP-DAT-GERACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(068).
       01          REG-SEFP-TRABALHADOR    REDEFINES REG-SEFP.
           03      FILLER          PIC     X(022).
           03      SEFP-TRB-FILIAL PIC     9(005).
           03      SEFP-TRB-CPF    PIC     9(011).
           03      SEFP-TRB-CTPS   PIC     9(005).
           03      SEFP-TRB-NOME   PIC     X(030).
           03      SEFP-TRB-DT-ADM PIC     9(008).
           03      SEFP-TRB-VLR-REMUN
                                   PIC     9(013)V9(002).
           03      SEFP-TRB-VLR-13SAL
                                   PIC     9(013)V9(002).
           03      SEFP-TRB-VLR-FGTS
                                   PIC     9(013)V9(002).
           03      FILLER          PIC     X(024).
       01          REG-SEFP-TOTAL-FILIAL   REDEFINES REG-SEFP.
           03      FILLER          PIC     X(022).
           03      SEFP-FIL-CODIGO PIC     9(005).
           03      SEFP-FIL-QTD-TRB
                                   PIC     9(007).
           03      SEFP-FIL-VLR-BASE
                                   PIC     9(015)V9(002).
           03      SEFP-FIL-VLR-FGTS
                                   PIC     9(015)V9(002).
           03      FILLER          PIC     X(082).
       01          REG-SEFP-TOTALIZADOR    REDEFINES REG-SEFP.
           03      FILLER          PIC     X(022).
           03      SEFP-TOT-QTD-REG
                                   PIC     9(009).
           03      SEFP-TOT-QTD-TRB
                                   PIC     9(007).
           03      SEFP-TOT-VLR-FGTS
                                   PIC     9(015)V9(002).
           03      FILLER          PIC     X(095).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADSEFP *
      ******************************************************************
