      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADDESP         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBI1252 - PEDIDOS DE REEMBOLSO DE DESPESAS  *
      *                              DE VIAGEM E CAMPO DOS FUNCIONARIOS*
      ******************************************************************
      * UM REGISTRO POR COMPROVANTE, COM O FUNCIONARIO QUE APROVOU O   *
      * REEMBOLSO (GERENTE DO DEPARTAMENTO DA LOTACAO NO CADDEPT)      *
      ******************************************************************
      * DREE-FUNC-CODIGO- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * DREE-DT-DESPESA - PIC 9(008)       - DATA DA DESPESA (AAAAMMDD)*
      * DREE-CATEGORIA  - PIC X(002)       - CATEGORIA DA DESPESA      *
      *                                      (CADLDSP)                 *
      * DREE-VLR-DESPESA- PIC 9(007)V9(002)- VALOR DO COMPROVANTE      *
      * DREE-COD-APROVADOR PIC 9(005)      - CODIGO DO FUNCIONARIO QUE *
      *                                      APROVOU (ZEROS = NAO      *
      *                                      APROVADO)                 *
      * DREE-NUM-DOCTO  - PIC X(010)       - NUMERO DO COMPROVANTE     *
      * DREE-DESCRICAO  - PIC X(040)       - DESCRICAO DA DESPESA      *
      * FILLER          - PIC X(021)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-DREE.
           03      DREE-FUNC-CODIGO
                                   PIC     9(005).
           03      DREE-DT-DESPESA PIC     9(008).
           03      DREE-CATEGORIA  PIC     X(002).
           03      DREE-VLR-DESPESA
                                   PIC     9(007)V9(002).
           03      DREE-COD-APROVADOR
                                   PIC     9(005).
           03      DREE-NUM-DOCTO  PIC     X(010).
           03      DREE-DESCRICAO  PIC     X(040).
           03      FILLER          PIC     X(021).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADDESP *
      ******************************************************************
