      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADPFIS       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1230 - DADOS FISCAIS DOS PARTICIPANTES   *
      *                              (FORNECEDORES E ENTIDADES)        *
      ******************************************************************
      * COMPLEMENTA O CADFORN E O CADENTI, QUE NAO TEM AREA LIVRE PARA *
      * O CNPJ/CPF E A INSCRICAO ESTADUAL. UM REGISTRO POR             *
      * PARTICIPANTE; O FORNECEDOR NAO TEM MUNICIPIO NO CADFORN E O    *
      * INFORMA AQUI, A ENTIDADE USA O DO CADENTI (ENTI-COD-CIDADE)    *
      ******************************************************************
      * PFIS-TIP-PART   - PIC X(001)       - 'F' FORNECEDOR (CADFORN)  *
      *                                      'E' ENTIDADE   (CADENTI)  *
      * PFIS-COD-PART   - PIC 9(010)       - CODIGO DO FORNECEDOR OU   *
      *                                      DA ENTIDADE               *
      * PFIS-CNPJ-CPF   - PIC 9(014)       - CNPJ (OU CPF ALINHADO A   *
      *                                      DIREITA)                  *
      * PFIS-IE         - PIC X(014)       - INSCRICAO ESTADUAL        *
      * PFIS-UF         - PIC X(002)       - UNIDADE DA FEDERACAO      *
      * PFIS-COD-CIDADE - PIC X(004)       - MUNICIPIO (CADMUNI) DO    *
      *                                      FORNECEDOR                *
      * FILLER          - PIC X(005)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PFIS.
           03      PFIS-TIP-PART   PIC     X(001).
             88    PFIS-FORNECEDOR         VALUE 'F'.
             88    PFIS-ENTIDADE           VALUE 'E'.
           03      PFIS-COD-PART   PIC     9(010).
           03      PFIS-CNPJ-CPF   PIC     9(014).
           03      PFIS-IE         PIC     X(014).
           03      PFIS-UF         PIC     X(002).
           03      PFIS-COD-CIDADE PIC     X(004).
           03      FILLER          PIC     X(005).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADPFIS *
      ******************************************************************
