      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADEMPR       - LCREL 150 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1229 - CADASTRO DAS EMPRESAS (PESSOAS    *
      *                              JURIDICAS) QUE OPERAM NO SIGPF    *
      ******************************************************************
      * UM REGISTRO POR EMPRESA, MANTIDO PELA CONTABILIDADE. IDENTIFICA*
      * O CONTRIBUINTE NA ESCRITURACAO FISCAL DIGITAL (GPFPB162) E AS  *
      * CONTAS BANCARIAS DE DEBITO DOS PAGAMENTOS A FORNECEDOR E DA    *
      * FOLHA. A EMPRESA 01 E A EMPRESA PRINCIPAL, ASSUMIDA NOS        *
      * REGISTROS GRAVADOS SEM CODIGO DE EMPRESA                       *
      ******************************************************************
      * EMPR-CNPJ       - PIC 9(014)       - CNPJ DO ESTABELECIMENTO   *
      * EMPR-NOME       - PIC X(050)       - RAZAO SOCIAL              *
      * EMPR-UF         - PIC X(002)       - UNIDADE DA FEDERACAO      *
      * EMPR-IE         - PIC X(014)       - INSCRICAO ESTADUAL        *
      * EMPR-COD-CIDADE - PIC X(004)       - MUNICIPIO (CADMUNI)       *
      * EMPR-PERFIL     - PIC X(001)       - PERFIL DE APRESENTACAO DO *
      *                                      ARQUIVO FISCAL: 'A' 'B'   *
      *                                      OU 'C'                    *
      * EMPR-COD-EMPRESA- PIC 9(002)       - CODIGO DA EMPRESA         *
      * FILLER          - PIC X(013)       - AREA LIVRE                *
      * EMPR-PAG-BANCO/AGENCIA/OPERACAO/CONTA - CONTA DE DEBITO DOS    *
      *                   PAGAMENTOS A FORNECEDOR (3/4/3/9 POSICOES)   *
      * EMPR-FOL-BANCO/AGENCIA/OPERACAO/CONTA - CONTA DE DEBITO DO     *
      *                   CREDITO DA FOLHA DE PAGAMENTO (3/4/3/9)      *
      * FILLER          - PIC X(012)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-EMPR.
           03      EMPR-CNPJ       PIC     9(014).
           03      EMPR-NOME       PIC     X(050).
           03      EMPR-UF         PIC     X(002).
           03      EMPR-IE         PIC     X(014).
           03      EMPR-COD-CIDADE PIC     X(004).
           03      EMPR-PERFIL     PIC     X(001).
             88    EMPR-PERFIL-VALIDO      VALUES 'A' 'B' 'C'.
           03      EMPR-COD-EMPRESA
                                   PIC     9(002).
           03      FILLER          PIC     X(013).
           03      EMPR-PAG-BANCO  PIC     9(003).
           03      EMPR-PAG-AGENCIA
                                   PIC     9(004).
           03      EMPR-PAG-OPERACAO
                                   PIC     9(003).
           03      EMPR-PAG-CONTA  PIC     9(009).
           03      EMPR-FOL-BANCO  PIC     9(003).
           03      EMPR-FOL-AGENCIA
                                   PIC     9(004).
           03      EMPR-FOL-OPERACAO
                                   PIC     9(003).
           03      EMPR-FOL-CONTA  PIC     9(009).
           03      FILLER          PIC     X(012).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADEMPR *
      ******************************************************************
