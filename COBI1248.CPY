      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADCERT         - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBI1248 - CERTIFICACOES E EXAMES DOS        *
      *                              FUNCIONARIOS (TREINAMENTOS        *
      *                              OBRIGATORIOS E ASO), MANTIDO PELO *
      *                              RH/SESMT                          *
      ******************************************************************
      * UM REGISTRO POR CERTIFICACAO OU EXAME REALIZADO; A RENOVACAO E *
      * UM NOVO REGISTRO DO MESMO TIPO, E VALE O DE MAIOR VALIDADE     *
      ******************************************************************
      * CERT-FUNC-CODIGO- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * CERT-TIPO       - PIC X(004)       - TIPO DA CERTIFICACAO OU   *
      *                                      EXAME (CADCREQ)           *
      * CERT-DT-REALIZACAO PIC 9(008)      - DATA DE REALIZACAO        *
      *                                      (AAAAMMDD)                *
      * CERT-DT-VALIDADE- PIC 9(008)       - VALIDA ATE (AAAAMMDD)     *
      * CERT-ENTIDADE   - PIC X(020)       - INSTRUTOR/CLINICA         *
      * FILLER          - PIC X(005)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-CERT.
           03      CERT-FUNC-CODIGO
                                   PIC     9(005).
           03      CERT-TIPO       PIC     X(004).
           03      CERT-DT-REALIZACAO
                                   PIC     9(008).
           03      CERT-DT-VALIDADE
                                   PIC     9(008).
           03      CERT-ENTIDADE   PIC     X(020).
           03      FILLER          PIC     X(005).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADCERT *
      ******************************************************************
