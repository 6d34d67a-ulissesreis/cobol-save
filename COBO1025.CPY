      * BREM-OPERACAO  - PIC 9(003)        - CODIGO DA OPERACAO        *
      * BREM-CONTA     - PIC 9(009)        - CODIGO DA CONTA/DIGITO    *
      * BREM-VLR-PAGTO - PIC 9(016)V9(002) - VALOR DO PAGAMENTO        *
      * BREM-COD-EMPRESA PIC 9(002)        - EMPRESA PAGADORA          *
      *                                      (CADEMPR); ZEROS = 01     *
      ******************************************************************
      * HEADER..: BREM-NUM-REMESSA - NUMERO SEQUENCIAL DA REMESSA      *
      *           BREM-DAT-GERACAO - DATA DE GERACAO (AAAAMMDD)        *
      * TRAILER.: BREM-QTD-REG     - QTDE DE DETALHES DA EMPRESA       *
      *           BREM-HASH-VLR    - SOMA DOS VALORES DA EMPRESA       *
      *           BREM-EMP-BANCO/AGENCIA/OPERACAO/CONTA - CONTA DE     *
      *                              DEBITO DA EMPRESA (CADEMPR)       *
      * UM TRAILER POR EMPRESA AO FINAL DA REMESSA; BREM-COD-EMPRESA   *
      * OCUPA A MESMA POSICAO NOS TRES TIPOS DE REGISTRO               *
      ******************************************************************
      *
       01          REG-BREM.
           03      BREM-OPERACAO   PIC     9(003).
           03      BREM-CONTA      PIC     9(009).
           03      BREM-VLR-PAGTO  PIC     9(016)V9(002).
           03      FILLER          PIC     X(055).
           03      BREM-COD-EMPRESA
                                   PIC     9(002).
      *
       01          REG-BREM-HEADER REDEFINES REG-BREM.
           03      FILLER          PIC     X(001).
           03      FILLER          PIC     X(001).
           03      BREM-QTD-REG    PIC     9(007).
           03      BREM-HASH-VLR   PIC     9(016)V9(002).
           03      BREM-EMP-BANCO  PIC     9(003).
           03      BREM-EMP-AGENCIA
                                   PIC     9(004).
           03      BREM-EMP-OPERACAO
                                   PIC     9(003).
           03      BREM-EMP-CONTA  PIC     9(009).
           03      FILLER          PIC     X(055).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADBREM *
