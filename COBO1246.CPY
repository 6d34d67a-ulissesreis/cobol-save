      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADFCRJ         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1246 - CREDITOS DE SALARIO REJEITADOS    *
      *                              PELO BANCO NO RETORNO DA REMESSA  *
      *                              DA FOLHA (GPFPB172), DEVIDOS AO   *
      *                              FUNCIONARIO ATE O NOVO CREDITO    *
      *                              PELA FOLHA MENSAL (GPFPB107),     *
      *                              APOS A CORRECAO DO CADFBNK        *
      ******************************************************************
      * FCRJ-FUNC-CODIGO- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * FCRJ-COD-EMPRESA- PIC 9(002)       - EMPRESA DO CREDITO        *
      * FCRJ-BANCO      - PIC 9(003)       - DOMICILIO BANCARIO        *
      * FCRJ-AGENCIA    - PIC 9(004)         REJEITADO (BANCO,         *
      * FCRJ-OPERACAO   - PIC 9(003)         AGENCIA, OPERACAO E       *
      * FCRJ-CONTA      - PIC 9(009)         CONTA/DIGITO)             *
      * FCRJ-VLR-CREDITO- PIC 9(009)V9(002)- VALOR DEVIDO              *
      * FCRJ-COD-REJEICAO PIC 9(003)       - MOTIVO DE REJEICAO BANCO  *
      * FCRJ-DAT-RETORNO- PIC 9(008)       - DATA DO RETORNO (AAAAMMDD)*
      * FCRJ-SITUACAO   - PIC X(001)       - 'P' PENDENTE, AGUARDANDO  *
      *                                          A CORRECAO DO CADFBNK *
      *                                      'E' NOVO CREDITO ENVIADO, *
      *                                          AGUARDANDO O RETORNO  *
      * FCRJ-DAT-REENVIO- PIC 9(008)       - DATA DA REMESSA DO NOVO   *
      *                                      CREDITO (AAAAMMDD)        *
      * FCRJ-QTD-REENVIOS PIC 9(003)       - NOVOS CREDITOS JA         *
      *                                      REJEITADOS PARA O VALOR   *
      * FCRJ-NOME       - PIC X(030)       - NOME DO FUNCIONARIO       *
      * FILLER          - PIC X(010)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-FCRJ.
           03      FCRJ-FUNC-CODIGO
                                   PIC     9(005).
           03      FCRJ-COD-EMPRESA
                                   PIC     9(002).
           03      FCRJ-BANCO      PIC     9(003).
           03      FCRJ-AGENCIA    PIC     9(004).
           03      FCRJ-OPERACAO   PIC     9(003).
           03      FCRJ-CONTA      PIC     9(009).
           03      FCRJ-VLR-CREDITO
                                   PIC     9(009)V9(002).
           03      FCRJ-COD-REJEICAO
                                   PIC     9(003).
           03      FCRJ-DAT-RETORNO
                                   PIC     9(008).
           03      FCRJ-SITUACAO   PIC     X(001).
             88    FCRJ-PENDENTE           VALUE 'P'.
             88    FCRJ-REENVIADO          VALUE 'E'.
           03      FCRJ-DAT-REENVIO
                                   PIC     9(008).
           03      FCRJ-QTD-REENVIOS
                                   PIC     9(003).
           03      FCRJ-NOME       PIC     X(030).
           03      FILLER          PIC     X(010).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADFCRJ *
      ******************************************************************
