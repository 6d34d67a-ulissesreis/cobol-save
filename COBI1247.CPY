      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADFATS         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBI1247 - FATURA MENSAL DO PLANO DE SAUDE,  *
      *                              ENVIADA PELA OPERADORA            *
      ******************************************************************
      * UM REGISTRO POR VIDA COBRADA NA COMPETENCIA: O TITULAR (PELA   *
      * MATRICULA DO FUNCIONARIO) E CADA DEPENDENTE, IDENTIFICADO PELA *
      * MATRICULA DO TITULAR E PELO NOME. A COPARTICIPACAO E O VALOR   *
      * DOS PROCEDIMENTOS UTILIZADOS PELA VIDA NO PERIODO              *
      ******************************************************************
      * FATS-COMPETENCIA- PIC 9(006)       - COMPETENCIA (AAAAMM)      *
      * FATS-FUNC-CODIGO- PIC 9(005)       - MATRICULA DO TITULAR      *
      * FATS-CPF-TITULAR- PIC 9(011)       - CPF DO TITULAR            *
      * FATS-TIPO-VIDA  - PIC X(001)       - 'T' TITULAR               *
      *                                      'D' DEPENDENTE            *
      * FATS-NOME       - PIC X(030)       - NOME DO BENEFICIARIO      *
      * FATS-DT-NAS     - PIC 9(008)       - DT NASCIMENTO (AAAAMMDD)  *
      * FATS-PLANO      - PIC X(004)       - PLANO CONTRATADO          *
      * FATS-VLR-MENSALIDADE PIC 9(7)V99   - MENSALIDADE DA VIDA       *
      * FATS-VLR-COPART - PIC 9(007)V9(002)- COPARTICIPACAO DA VIDA    *
      * FILLER          - PIC X(017)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-FATS.
           03      FATS-COMPETENCIA
                                   PIC     9(006).
           03      FATS-FUNC-CODIGO
                                   PIC     9(005).
           03      FATS-CPF-TITULAR
                                   PIC     9(011).
           03      FATS-TIPO-VIDA  PIC     X(001).
             88    FATS-TITULAR            VALUE 'T'.
             88    FATS-DEPENDENTE         VALUE 'D'.
           03      FATS-NOME       PIC     X(030).
           03      FATS-DT-NAS     PIC     9(008).
           03      FATS-PLANO      PIC     X(004).
           03      FATS-VLR-MENSALIDADE
                                   PIC     9(007)V9(002).
           03      FATS-VLR-COPART PIC     9(007)V9(002).
           03      FILLER          PIC     X(017).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADFATS *
      ******************************************************************
