      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADSACE         - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO9108 - FOLHA DE ASSINATURA DA REVISAO    *
      *                              DE ACESSOS DOS OPERADORES         *
      ******************************************************************
      * SACE-ID-OPERADOR    - PIC X(004)    - OPERADOR REVISADO        *
      * SACE-AUTORIZACAO    - PIC X(004)    - AUTORIZACAO CONCEDIDA    *
      * SACE-OCORRENCIA     - PIC X(001)    - SITUACAO APONTADA        *
      *                    ' ' - AUTORIZACAO EM USO                    *
      *                    'N' - NAO USADA DESDE A DATA DE CORTE       *
      *                    'C' - CONFLITO DE SEGREGACAO DE FUNCOES     *
      *                    'I' - OPERADOR INATIVO COM AUTORIZACAO      *
      * SACE-DATA-ULT-USO   - PIC 9(008)    - ULTIMO USO (ZEROS=NUNCA) *
      * SACE-COD-REGRA      - PIC X(004)    - REGRA VIOLADA (OCOR. 'C')*
      * SACE-DECISAO        - PIC X(001)    - DECISAO DO REVISOR       *
      *                    ' ' - PENDENTE (GERADO PELO GPFPB181)       *
      *                    'M' - MANTER A AUTORIZACAO                  *
      *                    'R' - REVOGAR A AUTORIZACAO                 *
      * SACE-ID-REVISOR     - PIC X(004)    - OPERADOR REVISOR         *
      * SACE-DATA-REVISAO   - PIC 9(008)    - DATA DA DECISAO          *
      * SACE-DATA-CORTE     - PIC 9(008)    - DATA DE CORTE DA REVISAO *
      * SACE-NIV-APROV      - PIC 9(001)    - NIVEL DE ALCADA DO       *
      *                                       APROVADOR (SO NA PORD)   *
      * FILLER              - PIC X(007)    - AREA LIVRE               *
      ******************************************************************
      * UM REGISTRO POR AUTORIZACAO CONCEDIDA. GERADO PELO GPFPB181    *
      * COM A DECISAO EM BRANCO; PREENCHIDO PELO REVISOR E LIDO PELO   *
      * GPFPB182, QUE GERA AS REVOGACOES DO CADOPER                    *
      ******************************************************************
      *
       01          REG-SACE.
           03      SACE-ID-OPERADOR
                                   PIC     X(004).
           03      SACE-AUTORIZACAO
                                   PIC     X(004).
           03      SACE-OCORRENCIA PIC     X(001).
             88    SACE-EM-USO                      VALUE ' '.
             88    SACE-SEM-USO                     VALUE 'N'.
             88    SACE-CONFLITO-SOD                VALUE 'C'.
             88    SACE-OPER-INATIVO                VALUE 'I'.
           03      SACE-DATA-ULT-USO
                                   PIC     9(008).
           03      SACE-COD-REGRA  PIC     X(004).
           03      SACE-DECISAO    PIC     X(001).
             88    SACE-PENDENTE                    VALUE ' '.
             88    SACE-MANTER                      VALUE 'M'.
             88    SACE-REVOGAR                     VALUE 'R'.
           03      SACE-ID-REVISOR PIC     X(004).
           03      SACE-DATA-REVISAO
                                   PIC     9(008).
           03      SACE-DATA-CORTE PIC     9(008).
           03      SACE-NIV-APROV  PIC     9(001).
           03      FILLER          PIC     X(007).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADSACE *
      ******************************************************************
