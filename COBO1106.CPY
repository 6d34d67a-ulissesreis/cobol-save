      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADPERH         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1106 - BAIXAS POR PERDA DE GUIAS         *
      *                              INCOBRAVEIS. LAY-OUT COMUM AO     *
      *                              HISTORICO DAS BAIXAS EFETIVADAS   *
      *                              (CADPERH) E AS BAIXAS PENDENTES   *
      *                              DE APROVACAO (CADPERP/CADPERN)    *
      ******************************************************************
      * PERB-AGENCIA    - PIC 9(004)       - CODIGO DA AGENCIA         *
      * PERB-CONTA      - PIC 9(009)       - CODIGO DA CONTA/DIGITO    *
      * PERB-NUM-GUIA   - PIC 9(012)       - NUMERO DA GUIA            *
      * PERB-COD-ENT    - PIC 9(005)       - CODIGO DA ENTIDADE        *
      * PERB-VLR-GUIA   - PIC 9(015)       - VALOR DA GUIA (CADMFIN)   *
      * PERB-DAT-VENCTO - PIC 9(008)       - VENCIMENTO DA GUIA        *
      * PERB-COD-MOTIVO - PIC X(001)       - MOTIVO (VIDE COBI1107)    *
      * PERB-DAT-SOLIC  - PIC 9(008)       - DATA DA SOLICITACAO       *
      * PERB-ID-SOLIC   - PIC X(004)       - OPERADOR SOLICITANTE      *
      * PERB-SITUACAO   - PIC X(001)       - 'P' PENDENTE DE APROVACAO *
      *                                      'E' EFETIVADA             *
      * PERB-ID-APROV   - PIC X(004)       - OPERADOR APROVADOR        *
      * PERB-DAT-EFET   - PIC 9(008)       - DATA DA EFETIVACAO        *
      * PERB-VLR-PROVISAO PIC 9(013)V9(002)- PARTE DA GUIA COBERTA     *
      *                                      PELA PROVISAO (CADPDDG)   *
      * FILLER          - PIC X(006)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PERB.
           03      PERB-CHAVE.
             05    PERB-AGENCIA    PIC     9(004).
             05    PERB-CONTA      PIC     9(009).
             05    PERB-NUM-GUIA   PIC     9(012).
           03      PERB-COD-ENT    PIC     9(005).
           03      PERB-VLR-GUIA   PIC     9(015).
           03      PERB-DAT-VENCTO PIC     9(008).
           03      PERB-COD-MOTIVO PIC     X(001).
             88    PERB-FALENCIA           VALUE 'F'.
             88    PERB-PRESCRITO          VALUE 'P'.
             88    PERB-NAO-LOCALIZADO     VALUE 'N'.
             88    PERB-COBRANCA-ESGOTADA  VALUE 'C'.
           03      PERB-DAT-SOLIC  PIC     9(008).
           03      PERB-ID-SOLIC   PIC     X(004).
           03      PERB-SITUACAO   PIC     X(001).
             88    PERB-PENDENTE           VALUE 'P'.
             88    PERB-EFETIVADA          VALUE 'E'.
           03      PERB-ID-APROV   PIC     X(004).
           03      PERB-DAT-EFET   PIC     9(008).
           03      PERB-VLR-PROVISAO
                                   PIC     9(013)V9(002).
           03      FILLER          PIC     X(006).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADPERH *
      ******************************************************************
