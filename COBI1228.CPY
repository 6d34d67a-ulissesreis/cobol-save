      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADNFRT       - LCREL 100 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1228 - RETORNO DO GATEWAY FISCAL COM A   *
      *                              AUTORIZACAO OU A REJEICAO DE CADA *
      *                              NF-E TRANSMITIDA (GPFPB161)       *
      ******************************************************************
      * RTNF-SERIE      - PIC 9(003)       - SERIE DA NF-E             *
      * RTNF-NUMERO     - PIC 9(009)       - NUMERO DA NF-E            *
      * RTNF-SITUACAO   - PIC X(001)       - 'A' AUTORIZADA            *
      *                                      'R' REJEITADA             *
      * RTNF-CHAVE-ACESSO PIC X(044)       - CHAVE DE ACESSO DA NF-E   *
      * RTNF-PROTOCOLO  - PIC X(015)       - PROTOCOLO DE AUTORIZACAO  *
      * RTNF-COD-MOTIVO - PIC 9(003)       - CODIGO DO MOTIVO DA       *
      *                                      REJEICAO (SEFAZ)          *
      * RTNF-DAT-RETORNO- PIC 9(008)       - DATA DO RETORNO           *
      * FILLER          - PIC X(017)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RTNF.
           03      RTNF-SERIE      PIC     9(003).
           03      RTNF-NUMERO     PIC     9(009).
           03      RTNF-SITUACAO   PIC     X(001).
             88    RTNF-AUTORIZADA         VALUE 'A'.
             88    RTNF-REJEITADA          VALUE 'R'.
           03      RTNF-CHAVE-ACESSO
                                   PIC     X(044).
           03      RTNF-PROTOCOLO  PIC     X(015).
           03      RTNF-COD-MOTIVO PIC     9(003).
           03      RTNF-DAT-RETORNO
                                   PIC     9(008).
           03      FILLER          PIC     X(017).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADNFRT *
      ******************************************************************
