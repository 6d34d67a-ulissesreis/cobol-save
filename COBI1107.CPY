      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADPERM       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1107 - SOLICITACOES DE BAIXA POR PERDA   *
      *                              DE GUIAS INCOBRAVEIS DO CADMFIN   *
      *                              (GPFPB155)                        *
      ******************************************************************
      * PERM-AGENCIA    - PIC 9(004)       - CODIGO DA AGENCIA         *
      * PERM-CONTA      - PIC 9(009)       - CODIGO DA CONTA/DIGITO    *
      * PERM-NUM-GUIA   - PIC 9(012)       - NUMERO DA GUIA            *
      * PERM-COD-MOTIVO - PIC X(001)       - 'F' FALENCIA/EXTINCAO DA  *
      *                                          ENTIDADE              *
      *                                      'P' DEBITO PRESCRITO      *
      *                                      'N' DEVEDOR NAO LOCALIZADO*
      *                                      'C' COBRANCA ESGOTADA     *
      * PERM-DAT-MOV    - PIC 9(008)       - DATA DA SOLICITACAO       *
      * PERM-ID-OPERADOR- PIC X(004)       - OPERADOR SOLICITANTE      *
      *                                      (CONFERIDO COM O CADOPER) *
      * FILLER          - PIC X(012)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PERM.
           03      PERM-CHAVE.
             05    PERM-AGENCIA    PIC     9(004).
             05    PERM-CONTA      PIC     9(009).
             05    PERM-NUM-GUIA   PIC     9(012).
           03      PERM-COD-MOTIVO PIC     X(001).
             88    PERM-MOTIVO-VALIDO      VALUES 'F' 'P' 'N' 'C'.
           03      PERM-DAT-MOV    PIC     9(008).
           03      PERM-ID-OPERADOR
                                   PIC     X(004).
           03      FILLER          PIC     X(012).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADPERM *
      ******************************************************************
