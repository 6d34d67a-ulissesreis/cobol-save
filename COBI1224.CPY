      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADPVEN         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBI1224 - TABELA DE PRECOS DE VENDA         *
      ******************************************************************
      * PREC-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * PREC-TIP-ABRANG - PIC X(001)       - ABRANGENCIA DO PRECO      *
      *                    'G' - GERAL (TODAS AS FILIAIS)              *
      *                    'R' - REGIAO (PREC-COD-REGIAO / CADREGI)    *
      *                    'F' - FILIAL (PREC-COD-FIL)                 *
      * PREC-COD-FIL    - PIC 9(005)       - FILIAL (ABRANGENCIA 'F')  *
      * PREC-COD-REGIAO - PIC X(004)       - REGIAO (ABRANGENCIA 'R')  *
      * PREC-DAT-INI-VIG- PIC 9(008)       - INICIO DA VIGENCIA        *
      *                                      (AAAAMMDD)                *
      * PREC-DAT-FIM-VIG- PIC 9(008)       - FIM DA VIGENCIA (AAAAMMDD)*
      *                                      ZEROS = SEM TERMINO       *
      * PREC-VLR-LISTA  - PIC 9(013)V9(002)- PRECO DE LISTA            *
      * PREC-VLR-PISO   - PIC 9(013)V9(002)- PRECO MINIMO DE VENDA     *
      * FILLER          - PIC X(039)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PREC.
           03      PREC-COD-PEC    PIC     9(005).
           03      PREC-TIP-ABRANG PIC     X(001).
             88    PREC-ABRANG-GERAL       VALUE 'G'.
             88    PREC-ABRANG-REGIAO      VALUE 'R'.
             88    PREC-ABRANG-FILIAL      VALUE 'F'.
           03      PREC-COD-FIL    PIC     9(005).
           03      PREC-COD-REGIAO PIC     X(004).
           03      PREC-DAT-INI-VIG
                                   PIC     9(008).
           03      PREC-DAT-FIM-VIG
                                   PIC     9(008).
           03      PREC-VLR-LISTA  PIC     9(013)V9(002).
           03      PREC-VLR-PISO   PIC     9(013)V9(002).
           03      FILLER          PIC     X(039).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADPVEN *
      ******************************************************************
