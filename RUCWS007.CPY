      *                          (9A POSICAO DE WRC-CONTA)             *
      *                    'G' - CRITICA DO DIGITO DO NUMERO DA GUIA   *
      *                          (12A POSICAO DE WRC-NUM-GUIA)         *
      *                    'D' - CALCULO DO DIGITO DO NUMERO DA GUIA,  *
      *                          DEVOLVIDO NA 12A POSICAO              *
      * WRC-CPF         - PIC 9(011)        - CPF A CRITICAR (OP 'C')  *
      * WRC-CONTA       - PIC 9(009)        - CONTA A CRITICAR (OP 'B')*
      * WRC-NUM-GUIA    - PIC 9(012)        - GUIA A CRITICAR (OP 'G') *
      *                                       OU A NUMERAR (OP 'D')    *
      * WRC-CODRET      - PIC 9(002)        - CODIGO DE RETORNO        *
      *                    00 - DIGITO VERIFICADOR VALIDO              *
      *                    81 - CPF COM DIGITO INVALIDO OU NAO        *
             88    WRC-CRITICA-CPF                  VALUE 'C'.
             88    WRC-CRITICA-CONTA                VALUE 'B'.
             88    WRC-CRITICA-GUIA                 VALUE 'G'.
             88    WRC-CALCULA-DV-GUIA              VALUE 'D'.
           03      WRC-CPF         PIC     9(011).
           03      WRC-CONTA       PIC     9(009).
           03      WRC-NUM-GUIA    PIC     9(012).
