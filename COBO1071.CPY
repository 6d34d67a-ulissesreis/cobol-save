      *                    701 - CONTA DEBITO INEXISTENTE              *
      *                    702 - CONTA CREDITO INEXISTENTE             *
      *                    703 - CONTA INATIVA OU FORA DA VIGENCIA     *
      *                    704 - EMPRESA NAO CADASTRADA (CADEMPR)      *
      * FILLER          - PIC X(047)       - AREA LIVRE                *
      ******************************************************************
      *
