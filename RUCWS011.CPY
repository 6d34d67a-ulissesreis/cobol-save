      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DE INTERFACE          - COBBB011       - LCREL 150 BYTES *
      ******************************************************************
      * NOME DO BOOK    - RUCWS011 - INTERFACE DO DIARIO DE            *
      *                              ATUALIZACOES DO CADMATRK (CADJMTK)*
      ******************************************************************
      * WJM-CODOPE      - PIC X(001)        - CODIGO DA OPERACAO       *
      *                    'I' - INICIA A EXECUCAO: RECUSA SE HOUVER   *
      *                          EXECUCAO ANTERIOR INCOMPLETA DO MESMO *
      *                          PROGRAMA, ABRE O DIARIO E GRAVA O     *
      *                          REGISTRO DE INICIO                    *
      *                    'B' - GRAVA A IMAGEM ANTERIOR DO REGISTRO   *
      *                          (CHAMAR ANTES DO REWRITE)             *
      *                    'F' - GRAVA O FIM NORMAL E FECHA O DIARIO   *
      *                          (CHAMAR APOS FECHAR O CADMATRK)       *
      *                    'R' - REGISTRA A EXECUCAO COMO REVERTIDA    *
      *                          (USADA PELO GPFPB180)                 *
      * WJM-PROGRAMA    - PIC X(008)        - PROGRAMA ATUALIZADOR     *
      * WJM-DATA-EXEC   - PIC 9(008)        - DATA DE INICIO DA        *
      *                                       EXECUCAO (RETORNO OP I;  *
      *                                       INFORMADA NA OP R)       *
      * WJM-HORA-EXEC   - PIC 9(008)        - HORA DE INICIO DA        *
      *                                       EXECUCAO (RETORNO OP I;  *
      *                                       INFORMADA NA OP R)       *
      * WJM-REG-IMAGEM  - PIC X(100)        - IMAGEM ANTERIOR (OP B)   *
      * WJM-QTD-IMAGENS - PIC 9(009)        - QTDE DE IMAGENS GRAVADAS *
      *                                       NA EXECUCAO              *
      * WJM-CODRET      - PIC 9(002)        - CODIGO DE RETORNO        *
      *                    00 - OPERACAO EFETUADA                      *
      *                    90 - ERRO DE ACESSO AO DIARIO CADJMTK       *
      *                    91 - EXECUCAO ANTERIOR INCOMPLETA - REVERTER*
      *                         COM O GPFPB180 ANTES DE REEXECUTAR     *
      *                    93 - OPERACAO INVALIDA                      *
      * FILLER          - PIC X(014)        - AREA LIVRE               *
      ******************************************************************
      * A IDENTIFICACAO DA EXECUCAO E A QTDE DE IMAGENS VIVEM NESTA    *
      * AREA, NO CHAMADOR                                              *
      ******************************************************************
      *
       01          WJM-GRUPO.
           03      WJM-CODOPE      PIC     X(001).
             88    WJM-INICIA                       VALUE 'I'.
             88    WJM-IMAGEM                       VALUE 'B'.
             88    WJM-FINALIZA                     VALUE 'F'.
             88    WJM-REVERTE                      VALUE 'R'.
           03      WJM-PROGRAMA    PIC     X(008).
           03      WJM-DATA-EXEC   PIC     9(008).
           03      WJM-HORA-EXEC   PIC     9(008).
           03      WJM-REG-IMAGEM  PIC     X(100).
           03      WJM-QTD-IMAGENS PIC     9(009).
           03      WJM-CODRET      PIC     9(002).
             88    WJM-OPERACAO-OK                  VALUE 00.
             88    WJM-ERRO-DIARIO                  VALUE 90.
             88    WJM-EXECUCAO-PENDENTE            VALUE 91.
             88    WJM-OPERACAO-INVALIDA            VALUE 93.
           03      FILLER          PIC     X(014).
      *
      ******************************************************************
      * FIM DO BOOK DE INTERFACE                          - COBBB011  *
      ******************************************************************
