      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADJMTK         - LCREL 150 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO9106 - DIARIO DE ATUALIZACOES DA MATRIZ  *
      *                              CHAVEADA CADMATRK (IMAGENS        *
      *                              ANTERIORES POR EXECUCAO)          *
      ******************************************************************
      * JMTK-PROGRAMA       - PIC X(008)    - PROGRAMA ATUALIZADOR     *
      * JMTK-DATA-EXEC      - PIC 9(008)    - DATA DE INICIO DA        *
      *                                       EXECUCAO (AAAAMMDD)      *
      * JMTK-HORA-EXEC      - PIC 9(008)    - HORA DE INICIO DA        *
      *                                       EXECUCAO (HHMMSSCC)      *
      * JMTK-TIPO-REG       - PIC X(001)    - TIPO DO REGISTRO         *
      *                    'I' - INICIO DA EXECUCAO                    *
      *                    'B' - IMAGEM ANTERIOR DE UM REGISTRO        *
      *                    'F' - FIM NORMAL DA EXECUCAO                *
      *                    'R' - EXECUCAO REVERTIDA (GPFPB180)         *
      * JMTK-SEQ            - PIC 9(009)    - SEQUENCIA DA IMAGEM NA   *
      *                                       EXECUCAO (TIPO 'F' E 'R' *
      *                                       = QTDE DE IMAGENS)       *
      * JMTK-COD-PEC        - PIC 9(005)    - CHAVE DO REGISTRO        *
      * JMTK-IMAGEM         - PIC X(100)    - IMAGEM DO REGISTRO DO    *
      *                                       CADMATRK ANTES DA        *
      *                                       REGRAVACAO (TIPO 'B')    *
      * FILLER              - PIC X(011)    - AREA LIVRE               *
      ******************************************************************
      * ARQUIVO CUMULATIVO - A EXECUCAO E IDENTIFICADA POR PROGRAMA,   *
      * DATA E HORA DE INICIO. EXECUCAO COM REGISTRO 'I' SEM 'F' OU    *
      * 'R' CORRESPONDENTE ESTA INCOMPLETA. GRAVADO PELA ROTINA        *
      * COBBB011                                                       *
      ******************************************************************
      *
       01          REG-JMTK.
           03      JMTK-PROGRAMA   PIC     X(008).
           03      JMTK-DATA-EXEC  PIC     9(008).
           03      JMTK-HORA-EXEC  PIC     9(008).
           03      JMTK-TIPO-REG   PIC     X(001).
             88    JMTK-INICIO                      VALUE 'I'.
             88    JMTK-IMAGEM-ANTERIOR             VALUE 'B'.
             88    JMTK-FIM-NORMAL                  VALUE 'F'.
             88    JMTK-REVERTIDA                   VALUE 'R'.
           03      JMTK-SEQ        PIC     9(009).
           03      JMTK-COD-PEC    PIC     9(005).
           03      JMTK-IMAGEM     PIC     X(100).
           03      FILLER          PIC     X(011).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADJMTK *
      ******************************************************************
