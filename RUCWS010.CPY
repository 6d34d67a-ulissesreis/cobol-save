      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DE INTERFACE          - COBBB010       - LCREL 300 BYTES *
      ******************************************************************
      * NOME DO BOOK    - RUCWS010 - INTERFACE DO CATALOGO DE GERACOES *
      *                              DOS ARQUIVOS MESTRES (CADGCAT)    *
      ******************************************************************
      * WGC-CODOPE      - PIC X(001)        - CODIGO DA OPERACAO       *
      *                    'I' - INICIALIZA A GERACAO E O SELO         *
      *                    'A' - ACUMULA UM REGISTRO GRAVADO NO SELO   *
      *                    'F' - FINALIZA O SELO SEM CATALOGAR (USADA  *
      *                          PELO VERIFICADOR DE GERACOES)         *
      *                    'C' - FINALIZA O SELO E CATALOGA A GERACAO  *
      * WGC-ARQUIVO     - PIC X(008)        - ARQUIVO MESTRE (DDNAME   *
      *                                       LIDO PELO CICLO SEGUINTE:*
      *                                       CADMATR, CADFATU, CADSALD*
      *                                       CADSLCT, CADLOTE, ETC.)  *
      * WGC-PROGRAMA    - PIC X(008)        - PROGRAMA GRAVADOR (OP C) *
      * WGC-DATA-NEGOCIO- PIC 9(008)        - DATA DE NEGOCIO DA       *
      *                                       GERACAO (AAAAMMDD) - OP  *
      *                                       'C'; ZEROS = DATA ATUAL  *
      * WGC-REG-IMAGEM  - PIC X(200)        - IMAGEM DO REGISTRO (OP A)*
      * WGC-TAM-REG     - PIC 9(003)        - TAMANHO DO REGISTRO (OP  *
      *                                       A); ZEROS = 100 BYTES    *
      * WGC-QTD-REG     - PIC 9(009)        - QTDE REGISTROS GRAVADOS  *
      * WGC-SELO-QTD    - PIC 9(009)        - QTDE FATIAS DE 100 BYTES *
      *                                       SELADAS PELO COBBB009    *
      * WGC-SOMA-VLR    - PIC 9(015)V9(002) - HASH TOTAL DOS VALORES   *
      * WGC-CHECKSUM    - PIC 9(009)        - CHECKSUM DAS IMAGENS     *
      * WGC-NUM-GERACAO - PIC 9(007)        - NUMERO DA GERACAO        *
      *                                       CATALOGADA (RETORNO OP C)*
      * WGC-CODRET      - PIC 9(002)        - CODIGO DE RETORNO        *
      *                    00 - OPERACAO EFETUADA                      *
      *                    90 - ERRO DE ACESSO AO CATALOGO CADGCAT     *
      *                    93 - OPERACAO INVALIDA                      *
      *                    94 - ERRO NO SELO DE INTEGRIDADE (COBBB009) *
      * FILLER          - PIC X(019)        - AREA LIVRE               *
      ******************************************************************
      * OS ACUMULADORES DA GERACAO VIVEM NESTA AREA, NO CHAMADOR - A   *
      * ROTINA NAO GUARDA ESTADO ENTRE CHAMADAS                        *
      ******************************************************************
      *
       01          WGC-GRUPO.
           03      WGC-CODOPE      PIC     X(001).
             88    WGC-INICIALIZA                   VALUE 'I'.
             88    WGC-ACUMULA                      VALUE 'A'.
             88    WGC-FINALIZA                     VALUE 'F'.
             88    WGC-CATALOGA                     VALUE 'C'.
           03      WGC-ARQUIVO     PIC     X(008).
           03      WGC-PROGRAMA    PIC     X(008).
           03      WGC-DATA-NEGOCIO
                                   PIC     9(008).
           03      WGC-REG-IMAGEM  PIC     X(200).
           03      WGC-TAM-REG     PIC     9(003).
           03      WGC-QTD-REG     PIC     9(009).
           03      WGC-SELO-QTD    PIC     9(009).
           03      WGC-SOMA-VLR    PIC     9(015)V9(002).
           03      WGC-CHECKSUM    PIC     9(009).
           03      WGC-NUM-GERACAO PIC     9(007).
           03      WGC-CODRET      PIC     9(002).
             88    WGC-OPERACAO-OK                  VALUE 00.
             88    WGC-ERRO-CATALOGO                VALUE 90.
             88    WGC-OPERACAO-INVALIDA            VALUE 93.
             88    WGC-ERRO-SELO                    VALUE 94.
           03      FILLER          PIC     X(019).
      *
      ******************************************************************
      * FIM DO BOOK DE INTERFACE                          - COBBB010  *
      ******************************************************************
