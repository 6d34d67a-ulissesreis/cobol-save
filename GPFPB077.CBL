      *****************************************************************
      * OBJETIVO.....: VERIFICADOR DO SELO DE INTEGRIDADE DO EXTRATO  *
      *                CONTABIL CADCTB (GERADO PELO GPFPB028):        *
      *                RECALCULA COM A ROTINA COMUM COBBB009, POR     *
      *                EMPRESA, A QUANTIDADE DE LANCAMENTOS, O VALOR  *
      *                TOTAL GERAL, O HASH TOTAL DOS VALORES          *
      *                UNITARIOS E O CHECKSUM DOS ALGARISMOS, E       *
      *                CONFERE COM O TRAILER DE CADA EMPRESA. ARQUIVO *
      *                INTEGRO ENCERRA COM RETURN-CODE 0; QUALQUER    *
      *                DIVERGENCIA (OU TRAILER AUSENTE) ENCERRA COM   *
      *                RETURN-CODE 8, BARRANDO A TRANSMISSAO OU A     *
      *                CARGA NO DESTINO.                              *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 04/09/2015 - US - PROGRAMA CRIADO                             *
      * 11/09/2015 - US - O RETURN-CODE FINAL PASSOU A SER COLOCADO   *
      *                   DEPOIS DA CHAMADA AO COBBB100, QUE O        *
      *                   SUBSTITUIA AO RETORNAR                      *
      * 15/10/2026 - US - CONFERENCIA POR EMPRESA: OS LANCAMENTOS E O *
      *                   SELO SAO RECALCULADOS POR EMPRESA E         *
      *                   CONFERIDOS COM O TRAILER DE CADA EMPRESA;   *
      *                   EMPRESA SEM TRAILER OU COM TRAILER          *
      *                   DUPLICADO E DIVERGENCIA                     *
      *****************************************************************
      *
      *****************************************************************
       01      WS-QTD-DETALHE      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DIVERG       PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-TRAILERS     PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
       01      WS-EDICAO-VLR       PIC     ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01      WS-EDICAO-EMP       PIC     Z9.
      *
      *****************************************************************
      *        LANCAMENTOS, SELO RECALCULADO E TRAILER POR EMPRESA,   *
      *        INDEXADOS PELO CODIGO DA EMPRESA                       *
      *****************************************************************
      *
       01      WS-IND-EMP          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-EMPRESAS.
         03    TAB-EMP-ITEM        OCCURS  00099  TIMES.
           05  TAB-EMP-QTD-DETALHE PIC     9(007).
           05  TAB-EMP-VLR-CALC    PIC     9(013)V9(002).
           05  TAB-EMP-SELO-QTD    PIC     9(009).
           05  TAB-EMP-SELO-VLR    PIC     9(015)V9(002).
           05  TAB-EMP-SELO-CHECKSUM
                                   PIC     9(009).
           05  TAB-EMP-QTD-TRAILER PIC     9(003).
           05  TAB-EMP-TRL-QTD-REG PIC     9(007).
           05  TAB-EMP-TRL-VLR-TOTAL
                                   PIC     9(013)V9(002).
           05  TAB-EMP-TRL-SELO-VLR
                                   PIC     9(015)V9(002).
           05  TAB-EMP-TRL-CHECKSUM
                                   PIC     9(009).
      *
      *****************************************************************
      *        VARIAVEIS PARA TRATAMENTO DE ABEND                     *

           PERFORM 0450-00-CHAMA-COBBB009.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

           PERFORM 0500-00-LEITURA-CADCTB.
      *
       0100-99-EXIT.
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    ACUMULA OS LANCAMENTOS NO SELO DA SUA EMPRESA E GUARDA OS  *
      *    TOTAIS DO TRAILER DE CADA EMPRESA PARA A CONFERENCIA FINAL *
      *    (LANCAMENTO SEM EMPRESA E DA EMPRESA 01)                   *
      *
           IF      CTB-COD-EMPRESA NOT NUMERIC     OR
                   CTB-COD-EMPRESA EQUAL   ZEROS
                   MOVE    01      TO      WS-IND-EMP
           ELSE
                   MOVE    CTB-COD-EMPRESA TO      WS-IND-EMP
           END-IF.

           IF      CTB-TRAILER
                   ADD     001     TO      WS-QTD-TRAILERS
                   ADD     001     TO
                           TAB-EMP-QTD-TRAILER   (WS-IND-EMP)
                   MOVE    CTB-QTD-REG     TO
                           TAB-EMP-TRL-QTD-REG   (WS-IND-EMP)
                   MOVE    CTB-VLR-TOTAL-GER       TO
                           TAB-EMP-TRL-VLR-TOTAL (WS-IND-EMP)
                   MOVE    CTB-SELO-VLR-UNIT       TO
                           TAB-EMP-TRL-SELO-VLR  (WS-IND-EMP)
                   MOVE    CTB-SELO-CHECKSUM       TO
                           TAB-EMP-TRL-CHECKSUM  (WS-IND-EMP)
                   GO      TO      1000-90-LEITURA
           END-IF.

           ADD     001             TO      WS-QTD-DETALHE.
           ADD     001             TO
                   TAB-EMP-QTD-DETALHE   (WS-IND-EMP).
           ADD     CTB-VLR-TOTAL   TO
                   TAB-EMP-VLR-CALC      (WS-IND-EMP).

           MOVE    TAB-EMP-SELO-QTD      (WS-IND-EMP)
                                   TO      WRS-QTD-REG.
           MOVE    TAB-EMP-SELO-VLR      (WS-IND-EMP)
                                   TO      WRS-SOMA-VLR.
           MOVE    TAB-EMP-SELO-CHECKSUM (WS-IND-EMP)
                                   TO      WRS-CHECKSUM.

           MOVE    'A'             TO      WRS-CODOPE.
           MOVE    REG-CTB         TO      WRS-REG-IMAGEM.
           MOVE    CTB-VLR-UNIT    TO      WRS-VLR-MONET.
           PERFORM 0450-00-CHAMA-COBBB009.

           MOVE    WRS-QTD-REG     TO
                   TAB-EMP-SELO-QTD      (WS-IND-EMP).
           MOVE    WRS-SOMA-VLR    TO
                   TAB-EMP-SELO-VLR      (WS-IND-EMP).
           MOVE    WRS-CHECKSUM    TO
                   TAB-EMP-SELO-CHECKSUM (WS-IND-EMP).
      *
       1000-90-LEITURA.

           PERFORM 0500-00-LEITURA-CADCTB.
      *
       1000-99-EXIT.

           PERFORM 0450-00-CHAMA-COBBB009.

           IF      WS-QTD-TRAILERS EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-DIVERG
                   DISPLAY '* CADCTB SEM REGISTRO TRAILER *'
                   GO      TO      2000-99-EXIT
           END-IF.

           PERFORM 2100-00-CONFERE-EMPRESA
             VARYING WS-IND-EMP FROM 1 BY 1
             UNTIL WS-IND-EMP GREATER 99.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-CONFERE-EMPRESA     SECTION.
      *****************************************************************
      *    CONFERE OS LANCAMENTOS E O SELO DE UMA EMPRESA COM O SEU   *
      *    TRAILER                                                    *
      *
           IF      TAB-EMP-QTD-DETALHE (WS-IND-EMP) EQUAL ZEROS AND
                   TAB-EMP-QTD-TRAILER (WS-IND-EMP) EQUAL ZEROS
                   GO      TO      2100-99-EXIT
           END-IF.

           MOVE    WS-IND-EMP      TO      WS-EDICAO-EMP.

           IF      TAB-EMP-QTD-TRAILER (WS-IND-EMP) EQUAL ZEROS
                   ADD     001     TO      WS-QTD-DIVERG
                   DISPLAY '* EMPRESA ' WS-EDICAO-EMP
                           ' SEM REGISTRO TRAILER *'
                   GO      TO      2100-99-EXIT
           END-IF.

           IF      TAB-EMP-QTD-TRAILER (WS-IND-EMP) GREATER 1
                   ADD     001     TO      WS-QTD-DIVERG
                   DISPLAY '* EMPRESA ' WS-EDICAO-EMP
                           ' COM TRAILER DUPLICADO *'
           END-IF.

           IF      TAB-EMP-QTD-DETALHE (WS-IND-EMP) NOT EQUAL
                   TAB-EMP-TRL-QTD-REG (WS-IND-EMP)
                   ADD     001     TO      WS-QTD-DIVERG
                   DISPLAY '* EMPRESA ' WS-EDICAO-EMP
                           ' - DIVERGENCIA NA QTDE DE LANCAMENTOS *'
                   MOVE    TAB-EMP-TRL-QTD-REG (WS-IND-EMP)
                                   TO      WS-EDICAO
                   DISPLAY '*   TRAILER....: ' WS-EDICAO
                   MOVE    TAB-EMP-QTD-DETALHE (WS-IND-EMP)
                                   TO      WS-EDICAO
                   DISPLAY '*   RECALCULADO: ' WS-EDICAO
           END-IF.

           IF      TAB-EMP-VLR-CALC      (WS-IND-EMP) NOT EQUAL
                   TAB-EMP-TRL-VLR-TOTAL (WS-IND-EMP)
                   ADD     001     TO      WS-QTD-DIVERG
                   DISPLAY '* EMPRESA ' WS-EDICAO-EMP
                           ' - DIVERGENCIA NO VALOR TOTAL GERAL *'
                   MOVE    TAB-EMP-TRL-VLR-TOTAL (WS-IND-EMP)
                                   TO      WS-EDICAO-VLR
                   DISPLAY '*   TRAILER....: ' WS-EDICAO-VLR
                   MOVE    TAB-EMP-VLR-CALC      (WS-IND-EMP)
                                   TO      WS-EDICAO-VLR
                   DISPLAY '*   RECALCULADO: ' WS-EDICAO-VLR
           END-IF.

           IF      TAB-EMP-SELO-VLR      (WS-IND-EMP) NOT EQUAL
                   TAB-EMP-TRL-SELO-VLR  (WS-IND-EMP)
                   ADD     001     TO      WS-QTD-DIVERG
                   DISPLAY '* EMPRESA ' WS-EDICAO-EMP
                           ' - DIVERGENCIA NO HASH DOS VLRS UNITARIOS *'
           END-IF.

           IF      TAB-EMP-SELO-CHECKSUM (WS-IND-EMP) NOT EQUAL
                   TAB-EMP-TRL-CHECKSUM  (WS-IND-EMP)
                   ADD     001     TO      WS-QTD-DIVERG
                   DISPLAY '* EMPRESA ' WS-EDICAO-EMP
                           ' - DIVERGENCIA NO CHECKSUM DO ARQUIVO *'
           END-IF.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
           MOVE    WS-QTD-DETALHE  TO      WS-EDICAO.
           DISPLAY '* LANCAMENTOS CONFERIDOS...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-TRAILERS TO      WS-EDICAO.
           DISPLAY '* TRAILERS DE EMPRESA CONFERIDOS...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DIVERG   TO      WS-EDICAO.
           DISPLAY '* DIVERGENCIAS APONTADAS...........: ' WS-EDICAO
           ' *'.
