      *****************************************************************
      * MODIFICACOES.:                                                *
      * 03/11/2014 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADSALN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADSALD, COM A DATA DA RODADA, A QTDE DE *
      *                   REGISTROS E O SELO DE INTEGRIDADE           *
      *****************************************************************
      *
      *****************************************************************
      *
           COPY    RUCWS100.
      *
      *****************************************************************
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADSALD'       TO      WGC-ARQUIVO.

           PERFORM 0460-00-CHAMA-COBBB010.

           PERFORM 0500-00-LEITURA-CADSALD.

           PERFORM 0600-00-LEITURA-CADMFIN.
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADSALN NO CATALOGO DE GERACOES      *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADSALD     SECTION.
      *****************************************************************
           PERFORM 0400-00-TESTA-FS-CADSALN.

           ADD     001             TO      WS-GRV-CADSALN.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-SALD        TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0460-00-CHAMA-COBBB010.
      *
       1300-99-EXIT.
           EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB033'      TO      WGC-PROGRAMA.
           MOVE    WS-DATA-PROC    TO      WGC-DATA-NEGOCIO.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0460-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB033'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADSALN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADSALN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADSALD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CTA-MOVIM
                                   TO      WS-EDICAO.
           DISPLAY '* CONTAS COM MOVIMENTO NO DIA......: ' WS-EDICAO
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB033 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB033 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* PROBLEMAS NO ACESSO A SUBROTINA ' WS-SUB-ROTINA
           '    *'.
           DISPLAY '*                                             *'.
           DISPLAY '*             COD.RETORNO....: ' WS-SUB-RETORNO
           '             *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB033 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB033 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
