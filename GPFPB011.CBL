      *                   - O PROGRAMA PASSA A CONSOLIDAR QUALQUER    *
      *                   NUMERO DE FILIAIS, COM TOTAIS POR FILIAL    *
      *                   NA ESTATISTICA                              *
      * 15/10/2026 - US - CADA GERACAO GRAVADA DO CADMATR PASSA A SER *
      *                   CATALOGADA NO CADGCAT (ROTINA COBBB010) COM *
      *                   A QTDE DE REGISTROS E O SELO DE INTEGRIDADE *
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

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADMATR'       TO      WGC-ARQUIVO.

           PERFORM 0460-00-CHAMA-COBBB010.

           PERFORM 0170-00-CARREGA-FORNECEDORES.

           PERFORM 0500-00-LEITURA-CADFILN.
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADMATR NO CATALOGO DE GERACOES      *
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
       0500-00-LEITURA-CADFILN     SECTION.
      *****************************************************************
           PERFORM 0400-00-TESTA-FS-CADMATR.

           ADD     001             TO      WS-GRV-CADMATR.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-MATR        TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0460-00-CHAMA-COBBB010.
      *
       1100-99-EXIT.
           EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB011'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0460-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB011'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADFILR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS REJEITADOS..- CADFILR.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADMATR.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '*        TOTAL DE REGISTROS POR FILIAL        *'.
           DISPLAY '*                                             *'.
       0989-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB011 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB011 ******************'.
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
           DISPLAY '******************* GPFPB011 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB011 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
