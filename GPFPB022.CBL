      * 15/12/2014 - US - ENTIDADE DA GUIA PASSA A SER VALIDADA       *
      *                    CONTRA O CADASTRO DE ENTIDADES CADENTI     *
      *                    (MOTIVOS 401 E 402)                        *
      * 15/10/2026 - US - CADA CADGREN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADGREG, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
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
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADGREG     PIC     X(300) VALUE SPACES.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADGREG'       TO      WGC-ARQUIVO.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADGREG.

           PERFORM 0550-00-CARGA-REG-GUIAS
             UNTIL WS-FS-CADGREG   EQUAL   10.

       0458-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA AS GERACOES DOS ARQUIVOS MESTRES NO CATALOGO      *
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
       0578-00-CARGA-TAB-ENTIDADES SECTION.
      *****************************************************************
           PERFORM 0420-00-TESTA-FS-CADGREN.

           ADD     001             TO      WS-GRV-CADGREN.

           MOVE    WS-GCAT-CADGREG TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADGREN     TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADGREG.
      *
       1150-99-EXIT.
           EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADGREG TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB022'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0460-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADGREG.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB022'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADGREN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADGREN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADGREG TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADGREG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-DUP-CADGFIN  TO      WS-EDICAO.
           DISPLAY '* GUIAS REAPRESENTADAS (DUPLICADAS): ' WS-EDICAO
           ' *'.
