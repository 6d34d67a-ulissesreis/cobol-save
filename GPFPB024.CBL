      *                    CADFATN) - O PROGRAMA PASSA A TRANSFERIR   *
      *                    ENTRE QUALQUER NUMERO DE FILIAIS, COM      *
      *                    TOTAIS POR FILIAL NA ESTATISTICA           *
      * 15/10/2026 - US - ACEITA REGISTROS DE REPOSICAO DA MATRIZ     *
      *                    (TRAN-TP-TRANSF 'M', GERADOS PELO GPFPB147 *
      *                    NA CONFIRMACAO DO RECEBIMENTO): SEM FILIAL *
      *                    DE ORIGEM, SO CREDITAM A FILIAL DE DESTINO *
      *                    (A REJEICAO LEVA A ORDEM PARA O CADTLOG)   *
      * 15/10/2026 - US - CADA CADFATN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COM A QTDE DE  *
      *                   REGISTROS E O SELO DE INTEGRIDADE           *
      *****************************************************************
      *
      *****************************************************************
       01      WS-TRF-OK           PIC     9(018) VALUE ZEROS.
       01      WS-TRF-REJ          PIC     9(018) VALUE ZEROS.
       01      WS-TRF-PARCIAIS     PIC     9(018) VALUE ZEROS.
       01      WS-TRF-REPOSICAO    PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADTBCK      PIC     9(018) VALUE ZEROS.
       01      WS-DET-CADTBCK      PIC     9(007) VALUE ZEROS.
      *
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
           MOVE    'CADFATN'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           PERFORM 1750-00-GRAVACAO-HEADER-TBCK.

           PERFORM 0500-00-LEITURA-CADFILN.
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADFATN NO CATALOGO DE GERACOES      *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADFILN     SECTION.
      *****************************************************************

           PERFORM 1120-00-RESOLVE-FILIAIS.

           IF      TRAN-REPOSICAO-MATRIZ
                   PERFORM         1170-00-CRITICA-E-APLICA-REPOS
                   GO      TO      1150-99-EXIT
           END-IF.

           PERFORM 1140-00-TESTA-DUPLICIDADE.

           IF      WS-PAR-ACHOU
                   SET     WS-SW-TRANSF-INVALIDA   TO      TRUE
           END-IF.

           IF      WS-SW-TRANSF-VALIDA            AND
                   NOT TRAN-ENTRE-FILIAIS
                   MOVE 'TIPO DE TRANSFERENCIA INVALIDO'
                                   TO      WS-MOTIVO-TRANSF
                   SET     WS-SW-TRANSF-INVALIDA   TO      TRUE
           END-IF.

           IF      WS-SW-TRANSF-VALIDA            AND
                   WS-FIL-ORIGEM   EQUAL   ZEROS
                   MOVE 'FILIAL DE ORIGEM INVALIDA'
       1160-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1170-00-CRITICA-E-APLICA-REPOS SECTION.
      *****************************************************************
      *    REPOSICAO DA MATRIZ JA RECEBIDA PELA FILIAL: A MATRIZ FOI  *
      *    BAIXADA NA EMISSAO DA ORDEM (GPFPB146), ENTAO SO A FILIAL  *
      *    DE DESTINO E CREDITADA. VARIAS ORDENS DA MESMA PECA PARA A *
      *    MESMA FILIAL SAO LEGITIMAS - NAO HA TESTE DE DUPLICIDADE   *
      *
           SET     WS-SW-TRANSF-VALIDA     TO      TRUE.

           IF      WS-SW-TEM-FIL-NAO
                   MOVE 'PECA NAO CADASTRADA NAS FILIAIS'
                                   TO      WS-MOTIVO-TRANSF
                   SET     WS-SW-TRANSF-INVALIDA   TO      TRUE
           END-IF.

           IF      WS-SW-TRANSF-VALIDA            AND
                   WS-FIL-ORIGEM   NOT EQUAL ZEROS
                   MOVE 'REPOSICAO COM FILIAL DE ORIGEM'
                                   TO      WS-MOTIVO-TRANSF
                   SET     WS-SW-TRANSF-INVALIDA   TO      TRUE
           END-IF.

           IF      WS-SW-TRANSF-VALIDA            AND
                   WS-FIL-DESTINO  EQUAL   ZEROS
                   MOVE 'FILIAL DE DESTINO INVALIDA'
                                   TO      WS-MOTIVO-TRANSF
                   SET     WS-SW-TRANSF-INVALIDA   TO      TRUE
           END-IF.

           IF      WS-SW-TRANSF-VALIDA            AND
                 ( TRAN-QTD-TRANSF NOT NUMERIC     OR
                   TRAN-QTD-TRANSF EQUAL   ZEROS )
                   MOVE 'QUANTIDADE DE TRANSFERENCIA INVALIDA'
                                   TO      WS-MOTIVO-TRANSF
                   SET     WS-SW-TRANSF-INVALIDA   TO      TRUE
           END-IF.

           IF      WS-SW-TRANSF-VALIDA
                   MOVE    WS-FIL-DESTINO  TO      WS-FIL-BUSCA
                   PERFORM 1130-00-PROCURA-FIL-GRUPO
                   MOVE    WS-IND-ACHADO   TO      WS-IND-DESTINO
                   IF      WS-IND-DESTINO  EQUAL   ZEROS
                           MOVE
                           'PECA NAO CADASTRADA NA FILIAL DE DESTINO'
                                           TO      WS-MOTIVO-TRANSF
                           SET     WS-SW-TRANSF-INVALIDA  TO  TRUE
                   END-IF
           END-IF.

           IF      WS-SW-TRANSF-VALIDA            AND
                   TRAN-QTD-TRANSF GREATER
                   99999 - TAB-GRP-QTD-ATU (WS-IND-DESTINO)
                   MOVE 'ESTOURO DE ESTOQUE NO DESTINO'
                                   TO      WS-MOTIVO-TRANSF
                   SET     WS-SW-TRANSF-INVALIDA   TO      TRUE
           END-IF.

           IF      WS-SW-TRANSF-VALIDA
                   ADD     TRAN-QTD-TRANSF
                           TO      TAB-GRP-QTD-ATU (WS-IND-DESTINO)
                   ADD     001             TO      WS-TRF-OK
                   ADD     001             TO      WS-TRF-REPOSICAO
           ELSE
                   PERFORM         1700-00-GRAVACAO-CADTLOG
                   ADD     001             TO      WS-TRF-REJ
           END-IF.
      *
       1170-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1750-00-GRAVACAO-HEADER-TBCK SECTION.
      *****************************************************************

           ADD     001             TO      WS-GRV-CADFATN.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-FATN        TO      WGC-REG-IMAGEM.
           MOVE    105             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           PERFORM 1560-00-CONTABILIZA-GRAVACAO.
      *
       1550-99-EXIT.
           MOVE    WS-FIL-ORIGEM   TO      TLOG-FIL-ORIG-N.
           MOVE    WS-FIL-DESTINO  TO      TLOG-FIL-DEST-N.

           IF      TRAN-REPOSICAO-MATRIZ   AND
                   TRAN-NUM-ORDEM  NUMERIC
                   MOVE    TRAN-NUM-ORDEM  TO      TLOG-NUM-ORDEM
           ELSE
                   MOVE    ZEROS           TO      TLOG-NUM-ORDEM
           END-IF.

           WRITE   REG-CADTLOG     FROM    REG-TLOG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB024'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB024'      TO      WRL-PROGRAMA.
           MOVE    WS-TRF-OK       TO      WS-EDICAO.
           DISPLAY '* TRANSFERENCIAS EFETUADAS........: ' WS-EDICAO
           ' *'.
           MOVE    WS-TRF-REPOSICAO
                                   TO      WS-EDICAO.
           DISPLAY '* REPOSICOES DA MATRIZ CREDITADAS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-TRF-REJ      TO      WS-EDICAO.
           DISPLAY '* TRANSFERENCIAS REJEITADAS.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFATN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADFATN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADFATN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADTLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADTLOG.: ' WS-EDICAO
           ' *'.
       0997-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB024 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB024 ******************'.
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
           DISPLAY '******************* GPFPB024 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB024 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
