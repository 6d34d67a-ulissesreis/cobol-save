      *                REMESSA LIQUIDA SAI NO MESMO LAY-OUT (CADBREN, *
      *                COM TRAILER RECALCULADO) E AS RETENCOES DO     *
      *                PERIODO SAO RESUMIDAS POR TRIBUTO NO CADDARF,  *
      *                BASE PARA O RECOLHIMENTO DAS GUIAS DARF, COM   *
      *                O DETALHE POR FORNECEDOR E EMPRESA PARA O      *
      *                INFORME DE RENDIMENTOS E A DIRF (GPFPB169).    *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 02/09/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - HASH DO TRAILER RECALCULADO POR EMPRESA     *
      *                   (BREM-COD-EMPRESA, SEM EMPRESA = 01), UM    *
      *                   TRAILER POR EMPRESA NA REMESSA              *
      * 15/10/2026 - US - CADDARF COM DETALHE DAS RETENCOES POR       *
      *                   TRIBUTO, FORNECEDOR E EMPRESA APOS OS       *
      *                   RESUMOS POR TRIBUTO (DARF-FORNECEDOR ZERADO *
      *                   NOS RESUMOS)                                *
      *****************************************************************
      *
      *****************************************************************
       01      WS-QTD-SEM-RETENCAO PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-CADASTRO PIC     9(018) VALUE ZEROS.
      *
      *
      *****************************************************************
      *        HASH DOS VALORES LIQUIDOS POR EMPRESA (INDEXADO PELO   *
      *        CODIGO DA EMPRESA)                                     *
      *****************************************************************
      *
       01      WS-IND-EMP          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-EMPRESAS.
         03    TAB-EMP-HASH-VLR    PIC     9(016)V9(002)
                                   OCCURS  00099  TIMES.
      *
       01      WS-VLR-LIQUIDO      PIC     9(016)V9(002) VALUE ZEROS.
       01      WS-VLR-RETIDO       PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-RETIDO   PIC     9(015)V9(002) VALUE ZEROS.
         88    WS-DRF-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA INTERNA COM AS RETENCOES POR TRIBUTO,           *
      *        FORNECEDOR E EMPRESA                                   *
      *****************************************************************
      *
       01      WS-QTD-TAB-DFO      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DFO      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DARF-FORN.
         03    TAB-DFO-ITEM        OCCURS  05000  TIMES.
           05  TAB-DFO-COD-TRIBUTO PIC     X(004).
           05  TAB-DFO-FORNECEDOR  PIC     9(010).
           05  TAB-DFO-COD-EMPRESA PIC     9(002).
           05  TAB-DFO-QTD-PAGTOS  PIC     9(007).
           05  TAB-DFO-VLR-RETIDO  PIC     9(015)V9(002).
      *
      *****************************************************************
      *        VARIAVEIS PARA TRATAMENTO DE ABEND                     *
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

           OPEN    INPUT   CADBREM
                           CADFPAG
                           CADFORN
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           IF      BREM-COD-EMPRESA NOT NUMERIC    OR
                   BREM-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      WS-IND-EMP
           ELSE
                   MOVE    BREM-COD-EMPRESA        TO      WS-IND-EMP
           END-IF.

           IF      BREM-HEADER
                   MOVE    BREM-DAT-GERACAO (1:6)  TO      WS-PERIODO
                   PERFORM 1400-00-GRAVACAO-CADBREN
                   IF      BREM-DETALHE
                           PERFORM 1100-00-RETEM-TRIBUTOS
                   ELSE
      *                    TRAILER DA EMPRESA - RECALCULA O HASH COM OS
      *                    VALORES LIQUIDOS
                           MOVE    TAB-EMP-HASH-VLR (WS-IND-EMP)
                                                   TO  BREM-HASH-VLR
                           PERFORM 1400-00-GRAVACAO-CADBREN
                   END-IF
           END-IF.
           IF      WS-FPG-NAO-ACHOU
      *            PAGAMENTO SEM CADASTRO - SEGUE BRUTO
                   ADD     001     TO      WS-QTD-SEM-CADASTRO
                   ADD     BREM-VLR-PAGTO  TO
                           TAB-EMP-HASH-VLR (WS-IND-EMP)
                   PERFORM 1400-00-GRAVACAO-CADBREN
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    WS-VLR-LIQUIDO  TO      BREM-VLR-PAGTO.

           ADD     WS-VLR-LIQUIDO  TO
                   TAB-EMP-HASH-VLR (WS-IND-EMP).

           PERFORM 1400-00-GRAVACAO-CADBREN.
      *
                   MOVE    WS-VLR-RETIDO       TO
                           TAB-DRF-VLR-RETIDO  (WS-QTD-TAB-DRF)
           END-IF.

           PERFORM 1270-00-ACUMULA-DARF-FORN.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1270-00-ACUMULA-DARF-FORN   SECTION.
      *****************************************************************
      *    RETENCAO DO TRIBUTO POR FORNECEDOR E EMPRESA PAGADORA      *
      *
           SET     WS-DRF-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-DFO FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DFO GREATER WS-QTD-TAB-DFO
                   OR      WS-DRF-ACHOU

             IF    TAB-RET-COD-TRIBUTO (WS-IND-TAB-RET) EQUAL
                   TAB-DFO-COD-TRIBUTO (WS-IND-TAB-DFO)    AND
                   TAB-FPG-FORNECEDOR  (WS-IND-TAB-FPG) EQUAL
                   TAB-DFO-FORNECEDOR  (WS-IND-TAB-DFO)    AND
                   WS-IND-EMP                           EQUAL
                   TAB-DFO-COD-EMPRESA (WS-IND-TAB-DFO)
                   SET     WS-DRF-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-DRF-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-DFO
                   ADD     001     TO
                           TAB-DFO-QTD-PAGTOS (WS-IND-TAB-DFO)
                   ADD     WS-VLR-RETIDO   TO
                           TAB-DFO-VLR-RETIDO (WS-IND-TAB-DFO)
           ELSE
                   IF      WS-QTD-TAB-DFO  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TAB-APOIO
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-DFO
                   MOVE    TAB-RET-COD-TRIBUTO (WS-IND-TAB-RET) TO
                           TAB-DFO-COD-TRIBUTO (WS-QTD-TAB-DFO)
                   MOVE    TAB-FPG-FORNECEDOR  (WS-IND-TAB-FPG) TO
                           TAB-DFO-FORNECEDOR  (WS-QTD-TAB-DFO)
                   MOVE    WS-IND-EMP          TO
                           TAB-DFO-COD-EMPRESA (WS-QTD-TAB-DFO)
                   MOVE    001     TO
                           TAB-DFO-QTD-PAGTOS  (WS-QTD-TAB-DFO)
                   MOVE    WS-VLR-RETIDO       TO
                           TAB-DFO-VLR-RETIDO  (WS-QTD-TAB-DFO)
           END-IF.
      *
       1270-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-GRAVACAO-CADBREN    SECTION.
      *****************************************************************
      *****************************************************************
       2000-00-GRAVACAO-CADDARF    SECTION.
      *****************************************************************
      *    DESCARREGA O RESUMO DE RETENCOES POR TRIBUTO E, EM         *
      *    SEGUIDA, O DETALHE POR TRIBUTO, FORNECEDOR E EMPRESA       *
      *
           PERFORM VARYING WS-IND-TAB-DRF FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DRF GREATER WS-QTD-TAB-DRF
                   DARF-QTD-PAGTOS
             MOVE  TAB-DRF-VLR-RETIDO  (WS-IND-TAB-DRF)    TO
                   DARF-VLR-RETIDO
             MOVE  ZEROS           TO      DARF-FORNECEDOR
                                           DARF-COD-EMPRESA

             WRITE REG-CADDARF     FROM    REG-DARF

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  007             TO      WS-PTO-ERRO
             PERFORM 0350-00-TESTA-FS-CADDARF

             ADD   001             TO      WS-GRV-CADDARF

           END-PERFORM.

           PERFORM VARYING WS-IND-TAB-DFO FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DFO GREATER WS-QTD-TAB-DFO

             MOVE  SPACES          TO      REG-DARF
             MOVE  TAB-DFO-COD-TRIBUTO (WS-IND-TAB-DFO)    TO
                   DARF-COD-TRIBUTO
             MOVE  WS-PERIODO      TO      DARF-PERIODO
             MOVE  TAB-DFO-QTD-PAGTOS  (WS-IND-TAB-DFO)    TO
                   DARF-QTD-PAGTOS
             MOVE  TAB-DFO-VLR-RETIDO  (WS-IND-TAB-DFO)    TO
                   DARF-VLR-RETIDO
             MOVE  TAB-DFO-FORNECEDOR  (WS-IND-TAB-DFO)    TO
                   DARF-FORNECEDOR
             MOVE  TAB-DFO-COD-EMPRESA (WS-IND-TAB-DFO)    TO
                   DARF-COD-EMPRESA

             WRITE REG-CADDARF     FROM    REG-DARF

