      *                ATUALIZADO CADIMON. MOVIMENTOS INVALIDOS       *
      *                (ATIVO DUPLICADO, INEXISTENTE OU JA BAIXADO)   *
      *                SAO CONTABILIZADOS E REJEITADOS.               *
      *                AQUISICOES GERADAS DO PEDIDO DE COMPRA         *
      *                (GPFPB166) ENTRAM PENDENTES E SO SE TORNAM     *
      *                ATIVAS NO MOVIMENTO DE COMPLEMENTO ('C') COM A *
      *                PLAQUETA DE PATRIMONIO.                        *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 02/09/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - AQUISICAO PENDENTE ORIGINADA DO PEDIDO DE   *
      *                   COMPRA E MOVIMENTO DE COMPLEMENTO ('C')     *
      *                   COM A PLAQUETA DE PATRIMONIO                *
      * 15/10/2026 - US - CADA CADIMON GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADIMOB, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      *****************************************************************
      *
      *****************************************************************
       01      WS-QTD-TRANSFER     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-BAIXAS       PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADOS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PENDENTES    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-COMPLEMENTOS PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
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
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADIMOB     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADIMOB'       TO      WGC-ARQUIVO.

           PERFORM 0450-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADIMOB.

           PERFORM 0400-00-CARGA-TAB-IMOBIL
             UNTIL WS-FS-CADIMOB   EQUAL   10.

       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-CHAMA-COBBB010      SECTION.
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
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADIMOM     SECTION.
      *****************************************************************
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      IMOM-COMPLEMENTO
                   PERFORM 1300-00-MOV-COMPLEMENTO
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      WS-IMO-NAO-ACHOU
               OR  IMOB-BAIXADO
      *            TRANSFERENCIA/BAIXA DE ATIVO INEXISTENTE OU JA
                                   TO      IMOB-VLR-AQUISICAO.
           MOVE    ZEROS           TO      IMOB-VLR-DEPR-ACUM.
           MOVE    IMOM-DAT-MOV    TO      IMOB-DAT-AQUISICAO.
           MOVE    IMOM-NUM-PLAQUETA
                                   TO      IMOB-NUM-PLAQUETA.

           IF      IMOM-ORIGEM-PEDIDO
      *            AQUISICAO GERADA DO PEDIDO DE COMPRA - AGUARDA O
      *            COMPLEMENTO COM A PLAQUETA PARA SER DEPRECIADA
                   MOVE    'P'             TO      IMOB-SITUACAO
                   MOVE    IMOM-NUM-PEDIDO TO      IMOB-NUM-PEDIDO
                   ADD     001             TO      WS-QTD-PENDENTES
           ELSE
                   MOVE    'A'             TO      IMOB-SITUACAO
                   MOVE    ZEROS           TO      IMOB-NUM-PEDIDO
           END-IF.

           ADD     001             TO      WS-QTD-TAB-IMO.
           MOVE    REG-IMOB        TO
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-MOV-COMPLEMENTO     SECTION.
      *****************************************************************
      *
           IF      WS-IMO-NAO-ACHOU
               OR  NOT IMOB-PENDENTE
               OR  IMOM-NUM-PLAQUETA   EQUAL   SPACES
      *            COMPLEMENTO DE ATIVO INEXISTENTE, NAO PENDENTE OU
      *            SEM A PLAQUETA DE PATRIMONIO
                   ADD     001     TO      WS-QTD-REJEITADOS
                   GO      TO      1300-99-EXIT
           END-IF.

           MOVE    IMOM-NUM-PLAQUETA
                                   TO      IMOB-NUM-PLAQUETA.

           IF      IMOM-DESCRICAO  NOT EQUAL SPACES
                   MOVE    IMOM-DESCRICAO  TO      IMOB-DESCRICAO
           END-IF.

           MOVE    'A'             TO      IMOB-SITUACAO.

           MOVE    REG-IMOB        TO
                   TAB-IMO-IMAGEM (WS-IND-TAB-IMO).

           ADD     001             TO      WS-QTD-COMPLEMENTOS.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVACAO-CADIMON    SECTION.
      *****************************************************************
      *
           MOVE    WS-GCAT-CADIMOB TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-IMO FROM 1 BY 1
                   UNTIL   WS-IND-TAB-IMO GREATER WS-QTD-TAB-IMO


             ADD   001             TO      WS-GRV-CADIMON

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-CADIMON     TO      WGC-REG-IMAGEM
             MOVE  100             TO      WGC-TAM-REG
             PERFORM 0450-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADIMOB.
      *
       2000-99-EXIT.
           EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADIMOB TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB104'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0450-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADIMOB.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB104'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADIMON  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADIMON.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADIMOB TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADIMOB.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-AQUISICOES
                                   TO      WS-EDICAO.
           DISPLAY '* AQUISICOES APLICADAS.............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PENDENTES
                                   TO      WS-EDICAO.
           DISPLAY '*   PENDENTES (PEDIDO DE COMPRA)...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-COMPLEMENTOS
                                   TO      WS-EDICAO.
           DISPLAY '* COMPLEMENTOS (PLAQUETA)..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-TRANSFER TO      WS-EDICAO.
           DISPLAY '* TRANSFERENCIAS APLICADAS.........: ' WS-EDICAO
           ' *'.
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB104 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB104 ******************'.
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
           DISPLAY '******************* GPFPB104 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB104 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
