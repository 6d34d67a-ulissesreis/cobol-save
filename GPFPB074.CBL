      *                   SOLICITANTE - SEM ELA O MOVIMENTO E RETIDO  *
      *                   NO ARQUIVO DE PENDENTES (CADPARP) PARA      *
      *                   REAPRESENTACAO COM O APROVADOR PREENCHIDO   *
      * 15/10/2026 - US - CRITICA DOS VALORES DAS ALCADAS DE          *
      *                   APROVACAO DE PEDIDO (GPFPB038) E DO PRAZO   *
      *                   DE APROVACAO (GPFPB128)                     *
      * 15/10/2026 - US - CRITICA DOS DIAS DE ESPERA PELA RESPOSTA    *
      *                   DE COTACAO (GPFPB131)                       *
      * 15/10/2026 - US - CRITICA DOS DIAS EM ABERTO DOS              *
      *                   ADIANTAMENTOS A FORNECEDOR (GPFPB133)       *
      * 15/10/2026 - US - CRITICA DOS DIAS DE CARENCIA APOS A         *
      *                   ALTERACAO DE DADOS BANCARIOS (GPFPB134)     *
      * 15/10/2026 - US - CRITICA DO VALOR MAXIMO DA BAIXA DE         *
      *                   ESTOQUE SEM APROVACAO (GPFPB142) E DO MES   *
      *                   DO RELATORIO DE PERDAS (GPFPB143)           *
      * 15/10/2026 - US - O USO DA AUTORIZACAO PARM PELO OPERADOR     *
      *                   ACEITO PASSA A SER REGISTRADO NO LOG        *
      *                   CADOLOG (COBBB012), BASE DA REVISAO         *
      *                   PERIODICA DE ACESSOS (GPFPB181)             *
      * 15/10/2026 - US - CADA CADPARN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADPARM, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      *****************************************************************
      *
      *****************************************************************
      *
       01      WS-COBBB006         PIC     X(008) VALUE 'COBBB006'.
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
       01      WS-SW-PARV-VALIDO   PIC     X(001) VALUE 'S'.
         88    WS-PARV-VALIDO              VALUE 'S'.
      *
           COPY    RUCWS100.
      *
      *****************************************************************
      * INTERFACE.: LOG DE USO DAS AUTORIZACOES (COBBB012)            *
      *****************************************************************
      *
           COPY    RUCWS012.
      *
      *****************************************************************
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADPARM'       TO      WGC-ARQUIVO.

           PERFORM 0495-00-CHAMA-COBBB010.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

             END-IF

           END-PERFORM.

           IF      WS-OPER-AUTORIZADO
                   MOVE    PARV-ID-OPERADOR        TO
                           WOL-ID-OPERADOR
                   MOVE    'S'     TO      WOL-FUNCAO
                   PERFORM 0475-00-CHAMA-COBBB012
           END-IF.
      *
       0470-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0475-00-CHAMA-COBBB012      SECTION.
      *****************************************************************
      *    REGISTRA NO LOG CADOLOG O USO DA AUTORIZACAO PARM PELO     *
      *    OPERADOR ACEITO, BASE DA REVISAO DE ACESSOS (GPFPB181)     *
      *
           MOVE    'PARM'          TO      WOL-AUTORIZACAO.
           MOVE    'GPFPB074'      TO      WOL-PROGRAMA.

           MOVE    'COBBB012'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WOL-GRUPO
           END-CALL.

           IF      NOT WOL-OPERACAO-OK
                   MOVE    WOL-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0475-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CRITICA-APROVACAO   SECTION.
      *****************************************************************
             END-IF

           END-PERFORM.

           IF      WS-APROV-VALIDA
                   MOVE    PARV-ID-APROVADOR       TO
                           WOL-ID-OPERADOR
                   MOVE    'A'     TO      WOL-FUNCAO
                   PERFORM 0475-00-CHAMA-COBBB012
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0495-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADPARN NO CATALOGO DE GERACOES      *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0495-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADPARM     SECTION.
      *****************************************************************

           IF      WRD-CODRET  NOT EQUAL   00 AND 92 AND 93
                   MOVE    004     TO      WS-PTO-ERRO
                   MOVE    WRD-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.

           EVALUATE PARV-PROGRAMA
             WHEN   'GPFPB010'
             WHEN   'GPFPB027'
             WHEN   'GPFPB143'
      *            PERIODO AAAAMM
                   IF      PARV-VALOR (1:6) NOT NUMERIC    OR
                           PARV-VALOR (5:2) LESS   '01'    OR
                   END-IF
             WHEN   'GPFPB019'
      *            VALOR MINIMO DE FATURAMENTO 9(13)V9(2)
             WHEN   'GPFPB142'
      *            VALOR MAXIMO DA BAIXA SEM APROVACAO 9(13)V9(2)
                   IF      PARV-VALOR (1:15) NOT NUMERIC
                           SET     WS-PARV-INVALIDO        TO      TRUE
                   END-IF
                           PARV-VALOR (1:9) EQUAL  '000000000'
                           SET     WS-PARV-INVALIDO        TO      TRUE
                   END-IF
             WHEN   'GPFPB038'
      *            ALCADA AUTOMATICA E TETO DO NIVEL 1 - 2 X 9(7)V9(2)
                   IF      PARV-VALOR (1:18) NOT NUMERIC   OR
                           PARV-VALOR (1:9) GREATER PARV-VALOR (10:9)
                           SET     WS-PARV-INVALIDO        TO      TRUE
                   END-IF
             WHEN   'GPFPB128'
      *            PRAZO MAXIMO DE APROVACAO EM DIAS 9(3)
             WHEN   'GPFPB131'
      *            DIAS DE ESPERA PELA RESPOSTA DA COTACAO 9(3)
             WHEN   'GPFPB133'
      *            DIAS EM ABERTO DO ADIANTAMENTO A FORNECEDOR 9(3)
             WHEN   'GPFPB134'
      *            DIAS DE CARENCIA APOS ALTERACAO BANCARIA 9(3)
                   IF      PARV-VALOR (1:3) NOT NUMERIC    OR
                           PARV-VALOR (1:3) EQUAL  '000'
                           SET     WS-PARV-INVALIDO        TO      TRUE
                   END-IF
             WHEN   OTHER
                   IF      PARV-VALOR      EQUAL   SPACES
                           SET     WS-PARV-INVALIDO        TO      TRUE
           PERFORM 0400-00-TESTA-FS-CADPARN.

           ADD     001             TO      WS-GRV-CADPARN.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-PARM        TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0495-00-CHAMA-COBBB010.
      *
       1100-99-EXIT.
           EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB074'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0495-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB074'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADPARN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPARN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADPARM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPARP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPARP.: ' WS-EDICAO
           ' *'.
           DISPLAY '* PROBLEMAS NO ACESSO A SUBROTINA ' WS-SUB-ROTINA
           '    *'.
           DISPLAY '*                                             *'.
           DISPLAY '*             COD.RETORNO....: ' WS-SUB-RETORNO
           '             *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
