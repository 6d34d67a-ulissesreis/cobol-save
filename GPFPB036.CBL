      *                   OPERADORES (CADOPER) - SOLICITACAO DE       *
      *                   OPERADOR INEXISTENTE, INATIVO OU SEM        *
      *                   AUTORIZACAO PARA O CADPCTL E REJEITADA      *
      * 15/10/2026 - US - O USO DA AUTORIZACAO PCTL PELO OPERADOR     *
      *                   ACEITO PASSA A SER REGISTRADO NO LOG        *
      *                   CADOLOG (COBBB012), BASE DA REVISAO         *
      *                   PERIODICA DE ACESSOS (GPFPB181)             *
      * 15/10/2026 - US - CADA CADPCTN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADPCTL, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      *****************************************************************
      *
      *****************************************************************
      *
           COPY    RUCWS100.
      *
      *****************************************************************
      * INTERFACE.: LOG DE USO DAS AUTORIZACOES (COBBB012)            *
      *****************************************************************
      *
           COPY    RUCWS012.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
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
           MOVE    'CADPCTL'       TO      WGC-ARQUIVO.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

             END-IF

           END-PERFORM.

           IF      WS-OPER-AUTORIZADO
                   MOVE    PCTM-ID-OPERADOR        TO
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
      *    REGISTRA NO LOG CADOLOG O USO DA AUTORIZACAO PCTL PELO     *
      *    OPERADOR ACEITO, BASE DA REVISAO DE ACESSOS (GPFPB181)     *
      *
           MOVE    'PCTL'          TO      WOL-AUTORIZACAO.
           MOVE    'GPFPB036'      TO      WOL-PROGRAMA.

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
       0480-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADPCTN NO CATALOGO DE GERACOES      *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADPCTL     SECTION.
      *****************************************************************
           PERFORM 0400-00-TESTA-FS-CADPCTN.

           ADD     001             TO      WS-GRV-CADPCTN.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-PCTL        TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0480-00-CHAMA-COBBB010.
      *
       1100-99-EXIT.
           EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB036'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0480-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB036'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADPCTN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPCTN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADPCTL.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FECHADOS TO      WS-EDICAO.
           DISPLAY '* PERIODOS FECHADOS................: ' WS-EDICAO
           ' *'.
       0997-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB036 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB036 ******************'.
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
           DISPLAY '******************* GPFPB036 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB036 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
