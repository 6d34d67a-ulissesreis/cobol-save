      *                   (CADOPER). CONTA VERIFICADA SEM A DUPLA     *
      *                   APROVACAO NAO COMPOE O CADBANF E E RETIDA   *
      *                   NO ARQUIVO DE PENDENTES (CADBVEP)           *
      * 15/10/2026 - US - O USO DA AUTORIZACAO BANF PELO OPERADOR     *
      *                   ACEITO PASSA A SER REGISTRADO NO LOG        *
      *                   CADOLOG (COBBB012), BASE DA REVISAO         *
      *                   PERIODICA DE ACESSOS (GPFPB181)             *
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
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
             END-IF

           END-PERFORM.

           IF      WS-OPER-AUTORIZADO
           AND     WS-APROV-VALIDA
                   MOVE    BVER-ID-OPERADOR        TO
                           WOL-ID-OPERADOR
                   MOVE    'S'     TO      WOL-FUNCAO
                   PERFORM 0572-00-CHAMA-COBBB012
                   MOVE    BVER-ID-APROVADOR       TO
                           WOL-ID-OPERADOR
                   MOVE    'A'     TO      WOL-FUNCAO
                   PERFORM 0572-00-CHAMA-COBBB012
           END-IF.
      *
       0570-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0572-00-CHAMA-COBBB012      SECTION.
      *****************************************************************
      *    REGISTRA NO LOG CADOLOG O USO DA AUTORIZACAO BANF PELO     *
      *    OPERADOR ACEITO, BASE DA REVISAO DE ACESSOS (GPFPB181)     *
      *
           MOVE    'BANF'          TO      WOL-AUTORIZACAO.
           MOVE    'GPFPB021'      TO      WOL-PROGRAMA.

           MOVE    'COBBB012'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WOL-GRUPO
           END-CALL.

           IF      NOT WOL-OPERACAO-OK
                   MOVE    WOL-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0572-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0575-00-RETEM-PENDENTE      SECTION.
      *****************************************************************
