      *                   OPERADORES (CADOPER) - MOVIMENTO DE         *
      *                   OPERADOR INEXISTENTE, INATIVO OU SEM        *
      *                   AUTORIZACAO PARA O CADFERI E REJEITADO      *
      * 15/10/2026 - US - O USO DA AUTORIZACAO FERI PELO OPERADOR     *
      *                   ACEITO PASSA A SER REGISTRADO NO LOG        *
      *                   CADOLOG (COBBB012), BASE DA REVISAO         *
      *                   PERIODICA DE ACESSOS (GPFPB181)             *
      * 15/10/2026 - US - CADA CADFERN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADFERI, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      *****************************************************************
      *
      *****************************************************************
      *
       01      WS-COBBB006         PIC     X(008) VALUE 'COBBB006'.
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
       01      WS-SW-FERM-VALIDO   PIC     X(001) VALUE 'S'.
         88    WS-FERM-VALIDO              VALUE 'S'.
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
           MOVE    'CADFERI'       TO      WGC-ARQUIVO.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

             END-IF

           END-PERFORM.

           IF      WS-OPER-AUTORIZADO
                   MOVE    FERM-ID-OPERADOR        TO
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
      *    REGISTRA NO LOG CADOLOG O USO DA AUTORIZACAO FERI PELO     *
      *    OPERADOR ACEITO, BASE DA REVISAO DE ACESSOS (GPFPB181)     *
      *
           MOVE    'FERI'          TO      WOL-AUTORIZACAO.
           MOVE    'GPFPB035'      TO      WOL-PROGRAMA.

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
      *    REGISTRA A GERACAO DO CADFERN NO CATALOGO DE GERACOES      *
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
       0500-00-LEITURA-CADFERI     SECTION.
      *****************************************************************

           IF      WRD-CODRET  NOT EQUAL   00 AND 92 AND 93
                   MOVE    004     TO      WS-PTO-ERRO
                   MOVE    WRD-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.


           ADD     001             TO      WS-GRV-CADFERN.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-FERI        TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0480-00-CHAMA-COBBB010.

           IF      FERI-DATA (1:4) EQUAL   WS-ANO-SEGUINTE
                   ADD     001     TO      WS-QTD-ANO-SEGUINTE
           END-IF.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB035'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0480-00-CHAMA-COBBB010.

      *    VALIDACAO DE COBERTURA DO ANO SEGUINTE - UM CALENDARIO
      *    SEM OS FERIADOS DO PROXIMO ANO LEVA A DATAS DE LIQUIDACAO
      *    ERRADAS NA VIRADA DE DEZEMBRO
           MOVE    WS-GRV-CADFERN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADFERN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADFERI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-INCLUIDOS
                                   TO      WS-EDICAO.
           DISPLAY '* FERIADOS INCLUIDOS...............: ' WS-EDICAO
           DISPLAY '* PROBLEMAS NO ACESSO A SUBROTINA ' WS-SUB-ROTINA
           '    *'.
           DISPLAY '*                                             *'.
           DISPLAY '*             COD.RETORNO....: ' WS-SUB-RETORNO
           '             *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
