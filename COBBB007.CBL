      *                O DIGITO DA CONTA BANCARIA - 9A POSICAO DA     *
      *                CONTA (OPERACAO 'B') E O DIGITO DO NUMERO DA   *
      *                GUIA - 12A POSICAO DA GUIA (OPERACAO 'G')      *
      *                E CALCULAR O DIGITO DA GUIA EMITIDA PELO       *
      *                PROPRIO SISTEMA (OPERACAO 'D')                 *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 24/11/2014 - US - ROTINA CRIADA                               *
      * 14/09/2015 - US - NUMERO COM CONTEUDO NAO NUMERICO PASSA A    *
      *                   RETORNAR DIGITO INVALIDO (81/83/84) EM VEZ  *
      *                   DE EXPOR A ARITMETICA A UM DATA EXCEPTION   *
      * 15/10/2026 - US - OPERACAO 'D': CALCULA E GRAVA O DIGITO DA   *
      *                   GUIA NA 12A POSICAO, PARA AS GUIAS GERADAS  *
      *                   PELO FATURAMENTO DAS ENTIDADES (GPFPB151)   *
      *****************************************************************
       ENVIRONMENT                 DIVISION.
      *****************************************************************
                   PERFORM         0300-00-CRITICA-CONTA
             WHEN   'G'
                   PERFORM         0400-00-CRITICA-GUIA
             WHEN   'D'
                   PERFORM         0500-00-CALCULA-DV-GUIA
             WHEN   OTHER
                   MOVE    93      TO      WRC-CODRET
           END-EVALUATE.
                   GO      TO      0400-99-EXIT
           END-IF.

           PERFORM 0450-00-APURA-DV-GUIA.

           IF      WS-DV-CALCULADO NOT EQUAL WS-DIGITO (12)
                   MOVE    84      TO      WRC-CODRET
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-APURA-DV-GUIA       SECTION.
      *****************************************************************
      *    CALCULA EM WS-DV-CALCULADO O DIGITO DAS POSICOES 1 A 11    *
      *    DE WRC-NUM-GUIA                                            *
      *
           MOVE    WRC-NUM-GUIA (1:12)
                                   TO      WS-NUMERO-CRIT (1:12).

           IF      WS-DV-CALCULADO EQUAL   10
                   MOVE    ZEROS   TO      WS-DV-CALCULADO
           END-IF.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-CALCULA-DV-GUIA     SECTION.
      *****************************************************************
      *    DEVOLVE EM WRC-NUM-GUIA O NUMERO COM O DIGITO CALCULADO NA *
      *    12A POSICAO (A 12A POSICAO RECEBIDA E IGNORADA)            *
      *
           IF      WRC-NUM-GUIA (1:11)     NOT NUMERIC
                   MOVE    84      TO      WRC-CODRET
                   GO      TO      0500-99-EXIT
           END-IF.

           MOVE    ZEROS           TO      WRC-NUM-GUIA (12:1).

           PERFORM 0450-00-APURA-DV-GUIA.

           MOVE    WS-DV-CALCULADO TO      WS-DIGITO (12).

           MOVE    WS-NUMERO-CRIT  TO      WRC-NUM-GUIA.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
