      *                    OU INATIVA NO CADENTI PASSAM A SER         *
      *                    DESVIADAS PARA O ARQUIVO DE OCORRENCIAS    *
      *                    CADSOCO (MOTIVOS 401 E 402)                *
      * 15/10/2026 - US - INDICADOR DE PEDIDO URGENTE DA SOLICITACAO  *
      *                    PASSA A SER CARREGADO PARA O S1LQEX22      *
      *****************************************************************
      *
      *****************************************************************
           MOVE    SOLI-CD-PECA    TO      S1LQ-CD-PECA.
           MOVE    SOLI-QT-SOLI    TO      S1LQ-QT-SOLI.
           MOVE    SOLI-DT-SOLI    TO      S1LQ-DT-SOLI.
           MOVE    SOLI-IN-URGENTE TO      S1LQ-IN-URGENTE.

           WRITE   REG-S1LQEX22    FROM    S1LQ-REG.

