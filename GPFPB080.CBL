      *                   (CADPREV, GERADO PELO GPFPB127): DEMANDA    *
      *                   PREVISTA ACIMA DO GATILHO ANTECIPA A        *
      *                   COMPRA, LIMITADA A QUANTIDADE MAXIMA        *
      * 15/10/2026 - US - O FORNECEDOR A QUEM O PEDIDO E DIRIGIDO     *
      *                   (MATR-FORNECEDOR) PASSA A SER GRAVADO NA    *
      *                   PRIMEIRA POSICAO DE COTACAO, SEM VALOR,     *
      *                   PARA O ACOMPANHAMENTO DO GPFPB131           *
      *****************************************************************
      *
      *****************************************************************

           END-PERFORM.

      *    O PEDIDO E DIRIGIDO AO FORNECEDOR HABITUAL DA PECA,
      *    REGISTRADO NA PRIMEIRA POSICAO (AINDA SEM VALOR) PARA O
      *    ACOMPANHAMENTO DE RESPOSTAS DO GPFPB131
           MOVE    MATR-FORNECEDOR TO      COTA-FORNECE (1).

           COMPUTE COTA-QTD-COMPRA =
                   MATR-QTD-MAX    -       MATR-QTD-ETQ.

