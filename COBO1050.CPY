      * DARF-PERIODO    - PIC 9(006)       - PERIODO DE APURACAO AAAAMM*
      * DARF-QTD-PAGTOS - PIC 9(007)       - QTDE DE PAGTOS COM RETENC.*
      * DARF-VLR-RETIDO - PIC 9(015)V9(002) VALOR TOTAL RETIDO         *
      * DARF-FORNECEDOR - PIC 9(010)       - FORNECEDOR DA RETENCAO;   *
      *                                      ZEROS = RESUMO DO TRIBUTO *
      * DARF-COD-EMPRESA- PIC 9(002)       - EMPRESA PAGADORA (SO NO   *
      *                                      DETALHE POR FORNECEDOR)   *
      * FILLER          - PIC X(004)       - AREA LIVRE                *
      ******************************************************************
      * APOS OS RESUMOS POR TRIBUTO SEGUE UM DETALHE POR TRIBUTO,      *
      * FORNECEDOR E EMPRESA, BASE DO INFORME DE RENDIMENTOS E DA DIRF *
      ******************************************************************
      *
       01          REG-DARF.
           03      DARF-PERIODO    PIC     9(006).
           03      DARF-QTD-PAGTOS PIC     9(007).
           03      DARF-VLR-RETIDO PIC     9(015)V9(002).
           03      DARF-FORNECEDOR PIC     9(010).
           03      DARF-COD-EMPRESA
                                   PIC     9(002).
           03      FILLER          PIC     X(004).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADDARF *
