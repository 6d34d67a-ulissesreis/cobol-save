      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADCNSG         - LCREL 120 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1240 - CONTRATOS DE EMPRESTIMO           *
      *                              CONSIGNADO EM FOLHA, ATUALIZADOS  *
      *                              PELA FOLHA MENSAL (GPFPB107) E    *
      *                              PELA RESCISAO (GPFPB167) NO       *
      *                              CADCNSN                           *
      ******************************************************************
      * CNSG-FUNC-CODIGO- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * CNSG-BANCO      - PIC 9(003)       - BANCO CONCEDENTE          *
      * CNSG-CONTRATO   - PIC X(015)       - NUMERO DO CONTRATO NO     *
      *                                      BANCO                     *
      * CNSG-CPF        - PIC 9(011)       - CPF DO FUNCIONARIO        *
      * CNSG-NOME       - PIC X(030)       - NOME DO FUNCIONARIO       *
      * CNSG-VLR-PARCELA- PIC 9(007)V9(002)- VALOR DA PARCELA MENSAL   *
      * CNSG-QTD-PARCELAS PIC 9(003)       - PRAZO EM PARCELAS         *
      * CNSG-MES-INICIO - PIC 9(006)       - MES DO PRIMEIRO DESCONTO  *
      *                                      (AAAAMM)                  *
      * CNSG-QTD-PAGAS  - PIC 9(003)       - PARCELAS JA DESCONTADAS   *
      * CNSG-SITUACAO   - PIC X(001)       - 'A' ATIVO                 *
      *                                      'Q' QUITADO               *
      *                                      'R' RESCINDIDO, SALDO A   *
      *                                          INFORMAR AO BANCO     *
      *                                      'E' ENCERRADO (SALDO      *
      *                                          INFORMADO AO BANCO)   *
      * CNSG-COD-EMPRESA- PIC 9(002)       - EMPRESA DO ULTIMO         *
      *                                      DESCONTO OU DA RESCISAO   *
      * CNSG-DAT-RESCISAO PIC 9(008)       - DESLIGAMENTO (AAAAMMDD)   *
      * CNSG-VLR-SALDO  - PIC 9(009)V9(002)- SALDO DEVEDOR NA RESCISAO *
      *                                      (PARCELAS RESTANTES)      *
      * FILLER          - PIC X(013)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-CNSG.
           03      CNSG-FUNC-CODIGO
                                   PIC     9(005).
           03      CNSG-BANCO      PIC     9(003).
           03      CNSG-CONTRATO   PIC     X(015).
           03      CNSG-CPF        PIC     9(011).
           03      CNSG-NOME       PIC     X(030).
           03      CNSG-VLR-PARCELA
                                   PIC     9(007)V9(002).
           03      CNSG-QTD-PARCELAS
                                   PIC     9(003).
           03      CNSG-MES-INICIO PIC     9(006).
           03      CNSG-QTD-PAGAS  PIC     9(003).
           03      CNSG-SITUACAO   PIC     X(001).
             88    CNSG-ATIVO              VALUE 'A'.
             88    CNSG-QUITADO            VALUE 'Q'.
             88    CNSG-RESCINDIDO         VALUE 'R'.
             88    CNSG-ENCERRADO          VALUE 'E'.
           03      CNSG-COD-EMPRESA
                                   PIC     9(002).
           03      CNSG-DAT-RESCISAO
                                   PIC     9(008).
           03      CNSG-VLR-SALDO  PIC     9(009)V9(002).
           03      FILLER          PIC     X(013).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADCNSG *
      ******************************************************************
