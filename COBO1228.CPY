      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADNFEM         - LCREL 150 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1228 - REGISTRO DAS NF-E DOS EMBARQUES   *
      *                              (GPFPB160), ATUALIZADO PELO       *
      *                              RETORNO DO GATEWAY FISCAL         *
      *                              (GPFPB161 -> CADNFEA). O EMBARQUE *
      *                              DE NOTA REJEITADA OU NAO EMITIDA  *
      *                              FICA RETIDO NO PLANEJAMENTO DAS   *
      *                              CARGAS (GPFPB150)                 *
      ******************************************************************
      * NFEM-SERIE      - PIC 9(003)       - SERIE DA NF-E             *
      * NFEM-NUMERO     - PIC 9(009)       - NUMERO DA NF-E (ZEROS     *
      *                                      QUANDO NAO EMITIDA)       *
      * NFEM-CD-ENTI    - PIC 9(007)       - ENTIDADE DESTINATARIA     *
      * NFEM-DAT-EMBARQUE PIC 9(008)       - DATA DO EMBARQUE          *
      * NFEM-DAT-EMISSAO- PIC 9(008)       - DATA DA EMISSAO           *
      * NFEM-COD-CIDADE - PIC X(004)       - MUNICIPIO DO DESTINATARIO *
      * NFEM-QTD-ITENS  - PIC 9(005)       - QUANTIDADE DE ITENS       *
      * NFEM-VLR-MERCADORIA PIC 9(013)V9(002) TOTAL DOS PRODUTOS       *
      * NFEM-VLR-TRIBUTO- PIC 9(013)V9(002)- TOTAL DO TRIBUTO          *
      * NFEM-SITUACAO   - PIC X(001)       - 'P' TRANSMITIDA, SEM      *
      *                                          RETORNO               *
      *                                      'A' AUTORIZADA            *
      *                                      'R' REJEITADA             *
      *                                      'E' NAO EMITIDA (ERRO DE  *
      *                                          CADASTRO)             *
      * NFEM-COD-MOTIVO - PIC 9(003)       - MOTIVO DA REJEICAO        *
      *                                      (SEFAZ) OU DA NAO EMISSAO:*
      *                                      901 ENTIDADE SEM MUNICIPIO*
      *                                      902 PECA SEM CADMATR      *
      *                                      903 PECA SEM TRIBUTACAO   *
      *                                          ATIVA NO CADFISC      *
      * NFEM-CHAVE-ACESSO PIC X(044)       - CHAVE DE ACESSO           *
      * NFEM-PROTOCOLO  - PIC X(015)       - PROTOCOLO DE AUTORIZACAO  *
      * NFEM-DAT-RETORNO- PIC 9(008)       - DATA DO RETORNO           *
      * FILLER          - PIC X(005)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-NFEM.
           03      NFEM-SERIE      PIC     9(003).
           03      NFEM-NUMERO     PIC     9(009).
           03      NFEM-CD-ENTI    PIC     9(007).
           03      NFEM-DAT-EMBARQUE
                                   PIC     9(008).
           03      NFEM-DAT-EMISSAO
                                   PIC     9(008).
           03      NFEM-COD-CIDADE PIC     X(004).
           03      NFEM-QTD-ITENS  PIC     9(005).
           03      NFEM-VLR-MERCADORIA
                                   PIC     9(013)V9(002).
           03      NFEM-VLR-TRIBUTO
                                   PIC     9(013)V9(002).
           03      NFEM-SITUACAO   PIC     X(001).
             88    NFEM-PENDENTE           VALUE 'P'.
             88    NFEM-AUTORIZADA         VALUE 'A'.
             88    NFEM-REJEITADA          VALUE 'R'.
             88    NFEM-NAO-EMITIDA        VALUE 'E'.
             88    NFEM-RETEM-EMBARQUE     VALUE 'R' 'E'.
           03      NFEM-COD-MOTIVO PIC     9(003).
           03      NFEM-CHAVE-ACESSO
                                   PIC     X(044).
           03      NFEM-PROTOCOLO  PIC     X(015).
           03      NFEM-DAT-RETORNO
                                   PIC     9(008).
           03      FILLER          PIC     X(005).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADNFEM *
      ******************************************************************
