      *                    ATUALIZACAO DO CADFATU QUE GEROU ESTE LOG;  *
      *                    ZERO QUANDO O LOG NAO ESTA LIGADO A UMA     *
      *                    GRAVACAO DE CADFATU (REJEICAO/DUPLICIDADE)  *
      * FLOG-RESC-MOTIVO- PIC X(002)        - MOTIVO DO DESLIGAMENTO   *
      * FLOG-RESC-DT-DESLIG PIC 9(008)      - DATA DO DESLIGAMENTO     *
      * FLOG-RESC-AVISO - PIC X(001)        - AVISO PREVIO I/T         *
      *                   SO NO LOG E01, COPIADOS DO MOVFUNC DA        *
      *                   EXCLUSAO PARA A RESCISAO (GPFPB167)          *
      * FILLER          - PIC X(008)        - AREA LIVRE               *
      ******************************************************************
      *
       01          REG-FOCO.
           03      FLOG-LOG        PIC     X(200).
           03      FLOG-SEQ-TRANS  PIC     9(007).
           03      FLOG-DT-MOV     PIC     9(008).
           03      FLOG-RESC-MOTIVO
                                   PIC     X(002).
           03      FLOG-RESC-DT-DESLIG
                                   PIC     9(008).
           03      FLOG-RESC-AVISO PIC     X(001).
           03      FILLER          PIC     X(008).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADFLOG *
