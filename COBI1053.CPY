      *                              MANUTENCAO: UM REGISTRO POR       *
      *                              COMPONENTE DE CADA KIT. O CODIGO  *
      *                              DO KIT E UM CODIGO DE PECA        *
      *                              VIRTUAL, SEM ESTOQUE NA MATRIZ,   *
      *                              A MENOS QUE TENHA SIDO CADASTRADO *
      *                              PARA RECEBER KITS PRE-MONTADOS    *
      *                              (ORDENS DE MONTAGEM - GPFPB141)   *
      ******************************************************************
      * KITS-COD-KIT    - PIC 9(005)       - CODIGO DO KIT             *
      * KITS-COD-COMP   - PIC 9(005)       - CODIGO DA PECA COMPONENTE *
