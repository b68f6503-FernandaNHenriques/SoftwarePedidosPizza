      *****************************************************************
      *    LAYOUT DO FICHEIRO DA SERIE DE NOTAS DE CREDITO -           *
      *    FSERIENC.DAT                                                *
      *    UM UNICO REGISTO COM O ULTIMO NUMERO DE NOTA DE CREDITO     *
      *    ATRIBUIDO; SERIE CONTINUA E SEPARADA DA SERIE DAS FATURAS   *
      *    (FSERIE.DAT), TAMBEM SEM FALHAS NEM REINICIOS               *
      *****************************************************************
       01  REG-SERIENC.
           05 SNC-ULTIMANOTA                       PIC 9(07).
