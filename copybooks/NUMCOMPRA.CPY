      *****************************************************************
      *    LAYOUT DO FICHEIRO DE NUMERACAO DAS ENCOMENDAS A            *
      *    FORNECEDORES - FNUMCOMPRA.DAT                               *
      *    UM UNICO REGISTO COM O NUMERO DA ULTIMA ENCOMENDA EMITIDA   *
      *****************************************************************
       01  REG-NUMCOMPRA.
           05 NCP-ULTIMAENC                        PIC 9(06).
