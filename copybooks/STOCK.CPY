      *    CADA SABOR (TIPO S), CADA INGREDIENTE EXTRA (TIPO E) E OS   *
      *    INGREDIENTES BASE COMUNS A TODAS AS PIZZAS (TIPO B:         *
      *    1=MASSA 2=MOLHO 3=QUEIJO 4=CAIXA)                           *
      *    AS BEBIDAS E SOBREMESAS DO MENU (TIPO A, MESMO CODIGO DO    *
      *    ARTIGO EM FMENU.DAT) SAO CONTADAS A UNIDADE: CADA UMA       *
      *    VENDIDA ABATE 1                                             *
      *    AS QUANTIDADES TEM DUAS CASAS DECIMAIS PORQUE AS RECEITAS   *
      *    (FRECEITAS.DAT) CONSOMEM FRACOES DE PORCAO POR PIZZA        *
      *    AS ENTRADAS E SAIDAS DO DIA RECOMECAM A ZERO NO PRIMEIRO    *
      *    MOVIMENTO DE CADA DIA (STK-DATAMOV); AS SAIDAS DO ULTIMO    *
      *    DIA COM MOVIMENTO PASSAM ENTAO PARA STK-SAIDASHIST (VER     *
      *    ROLSTOCK.CPY)                                               *
      *    CADA INGREDIENTE TEM O SEU FORNECEDOR HABITUAL              *
      *    (FFORNECEDORES.DAT, 0=NENHUM) E O ULTIMO PRECO UNITARIO     *
      *    PAGO, QUE A PROPOSTA DE ENCOMENDA USA COMO PRECO PREVISTO   *
      *    CHAVE: STK-CHAVE (TIPO S/E/B/A + CODIGO)                    *
      *****************************************************************
       01  REG-STOCK.
           05 STK-CHAVE.
                   88 STK-INGR-SABOR         VALUE "S".
                   88 STK-INGR-EXTRA         VALUE "E".
                   88 STK-INGR-BASE          VALUE "B".
                   88 STK-ARTIGO             VALUE "A".
               10 STK-CODIGO                       PIC 9(02).
           05 STK-NOME                             PIC X(30).
           05 STK-QUANTIDADE                       PIC S9(05)V99.
           05 STK-DATAMOV                          PIC 9(08).
           05 STK-ENTRADASDIA                      PIC 9(05)V99.
           05 STK-SAIDASDIA                        PIC 9(05)V99.
           05 STK-FORNECEDOR                       PIC 9(03).
           05 STK-PRECOCOMPRA                      PIC 9(03)V999.
      *    SAIDAS DOS ULTIMOS 7 DIAS (1=O MAIS RECENTE) E QUANTOS DESSES
      *    DIAS JA TEM HISTORICO, PARA A MEDIA DE CONSUMO DIARIO
           05 STK-HISTORICO.
               10 STK-NUMDIAS                      PIC 9(01).
               10 STK-SAIDASHIST                   PIC 9(05)V99
                                                   OCCURS 7 TIMES.
