      *    UMA TAXA POR CATEGORIA DE TRIBUTACAO:                       *
      *      C = COMIDA (PIZZAS E INGREDIENTES, TAXA INTERMEDIA)       *
      *      E = TAXA DE ENTREGA (SERVICO, TAXA NORMAL)                *
      *      B = BEBIDAS SEM ALCOOL (REFRIGERANTES, AGUAS, SUMOS)      *
      *      A = BEBIDAS ALCOOLICAS (CERVEJA, VINHO)                   *
      *    CADA ARTIGO DO MENU (BEBIDA OU SOBREMESA) INDICA A SUA      *
      *    CATEGORIA; AS SOBREMESAS FICAM NORMALMENTE NA DA COMIDA     *
      *    AS TAXAS MUDAM POR DECRETO: ALTERAM-SE AQUI SEM MEXER       *
      *    NOS PROGRAMAS; CADA PEDIDO GUARDA A DISCRIMINACAO           *
      *    BASE/IMPOSTO POR TAXA EM REG-IVASPLIT                       *
           05 TAX-CATEGORIA                        PIC X(01).
               88 TAX-CAT-COMIDA             VALUE "C".
               88 TAX-CAT-ENTREGA            VALUE "E".
               88 TAX-CAT-BEBIDA             VALUE "B".
               88 TAX-CAT-ALCOOL             VALUE "A".
           05 TAX-DESCRICAO                        PIC X(20).
           05 TAX-PERCENTAGEM                      PIC 9(02)V99.
