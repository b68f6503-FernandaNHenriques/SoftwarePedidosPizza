      *    UM REGISTO POR ITEM DO MENU: SABORES, INGREDIENTES EXTRAS   *
      *    E TAMANHOS, COM PRECO E INDICADOR DE ATIVO, PARA QUE OS     *
      *    PRECOS SEJAM ALTERAVEIS SEM RECOMPILAR OS PROGRAMAS         *
      *    OS ARTIGOS (TIPO A, CODIGOS 1 A 99) SAO AS BEBIDAS E AS     *
      *    SOBREMESAS VENDIDAS A UNIDADE, CADA UM COM A SUA CATEGORIA  *
      *    DE IVA EM FTAXAS.DAT E FICHA DE STOCK PROPRIA (TIPO A)      *
      *    CHAVE: MEN-CHAVE (TIPO S/E/T/A + CODIGO)                    *
      *****************************************************************
       01  REG-MENU.
           05 MEN-CHAVE.
                   88 MEN-SABOR              VALUE "S".
                   88 MEN-EXTRA              VALUE "E".
                   88 MEN-TAMANHO            VALUE "T".
                   88 MEN-ARTIGO             VALUE "A".
               10 MEN-CODIGO                       PIC 9(02).
           05 MEN-NOME                             PIC X(30).
           05 MEN-PRECO                            PIC 9(02)V99.
           05 MEN-ATIVO                            PIC X(01).
               88 MEN-EIS-ATIVO              VALUE "S".
      *    SO NOS ARTIGOS: CLASSE (B = BEBIDA, D = SOBREMESA) E
      *    CATEGORIA DE IVA; A ESPACOS NOS SABORES, EXTRAS E TAMANHOS,
      *    QUE PAGAM SEMPRE A TAXA DA COMIDA
           05 MEN-CLASSE                           PIC X(01).
               88 MEN-BEBIDA                 VALUE "B".
               88 MEN-SOBREMESA              VALUE "D".
           05 MEN-CATIVA                           PIC X(01).
