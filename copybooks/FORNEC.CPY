      *****************************************************************
      *    LAYOUT DO FICHEIRO DE FORNECEDORES - FFORNECEDORES.DAT      *
      *    UM REGISTO POR FORNECEDOR COM OS DADOS PARA AS ENCOMENDAS   *
      *    (TELEFONE, EMAIL, NIF); CADA INGREDIENTE DE FSTOCK.DAT      *
      *    APONTA PARA O SEU FORNECEDOR HABITUAL (STK-FORNECEDOR)      *
      *    UM FORNECEDOR INATIVO NAO RECEBE NOVAS ENCOMENDAS           *
      *    CHAVE: FOR-CODIGO                                           *
      *****************************************************************
       01  REG-FORNECEDOR.
           05 FOR-CODIGO                           PIC 9(03).
           05 FOR-NOME                             PIC X(30).
           05 FOR-CONTATO                          PIC 9(09).
           05 FOR-EMAIL                            PIC X(40).
           05 FOR-NIF                              PIC 9(09).
           05 FOR-ATIVO                            PIC X(01).
               88 FOR-EIS-ATIVO              VALUE "S".
