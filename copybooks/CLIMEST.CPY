      *    CHAVE: CLI-CONTATO                                          *
      *    GUARDA O HISTORICO DE COMPRAS DO CLIENTE E O CARTAO DE      *
      *    FIDELIDADE: A CADA 10 PIZZAS COMPRADAS A PROXIMA E GRATIS   *
      *    (CLI-CARTAO CONTA AS PIZZAS DESDE O ULTIMO PREMIO, 0 A 9;   *
      *    DEPOIS DE JUNTAR DOIS CONTATOS PODE PASSAR DE 9 E O PREMIO  *
      *    E DADO NO PEDIDO SEGUINTE)                                  *
      *    UM CLIENTE BLOQUEADO (OU COM DIVIDA ACIMA DO LIMITE) SO     *
      *    LEVA PEDIDOS NAO PAGOS COM AUTORIZACAO DO SUPERVISOR        *
      *    UM CLIENTE ANONIMIZADO FICA COM UMA CHAVE FICTICIA ABAIXO   *
      *    DE 100000000, SEM NOME NEM MORADA (VER 0807_CLIENTES)       *
      *****************************************************************
       01  REG-CLIENTE-MESTRE.
           05 CLI-CONTATO                          PIC 9(09).
           05 CLI-TOTALGASTO                       PIC 9(06)V99.
           05 CLI-DATAULTIMO                       PIC 9(08).
           05 CLI-CARTAO                           PIC 9(02).
           05 CLI-BLOQUEADO                        PIC X(01).
               88 CLI-EIS-BLOQUEADO          VALUE "S".
           05 CLI-MOTIVOBLOQUEIO                   PIC X(30).
           05 CLI-DATABLOQUEIO                     PIC 9(08).
           05 CLI-ANONIMO                          PIC X(01).
               88 CLI-EIS-ANONIMO            VALUE "S".
