      *****************************************************************
      *    LAYOUT DO DIARIO DE MOVIMENTOS DE STOCK - FMOVSTOCK.DAT     *
      *    UM REGISTO POR CADA ALTERACAO DE STK-QUANTIDADE, ESCRITO    *
      *    NO FIM DO FICHEIRO (VER GRAVMOV.CPY), COM A DATA E HORA,    *
      *    O INGREDIENTE, O TIPO DE MOVIMENTO, A QUANTIDADE (POSITIVA  *
      *    A ENTRAR, NEGATIVA A SAIR), O STOCK QUE FICOU, O DOCUMENTO  *
      *    (N. DO PEDIDO OU DA ENCOMENDA, 0=NENHUM), O OPERADOR E O    *
      *    MOTIVO                                                      *
      *    TIPOS: C=CONSUMO DE RECEITA NUM PEDIDO                      *
      *           A=REPOSICAO POR ANULACAO DO PEDIDO                   *
      *           E=ENTRADA SEM ENCOMENDA (GESTAO DE STOCKS)           *
      *           R=RECECAO DE ENCOMENDA A FORNECEDOR                  *
      *           Q=QUEBRA/DESPERDICIO                                 *
      *           J=AJUSTE DA CONTAGEM FISICA (INVENTARIO)             *
      *****************************************************************
       01  REG-MOVSTOCK.
           05 MOV-DATA                             PIC 9(08).
           05 MOV-HORA                             PIC 9(08).
           05 MOV-STKCHAVE.
               10 MOV-STKTIPO                      PIC X(01).
               10 MOV-STKCODIGO                    PIC 9(02).
           05 MOV-TIPO                             PIC X(01).
               88 MOV-EIS-CONSUMO            VALUE "C".
               88 MOV-EIS-ANULACAO           VALUE "A".
               88 MOV-EIS-ENTRADA            VALUE "E".
               88 MOV-EIS-RECECAO            VALUE "R".
               88 MOV-EIS-QUEBRA             VALUE "Q".
               88 MOV-EIS-AJUSTE             VALUE "J".
           05 MOV-QUANTIDADE                       PIC S9(05)V99.
           05 MOV-SALDO                            PIC S9(05)V99.
           05 MOV-DOCUMENTO                        PIC 9(07).
           05 MOV-OPERADOR                         PIC 9(02).
           05 MOV-MOTIVO                           PIC X(30).
