      *****************************************************************
      *    LAYOUT DO FICHEIRO DE PEDIDOS DO SITE E DAS APLICACOES DE   *
      *    ENTREGA - FIMPORTPED.TXT                                    *
      *    UMA LINHA POR PEDIDO, CAMPOS EM COLUNAS FIXAS. OS VALORES   *
      *    VEM SEM PONTO DECIMAL, COM 2 CASAS (00750 = 7.50 EUROS)     *
      *    CANAIS: W = SITE PROPRIO, A = APLICACAO DE ENTREGAS         *
      *****************************************************************
       01  IMP-PEDIDO.
           05 IMP-CANAL                            PIC X(01).
           05 IMP-REFCANAL                         PIC X(20).
           05 IMP-CONTATO                          PIC X(09).
           05 IMP-CLIENTE                          PIC X(30).
      *    E = ENTREGA AO DOMICILIO, B = LEVANTAMENTO NO BALCAO
           05 IMP-TIPOENTREGA                      PIC X(01).
           05 IMP-MORADA                           PIC X(40).
      *    CODIGO POSTAL 0000-000 OU 0000000 (SO NAS ENTREGAS)
           05 IMP-CODPOSTAL                        PIC X(08).
      *    HORA PROMETIDA HHMM; ESPACOS OU 0000 = PARA JA
           05 IMP-HORAPROMETIDA                    PIC X(04).
      *    T = PAGO NA PLATAFORMA (TRANSFERENCIA); D, C OU M = PAGA
      *    NA ENTREGA OU NO LEVANTAMENTO EM DINHEIRO, CARTAO OU MBWAY
           05 IMP-PAGAMENTO                        PIC X(01).
           05 IMP-NUMPIZZAS                        PIC X(01).
           05 IMP-PIZZA OCCURS 5 TIMES.
               10 IMP-TAMANHO                      PIC X(01).
               10 IMP-SABORCOD                     PIC X(02).
      *    SEGUNDO SABOR DAS MEIA/MEIA; ESPACOS OU 00 = PIZZA INTEIRA
               10 IMP-SABORCOD2                    PIC X(02).
      *    ATE 5 EXTRAS; ESPACOS OU 00 = SEM EXTRA NESSA POSICAO
               10 IMP-EXTRACOD OCCURS 5 TIMES      PIC X(02).
               10 IMP-EXCLUINOME OCCURS 3 TIMES    PIC X(15).
      *    PRECO DA PIZZA COM OS EXTRAS, SEM IVA, COMO O CANAL O
      *    COBROU; TEM DE CONFERIR COM O PRECARIO DE FMENU.DAT
               10 IMP-VALORPIZZA                   PIC X(05).
               10 IMP-VALORPIZZA-N REDEFINES IMP-VALORPIZZA
                                                   PIC 9(03)V99.
      *    TOTAL COBRADO AO CLIENTE, COM IVA E TAXA DE ENTREGA
           05 IMP-TOTAL                            PIC X(06).
           05 IMP-TOTAL-N REDEFINES IMP-TOTAL      PIC 9(04)V99.
      *    COMISSAO DA PLATAFORMA SOBRE O PEDIDO; ESPACOS = ZERO
           05 IMP-COMISSAO                         PIC X(05).
           05 IMP-COMISSAO-N REDEFINES IMP-COMISSAO
                                                   PIC 9(03)V99.
