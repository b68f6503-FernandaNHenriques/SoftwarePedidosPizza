           05 REG-DESCPROMO                        PIC 9(03)V99.
           05 REG-IVA                              PIC 9(03)V99.
      *    DISCRIMINACAO DO IVA POR TAXA (1 = COMIDA, 2 = TAXA DE
      *    ENTREGA, CONFORME FTAXAS.DAT; 3 E 4 = BEBIDAS/SOBREMESAS
      *    COM TAXA DIFERENTE DA COMIDA, A ZERO QUANDO NAO HA);
      *    OS ARTIGOS A TAXA DA COMIDA SOMAM NA POSICAO 1. REG-IVA
      *    GUARDA O TOTAL DO IMPOSTO E FICA A ZERO A DISCRIMINACAO
      *    EM PEDIDOS ANTIGOS
           05 REG-IVASPLIT OCCURS 4 TIMES.
               10 REG-IVATAXA                      PIC 9(02)V99.
               10 REG-IVABASE                      PIC 9(04)V99.
               10 REG-IVAVALOR                     PIC 9(03)V99.
               88 REG-PAGO-DINHEIRO          VALUE "D".
               88 REG-PAGO-CARTAO            VALUE "C".
               88 REG-PAGO-MBWAY             VALUE "M".
      *    TRANSFERENCIA: PEDIDO PAGO NA PLATAFORMA DO SITE OU DA
      *    APLICACAO, QUE TRANSFERE O VALOR (NUNCA ENTRA NA GAVETA)
               88 REG-PAGO-TRANSF            VALUE "T".
           05 REG-ESTADOPAGAMENTO                  PIC X(01).
               88 REG-PAGO                   VALUE "P".
               88 REG-NAOPAGO                 VALUE "N".
      *    NUMERO DE FATURA DA SERIE CONTINUA (FSERIE.DAT);
      *    ZERO EM PEDIDOS ANTERIORES A EXISTENCIA DA SERIE
           05 REG-NUMFATURA                        PIC 9(07).
      *    CODIGO POSTAL DA MORADA DE ENTREGA E ZONA CORRESPONDENTE
      *    (FZONAS.DAT, CHAVE = 4 PRIMEIROS DIGITOS DO CODIGO); A TAXA
      *    DA ZONA FICA EM REG-TAXAENTREGA. A ZERO/ESPACOS NOS PEDIDOS
      *    AO BALCAO E NOS ANTERIORES AS ZONAS DE ENTREGA
           05 REG-CODPOSTAL                        PIC 9(07).
           05 REG-ZONA                             PIC 9(04).
           05 REG-NOMEZONA                         PIC X(20).
      *    CANAL POR ONDE ENTROU O PEDIDO: L = LOJA (CAIXA OU
      *    TELEFONE), W = SITE PROPRIO, A = APLICACAO DE ENTREGAS.
      *    OS PEDIDOS DO SITE E DAS APLICACOES CHEGAM PELA IMPORTACAO
      *    (FIMPORTPED.TXT) COM A REFERENCIA DO PEDIDO NO CANAL E A
      *    COMISSAO COBRADA PELA PLATAFORMA; ESPACOS NOS ANTIGOS
           05 REG-CANAL                            PIC X(01).
               88 REG-CANAL-LOJA             VALUES "L", " ".
               88 REG-CANAL-SITE             VALUE "W".
               88 REG-CANAL-APP              VALUE "A".
           05 REG-REFCANAL                         PIC X(20).
           05 REG-COMISSAO                         PIC 9(03)V99.
      *    BEBIDAS E SOBREMESAS VENDIDAS NO PEDIDO (ARTIGOS DO MENU,
      *    TIPO A): QUANTIDADE, PRECO UNITARIO SEM IVA E CATEGORIA DE
      *    IVA (FTAXAS.DAT) COM A TAXA EM VIGOR NA VENDA; NAO ENTRAM
      *    NO DESCONTO DE FIDELIDADE NEM NAS PROMOCOES. A ZERO NOS
      *    PEDIDOS ANTERIORES AOS ARTIGOS E NOS IMPORTADOS
           05 REG-NUMARTIGOS                       PIC 9(02).
           05 REG-ARTIGO OCCURS 10 TIMES.
               10 REG-ARTCODIGO                    PIC 9(02).
               10 REG-ARTNOME                      PIC X(30).
               10 REG-ARTCLASSE                    PIC X(01).
                   88 REG-ART-BEBIDA         VALUE "B".
                   88 REG-ART-SOBREMESA      VALUE "D".
               10 REG-ARTQUANT                     PIC 9(02).
               10 REG-ARTPRECO                     PIC 9(02)V99.
               10 REG-ARTCATIVA                    PIC X(01).
               10 REG-ARTTAXA                      PIC 9(02)V99.
               10 REG-ARTVALOR                     PIC 9(04)V99.
           05 REG-VALORARTIGOS                     PIC 9(04)V99.
