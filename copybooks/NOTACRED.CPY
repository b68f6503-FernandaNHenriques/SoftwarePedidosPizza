      *****************************************************************
      *    LAYOUT DO FICHEIRO DE NOTAS DE CREDITO - FNOTASCRED.DAT     *
      *    UMA NOTA POR PEDIDO ANULADO DEPOIS DE GRAVADO, COM NUMERO   *
      *    PROPRIO DA SERIE DE NOTAS DE CREDITO (FSERIENC.DAT) E A     *
      *    REFERENCIA DA FATURA ORIGINAL; OS VALORES SAO OS DO PEDIDO  *
      *    E SAO ABATIDOS NO FECHO DE CAIXA DO DIA DA EMISSAO, NA      *
      *    EXPORTACAO PARA A CONTABILIDADE E NO FECHO DO MES           *
      *    A EXISTENCIA DA NOTA MARCA O PEDIDO COMO ANULADO            *
      *    CHAVE: NC-CHAVE (DATA + NUMERO DO PEDIDO ANULADO)           *
      *****************************************************************
       01  REG-NOTACRED.
           05 NC-CHAVE.
               10 NC-DATA                          PIC 9(08).
               10 NC-NUMPEDIDO                     PIC 9(03).
           05 NC-NUMNOTA                           PIC 9(07).
           05 NC-NUMFATURA                         PIC 9(07).
           05 NC-DATAEMISSAO                       PIC 9(08).
           05 NC-HORAEMISSAO                       PIC 9(06).
           05 NC-CLIENTE                           PIC X(30).
           05 NC-CONTATO                           PIC 9(09).
           05 NC-TIPOENTREGA                       PIC X(01).
               88 NC-ENTREGA-DOMICILIO       VALUE "E".
               88 NC-ENTREGA-BALCAO          VALUE "B".
           05 NC-MOTIVO                            PIC X(40).
           05 NC-IVA                               PIC 9(03)V99.
      *    DISCRIMINACAO DO IVA COPIADA DO PEDIDO (1 = COMIDA,
      *    2 = TAXA DE ENTREGA, 3 E 4 = BEBIDAS/SOBREMESAS A OUTRAS
      *    TAXAS), PARA ABATER A CADA TAXA NO Z
           05 NC-IVASPLIT OCCURS 4 TIMES.
               10 NC-IVATAXA                       PIC 9(02)V99.
               10 NC-IVABASE                       PIC 9(04)V99.
               10 NC-IVAVALOR                      PIC 9(03)V99.
           05 NC-TOTAL                             PIC 9(04)V99.
      *    COMO FOI DEVOLVIDO O VALOR: PELO METODO EM QUE O PEDIDO
      *    FOI RECEBIDO (NA CAIXA OU NA LIQUIDACAO); "N" QUANDO O
      *    PEDIDO ESTAVA POR COBRAR E A NOTA SO ANULA A DIVIDA
           05 NC-DEVOLUCAO                         PIC X(01).
               88 NC-DEVOLVE-DINHEIRO        VALUE "D".
               88 NC-DEVOLVE-CARTAO          VALUE "C".
               88 NC-DEVOLVE-MBWAY           VALUE "M".
               88 NC-DEVOLVE-TRANSF          VALUE "T".
               88 NC-SEM-DEVOLUCAO           VALUE "N".
           05 NC-CAIXA                             PIC 9(02).
           05 NC-OPERADOR                          PIC 9(02).
           05 NC-SUPERVISOR                        PIC 9(02).
