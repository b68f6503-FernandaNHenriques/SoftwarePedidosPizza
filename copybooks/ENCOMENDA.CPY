      *****************************************************************
      *    LAYOUT DO FICHEIRO DE ENCOMENDAS A FORNECEDORES -           *
      *    FENCOMENDAS.DAT                                             *
      *    UMA ENCOMENDA POR REGISTO (UM SO FORNECEDOR) COM AS LINHAS  *
      *    DOS INGREDIENTES: QUANTIDADE E PRECO ENCOMENDADOS E O QUE   *
      *    FOI DE FACTO RECEBIDO (QUANTIDADE ACUMULADA E PRECO DA      *
      *    ULTIMA RECECAO)                                             *
      *    ESTADO: A=ABERTA, P=PARCIALMENTE RECEBIDA, R=RECEBIDA,      *
      *    F=FECHADA COM FALTAS (O RESTO JA NAO VEM)                   *
      *    O NUMERO VEM DE FNUMCOMPRA.DAT (VER NUMCOMPRA.CPY)          *
      *    CHAVE: ENC-NUMERO                                           *
      *****************************************************************
       01  REG-ENCOMENDA.
           05 ENC-NUMERO                           PIC 9(06).
           05 ENC-FORNECEDOR                       PIC 9(03).
           05 ENC-DATA                             PIC 9(08).
           05 ENC-OPERADOR                         PIC 9(02).
           05 ENC-ESTADO                           PIC X(01).
               88 ENC-EIS-ABERTA             VALUE "A".
               88 ENC-EIS-PARCIAL            VALUE "P".
               88 ENC-EIS-RECEBIDA           VALUE "R".
               88 ENC-EIS-FECHADA            VALUE "F".
               88 ENC-EIS-PENDENTE           VALUES "A", "P".
           05 ENC-DATARECECAO                      PIC 9(08).
           05 ENC-TOTAL                            PIC 9(06)V99.
           05 ENC-TOTALRECEBIDO                    PIC 9(06)V99.
           05 ENC-NUMLINHAS                        PIC 9(02).
           05 ENC-LINHA OCCURS 30 TIMES.
               10 ENC-STKTIPO                      PIC X(01).
               10 ENC-STKCODIGO                    PIC 9(02).
               10 ENC-QTDPEDIDA                    PIC 9(05)V99.
               10 ENC-PRECO                        PIC 9(03)V999.
               10 ENC-QTDRECEBIDA                  PIC 9(05)V99.
               10 ENC-PRECORECEBIDO                PIC 9(03)V999.
