      *****************************************************************
      *    LAYOUT DO FICHEIRO DE ZONAS DE ENTREGA - FZONAS.DAT         *
      *    UMA ZONA POR PREFIXO DE CODIGO POSTAL (OS 4 PRIMEIROS       *
      *    DIGITOS, EX 4700 DE 4700-123), COM A TAXA DE ENTREGA, O     *
      *    VALOR MINIMO DO PEDIDO E OS MINUTOS DE VIAGEM ESTIMADOS     *
      *    UM CODIGO POSTAL SEM ZONA (OU COM A ZONA INATIVA) ESTA      *
      *    FORA DA AREA DE ENTREGA E O PEDIDO E RECUSADO               *
      *    CHAVE: ZON-PREFIXO                                          *
      *****************************************************************
       01  REG-ZONA-MESTRE.
           05 ZON-PREFIXO                          PIC 9(04).
           05 ZON-NOME                             PIC X(20).
           05 ZON-TAXA                             PIC 9(02)V99.
           05 ZON-MINIMO                           PIC 9(03)V99.
           05 ZON-MINUTOS                          PIC 9(03).
           05 ZON-ATIVO                            PIC X(01).
               88 ZON-EIS-ATIVO              VALUE "S".
