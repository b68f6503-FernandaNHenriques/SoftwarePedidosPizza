      *****************************************************************
      *    CAMPOS DE TRABALHO DO CALCULO DA DIVIDA EM ABERTO DE UM     *
      *    CLIENTE (VER CALCDIV.CPY) E LIMITE DE CREDITO: ACIMA DE     *
      *    LIMITEDIVIDA EUROS POR PAGAR UM PEDIDO NAO PAGO PRECISA DE  *
      *    AUTORIZACAO DO SUPERVISOR                                   *
      *****************************************************************
       77  FS-LIQUID                                 PIC X(02).
       77  FS-NOTASCRED                              PIC X(02).
       77  LIMITEDIVIDA                              PIC 9(04)V99
                                                     VALUE 50.00.
       77  CONTATODIVIDA                             PIC 9(09).
       77  DIVIDACLIENTE                             PIC 9(06)V99.
       77  PEDIDOSDIVIDA                             PIC 9(03).
       77  FIMDIVIDA                                 PIC X(01).
           88 EIS-FIMDIVIDA                   VALUE "S".
       77  DIVLIQUIDADO                              PIC X(01).
           88 EIS-DIVLIQUIDADO                VALUE "S".
       77  DIVHALIQUID                               PIC X(01).
           88 EIS-DIVHALIQUID                 VALUE "S".
       77  DIVHANOTAS                                PIC X(01).
           88 EIS-DIVHANOTAS                  VALUE "S".
