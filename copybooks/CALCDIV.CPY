      *****************************************************************
      *    DIVIDA EM ABERTO DE UM CLIENTE: SOMA OS PEDIDOS NAO PAGOS   *
      *    DO CONTATO CONTATODIVIDA QUE NAO TEM LIQUIDACAO             *
      *    (FLIQUID.DAT) NEM NOTA DE CREDITO (FNOTASCRED.DAT), COMO    *
      *    NAS CONTAS CORRENTES. DEVOLVE DIVIDACLIENTE E PEDIDOSDIVIDA *
      *    O PROGRAMA QUE O COPIA DECLARA FICH-PEDIDOS (COM A CHAVE    *
      *    ALTERNADA REG-CONTATO), FICH-LIQUID, FICH-NOTASCRED,        *
      *    FS-PEDIDOS E OS CAMPOS DE DIVTRAB.CPY; OS TRES FICHEIROS    *
      *    TEM DE ESTAR FECHADOS                                       *
      *****************************************************************
       CALCULAR-DIVIDA.
           MOVE 0 TO DIVIDACLIENTE.
           MOVE 0 TO PEDIDOSDIVIDA.
           OPEN INPUT FICH-PEDIDOS.
           IF FS-PEDIDOS NOT = "00" THEN
               GO TO CALCULAR-DIVIDA-FIM
           END-IF.
           MOVE "N" TO DIVHALIQUID.
           OPEN INPUT FICH-LIQUID.
           IF FS-LIQUID = "00" THEN
               MOVE "S" TO DIVHALIQUID
           END-IF.
           MOVE "N" TO DIVHANOTAS.
           OPEN INPUT FICH-NOTASCRED.
           IF FS-NOTASCRED = "00" THEN
               MOVE "S" TO DIVHANOTAS
           END-IF.
           MOVE "N" TO FIMDIVIDA.
           MOVE CONTATODIVIDA TO REG-CONTATO.
           START FICH-PEDIDOS KEY IS EQUAL TO REG-CONTATO
               INVALID KEY
                   MOVE "S" TO FIMDIVIDA
           END-START.
           IF NOT EIS-FIMDIVIDA THEN
               PERFORM LER-DIVIDA
           END-IF.
           PERFORM SOMAR-DIVIDA UNTIL EIS-FIMDIVIDA.
           CLOSE FICH-PEDIDOS.
           IF EIS-DIVHALIQUID THEN
               CLOSE FICH-LIQUID
           END-IF.
           IF EIS-DIVHANOTAS THEN
               CLOSE FICH-NOTASCRED
           END-IF.

       CALCULAR-DIVIDA-FIM.
           EXIT.

      *    COM CHAVES ALTERNADAS REPETIDAS A LEITURA DEVOLVE "02"
       LER-DIVIDA.
           READ FICH-PEDIDOS NEXT RECORD
               AT END
                   MOVE "S" TO FIMDIVIDA
           END-READ.
           IF FS-PEDIDOS(1:1) NOT = "0" THEN
               MOVE "S" TO FIMDIVIDA
           END-IF.

       SOMAR-DIVIDA.
           IF REG-CONTATO NOT = CONTATODIVIDA THEN
               MOVE "S" TO FIMDIVIDA
           ELSE
               IF REG-NAOPAGO THEN
                   MOVE "N" TO DIVLIQUIDADO
                   IF EIS-DIVHALIQUID THEN
                       MOVE REG-DATA TO LIQ-DATA
                       MOVE REG-NUMPEDIDO TO LIQ-NUMPEDIDO
                       READ FICH-LIQUID
                           NOT INVALID KEY
                               MOVE "S" TO DIVLIQUIDADO
                       END-READ
                   END-IF
      *    UM PEDIDO ANULADO POR NOTA DE CREDITO JA NAO E DIVIDA
                   IF EIS-DIVHANOTAS AND NOT EIS-DIVLIQUIDADO THEN
                       MOVE REG-DATA TO NC-DATA
                       MOVE REG-NUMPEDIDO TO NC-NUMPEDIDO
                       READ FICH-NOTASCRED
                           NOT INVALID KEY
                               MOVE "S" TO DIVLIQUIDADO
                       END-READ
                   END-IF
                   IF NOT EIS-DIVLIQUIDADO THEN
                       ADD REG-TOTALPAGAR TO DIVIDACLIENTE
                       ADD 1 TO PEDIDOSDIVIDA
                   END-IF
               END-IF
               PERFORM LER-DIVIDA
           END-IF.
