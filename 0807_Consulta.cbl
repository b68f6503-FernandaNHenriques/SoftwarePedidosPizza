       77  IDXEXTRA                                  PIC 9(02).
       77  IDXEXCL                                   PIC 9(02).
       77  IDXIVA                                    PIC 9(01).
       77  IDXARTIGO                                 PIC 9(02).
       77  SAIDATAXA                                 PIC Z9.99.
       77  NOMEPIZZA                                 PIC X(66).
       77  LINHA                                     PIC 9(03).
                   ADD 1 TO LINHA
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING IDXARTIGO FROM 1 BY 1
               UNTIL IDXARTIGO > REG-NUMARTIGOS
               MOVE REG-ARTVALOR(IDXARTIGO) TO SAIDA
               DISPLAY FUNCTION CONCATENATE (REG-ARTQUANT(IDXARTIGO),
               " x ", FUNCTION TRIM(REG-ARTNOME(IDXARTIGO)), "  ",
               SAIDA) LINE LINHA POSITION 01
               ADD 1 TO LINHA
           END-PERFORM.
           ADD 1 TO LINHA.
           MOVE REG-VALORINGREDIENTES TO SAIDA.
           DISPLAY FUNCTION CONCATENATE ("Valor Ingredientes: ",
           DISPLAY FUNCTION CONCATENATE ("Valor das Pizzas..: ",
           SAIDA) LINE LINHA POSITION 01.
           ADD 1 TO LINHA.
           IF REG-VALORARTIGOS > 0 THEN
               MOVE REG-VALORARTIGOS TO SAIDA
               DISPLAY FUNCTION CONCATENATE ("Bebidas/Sobremesas: ",
               SAIDA) LINE LINHA POSITION 01
               ADD 1 TO LINHA
           END-IF.
           MOVE REG-TAXAENTREGA TO SAIDA.
           DISPLAY FUNCTION CONCATENATE ("Taxa de Entrega...: ",
           SAIDA) LINE LINHA POSITION 01.
               LINE LINHA POSITION 01
               ADD 1 TO LINHA
           END-IF.
           PERFORM VARYING IDXIVA FROM 1 BY 1 UNTIL IDXIVA > 4
               IF REG-IVABASE(IDXIVA) > 0 THEN
                   MOVE REG-IVATAXA(IDXIVA) TO SAIDATAXA
                   MOVE REG-IVAVALOR(IDXIVA) TO SAIDA
                   DISPLAY "Metodo: Cartao" LINE LINHA POSITION 01
               WHEN REG-PAGO-MBWAY
                   DISPLAY "Metodo: MBWay" LINE LINHA POSITION 01
               WHEN REG-PAGO-TRANSF
                   DISPLAY "Metodo: Transferencia"
                       LINE LINHA POSITION 01
           END-EVALUATE.
           IF REG-PAGO THEN
               DISPLAY "Estado: PAGO" LINE LINHA POSITION 25
                   SAIDA) TO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-PERFORM.
           PERFORM VARYING IDXARTIGO FROM 1 BY 1
               UNTIL IDXARTIGO > REG-NUMARTIGOS
               MOVE REG-ARTVALOR(IDXARTIGO) TO SAIDA
               MOVE FUNCTION CONCATENATE (REG-ARTQUANT(IDXARTIGO),
                   " x ", REG-ARTNOME(IDXARTIGO)(1:25), "  ", SAIDA)
                   TO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-PERFORM.
           MOVE "------------------------------------------------"
               TO LINHA-RECIBO
           WRITE LINHA-RECIBO.
           MOVE FUNCTION CONCATENATE ("Valor Pizzas.......: ", SAIDA)
               TO LINHA-RECIBO
           WRITE LINHA-RECIBO.
           IF REG-VALORARTIGOS > 0 THEN
               MOVE REG-VALORARTIGOS TO SAIDA
               MOVE FUNCTION CONCATENATE ("Bebidas/Sobremesas.: ",
                   SAIDA) TO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-IF.
           MOVE REG-TAXAENTREGA TO SAIDA.
           MOVE FUNCTION CONCATENATE ("Taxa de Entrega....: ", SAIDA)
               TO LINHA-RECIBO
                   TO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-IF.
           PERFORM VARYING IDXIVA FROM 1 BY 1 UNTIL IDXIVA > 4
               IF REG-IVABASE(IDXIVA) > 0 THEN
                   MOVE REG-IVATAXA(IDXIVA) TO SAIDATAXA
                   MOVE REG-IVABASE(IDXIVA) TO SAIDA
                   MOVE "Metodo de Pagamento: Cartao" TO LINHA-RECIBO
               WHEN REG-PAGO-MBWAY
                   MOVE "Metodo de Pagamento: MBWay" TO LINHA-RECIBO
               WHEN REG-PAGO-TRANSF
                   MOVE "Metodo de Pagamento: Transferencia"
                       TO LINHA-RECIBO
           END-EVALUATE
           WRITE LINHA-RECIBO.
           IF REG-PAGO THEN
