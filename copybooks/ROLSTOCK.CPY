      *****************************************************************
      *    MUDANCA DE DIA DE UM INGREDIENTE DE STOCK JA LIDO:          *
      *    NO PRIMEIRO MOVIMENTO DO DIA AS SAIDAS DO ULTIMO DIA COM    *
      *    MOVIMENTO ENTRAM NO HISTORICO STK-SAIDASHIST, SEGUIDAS DE   *
      *    UM ZERO POR CADA DIA QUE PASSOU SEM MOVIMENTO, E AS         *
      *    ENTRADAS E SAIDAS DO DIA RECOMECAM A ZERO                   *
      *    O PROGRAMA QUE O COPIA DECLARA DATAHOJE, IDXHIST E          *
      *    DIASPARADO (PIC 9(05))                                      *
      *****************************************************************
       VIRAR-DIA-STOCK.
           IF STK-DATAMOV NOT = DATAHOJE THEN
               IF STK-DATAMOV > 19000000 AND
                   STK-DATAMOV < DATAHOJE THEN
                   COMPUTE DIASPARADO =
                       FUNCTION INTEGER-OF-DATE(DATAHOJE) -
                       FUNCTION INTEGER-OF-DATE(STK-DATAMOV)
                   PERFORM EMPURRAR-HISTORICO
                   MOVE 0 TO STK-SAIDASDIA
                   IF DIASPARADO > 7 THEN
                       MOVE 7 TO DIASPARADO
                   END-IF
                   SUBTRACT 1 FROM DIASPARADO
                   PERFORM EMPURRAR-HISTORICO DIASPARADO TIMES
               END-IF
               MOVE DATAHOJE TO STK-DATAMOV
               MOVE 0 TO STK-ENTRADASDIA
               MOVE 0 TO STK-SAIDASDIA
           END-IF.

       EMPURRAR-HISTORICO.
           PERFORM VARYING IDXHIST FROM 7 BY -1 UNTIL IDXHIST < 2
               MOVE STK-SAIDASHIST(IDXHIST - 1)
                   TO STK-SAIDASHIST(IDXHIST)
           END-PERFORM.
           MOVE STK-SAIDASDIA TO STK-SAIDASHIST(1).
           IF STK-NUMDIAS < 7 THEN
               ADD 1 TO STK-NUMDIAS
           END-IF.
