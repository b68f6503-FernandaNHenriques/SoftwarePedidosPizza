       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_RelatorioStock.
      *****************************************************************
      *    RELATORIO DE MOVIMENTOS E PERDAS DE STOCK NUM PERIODO, A    *
      *    PARTIR DO DIARIO FMOVSTOCK.DAT:                             *
      *    POR INGREDIENTE E POR ARTIGO (BEBIDAS E SOBREMESAS) -       *
      *    ENTRADAS (COMPRAS E RECECOES), CONSUMO DAS RECEITAS E DOS   *
      *    ARTIGOS VENDIDOS (PEDIDOS MENOS ANULACOES), QUEBRAS         *
      *    REGISTADAS E PERDA NAO EXPLICADA (AJUSTES DAS CONTAGENS     *
      *    FISICAS)                                                    *
      *    AS QUANTIDADES SAO VALORIZADAS AO ULTIMO PRECO DE COMPRA    *
      *    QUEBRAS POR MOTIVO E PERCENTAGEM DE PERDA SOBRE O CONSUMO   *
      *    O RESULTADO SAI EM FSTOCKPER.TXT                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-STOCK ASSIGN TO "FSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CHAVE
               FILE STATUS IS FS-STOCK.

           SELECT FICH-MOVSTOCK ASSIGN TO "FMOVSTOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVSTOCK.

           SELECT FICH-STOCKPER ASSIGN TO "FSTOCKPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STOCKPER.

       DATA DIVISION.
       FILE SECTION.
       FD  FICH-STOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'STOCK.CPY'.

       FD  FICH-MOVSTOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'MOVSTOCK.CPY'.

       FD  FICH-STOCKPER
           LABEL RECORDS ARE STANDARD.
       01  LINHA-STOCKPER                            PIC X(80).

       WORKING-STORAGE SECTION.
       77  FS-STOCK                                  PIC X(02).
       77  FS-MOVSTOCK                               PIC X(02).
       77  FS-STOCKPER                               PIC X(02).
       77  TEMP                                      PIC X(10).
       77  DATAINICIO                                PIC 9(08).
       77  DATAFIM                                   PIC 9(08).
       77  FIMLISTA                                  PIC X(01).
           88 EIS-FIMLISTA                    VALUE "S".
       77  IDXITEM                                   PIC 9(03).
       77  IDXMOT                                    PIC 9(02).
       77  IDXPROCURA                                PIC 9(02).
       77  NUMMOTIVOS                                PIC 9(02).
       77  MOVLIDOS                                  PIC 9(07).
       77  VALORMOV                                  PIC S9(07)V99.
       77  TOTENTRADAS                               PIC S9(07)V99.
       77  TOTCONSUMO                                PIC S9(07)V99.
       77  TOTQUEBRAS                                PIC S9(07)V99.
       77  TOTPERDA                                  PIC S9(07)V99.
       77  BASEPERC                                  PIC S9(07)V99.
       77  PERCPERDA                                 PIC S9(03)V9.
       77  SAIDAQTD                                  PIC ZZZZ9.99-.
       77  SAIDAQTD2                                 PIC ZZZZ9.99-.
       77  SAIDAQTD3                                 PIC ZZZZ9.99-.
       77  SAIDAQTD4                                 PIC ZZZZ9.99-.
       77  SAIDAVALOR                                PIC ZZZZZ9.99-.
       77  SAIDAPERC                                 PIC ZZ9.9-.
       77  SAIDACONT                                 PIC ZZZZZZ9.
      *    UMA LINHA POR INGREDIENTE: S01-S10 NAS POSICOES 1-10,
      *    E01-E10 NAS 11-20 E B01-B04 NAS 21-24; OS ARTIGOS A01-A99
      *    FICAM NAS POSICOES 25-123
       01  TOTAIS-STOCK.
           05 TST OCCURS 123 TIMES.
               10 TST-CHAVE                          PIC X(03).
               10 TST-NOME                           PIC X(16).
               10 TST-PRECO                          PIC 9(03)V999.
               10 TST-ENTRADAS                       PIC S9(06)V99.
               10 TST-CONSUMO                        PIC S9(06)V99.
               10 TST-QUEBRAS                        PIC S9(06)V99.
               10 TST-PERDA                          PIC S9(06)V99.
       01  TOTAIS-MOTIVO.
           05 TMO OCCURS 20 TIMES.
               10 TMO-MOTIVO                         PIC X(30).
               10 TMO-VEZES                          PIC 9(05).
               10 TMO-VALOR                          PIC S9(07)V99.

       PROCEDURE DIVISION.

       RELATORIO.
           DISPLAY "RELATORIO DE MOVIMENTOS E PERDAS DE STOCK".

       OBTER-DATAINICIO.
           DISPLAY "Data inicial (AAAAMMDD): ".
           MOVE SPACES TO TEMP.
           ACCEPT TEMP.
           IF TEMP(1:8) IS NOT NUMERIC THEN
               DISPLAY "DATA INVALIDA!"
               GO TO OBTER-DATAINICIO
           END-IF.
           MOVE TEMP(1:8) TO DATAINICIO.

       OBTER-DATAFIM.
           DISPLAY "Data final (AAAAMMDD): ".
           MOVE SPACES TO TEMP.
           ACCEPT TEMP.
           IF TEMP(1:8) IS NOT NUMERIC THEN
               DISPLAY "DATA INVALIDA!"
               GO TO OBTER-DATAFIM
           END-IF.
           MOVE TEMP(1:8) TO DATAFIM.
           IF DATAFIM < DATAINICIO THEN
               DISPLAY "PERIODO INVALIDO!"
               GO TO OBTER-DATAINICIO
           END-IF.

           PERFORM LIMPAR-TOTAIS.
           PERFORM CARREGAR-INGREDIENTES.
           PERFORM APURAR-MOVIMENTOS THRU APURAR-MOVIMENTOS-FIM.
           PERFORM IMPRIMIR-STOCKPER.
           DISPLAY "RELATORIO ESCRITO EM FSTOCKPER.TXT".
           STOP RUN.

       LIMPAR-TOTAIS.
           PERFORM VARYING IDXITEM FROM 1 BY 1 UNTIL IDXITEM > 123
               MOVE SPACES TO TST-CHAVE(IDXITEM)
               MOVE SPACES TO TST-NOME(IDXITEM)
               MOVE 0 TO TST-PRECO(IDXITEM)
               MOVE 0 TO TST-ENTRADAS(IDXITEM)
               MOVE 0 TO TST-CONSUMO(IDXITEM)
               MOVE 0 TO TST-QUEBRAS(IDXITEM)
               MOVE 0 TO TST-PERDA(IDXITEM)
           END-PERFORM.
           PERFORM VARYING IDXMOT FROM 1 BY 1 UNTIL IDXMOT > 20
               MOVE SPACES TO TMO-MOTIVO(IDXMOT)
               MOVE 0 TO TMO-VEZES(IDXMOT)
               MOVE 0 TO TMO-VALOR(IDXMOT)
           END-PERFORM.
           MOVE 0 TO NUMMOTIVOS.
           MOVE 0 TO MOVLIDOS.

       CARREGAR-INGREDIENTES.
           OPEN INPUT FICH-STOCK.
           IF FS-STOCK NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE STOCK!"
           ELSE
               MOVE "N" TO FIMLISTA
               PERFORM LER-STOCK
               PERFORM CARREGAR-INGREDIENTE UNTIL EIS-FIMLISTA
               CLOSE FICH-STOCK
           END-IF.

       LER-STOCK.
           READ FICH-STOCK NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-STOCK NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

       CARREGAR-INGREDIENTE.
           MOVE STK-TIPO TO MOV-STKTIPO.
           MOVE STK-CODIGO TO MOV-STKCODIGO.
           PERFORM CALCULAR-IDXITEM.
           IF IDXITEM > 0 THEN
               MOVE STK-CHAVE TO TST-CHAVE(IDXITEM)
               MOVE STK-NOME TO TST-NOME(IDXITEM)
               MOVE STK-PRECOCOMPRA TO TST-PRECO(IDXITEM)
           END-IF.
           PERFORM LER-STOCK.

       CALCULAR-IDXITEM.
           MOVE 0 TO IDXITEM.
           IF MOV-STKTIPO = "A" AND MOV-STKCODIGO >= 1 THEN
               COMPUTE IDXITEM = MOV-STKCODIGO + 24
           END-IF.
           IF MOV-STKCODIGO >= 1 AND MOV-STKCODIGO <= 10 THEN
               EVALUATE MOV-STKTIPO
                   WHEN "S"
                       MOVE MOV-STKCODIGO TO IDXITEM
                   WHEN "E"
                       COMPUTE IDXITEM = MOV-STKCODIGO + 10
                   WHEN "B"
                       IF MOV-STKCODIGO <= 4 THEN
                           COMPUTE IDXITEM = MOV-STKCODIGO + 20
                       END-IF
               END-EVALUATE
           END-IF.

       APURAR-MOVIMENTOS.
           OPEN INPUT FICH-MOVSTOCK.
           IF FS-MOVSTOCK NOT = "00" THEN
               DISPLAY "SEM MOVIMENTOS DE STOCK REGISTADOS!"
               GO TO APURAR-MOVIMENTOS-FIM
           END-IF.
           MOVE "N" TO FIMLISTA.
           PERFORM LER-MOVIMENTO.
           PERFORM APURAR-MOVIMENTO UNTIL EIS-FIMLISTA.
           CLOSE FICH-MOVSTOCK.

       APURAR-MOVIMENTOS-FIM.
           EXIT.

       LER-MOVIMENTO.
           READ FICH-MOVSTOCK NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-MOVSTOCK NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

      *    O DIARIO ESTA POR ORDEM DE ESCRITA; LE-SE TODO E FICAM OS
      *    MOVIMENTOS DENTRO DO PERIODO
       APURAR-MOVIMENTO.
           IF MOV-DATA >= DATAINICIO AND MOV-DATA <= DATAFIM THEN
               PERFORM CALCULAR-IDXITEM
               IF IDXITEM > 0 THEN
                   ADD 1 TO MOVLIDOS
                   PERFORM SOMAR-MOVIMENTO
               END-IF
           END-IF.
           PERFORM LER-MOVIMENTO.

       SOMAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN MOV-EIS-ENTRADA OR MOV-EIS-RECECAO
                   ADD MOV-QUANTIDADE TO TST-ENTRADAS(IDXITEM)
               WHEN MOV-EIS-CONSUMO OR MOV-EIS-ANULACAO
                   SUBTRACT MOV-QUANTIDADE FROM TST-CONSUMO(IDXITEM)
               WHEN MOV-EIS-QUEBRA
                   SUBTRACT MOV-QUANTIDADE FROM TST-QUEBRAS(IDXITEM)
                   PERFORM SOMAR-MOTIVO
               WHEN MOV-EIS-AJUSTE
                   SUBTRACT MOV-QUANTIDADE FROM TST-PERDA(IDXITEM)
           END-EVALUATE.

       SOMAR-MOTIVO.
           COMPUTE VALORMOV ROUNDED =
               (0 - MOV-QUANTIDADE) * TST-PRECO(IDXITEM).
           MOVE 0 TO IDXMOT.
           PERFORM VARYING IDXPROCURA FROM 1 BY 1
               UNTIL IDXPROCURA > NUMMOTIVOS OR IDXMOT > 0
               IF TMO-MOTIVO(IDXPROCURA) = MOV-MOTIVO THEN
                   MOVE IDXPROCURA TO IDXMOT
               END-IF
           END-PERFORM.
           IF IDXMOT = 0 THEN
               IF NUMMOTIVOS < 20 THEN
                   ADD 1 TO NUMMOTIVOS
                   MOVE NUMMOTIVOS TO IDXMOT
               ELSE
                   MOVE 20 TO IDXMOT
                   MOVE "OUTROS MOTIVOS" TO MOV-MOTIVO
               END-IF
               MOVE MOV-MOTIVO TO TMO-MOTIVO(IDXMOT)
           END-IF.
           ADD 1 TO TMO-VEZES(IDXMOT).
           ADD VALORMOV TO TMO-VALOR(IDXMOT).

       IMPRIMIR-STOCKPER.
           OPEN OUTPUT FICH-STOCKPER.
           MOVE "================================================"
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE FUNCTION CONCATENATE
               ("MOVIMENTOS E PERDAS DE STOCK - ", DATAINICIO(7:2),
               "/", DATAINICIO(5:2), "/", DATAINICIO(1:4), " a ",
               DATAFIM(7:2), "/", DATAFIM(5:2), "/", DATAFIM(1:4))
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE MOVLIDOS TO SAIDACONT.
           MOVE FUNCTION CONCATENATE ("Movimentos no periodo: ",
               SAIDACONT) TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE "================================================"
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE "QUANTIDADES POR INGREDIENTE/ARTIGO" TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE SPACES TO LINHA-STOCKPER.
           MOVE "Ing Ingrediente        Entradas   Consumo"
               TO LINHA-STOCKPER(1:41).
           MOVE "Quebras  Perda n/expl" TO LINHA-STOCKPER(46:21).
           WRITE LINHA-STOCKPER.
           MOVE 0 TO TOTENTRADAS.
           MOVE 0 TO TOTCONSUMO.
           MOVE 0 TO TOTQUEBRAS.
           MOVE 0 TO TOTPERDA.
           PERFORM VARYING IDXITEM FROM 1 BY 1 UNTIL IDXITEM > 123
               IF TST-ENTRADAS(IDXITEM) NOT = 0 OR
                   TST-CONSUMO(IDXITEM) NOT = 0 OR
                   TST-QUEBRAS(IDXITEM) NOT = 0 OR
                   TST-PERDA(IDXITEM) NOT = 0 THEN
                   PERFORM ESCREVER-INGREDIENTE
               END-IF
           END-PERFORM.
           MOVE "------------------------------------------------"
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE "VALORES (AO ULTIMO PRECO DE COMPRA)"
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE TOTENTRADAS TO SAIDAVALOR.
           MOVE FUNCTION CONCATENATE
               ("  Entradas...................: ", SAIDAVALOR)
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE TOTCONSUMO TO SAIDAVALOR.
           MOVE FUNCTION CONCATENATE
               ("  Consumo das receitas.......: ", SAIDAVALOR)
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE TOTQUEBRAS TO SAIDAVALOR.
           MOVE FUNCTION CONCATENATE
               ("  Quebras registadas.........: ", SAIDAVALOR)
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE TOTPERDA TO SAIDAVALOR.
           MOVE FUNCTION CONCATENATE
               ("  Perda nao explicada........: ", SAIDAVALOR)
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           COMPUTE BASEPERC = TOTCONSUMO + TOTQUEBRAS + TOTPERDA.
           IF BASEPERC > 0 THEN
               COMPUTE PERCPERDA ROUNDED =
                   (TOTQUEBRAS + TOTPERDA) * 100 / BASEPERC
           ELSE
               MOVE 0 TO PERCPERDA
           END-IF.
           MOVE PERCPERDA TO SAIDAPERC.
           MOVE FUNCTION CONCATENATE
               ("  Perdas sobre o total gasto.: ", SAIDAPERC, " %")
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE "  (perda negativa = sobra encontrada na contagem)"
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE "------------------------------------------------"
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           MOVE "QUEBRAS POR MOTIVO" TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           IF NUMMOTIVOS = 0 THEN
               MOVE "  Sem quebras registadas no periodo"
                   TO LINHA-STOCKPER
               WRITE LINHA-STOCKPER
           END-IF.
           PERFORM VARYING IDXMOT FROM 1 BY 1
               UNTIL IDXMOT > NUMMOTIVOS
               MOVE TMO-VEZES(IDXMOT) TO SAIDACONT
               MOVE TMO-VALOR(IDXMOT) TO SAIDAVALOR
               MOVE FUNCTION CONCATENATE ("  ", TMO-MOTIVO(IDXMOT),
                   " Vezes:", SAIDACONT, "  Valor:", SAIDAVALOR)
                   TO LINHA-STOCKPER
               WRITE LINHA-STOCKPER
           END-PERFORM.
           MOVE "================================================"
               TO LINHA-STOCKPER
           WRITE LINHA-STOCKPER.
           CLOSE FICH-STOCKPER.

       ESCREVER-INGREDIENTE.
           MOVE SPACES TO LINHA-STOCKPER.
           MOVE TST-CHAVE(IDXITEM) TO LINHA-STOCKPER(1:3).
           MOVE TST-NOME(IDXITEM) TO LINHA-STOCKPER(5:16).
           MOVE TST-ENTRADAS(IDXITEM) TO SAIDAQTD.
           MOVE SAIDAQTD TO LINHA-STOCKPER(23:9).
           MOVE TST-CONSUMO(IDXITEM) TO SAIDAQTD2.
           MOVE SAIDAQTD2 TO LINHA-STOCKPER(33:9).
           MOVE TST-QUEBRAS(IDXITEM) TO SAIDAQTD3.
           MOVE SAIDAQTD3 TO LINHA-STOCKPER(44:9).
           MOVE TST-PERDA(IDXITEM) TO SAIDAQTD4.
           MOVE SAIDAQTD4 TO LINHA-STOCKPER(57:9).
           IF TST-PERDA(IDXITEM) > 0 THEN
               MOVE "<< PERDA" TO LINHA-STOCKPER(67:8)
           END-IF.
           WRITE LINHA-STOCKPER.
           COMPUTE VALORMOV ROUNDED =
               TST-ENTRADAS(IDXITEM) * TST-PRECO(IDXITEM).
           ADD VALORMOV TO TOTENTRADAS.
           COMPUTE VALORMOV ROUNDED =
               TST-CONSUMO(IDXITEM) * TST-PRECO(IDXITEM).
           ADD VALORMOV TO TOTCONSUMO.
           COMPUTE VALORMOV ROUNDED =
               TST-QUEBRAS(IDXITEM) * TST-PRECO(IDXITEM).
           ADD VALORMOV TO TOTQUEBRAS.
           COMPUTE VALORMOV ROUNDED =
               TST-PERDA(IDXITEM) * TST-PRECO(IDXITEM).
           ADD VALORMOV TO TOTPERDA.

       END PROGRAM 0807_RelatorioStock.
