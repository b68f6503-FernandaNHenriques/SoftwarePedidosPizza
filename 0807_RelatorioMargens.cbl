       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_RelatorioMargens.
      *****************************************************************
      *    CUSTO DAS RECEITAS E MARGEM BRUTA NUM PERIODO:              *
      *    O CUSTO DE CADA INGREDIENTE E O ULTIMO PRECO DE COMPRA      *
      *    (STK-PRECOCOMPRA, ATUALIZADO NAS RECECOES E ENTRADAS)       *
      *    CADA RECEITA E EXPLODIDA COMO NA BAIXA DE STOCK DO REGISTO  *
      *    DE PEDIDOS NO CUSTO TEORICO POR SABOR E TAMANHO, E CADA     *
      *    EXTRA CUSTA UMA PORCAO DO SEU INGREDIENTE                   *
      *    NOS PEDIDOS DO PERIODO (SEM OS ANULADOS) A RECEITA SEM IVA  *
      *    JA COM OS DESCONTOS DE FIDELIDADE E DE PROMOCAO E COMPARADA *
      *    COM O CUSTO, POR SABOR, POR TAMANHO E POR EXTRA; AS PIZZAS  *
      *    MEIA/MEIA CONTAM MEIA PIZZA PARA CADA SABOR                 *
      *    AS LINHAS ABAIXO DA MARGEM PRETENDIDA FICAM ASSINALADAS     *
      *    O RESULTADO SAI EM FMARGENS.TXT                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-PEDIDOS ASSIGN TO "FPEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE
               ALTERNATE RECORD KEY IS REG-CONTATO WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT FICH-MENU ASSIGN TO "FMENU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENU.

           SELECT FICH-STOCK ASSIGN TO "FSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CHAVE
               FILE STATUS IS FS-STOCK.

           SELECT FICH-RECEITAS ASSIGN TO "FRECEITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS FS-RECEITAS.

           SELECT FICH-NOTASCRED ASSIGN TO "FNOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CHAVE
               FILE STATUS IS FS-NOTASCRED.

           SELECT FICH-MARGENS ASSIGN TO "FMARGENS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MARGENS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICH-PEDIDOS
           LABEL RECORDS ARE STANDARD.
           COPY 'PEDIDO.CPY'.

       FD  FICH-MENU
           LABEL RECORDS ARE STANDARD.
           COPY 'MENU.CPY'.

       FD  FICH-STOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'STOCK.CPY'.

       FD  FICH-RECEITAS
           LABEL RECORDS ARE STANDARD.
           COPY 'RECEITA.CPY'.

       FD  FICH-NOTASCRED
           LABEL RECORDS ARE STANDARD.
           COPY 'NOTACRED.CPY'.

       FD  FICH-MARGENS
           LABEL RECORDS ARE STANDARD.
       01  LINHA-MARGENS                             PIC X(80).

       WORKING-STORAGE SECTION.
       77  FS-PEDIDOS                                PIC X(02).
       77  FS-MENU                                   PIC X(02).
       77  FS-STOCK                                  PIC X(02).
       77  FS-RECEITAS                               PIC X(02).
       77  FS-NOTASCRED                              PIC X(02).
       77  FS-MARGENS                                PIC X(02).
       77  MENIDX                                    PIC 9(02).
       77  TEMP                                      PIC X(10).
       77  DATAINICIO                                PIC 9(08).
       77  DATAFIM                                   PIC 9(08).
       77  MARGEMALVO                                PIC 9(02).
       77  FIMLISTA                                  PIC X(01).
           88 EIS-FIMLISTA                    VALUE "S".
       77  HA-NOTAS                                  PIC X(01).
           88 EIS-HA-NOTAS                    VALUE "S".
       77  ANULADO                                   PIC X(01).
           88 EIS-ANULADO                     VALUE "S".
       77  IDXITEM                                   PIC 9(02).
       77  IDXSAB                                    PIC 9(02).
       77  IDXSAB2                                   PIC 9(02).
       77  IDXTAM                                    PIC 9(02).
       77  IDXING                                    PIC 9(02).
       77  IDXPIZZA                                  PIC 9(02).
       77  IDXEXTRA                                  PIC 9(02).
       77  IDXCOMP                                   PIC 9(02).
       77  ITMTIPO                                   PIC X(01).
       77  ITMCODIGO                                 PIC 9(02).
       77  PEDIDOSLIDOS                              PIC 9(05).
       77  PEDIDOSANULADOS                           PIC 9(05).
       77  SEMCUSTO                                  PIC 9(02).
       77  BRUTOCOMIDA                               PIC 9(04)V99.
       77  FATORDESC                                 PIC 9V9(06).
       77  RECEITAPIZZA                              PIC S9(05)V9999.
       77  RECEITAEXTRA                              PIC S9(05)V9999.
       77  CUSTOPIZZA                                PIC S9(05)V9999.
       77  CUSTOMETADE                               PIC S9(05)V9999.
       77  CUSTOCOMP                                 PIC S9(05)V9999.
      *    CAMPOS DA LINHA DO RELATORIO (VER ESCREVER-LINHA)
       77  LINITEM                                   PIC X(16).
       77  LINQTD                                    PIC 9(05)V9.
       77  LINRECEITA                                PIC S9(07)V9999.
       77  LINCUSTO                                  PIC S9(07)V9999.
       77  LINMARGEM                                 PIC S9(07)V9999.
       77  LINPERC                                   PIC S9(03)V9.
       77  ABAIXOALVO                                PIC 9(03).
       77  SAIDAQTD                                  PIC ZZZ9.9.
       77  SAIDARECEITA                              PIC ZZZZZ9.99-.
       77  SAIDACUSTO                                PIC ZZZZZ9.99-.
       77  SAIDAMARGEM                               PIC ZZZZZ9.99-.
       77  SAIDAPERC                                 PIC ZZ9.9-.
       77  SAIDACONT                                 PIC ZZZZ9.
      *    CUSTO UNITARIO POR INGREDIENTE: S01-S10 NAS POSICOES 1-10,
      *    E01-E10 NAS 11-20 E B01-B04 NAS 21-24
       01  CUSTOS-INGREDIENTE.
           05 CIN OCCURS 24 TIMES.
               10 CIN-CHAVE                          PIC X(03).
               10 CIN-PRECO                          PIC 9(03)V999.
      *    CUSTO TEORICO DE UMA PIZZA INTEIRA POR SABOR E TAMANHO,
      *    SEPARANDO OS COMPONENTES DE SABOR (QUE NA MEIA/MEIA CONTAM
      *    A METADE) DOS RESTANTES (MASSA, MOLHO, QUEIJO, CAIXA)
       01  CUSTOS-RECEITA.
           05 CRS OCCURS 10 TIMES.
               10 CRP OCCURS 3 TIMES.
                   15 CRT-SABOR                      PIC 9(03)V9999.
                   15 CRT-BASES                      PIC 9(03)V9999.
                   15 CRT-TEMRECEITA                 PIC X(01).
                   15 CRT-SEMCUSTO                   PIC X(01).
       01  TOTAIS-SABOR.
           05 TSB OCCURS 10 TIMES.
               10 TSB-QTD                            PIC 9(05)V9.
               10 TSB-RECEITA                        PIC S9(07)V9999.
               10 TSB-CUSTO                          PIC S9(07)V9999.
       01  TOTAIS-TAMANHO.
           05 TTM OCCURS 3 TIMES.
               10 TTM-QTD                            PIC 9(05)V9.
               10 TTM-RECEITA                        PIC S9(07)V9999.
               10 TTM-CUSTO                          PIC S9(07)V9999.
       01  TOTAIS-EXTRA.
           05 TEX OCCURS 10 TIMES.
               10 TEX-QTD                            PIC 9(05)V9.
               10 TEX-RECEITA                        PIC S9(07)V9999.
               10 TEX-CUSTO                          PIC S9(07)V9999.
       01  TOTAIS-GERAIS.
           05 TGE-RECEITA                            PIC S9(07)V9999.
           05 TGE-CUSTO                              PIC S9(07)V9999.
       COPY 'EXTRAS.CPY'.
       COPY 'SABORES.CPY'.
       COPY 'TAMANHOS.CPY'.

       PROCEDURE DIVISION.

       RELATORIO.
           DISPLAY "CUSTO DAS RECEITAS E MARGEM BRUTA".

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

       OBTER-MARGEMALVO.
           DISPLAY "Margem bruta minima em % (ENTER=65): ".
           MOVE SPACES TO TEMP.
           ACCEPT TEMP.
           IF TEMP = SPACES THEN
               MOVE 65 TO MARGEMALVO
           ELSE
               IF TEMP(1:1) IS NOT NUMERIC THEN
                   DISPLAY "MARGEM INVALIDA!"
                   GO TO OBTER-MARGEMALVO
               END-IF
               MOVE FUNCTION NUMVAL(TEMP) TO MARGEMALVO
           END-IF.

           PERFORM CARREGAR-MENU.
           PERFORM LIMPAR-TOTAIS.
           PERFORM CARREGAR-CUSTOS.
           PERFORM CUSTEAR-RECEITAS.
           PERFORM APURAR-PEDIDOS THRU APURAR-PEDIDOS-FIM.
           PERFORM IMPRIMIR-MARGENS.
           DISPLAY "RELATORIO ESCRITO EM FMARGENS.TXT".
           STOP RUN.

       LIMPAR-TOTAIS.
           PERFORM VARYING IDXITEM FROM 1 BY 1 UNTIL IDXITEM > 24
               MOVE SPACES TO CIN-CHAVE(IDXITEM)
               MOVE 0 TO CIN-PRECO(IDXITEM)
           END-PERFORM.
           PERFORM VARYING IDXSAB FROM 1 BY 1 UNTIL IDXSAB > 10
               MOVE 0 TO TSB-QTD(IDXSAB)
               MOVE 0 TO TSB-RECEITA(IDXSAB)
               MOVE 0 TO TSB-CUSTO(IDXSAB)
               MOVE 0 TO TEX-QTD(IDXSAB)
               MOVE 0 TO TEX-RECEITA(IDXSAB)
               MOVE 0 TO TEX-CUSTO(IDXSAB)
           END-PERFORM.
           PERFORM VARYING IDXTAM FROM 1 BY 1 UNTIL IDXTAM > 3
               MOVE 0 TO TTM-QTD(IDXTAM)
               MOVE 0 TO TTM-RECEITA(IDXTAM)
               MOVE 0 TO TTM-CUSTO(IDXTAM)
           END-PERFORM.
           MOVE 0 TO TGE-RECEITA.
           MOVE 0 TO TGE-CUSTO.
           MOVE 0 TO PEDIDOSLIDOS.
           MOVE 0 TO PEDIDOSANULADOS.
           MOVE 0 TO SEMCUSTO.
           MOVE 0 TO ABAIXOALVO.

       CARREGAR-CUSTOS.
           OPEN INPUT FICH-STOCK.
           IF FS-STOCK NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE STOCK - CUSTOS A ZERO!"
           ELSE
               MOVE "N" TO FIMLISTA
               PERFORM LER-STOCK
               PERFORM CARREGAR-CUSTO UNTIL EIS-FIMLISTA
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

       CARREGAR-CUSTO.
           MOVE STK-TIPO TO ITMTIPO.
           MOVE STK-CODIGO TO ITMCODIGO.
           PERFORM CALCULAR-IDXITEM.
           IF IDXITEM > 0 THEN
               MOVE STK-CHAVE TO CIN-CHAVE(IDXITEM)
               MOVE STK-PRECOCOMPRA TO CIN-PRECO(IDXITEM)
               IF STK-PRECOCOMPRA = 0 THEN
                   ADD 1 TO SEMCUSTO
               END-IF
           END-IF.
           PERFORM LER-STOCK.

       CALCULAR-IDXITEM.
           MOVE 0 TO IDXITEM.
           IF ITMCODIGO >= 1 AND ITMCODIGO <= 10 THEN
               EVALUATE ITMTIPO
                   WHEN "S"
                       MOVE ITMCODIGO TO IDXITEM
                   WHEN "E"
                       COMPUTE IDXITEM = ITMCODIGO + 10
                   WHEN "B"
                       IF ITMCODIGO <= 4 THEN
                           COMPUTE IDXITEM = ITMCODIGO + 20
                       END-IF
               END-EVALUATE
           END-IF.

      *    SEM RECEITA GRAVADA A PIZZA CONSOME 1 PORCAO DO INGREDIENTE
      *    DO SABOR, COMO NA BAIXA DE STOCK DO REGISTO DE PEDIDOS
       CUSTEAR-RECEITAS.
           PERFORM VARYING IDXSAB FROM 1 BY 1 UNTIL IDXSAB > 10
               PERFORM VARYING IDXTAM FROM 1 BY 1 UNTIL IDXTAM > 3
                   MOVE CIN-PRECO(IDXSAB) TO CRT-SABOR(IDXSAB, IDXTAM)
                   MOVE 0 TO CRT-BASES(IDXSAB, IDXTAM)
                   MOVE "N" TO CRT-TEMRECEITA(IDXSAB, IDXTAM)
                   IF CIN-PRECO(IDXSAB) = 0 THEN
                       MOVE "S" TO CRT-SEMCUSTO(IDXSAB, IDXTAM)
                   ELSE
                       MOVE "N" TO CRT-SEMCUSTO(IDXSAB, IDXTAM)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN INPUT FICH-RECEITAS.
           IF FS-RECEITAS = "00" THEN
               MOVE "N" TO FIMLISTA
               PERFORM LER-RECEITA
               PERFORM CUSTEAR-RECEITA UNTIL EIS-FIMLISTA
               CLOSE FICH-RECEITAS
           END-IF.

       LER-RECEITA.
           READ FICH-RECEITAS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-RECEITAS NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

       CUSTEAR-RECEITA.
           IF REC-SABORCOD >= 1 AND REC-SABORCOD <= 10 AND
               REC-TAMANHO >= 1 AND REC-TAMANHO <= 3 THEN
               MOVE REC-SABORCOD TO IDXSAB
               MOVE REC-TAMANHO TO IDXTAM
               MOVE 0 TO CRT-SABOR(IDXSAB, IDXTAM)
               MOVE 0 TO CRT-BASES(IDXSAB, IDXTAM)
               MOVE "S" TO CRT-TEMRECEITA(IDXSAB, IDXTAM)
               MOVE "N" TO CRT-SEMCUSTO(IDXSAB, IDXTAM)
               PERFORM VARYING IDXCOMP FROM 1 BY 1
                   UNTIL IDXCOMP > REC-NUMCOMP OR IDXCOMP > 6
                   PERFORM CUSTEAR-COMPONENTE
               END-PERFORM
           END-IF.
           PERFORM LER-RECEITA.

       CUSTEAR-COMPONENTE.
           MOVE REC-COMPTIPO(IDXCOMP) TO ITMTIPO.
           MOVE REC-COMPCOD(IDXCOMP) TO ITMCODIGO.
           PERFORM CALCULAR-IDXITEM.
           IF IDXITEM > 0 THEN
               COMPUTE CUSTOCOMP =
                   REC-COMPQTD(IDXCOMP) * CIN-PRECO(IDXITEM)
               IF CIN-PRECO(IDXITEM) = 0 THEN
                   MOVE "S" TO CRT-SEMCUSTO(IDXSAB, IDXTAM)
               END-IF
               IF REC-COMP-SABOR(IDXCOMP) THEN
                   ADD CUSTOCOMP TO CRT-SABOR(IDXSAB, IDXTAM)
               ELSE
                   ADD CUSTOCOMP TO CRT-BASES(IDXSAB, IDXTAM)
               END-IF
           END-IF.

       APURAR-PEDIDOS.
           MOVE "N" TO HA-NOTAS.
           OPEN INPUT FICH-NOTASCRED.
           IF FS-NOTASCRED = "00" THEN
               MOVE "S" TO HA-NOTAS
           END-IF.
           OPEN INPUT FICH-PEDIDOS.
           IF FS-PEDIDOS NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE PEDIDOS!"
               GO TO APURAR-PEDIDOS-FECHO
           END-IF.
           MOVE "N" TO FIMLISTA.
           MOVE DATAINICIO TO REG-DATA.
           MOVE 0 TO REG-NUMPEDIDO.
           START FICH-PEDIDOS KEY IS NOT LESS THAN REG-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START.
           IF NOT EIS-FIMLISTA THEN
               PERFORM LER-PEDIDO
           END-IF.
           PERFORM APURAR-PEDIDO UNTIL EIS-FIMLISTA.
           CLOSE FICH-PEDIDOS.

       APURAR-PEDIDOS-FECHO.
           IF EIS-HA-NOTAS THEN
               CLOSE FICH-NOTASCRED
           END-IF.

       APURAR-PEDIDOS-FIM.
           EXIT.

       LER-PEDIDO.
           READ FICH-PEDIDOS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-PEDIDOS NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

       APURAR-PEDIDO.
           IF REG-DATA > DATAFIM THEN
               MOVE "S" TO FIMLISTA
           ELSE
               PERFORM VERIFICAR-ANULADO
               IF EIS-ANULADO THEN
                   ADD 1 TO PEDIDOSANULADOS
               ELSE
                   ADD 1 TO PEDIDOSLIDOS
                   PERFORM SOMAR-PEDIDO
               END-IF
               PERFORM LER-PEDIDO
           END-IF.

       VERIFICAR-ANULADO.
           MOVE "N" TO ANULADO.
           IF EIS-HA-NOTAS THEN
               MOVE REG-DATA TO NC-DATA
               MOVE REG-NUMPEDIDO TO NC-NUMPEDIDO
               READ FICH-NOTASCRED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ANULADO
               END-READ
           END-IF.

      *    OS DESCONTOS DO PEDIDO (FIDELIDADE E PROMOCAO) SAO
      *    REPARTIDOS POR TODAS AS PIZZAS E EXTRAS NA PROPORCAO DO
      *    SEU PRECO; A TAXA DE ENTREGA E O IVA NAO ENTRAM NA MARGEM
       SOMAR-PEDIDO.
           COMPUTE BRUTOCOMIDA = REG-VALORPIZZAS +
               REG-VALORINGREDIENTES.
           IF BRUTOCOMIDA > 0 AND
               REG-DESCONTO + REG-DESCPROMO < BRUTOCOMIDA THEN
               COMPUTE FATORDESC ROUNDED = (BRUTOCOMIDA -
                   REG-DESCONTO - REG-DESCPROMO) / BRUTOCOMIDA
           ELSE
               IF BRUTOCOMIDA > 0 THEN
                   MOVE 0 TO FATORDESC
               ELSE
                   MOVE 1 TO FATORDESC
               END-IF
           END-IF.
           PERFORM VARYING IDXPIZZA FROM 1 BY 1
               UNTIL IDXPIZZA > REG-NUMPIZZAS OR IDXPIZZA > 5
               PERFORM SOMAR-PIZZA
           END-PERFORM.

       SOMAR-PIZZA.
           MOVE REG-SABORCOD(IDXPIZZA) TO IDXSAB.
           MOVE REG-SABORCOD2(IDXPIZZA) TO IDXSAB2.
           MOVE REG-TAMANHO(IDXPIZZA) TO IDXTAM.
           IF IDXSAB >= 1 AND IDXSAB <= 10 AND
               IDXTAM >= 1 AND IDXTAM <= 3 THEN
               COMPUTE RECEITAPIZZA =
                   REG-VALORPIZZA(IDXPIZZA) * FATORDESC
               IF IDXSAB2 >= 1 AND IDXSAB2 <= 10 THEN
                   PERFORM SOMAR-MEIAMEIA
               ELSE
                   COMPUTE CUSTOPIZZA = CRT-SABOR(IDXSAB, IDXTAM) +
                       CRT-BASES(IDXSAB, IDXTAM)
                   ADD 1 TO TSB-QTD(IDXSAB)
                   ADD RECEITAPIZZA TO TSB-RECEITA(IDXSAB)
                   ADD CUSTOPIZZA TO TSB-CUSTO(IDXSAB)
               END-IF
               ADD 1 TO TTM-QTD(IDXTAM)
               ADD RECEITAPIZZA TO TTM-RECEITA(IDXTAM)
               ADD CUSTOPIZZA TO TTM-CUSTO(IDXTAM)
               ADD RECEITAPIZZA TO TGE-RECEITA
               ADD CUSTOPIZZA TO TGE-CUSTO
           END-IF.
           PERFORM VARYING IDXEXTRA FROM 1 BY 1
               UNTIL IDXEXTRA > REG-NUMEXTRAS(IDXPIZZA) OR
               IDXEXTRA > 5
               PERFORM SOMAR-EXTRA
           END-PERFORM.

      *    MEIA/MEIA: CADA SABOR LEVA MEIA PIZZA, METADE DA RECEITA,
      *    METADE DO SEU INGREDIENTE DE SABOR E METADE DAS BASES (QUE
      *    SAEM UMA SO VEZ, PELA RECEITA DO 1.O SABOR)
       SOMAR-MEIAMEIA.
           COMPUTE CUSTOMETADE = (CRT-SABOR(IDXSAB, IDXTAM) +
               CRT-BASES(IDXSAB, IDXTAM)) / 2.
           ADD 0.5 TO TSB-QTD(IDXSAB).
           COMPUTE TSB-RECEITA(IDXSAB) = TSB-RECEITA(IDXSAB) +
               RECEITAPIZZA / 2.
           ADD CUSTOMETADE TO TSB-CUSTO(IDXSAB).
           MOVE CUSTOMETADE TO CUSTOPIZZA.
           COMPUTE CUSTOMETADE = (CRT-SABOR(IDXSAB2, IDXTAM) +
               CRT-BASES(IDXSAB, IDXTAM)) / 2.
           ADD 0.5 TO TSB-QTD(IDXSAB2).
           COMPUTE TSB-RECEITA(IDXSAB2) = TSB-RECEITA(IDXSAB2) +
               RECEITAPIZZA / 2.
           ADD CUSTOMETADE TO TSB-CUSTO(IDXSAB2).
           ADD CUSTOMETADE TO CUSTOPIZZA.

      *    O PEDIDO SO GUARDA O TOTAL DOS EXTRAS DE CADA PIZZA; A
      *    RECEITA E REPARTIDA POR IGUAL PELOS EXTRAS DESSA PIZZA
       SOMAR-EXTRA.
           MOVE REG-EXTRACOD(IDXPIZZA, IDXEXTRA) TO IDXING.
           IF IDXING >= 1 AND IDXING <= 10 THEN
               COMPUTE RECEITAEXTRA = REG-VALOREXTRAS(IDXPIZZA) *
                   FATORDESC / REG-NUMEXTRAS(IDXPIZZA)
               COMPUTE IDXITEM = IDXING + 10
               ADD 1 TO TEX-QTD(IDXING)
               ADD RECEITAEXTRA TO TEX-RECEITA(IDXING)
               ADD CIN-PRECO(IDXITEM) TO TEX-CUSTO(IDXING)
               ADD RECEITAEXTRA TO TGE-RECEITA
               ADD CIN-PRECO(IDXITEM) TO TGE-CUSTO
           END-IF.

       IMPRIMIR-MARGENS.
           OPEN OUTPUT FICH-MARGENS.
           MOVE "================================================"
               TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           MOVE FUNCTION CONCATENATE
               ("CUSTO DAS RECEITAS E MARGEM BRUTA - ",
               DATAINICIO(7:2), "/", DATAINICIO(5:2), "/",
               DATAINICIO(1:4), " a ", DATAFIM(7:2), "/",
               DATAFIM(5:2), "/", DATAFIM(1:4)) TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           MOVE FUNCTION CONCATENATE ("Valores sem IVA. Margem ",
               "minima pretendida: ", MARGEMALVO, "%") TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           MOVE "================================================"
               TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           IF SEMCUSTO > 0 THEN
               MOVE SEMCUSTO TO SAIDACONT
               MOVE FUNCTION CONCATENATE ("ATENCAO: ", SAIDACONT,
                   " ingredientes sem preco de compra (custo zero)")
                   TO LINHA-MARGENS
               WRITE LINHA-MARGENS
           END-IF.
           MOVE "CUSTO TEORICO POR PIZZA (PRECOS ATUAIS DO MENU)"
               TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           MOVE "  (* = sem receita gravada  ! = ingrediente sem preco)"
               TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           PERFORM CABECALHO-COLUNAS.
           PERFORM VARYING IDXSAB FROM 1 BY 1 UNTIL IDXSAB > 10
               IF SABORATIVO(IDXSAB) = "S" THEN
                   PERFORM VARYING IDXTAM FROM 1 BY 1
                       UNTIL IDXTAM > 3
                       PERFORM ESCREVER-TEORICO
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING IDXING FROM 1 BY 1 UNTIL IDXING > 10
               IF EXTRAATIVO(IDXING) = "S" THEN
                   MOVE FUNCTION CONCATENATE ("+", NOME(IDXING))
                       TO LINITEM
                   MOVE 0 TO LINQTD
                   MOVE VALOR(IDXING) TO LINRECEITA
                   COMPUTE IDXITEM = IDXING + 10
                   MOVE CIN-PRECO(IDXITEM) TO LINCUSTO
                   PERFORM ESCREVER-LINHA
               END-IF
           END-PERFORM.
           MOVE "------------------------------------------------"
               TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           MOVE PEDIDOSLIDOS TO SAIDACONT.
           MOVE FUNCTION CONCATENATE ("VENDAS DO PERIODO - Pedidos: ",
               SAIDACONT) TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           MOVE PEDIDOSANULADOS TO SAIDACONT.
           MOVE FUNCTION CONCATENATE ("Pedidos anulados (excluidos): ",
               SAIDACONT) TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           MOVE "POR SABOR (MEIA/MEIA CONTA 0.5 PARA CADA SABOR)"
               TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           PERFORM CABECALHO-COLUNAS.
           PERFORM VARYING IDXSAB FROM 1 BY 1 UNTIL IDXSAB > 10
               IF TSB-QTD(IDXSAB) > 0 THEN
                   MOVE SABORNOME(IDXSAB) TO LINITEM
                   MOVE TSB-QTD(IDXSAB) TO LINQTD
                   MOVE TSB-RECEITA(IDXSAB) TO LINRECEITA
                   MOVE TSB-CUSTO(IDXSAB) TO LINCUSTO
                   PERFORM ESCREVER-LINHA
               END-IF
           END-PERFORM.
           MOVE "POR TAMANHO" TO LINHA-MARGENS.
           WRITE LINHA-MARGENS.
           PERFORM VARYING IDXTAM FROM 1 BY 1 UNTIL IDXTAM > 3
               IF TTM-QTD(IDXTAM) > 0 THEN
                   MOVE TAMNOME(IDXTAM) TO LINITEM
                   MOVE TTM-QTD(IDXTAM) TO LINQTD
                   MOVE TTM-RECEITA(IDXTAM) TO LINRECEITA
                   MOVE TTM-CUSTO(IDXTAM) TO LINCUSTO
                   PERFORM ESCREVER-LINHA
               END-IF
           END-PERFORM.
           MOVE "EXTRAS" TO LINHA-MARGENS.
           WRITE LINHA-MARGENS.
           PERFORM VARYING IDXING FROM 1 BY 1 UNTIL IDXING > 10
               IF TEX-QTD(IDXING) > 0 THEN
                   MOVE NOME(IDXING) TO LINITEM
                   MOVE TEX-QTD(IDXING) TO LINQTD
                   MOVE TEX-RECEITA(IDXING) TO LINRECEITA
                   MOVE TEX-CUSTO(IDXING) TO LINCUSTO
                   PERFORM ESCREVER-LINHA
               END-IF
           END-PERFORM.
           MOVE "------------------------------------------------"
               TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           MOVE "TOTAL COMIDA" TO LINITEM.
           MOVE 0 TO LINQTD.
           MOVE TGE-RECEITA TO LINRECEITA.
           MOVE TGE-CUSTO TO LINCUSTO.
           PERFORM ESCREVER-LINHA.
           MOVE ABAIXOALVO TO SAIDACONT.
           MOVE FUNCTION CONCATENATE ("Linhas abaixo da margem ",
               "pretendida (<< REVER): ", SAIDACONT) TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           MOVE "================================================"
               TO LINHA-MARGENS
           WRITE LINHA-MARGENS.
           CLOSE FICH-MARGENS.

       CABECALHO-COLUNAS.
           MOVE SPACES TO LINHA-MARGENS.
           MOVE "Item                Qtd    Receita" TO
               LINHA-MARGENS(3:35).
           MOVE "Custo     Margem   Marg%" TO LINHA-MARGENS(42:24).
           WRITE LINHA-MARGENS.

      *    PRECO DE MENU = PRECO DO TAMANHO + ACRESCIMO DO SABOR;
      *    * A SEGUIR AO CUSTO = SEM RECEITA GRAVADA (1 PORCAO DO
      *    SABOR) E ! = HA COMPONENTES SEM PRECO DE COMPRA
       ESCREVER-TEORICO.
           MOVE FUNCTION CONCATENATE (SABORNOME(IDXSAB)(1:11), " ",
               TAMNOME(IDXTAM)(1:4)) TO LINITEM.
           MOVE 0 TO LINQTD.
           COMPUTE LINRECEITA = TAMPRECO(IDXTAM) + SABORVALOR(IDXSAB).
           COMPUTE LINCUSTO = CRT-SABOR(IDXSAB, IDXTAM) +
               CRT-BASES(IDXSAB, IDXTAM).
           PERFORM MONTAR-LINHA.
           IF CRT-TEMRECEITA(IDXSAB, IDXTAM) = "N" THEN
               MOVE "*" TO LINHA-MARGENS(78:1)
           END-IF.
           IF CRT-SEMCUSTO(IDXSAB, IDXTAM) = "S" THEN
               MOVE "!" TO LINHA-MARGENS(79:1)
           END-IF.
           WRITE LINHA-MARGENS.

       ESCREVER-LINHA.
           PERFORM MONTAR-LINHA.
           WRITE LINHA-MARGENS.

       MONTAR-LINHA.
           COMPUTE LINMARGEM = LINRECEITA - LINCUSTO.
           IF LINRECEITA > 0 THEN
               COMPUTE LINPERC ROUNDED = LINMARGEM * 100 / LINRECEITA
           ELSE
               MOVE 0 TO LINPERC
           END-IF.
           MOVE SPACES TO LINHA-MARGENS.
           MOVE LINITEM TO LINHA-MARGENS(3:16).
           IF LINQTD > 0 THEN
               MOVE LINQTD TO SAIDAQTD
               MOVE SAIDAQTD TO LINHA-MARGENS(20:6)
           END-IF.
           COMPUTE SAIDARECEITA ROUNDED = LINRECEITA.
           MOVE SAIDARECEITA TO LINHA-MARGENS(27:10).
           COMPUTE SAIDACUSTO ROUNDED = LINCUSTO.
           MOVE SAIDACUSTO TO LINHA-MARGENS(38:10).
           COMPUTE SAIDAMARGEM ROUNDED = LINMARGEM.
           MOVE SAIDAMARGEM TO LINHA-MARGENS(49:10).
           MOVE LINPERC TO SAIDAPERC.
           MOVE SAIDAPERC TO LINHA-MARGENS(61:6).
           IF LINPERC < MARGEMALVO THEN
               MOVE "<< REVER" TO LINHA-MARGENS(68:8)
               ADD 1 TO ABAIXOALVO
           END-IF.

       COPY 'CARREXTR.CPY'.

       COPY 'CARRSAB.CPY'.

       COPY 'CARRTAM.CPY'.

       COPY 'CARRMENU.CPY'.

       END PROGRAM 0807_RelatorioMargens.
