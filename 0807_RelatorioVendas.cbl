       77  IDXING                                    PIC 9(02).
       77  SAIDA                                     PIC ZZZZZ9.99.
       77  SAIDACONT                                 PIC ZZZZ9.
       77  PARAMETRO                                 PIC X(20).
      *    VENDAS POR CANAL: 1 = LOJA, 2 = SITE, 3 = APLICACOES
       77  IDXCANAL                                  PIC 9(01).
       77  NOMECANAL                                 PIC X(06).
       77  SAIDACOM                                  PIC ZZZ9.99.
       01  TOTAIS-CANAL.
           05 TCN OCCURS 3 TIMES.
               10 TCN-PEDIDOS                        PIC 9(05) VALUE 0.
               10 TCN-TOTAL                          PIC 9(07)V99
                                                        VALUE 0.
               10 TCN-COMISSAO                       PIC 9(05)V99
                                                        VALUE 0.
       01  CONTATAMANHO.
           05 QTDTAMANHO           PIC 9(05) OCCURS 3 TIMES VALUE 0.
       01  CONTAINGREDIENTES.
           05 QTDING               PIC 9(05) OCCURS 10 TIMES VALUE 0.
      *    BEBIDAS E SOBREMESAS: UNIDADES E VALOR SEM IVA, AO LADO DAS
      *    PIZZAS (PIZZAS + EXTRAS - DESCONTOS, TAMBEM SEM IVA)
       77  VALORPIZZAS                               PIC 9(07)V99
                                                        VALUE 0.
       77  QTDBEBIDAS                                PIC 9(05) VALUE 0.
       77  VALORBEBIDAS                              PIC 9(07)V99
                                                        VALUE 0.
       77  QTDSOBREMESAS                             PIC 9(05) VALUE 0.
       77  VALORSOBREMESAS                           PIC 9(07)V99
                                                        VALUE 0.
       77  IDXARTIGO                                 PIC 9(02).
       77  FIMARTIGOS                                PIC X(01).
           88 EIS-FIMARTIGOS                  VALUE "S".
       77  MENUABERTO                                PIC X(01).
           88 EIS-MENUABERTO                  VALUE "S".
       01  CONTAARTIGOS.
           05 QTDART               PIC 9(05) OCCURS 99 TIMES VALUE 0.
           05 VALART            PIC 9(07)V99 OCCURS 99 TIMES VALUE 0.
       01  DATA-ATUAL.
           05 ANO-ATUAL                              PIC 9(04).
           05 MES-ATUAL                               PIC 9(02).

       PROCEDURE DIVISION.

      *    NA CADEIA NOTURNA A DATA DO DIA DE NEGOCIO VEM NA LINHA DE
      *    COMANDO (AAAAMMDD), PORQUE O RELATORIO CORRE DEPOIS DA
      *    MEIA-NOITE; SEM PARAMETRO E O DIA DE HOJE
       INICIO.
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE SPACES TO PARAMETRO.
           ACCEPT PARAMETRO FROM COMMAND-LINE.
           IF PARAMETRO(1:8) IS NUMERIC THEN
               MOVE PARAMETRO(1:8) TO DATA-ATUAL
           END-IF.
           PERFORM CARREGAR-MENU.
           PERFORM ABRIR-FICHEIROS.
           IF FS-RELATORIO NOT = "00" THEN
               DISPLAY "ERRO AO CRIAR FRELATORIO.TXT: " FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FS-PEDIDOS = "00" THEN
               PERFORM LER-PEDIDO
               PERFORM PROCESSAR-PEDIDOS UNTIL FS-PEDIDOS NOT = "00"
               AND REG-DIA = DIA-ATUAL THEN
               ADD 1 TO TOTALPEDIDOS
               ADD REG-TOTALPAGAR TO TOTALFATURADO
               EVALUATE TRUE
                   WHEN REG-CANAL-SITE
                       MOVE 2 TO IDXCANAL
                   WHEN REG-CANAL-APP
                       MOVE 3 TO IDXCANAL
                   WHEN OTHER
                       MOVE 1 TO IDXCANAL
               END-EVALUATE
               ADD 1 TO TCN-PEDIDOS(IDXCANAL)
               ADD REG-TOTALPAGAR TO TCN-TOTAL(IDXCANAL)
               ADD REG-COMISSAO TO TCN-COMISSAO(IDXCANAL)
               PERFORM VARYING IDXPIZZA FROM 1 BY 1
                   UNTIL IDXPIZZA > REG-NUMPIZZAS
                   ADD 1 TO TOTALPIZZAS
                       ADD 1 TO QTDING(IDXING)
                   END-PERFORM
               END-PERFORM
               COMPUTE VALORPIZZAS = VALORPIZZAS + REG-VALORPIZZAS +
                   REG-VALORINGREDIENTES - REG-DESCONTO - REG-DESCPROMO
               PERFORM VARYING IDXARTIGO FROM 1 BY 1
                   UNTIL IDXARTIGO > REG-NUMARTIGOS
                   PERFORM SOMAR-ARTIGO
               END-PERFORM
           END-IF.
           PERFORM LER-PEDIDO.

       SOMAR-ARTIGO.
           IF REG-ART-SOBREMESA(IDXARTIGO) THEN
               ADD REG-ARTQUANT(IDXARTIGO) TO QTDSOBREMESAS
               ADD REG-ARTVALOR(IDXARTIGO) TO VALORSOBREMESAS
           ELSE
               ADD REG-ARTQUANT(IDXARTIGO) TO QTDBEBIDAS
               ADD REG-ARTVALOR(IDXARTIGO) TO VALORBEBIDAS
           END-IF.
           IF REG-ARTCODIGO(IDXARTIGO) > 0 THEN
               ADD REG-ARTQUANT(IDXARTIGO)
                   TO QTDART(REG-ARTCODIGO(IDXARTIGO))
               ADD REG-ARTVALOR(IDXARTIGO)
                   TO VALART(REG-ARTCODIGO(IDXARTIGO))
           END-IF.

       IMPRIMIR-RELATORIO.
           MOVE "================================================"
               TO LINHA-RELATORIO
           MOVE "------------------------------------------------"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           MOVE "VENDAS POR PRODUTO (VALORES SEM IVA)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           MOVE TOTALPIZZAS TO SAIDACONT.
           MOVE VALORPIZZAS TO SAIDA.
           MOVE FUNCTION CONCATENATE ("  Pizzas......: ", SAIDACONT,
               " un. ", SAIDA, " Euros") TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           MOVE QTDBEBIDAS TO SAIDACONT.
           MOVE VALORBEBIDAS TO SAIDA.
           MOVE FUNCTION CONCATENATE ("  Bebidas.....: ", SAIDACONT,
               " un. ", SAIDA, " Euros") TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           MOVE QTDSOBREMESAS TO SAIDACONT.
           MOVE VALORSOBREMESAS TO SAIDA.
           MOVE FUNCTION CONCATENATE ("  Sobremesas..: ", SAIDACONT,
               " un. ", SAIDA, " Euros") TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           MOVE "------------------------------------------------"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           MOVE "VENDAS POR TAMANHO" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDXTAM FROM 1 BY 1 UNTIL IDXTAM > 3
           MOVE "------------------------------------------------"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           MOVE "VENDAS POR CANAL" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDXCANAL FROM 1 BY 1 UNTIL IDXCANAL > 3
               EVALUATE IDXCANAL
                   WHEN 1
                       MOVE "Loja" TO NOMECANAL
                   WHEN 2
                       MOVE "Site" TO NOMECANAL
                   WHEN 3
                       MOVE "Apps" TO NOMECANAL
               END-EVALUATE
               MOVE TCN-PEDIDOS(IDXCANAL) TO SAIDACONT
               MOVE TCN-TOTAL(IDXCANAL) TO SAIDA
               MOVE TCN-COMISSAO(IDXCANAL) TO SAIDACOM
               MOVE FUNCTION CONCATENATE ("  ", NOMECANAL, ": ",
                   SAIDACONT, " ped ", SAIDA, " Comissao:", SAIDACOM)
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM.
           MOVE "------------------------------------------------"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           MOVE "POPULARIDADE DOS INGREDIENTES EXTRAS"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
                   SAIDACONT) TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM.
           IF QTDBEBIDAS > 0 OR QTDSOBREMESAS > 0 THEN
               PERFORM IMPRIMIR-ARTIGOS
           END-IF.
           MOVE "================================================"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *    UNIDADES VENDIDAS DE CADA BEBIDA E SOBREMESA, PELA ORDEM
      *    DOS CODIGOS DO MENU (OS NOMES VEM DE FMENU.DAT)
       IMPRIMIR-ARTIGOS.
           MOVE "------------------------------------------------"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           MOVE "BEBIDAS E SOBREMESAS VENDIDAS" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           MOVE "N" TO FIMARTIGOS.
           MOVE "N" TO MENUABERTO.
           OPEN INPUT FICH-MENU.
           IF FS-MENU NOT = "00" THEN
               MOVE "S" TO FIMARTIGOS
           ELSE
               MOVE "S" TO MENUABERTO
               MOVE "A" TO MEN-TIPO
               MOVE 0 TO MEN-CODIGO
               START FICH-MENU KEY IS NOT LESS THAN MEN-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMARTIGOS
               END-START
           END-IF.
           PERFORM IMPRIMIR-ARTIGO UNTIL EIS-FIMARTIGOS.
           IF EIS-MENUABERTO THEN
               CLOSE FICH-MENU
           END-IF.

       IMPRIMIR-ARTIGO.
           READ FICH-MENU NEXT RECORD
               AT END
                   MOVE "S" TO FIMARTIGOS
           END-READ.
           IF NOT EIS-FIMARTIGOS THEN
               IF NOT MEN-ARTIGO THEN
                   MOVE "S" TO FIMARTIGOS
               ELSE
                   IF QTDART(MEN-CODIGO) > 0 THEN
                       MOVE QTDART(MEN-CODIGO) TO SAIDACONT
                       MOVE VALART(MEN-CODIGO) TO SAIDA
                       MOVE FUNCTION CONCATENATE ("  ",
                           MEN-NOME(1:25), MEN-CLASSE, " ", SAIDACONT,
                           " ", SAIDA) TO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
                   END-IF
               END-IF
           END-IF.

       FECHAR-FICHEIROS.
           IF FS-PEDIDOS NOT = "35" THEN
               CLOSE FICH-PEDIDOS
