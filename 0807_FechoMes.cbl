               RECORD KEY IS LIQ-CHAVE
               FILE STATUS IS FS-LIQUID.

           SELECT FICH-NOTASCRED ASSIGN TO "FNOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CHAVE
               FILE STATUS IS FS-NOTASCRED.

           SELECT FICH-ARQUIVO ASSIGN TO "FARQUIVO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARQUIVO.
           LABEL RECORDS ARE STANDARD.
           COPY 'LIQUID.CPY'.

       FD  FICH-NOTASCRED
           LABEL RECORDS ARE STANDARD.
           COPY 'NOTACRED.CPY'.

       FD  FICH-ARQUIVO
           LABEL RECORDS ARE STANDARD.
       01  ARQ-PEDIDO                                PIC X(1470).

       FD  FICH-MESREL
           LABEL RECORDS ARE STANDARD.
       77  FS-PEDIDOS                                PIC X(02).
       77  FS-MENU                                   PIC X(02).
       77  FS-LIQUID                                 PIC X(02).
       77  FS-NOTASCRED                              PIC X(02).
       77  FS-ARQUIVO                                PIC X(02).
       77  FS-MESREL                                 PIC X(02).
       77  MENIDX                                    PIC 9(02).
       77  DATAFIM                                   PIC 9(08).
       77  FIMLISTA                                  PIC X(01).
           88 EIS-FIMLISTA                    VALUE "S".
       77  MENUABERTO                                PIC X(01).
           88 EIS-MENUABERTO                  VALUE "S".
       77  TOTALPEDIDOS                              PIC 9(05).
       77  TOTALFATURADO                             PIC 9(07)V99.
       77  NUMDIAS                                   PIC 9(03).
       77  DIASEMANA                                 PIC 9(01).
       77  NOMEDIASEMANA                             PIC X(08).
       77  PEDIDOSDOM                                PIC 9(05).
       77  TOTALDOM                                  PIC S9(07)V99.
       77  PEDIDOSBAL                                PIC 9(05).
       77  TOTALBAL                                  PIC S9(07)V99.
      *    VENDAS POR CANAL DE ORIGEM (1 = LOJA, 2 = SITE, 3 = APPS),
      *    SO DOS PEDIDOS NAO ANULADOS: AS NOTAS NAO GUARDAM O CANAL
       77  IDXCANAL                                  PIC 9(01).
       77  NOMECANAL                                 PIC X(06).
       77  SAIDACOM                                  PIC ZZZZZ9.99.
       01  TOTAIS-CANAL.
           05 TCN OCCURS 3 TIMES.
               10 TCN-PEDIDOS                        PIC 9(05).
               10 TCN-TOTAL                          PIC 9(07)V99.
               10 TCN-COMISSAO                       PIC 9(07)V99.
      *    NOTAS DE CREDITO EMITIDAS NO PERIODO: SAEM DO DIA EM QUE
      *    FORAM EMITIDAS E DO TIPO DE ENTREGA DO PEDIDO ANULADO
       77  NUMNOTAS                                  PIC 9(05).
       77  TOTALNOTAS                                PIC 9(07)V99.
       77  TOTALLIQUIDO                              PIC S9(07)V99.
       77  DIAPROCURA                                PIC 9(08).
       77  HA-NOTAS                                  PIC X(01).
           88 EIS-HA-NOTAS                    VALUE "S".
       77  ANULADO                                   PIC X(01).
           88 EIS-ANULADO                     VALUE "S".
       77  ARQUIVADOS                                PIC 9(05).
       77  PORCOBRAR                                 PIC 9(05).
       77  HA-LIQUIDACOES                            PIC X(01).
           88 EIS-HA-LIQUIDACOES              VALUE "S".
       77  LIQUIDADO                                 PIC X(01).
           88 EIS-LIQUIDADO                   VALUE "S".
       77  MEDIA                                     PIC S9(06)V99.
       77  SAIDACONT                                 PIC ZZZZ9.
       77  SAIDATOTAL                                PIC ZZZZZ9.99-.
       77  CONFIRMA                                  PIC A.
           88 VALIDAR-CONFIRMA                VALUES "S","s","N","n".
       01  TOTAIS-DIA.
           05 TDI OCCURS 100 TIMES.
               10 TDI-DATA                           PIC 9(08).
               10 TDI-PEDIDOS                        PIC 9(05).
               10 TDI-TOTAL                          PIC S9(06)V99.
       01  TOTAIS-SEMANA.
           05 TSE OCCURS 7 TIMES.
               10 TSE-TOTAL                          PIC S9(07)V99.
               10 TSE-DIAS                           PIC 9(03).
       01  CONTA-SABORES.
           05 QTDSABOR              PIC 9(05) OCCURS 10 TIMES.
      *    PIZZAS, BEBIDAS E SOBREMESAS VENDIDAS (SEM PEDIDOS ANULADOS),
      *    EM UNIDADES E VALOR SEM IVA; AS PIZZAS LEVAM OS EXTRAS E
      *    OS DESCONTOS
       77  QTDPIZZAS                                 PIC 9(05).
       77  VALORPIZZAS                               PIC 9(07)V99.
       77  QTDBEBIDAS                                PIC 9(05).
       77  VALORBEBIDAS                              PIC 9(07)V99.
       77  QTDSOBREMESAS                             PIC 9(05).
       77  VALORSOBREMESAS                           PIC 9(07)V99.
       77  IDXARTIGO                                 PIC 9(02).
       01  CONTA-ARTIGOS.
           05 QTDART                PIC 9(05) OCCURS 99 TIMES.
           05 VALART             PIC 9(07)V99 OCCURS 99 TIMES.
       COPY 'EXTRAS.CPY'.
       COPY 'SABORES.CPY'.
       COPY 'TAMANHOS.CPY'.
           MOVE 0 TO TOTALDOM.
           MOVE 0 TO PEDIDOSBAL.
           MOVE 0 TO TOTALBAL.
           PERFORM VARYING IDXCANAL FROM 1 BY 1 UNTIL IDXCANAL > 3
               MOVE 0 TO TCN-PEDIDOS(IDXCANAL)
               MOVE 0 TO TCN-TOTAL(IDXCANAL)
               MOVE 0 TO TCN-COMISSAO(IDXCANAL)
           END-PERFORM.
           PERFORM VARYING IDXDIA FROM 1 BY 1 UNTIL IDXDIA > 100
               MOVE 0 TO TDI-DATA(IDXDIA)
               MOVE 0 TO TDI-PEDIDOS(IDXDIA)
           PERFORM VARYING IDXSAB FROM 1 BY 1 UNTIL IDXSAB > 10
               MOVE 0 TO QTDSABOR(IDXSAB)
           END-PERFORM.
           MOVE 0 TO QTDPIZZAS.
           MOVE 0 TO VALORPIZZAS.
           MOVE 0 TO QTDBEBIDAS.
           MOVE 0 TO VALORBEBIDAS.
           MOVE 0 TO QTDSOBREMESAS.
           MOVE 0 TO VALORSOBREMESAS.
           MOVE ZEROS TO CONTA-ARTIGOS.
           MOVE 0 TO NUMNOTAS.
           MOVE 0 TO TOTALNOTAS.
           PERFORM ABRIR-NOTAS.
           OPEN INPUT FICH-PEDIDOS.
           IF FS-PEDIDOS NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE PEDIDOS!"
               PERFORM APURAR-PEDIDO UNTIL EIS-FIMLISTA
               CLOSE FICH-PEDIDOS
           END-IF.
           IF EIS-HA-NOTAS THEN
               MOVE "N" TO FIMLISTA
               MOVE 0 TO NC-DATA
               MOVE 0 TO NC-NUMPEDIDO
               START FICH-NOTASCRED KEY IS NOT LESS THAN NC-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
               IF NOT EIS-FIMLISTA THEN
                   PERFORM LER-NOTA
               END-IF
               PERFORM APURAR-NOTA UNTIL EIS-FIMLISTA
               CLOSE FICH-NOTASCRED
           END-IF.
           COMPUTE TOTALLIQUIDO = TOTALFATURADO - TOTALNOTAS.

       ABRIR-NOTAS.
           MOVE "N" TO HA-NOTAS.
           OPEN INPUT FICH-NOTASCRED.
           IF FS-NOTASCRED = "00" THEN
               MOVE "S" TO HA-NOTAS
           END-IF.

       VERIFICAR-ANULACAO.
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

       LER-NOTA.
           READ FICH-NOTASCRED NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-NOTASCRED NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

       APURAR-NOTA.
           IF NC-DATAEMISSAO >= DATAINICIO AND
               NC-DATAEMISSAO <= DATAFIM THEN
               ADD 1 TO NUMNOTAS
               ADD NC-TOTAL TO TOTALNOTAS
               MOVE NC-DATAEMISSAO TO DIAPROCURA
               PERFORM LOCALIZAR-DIA
               IF IDXDIA > 0 THEN
                   SUBTRACT NC-TOTAL FROM TDI-TOTAL(IDXDIA)
                   PERFORM CALCULAR-DIASEMANA
                   SUBTRACT NC-TOTAL FROM TSE-TOTAL(DIASEMANA)
               END-IF
               IF NC-ENTREGA-DOMICILIO THEN
                   SUBTRACT NC-TOTAL FROM TOTALDOM
               ELSE
                   SUBTRACT NC-TOTAL FROM TOTALBAL
               END-IF
           END-IF.
           PERFORM LER-NOTA.

       LER-PEDIDO.
           READ FICH-PEDIDOS NEXT RECORD
                   ADD 1 TO PEDIDOSBAL
                   ADD REG-TOTALPAGAR TO TOTALBAL
               END-IF
      *    AS PIZZAS DE UM PEDIDO ANULADO NAO CONTAM COMO VENDIDAS; O
      *    VALOR SAI PELA NOTA DE CREDITO (APURAR-NOTA)
               PERFORM VERIFICAR-ANULACAO
               IF NOT EIS-ANULADO THEN
                   PERFORM VARYING IDXPIZZA FROM 1 BY 1
                       UNTIL IDXPIZZA > REG-NUMPIZZAS
                       MOVE REG-SABORCOD(IDXPIZZA) TO IDXSAB
                       IF IDXSAB >= 1 AND IDXSAB <= 10 THEN
                           ADD 1 TO QTDSABOR(IDXSAB)
                       END-IF
                   END-PERFORM
                   PERFORM SOMAR-CANAL
                   PERFORM SOMAR-PRODUTOS
               END-IF
               PERFORM LER-PEDIDO
           END-IF.

       SOMAR-PRODUTOS.
           ADD REG-NUMPIZZAS TO QTDPIZZAS.
           COMPUTE VALORPIZZAS = VALORPIZZAS + REG-VALORPIZZAS +
               REG-VALORINGREDIENTES - REG-DESCONTO - REG-DESCPROMO.
           PERFORM VARYING IDXARTIGO FROM 1 BY 1
               UNTIL IDXARTIGO > REG-NUMARTIGOS
               IF REG-ART-SOBREMESA(IDXARTIGO) THEN
                   ADD REG-ARTQUANT(IDXARTIGO) TO QTDSOBREMESAS
                   ADD REG-ARTVALOR(IDXARTIGO) TO VALORSOBREMESAS
               ELSE
                   ADD REG-ARTQUANT(IDXARTIGO) TO QTDBEBIDAS
                   ADD REG-ARTVALOR(IDXARTIGO) TO VALORBEBIDAS
               END-IF
               IF REG-ARTCODIGO(IDXARTIGO) > 0 THEN
                   ADD REG-ARTQUANT(IDXARTIGO)
                       TO QTDART(REG-ARTCODIGO(IDXARTIGO))
                   ADD REG-ARTVALOR(IDXARTIGO)
                       TO VALART(REG-ARTCODIGO(IDXARTIGO))
               END-IF
           END-PERFORM.

       SOMAR-CANAL.
           EVALUATE TRUE
               WHEN REG-CANAL-SITE
                   MOVE 2 TO IDXCANAL
               WHEN REG-CANAL-APP
                   MOVE 3 TO IDXCANAL
               WHEN OTHER
                   MOVE 1 TO IDXCANAL
           END-EVALUATE.
           ADD 1 TO TCN-PEDIDOS(IDXCANAL).
           ADD REG-TOTALPAGAR TO TCN-TOTAL(IDXCANAL).
           ADD REG-COMISSAO TO TCN-COMISSAO(IDXCANAL).

       SOMAR-DIA.
           MOVE REG-DATA TO DIAPROCURA.
           PERFORM LOCALIZAR-DIA.
           IF IDXDIA > 0 THEN
               ADD 1 TO TDI-PEDIDOS(IDXDIA)
               ADD REG-TOTALPAGAR TO TDI-TOTAL(IDXDIA)
               PERFORM CALCULAR-DIASEMANA
               ADD REG-TOTALPAGAR TO TSE-TOTAL(DIASEMANA)
           END-IF.

       LOCALIZAR-DIA.
           MOVE 0 TO IDXDIA.
           PERFORM VARYING IDXPROC FROM 1 BY 1
               UNTIL IDXPROC > NUMDIAS OR IDXDIA > 0
               IF TDI-DATA(IDXPROC) = DIAPROCURA THEN
                   MOVE IDXPROC TO IDXDIA
               END-IF
           END-PERFORM.
           IF IDXDIA = 0 AND NUMDIAS < 100 THEN
               ADD 1 TO NUMDIAS
               MOVE NUMDIAS TO IDXDIA
               MOVE DIAPROCURA TO TDI-DATA(IDXDIA)
               PERFORM CALCULAR-DIASEMANA
               ADD 1 TO TSE-DIAS(DIASEMANA)
           END-IF.

       CALCULAR-DIASEMANA.
           COMPUTE DIASEMANA = FUNCTION MOD(
           MOVE FUNCTION CONCATENATE ("Total Faturado.......: ",
               SAIDATOTAL, " Euros") TO LINHA-MESREL
           WRITE LINHA-MESREL.
           MOVE NUMNOTAS TO SAIDACONT.
           COMPUTE MEDIA = 0 - TOTALNOTAS.
           MOVE MEDIA TO SAIDATOTAL.
           MOVE FUNCTION CONCATENATE ("Notas de Credito.....: ",
               SAIDATOTAL, " Euros (", FUNCTION TRIM(SAIDACONT),
               " notas)") TO LINHA-MESREL
           WRITE LINHA-MESREL.
           MOVE TOTALLIQUIDO TO SAIDATOTAL.
           MOVE FUNCTION CONCATENATE ("Total Liquido........: ",
               SAIDATOTAL, " Euros") TO LINHA-MESREL
           WRITE LINHA-MESREL.
           MOVE "------------------------------------------------"
               TO LINHA-MESREL
           WRITE LINHA-MESREL.
           MOVE "------------------------------------------------"
               TO LINHA-MESREL
           WRITE LINHA-MESREL.
           MOVE "VENDAS POR PRODUTO (SEM ANULADOS, VALORES SEM IVA)"
               TO LINHA-MESREL
           WRITE LINHA-MESREL.
           MOVE QTDPIZZAS TO SAIDACONT.
           MOVE VALORPIZZAS TO SAIDATOTAL.
           MOVE FUNCTION CONCATENATE ("  Pizzas......: ", SAIDACONT,
               " un. ", SAIDATOTAL, " Euros") TO LINHA-MESREL
           WRITE LINHA-MESREL.
           MOVE QTDBEBIDAS TO SAIDACONT.
           MOVE VALORBEBIDAS TO SAIDATOTAL.
           MOVE FUNCTION CONCATENATE ("  Bebidas.....: ", SAIDACONT,
               " un. ", SAIDATOTAL, " Euros") TO LINHA-MESREL
           WRITE LINHA-MESREL.
           MOVE QTDSOBREMESAS TO SAIDACONT.
           MOVE VALORSOBREMESAS TO SAIDATOTAL.
           MOVE FUNCTION CONCATENATE ("  Sobremesas..: ", SAIDACONT,
               " un. ", SAIDATOTAL, " Euros") TO LINHA-MESREL
           WRITE LINHA-MESREL.
           IF QTDBEBIDAS > 0 OR QTDSOBREMESAS > 0 THEN
               PERFORM IMPRIMIR-ARTIGOS
           END-IF.
           MOVE "------------------------------------------------"
               TO LINHA-MESREL
           WRITE LINHA-MESREL.
           MOVE "ENTREGAS VS BALCAO" TO LINHA-MESREL
           WRITE LINHA-MESREL.
           MOVE PEDIDOSDOM TO SAIDACONT.
           MOVE FUNCTION CONCATENATE ("  Balcao...: ", SAIDACONT,
               " pedidos  ", SAIDATOTAL, " Euros") TO LINHA-MESREL
           WRITE LINHA-MESREL.
           MOVE "------------------------------------------------"
               TO LINHA-MESREL
           WRITE LINHA-MESREL.
           MOVE "VENDAS POR CANAL (SEM PEDIDOS ANULADOS)"
               TO LINHA-MESREL
           WRITE LINHA-MESREL.
           PERFORM VARYING IDXCANAL FROM 1 BY 1 UNTIL IDXCANAL > 3
               EVALUATE IDXCANAL
                   WHEN 1
                       MOVE "Loja.." TO NOMECANAL
                   WHEN 2
                       MOVE "Site.." TO NOMECANAL
                   WHEN 3
                       MOVE "Apps.." TO NOMECANAL
               END-EVALUATE
               MOVE TCN-PEDIDOS(IDXCANAL) TO SAIDACONT
               MOVE TCN-TOTAL(IDXCANAL) TO SAIDATOTAL
               MOVE TCN-COMISSAO(IDXCANAL) TO SAIDACOM
               MOVE FUNCTION CONCATENATE ("  ", NOMECANAL, ": ",
                   SAIDACONT, " pedidos ", SAIDATOTAL, " Com:",
                   SAIDACOM) TO LINHA-MESREL
               WRITE LINHA-MESREL
           END-PERFORM.
           MOVE "================================================"
               TO LINHA-MESREL
           WRITE LINHA-MESREL.
           CLOSE FICH-MESREL.

      *    DETALHE POR BEBIDA E SOBREMESA, PELA ORDEM DOS CODIGOS DO
      *    MENU (OS NOMES VEM DE FMENU.DAT)
       IMPRIMIR-ARTIGOS.
           MOVE "N" TO FIMLISTA.
           MOVE "N" TO MENUABERTO.
           OPEN INPUT FICH-MENU.
           IF FS-MENU NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           ELSE
               MOVE "S" TO MENUABERTO
               MOVE "A" TO MEN-TIPO
               MOVE 0 TO MEN-CODIGO
               START FICH-MENU KEY IS NOT LESS THAN MEN-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
           END-IF.
           PERFORM IMPRIMIR-ARTIGO UNTIL EIS-FIMLISTA.
           IF EIS-MENUABERTO THEN
               CLOSE FICH-MENU
           END-IF.

       IMPRIMIR-ARTIGO.
           READ FICH-MENU NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF NOT EIS-FIMLISTA THEN
               IF NOT MEN-ARTIGO THEN
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF QTDART(MEN-CODIGO) > 0 THEN
                       MOVE QTDART(MEN-CODIGO) TO SAIDACONT
                       MOVE VALART(MEN-CODIGO) TO SAIDATOTAL
                       MOVE FUNCTION CONCATENATE ("    ",
                           MEN-NOME(1:25), MEN-CLASSE, " ", SAIDACONT,
                           " un. ", SAIDATOTAL) TO LINHA-MESREL
                       WRITE LINHA-MESREL
                   END-IF
               END-IF
           END-IF.

       ARQUIVAR-PERIODO.
           MOVE 0 TO ARQUIVADOS.
           MOVE 0 TO PORCOBRAR.
           PERFORM ABRIR-NOTAS.
           MOVE "N" TO HA-LIQUIDACOES.
           OPEN INPUT FICH-LIQUID.
           IF FS-LIQUID = "00" THEN
           IF EIS-HA-LIQUIDACOES THEN
               CLOSE FICH-LIQUID
           END-IF.
           IF EIS-HA-NOTAS THEN
               CLOSE FICH-NOTASCRED
           END-IF.

       VERIFICAR-LIQUIDACAO.
           MOVE "N" TO LIQUIDADO.
               MOVE "S" TO FIMLISTA
           ELSE
               PERFORM VERIFICAR-LIQUIDACAO
               PERFORM VERIFICAR-ANULACAO
               IF REG-NAOPAGO AND NOT EIS-LIQUIDADO AND
                   NOT EIS-ANULADO THEN
                   ADD 1 TO PORCOBRAR
                   PERFORM LER-PEDIDO
               ELSE
