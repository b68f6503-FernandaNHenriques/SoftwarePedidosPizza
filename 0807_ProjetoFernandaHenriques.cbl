               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STOCK.

           SELECT FICH-MOVSTOCK ASSIGN TO "FMOVSTOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVSTOCK.

           SELECT FICH-RECEITAS ASSIGN TO "FRECEITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CODIGO
               FILE STATUS IS FS-PROMOS.

           SELECT FICH-ZONAS ASSIGN TO "FZONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZON-PREFIXO
               FILE STATUS IS FS-ZONAS.

      *    LIQUIDACOES E NOTAS DE CREDITO PARA A DIVIDA EM ABERTO DO
      *    CLIENTE (VER CALCDIV.CPY)
           SELECT FICH-LIQUID ASSIGN TO "FLIQUID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIQ-CHAVE
               FILE STATUS IS FS-LIQUID.

           SELECT FICH-NOTASCRED ASSIGN TO "FNOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CHAVE
               FILE STATUS IS FS-NOTASCRED.

           SELECT FICH-OPERADOR ASSIGN TO "FOPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
           COPY 'STOCK.CPY'.

       FD  FICH-MOVSTOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'MOVSTOCK.CPY'.

       FD  FICH-RECEITAS
           LABEL RECORDS ARE STANDARD.
           COPY 'RECEITA.CPY'.
           LABEL RECORDS ARE STANDARD.
           COPY 'PROMO.CPY'.

       FD  FICH-ZONAS
           LABEL RECORDS ARE STANDARD.
           COPY 'ZONA.CPY'.

       FD  FICH-LIQUID
           LABEL RECORDS ARE STANDARD.
           COPY 'LIQUID.CPY'.

       FD  FICH-NOTASCRED
           LABEL RECORDS ARE STANDARD.
           COPY 'NOTACRED.CPY'.

       FD  FICH-OPERADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'OPERADOR.CPY'.
       77  MORADA                                   PIC X(40).
       77  MORADACLIENTE                            PIC X(40).
       77  TAXAENTREGA                              PIC 9(02)V99.
       01  CODPOSTAL.
           05 CODPOSTAL4                            PIC 9(04).
           05 CODPOSTAL3                            PIC 9(03).
       77  ZONA                                     PIC 9(04).
       77  NOMEZONA                                 PIC X(20).
       77  MINIMOZONA                               PIC 9(03)V99.
       77  MINUTOSZONA                              PIC 9(03).
       77  HA-ZONAS                                 PIC X(01).
           88 EIS-HA-ZONAS                    VALUE "S".
       77  VALORCOMIDA                              PIC 9(04)V99.
       77  MINUTOSAGORA                             PIC 9(04).
       77  MINUTOSCHEGADA                           PIC 9(04).
       77  MINUTOSPROMETIDOS                        PIC S9(04).
       77  HORAESTIMADA                             PIC 9(04).
       77  HORACOZINHA                              PIC 9(04).
       77  HORASCALC                                PIC 9(02).
       77  MINUTOSCALC                              PIC 9(02).
       77  CONTADOR                                 PIC 9(03).
       77  IDXPIZZA                                 PIC 9(02).
       77  IDXEXTRA                                 PIC 9(02).
       01  ESCOLHAING                               PIC 9(02).
       77  TOTALINGREDIENTES                        PIC 9(02)V99.
       77  LINHA                          PIC 9(03) VALUES 29.
       77  SAIDA                                    PIC ZZZ9.99.
       77  SAIDAIVA                                 PIC ZZ9.99.
       77  TOTAL                                    PIC 9(03)V99.
       77  TOTALIVA                                 PIC 9(03)V99.
       77  SAIDATAXA2                                PIC Z9.99.
       77  SAIDAIVAC                                 PIC ZZ9.99.
       77  SAIDAIVAE                                 PIC ZZ9.99.
       77  TOTAL-VALORPIZZA                         PIC 9(04)V99.
       77  VALORPIZZA                               PIC 9(02)V99.
       COPY 'EXTRAS.CPY'.
       COPY 'SABORES.CPY'.
           88 EIS-NOVOCLIENTE                 VALUE "S".
       77  PEDIDOGRAVADO                             PIC X(01).
           88 EIS-PEDIDOGRAVADO               VALUE "S".
      *    BEBIDAS E SOBREMESAS: AS TAXAS DE IVA DIFERENTES DA COMIDA
      *    JA USADAS NO PEDIDO OCUPAM AS POSICOES 3 E 4 DO IVA
       77  IDXARTIGO                                 PIC 9(02).
       77  CODARTIGO                                 PIC 9(02).
       77  QTDARTIGO                                 PIC 9(02).
       77  TAXAARTIGO                                PIC 9(02)V99.
       77  NUMTAXASART                               PIC 9(01).
       01  TAXAS-ARTIGOS.
           05 TAXAART                PIC 9(02)V99 OCCURS 2 TIMES.
       77  ARTIGOSLISTADOS                           PIC 9(02).
       77  COLUNAMENU                                PIC 9(02).
       77  FIMARTIGOS                                PIC X(01).
           88 EIS-FIMARTIGOS                  VALUE "S".
       77  MENUABERTO                                PIC X(01).
           88 EIS-MENUABERTO                  VALUE "S".
       77  ARTIGOVALIDO                              PIC X(01).
           88 EIS-ARTIGOVALIDO                VALUE "S".
       01  STOCK-EXTRAS.
           05 STKEXT-QTD            PIC S9(05)V99 OCCURS 10 TIMES.
           05 STKEXT-MIN            PIC 9(05)V99 OCCURS 10 TIMES.
       77  RECEITALIDA                               PIC X(01).
           88 EIS-RECEITALIDA                 VALUE "S".
       77  QTDBAIXA                                  PIC 9(03)V99.
       77  IDXHIST                                   PIC 9(02).
       77  DIASPARADO                                PIC 9(05).
       77  IDXCOMP                                   PIC 9(02).
       77  ITENSBAIXOS                               PIC 9(02).
       77  SAIDABAIXOS                               PIC Z9.
       77  FS-ENTREGAS                               PIC X(02).
       77  FS-PROMOS                                 PIC X(02).
       77  FS-TAXAS                                  PIC X(02).
       77  FS-ZONAS                                  PIC X(02).
      *    SITUACAO DE CREDITO DO CLIENTE LIDA EM PROCURAR-CLIENTE
       77  CLIENTEBLOQUEADO                          PIC X(01).
           88 EIS-CLIENTEBLOQUEADO            VALUE "S".
       77  MOTIVOBLOQUEIO                            PIC X(30).
       77  SAIDADIVIDA                               PIC ZZZZZ9.99.
       77  SAIDALIMITE                               PIC ZZZ9.99.
       COPY 'AUDITOPER.CPY'.
       COPY 'MOVTRAB.CPY'.
       COPY 'DIVTRAB.CPY'.
.


           ":", SEGUNDO, " h.")                                 AT 0625.

           PERFORM OBTER-ENTREGA.
           PERFORM OBTER-HORAPROMETIDA THRU OBTER-HORAPROMETIDA-FIM.
           PERFORM CARREGAR-STOCK-EXTRAS.

           MOVE 0 TO REG-NUMPIZZAS.
           MOVE 0 TO REG-VALORINGREDIENTES.
           MOVE 0 TO REG-VALORPIZZAS.
           MOVE 0 TO REG-NUMARTIGOS.
           MOVE 0 TO REG-VALORARTIGOS.
           MOVE 0 TO NUMTAXASART.
           PERFORM VARYING IDXARTIGO FROM 1 BY 1 UNTIL IDXARTIGO > 10
               MOVE 0 TO REG-ARTCODIGO(IDXARTIGO)
               MOVE SPACES TO REG-ARTNOME(IDXARTIGO)
               MOVE SPACES TO REG-ARTCLASSE(IDXARTIGO)
               MOVE 0 TO REG-ARTQUANT(IDXARTIGO)
               MOVE 0 TO REG-ARTPRECO(IDXARTIGO)
               MOVE SPACES TO REG-ARTCATIVA(IDXARTIGO)
               MOVE 0 TO REG-ARTTAXA(IDXARTIGO)
               MOVE 0 TO REG-ARTVALOR(IDXARTIGO)
           END-PERFORM.
           MOVE "N" TO CANCELADO.

       NOVA-PIZZA.

       PROCURAR-CLIENTE.
           MOVE "N" TO CLIENTECONHECIDO.
           MOVE "N" TO CLIENTEBLOQUEADO.
           MOVE SPACES TO MOTIVOBLOQUEIO.
           OPEN INPUT FICH-CLIENTES.
           IF FS-CLIENTES = "00" THEN
               MOVE CONTATO TO CLI-CONTATO
                       MOVE CLI-MORADA TO MORADA
                       MOVE CLI-MORADA TO MORADACLIENTE
                       MOVE CLI-CARTAO TO CARTAOCLIENTE
                       IF CLI-EIS-BLOQUEADO THEN
                           MOVE "S" TO CLIENTEBLOQUEADO
                           MOVE CLI-MOTIVOBLOQUEIO TO MOTIVOBLOQUEIO
                       END-IF
               END-READ
               CLOSE FICH-CLIENTES
           END-IF.
      *    A DIVIDA CONTA MESMO SEM FICHA DE CLIENTE: OS PEDIDOS NAO
      *    PAGOS FICAM NO CONTATO
           MOVE CONTATO TO CONTATODIVIDA.
           PERFORM CALCULAR-DIVIDA THRU CALCULAR-DIVIDA-FIM.

       OBTER-CLIENTE.
           IF CLIENTE-JA-CONHECIDO THEN
           MOVE FUNCTION UPPER-CASE(TEMP(1:1)) TO TIPOENTREGA.
           IF ENTREGA-DOMICILIO THEN
               PERFORM OBTER-MORADA
               PERFORM OBTER-CODPOSTAL THRU OBTER-CODPOSTAL-FIM
           ELSE
               IF ENTREGA-BALCAO THEN
                   MOVE SPACES TO MORADA
                   MOVE 0 TO TAXAENTREGA
                   PERFORM LIMPAR-ZONA
               ELSE
                   DISPLAY "OPCAO INVALIDA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 0801
               ACCEPT MORADA                                     AT 0819
           END-IF.

      *    O CODIGO POSTAL DA MORADA DECIDE A ZONA DE ENTREGA
      *    (FZONAS.DAT): TAXA, VALOR MINIMO E MINUTOS DE VIAGEM. FORA
      *    DAS ZONAS ATIVAS A ENTREGA E RECUSADA E O CLIENTE PODE AINDA
      *    LEVANTAR AO BALCAO; SEM FICHEIRO DE ZONAS MANTEM-SE A TAXA
      *    FIXA HISTORICA DE 2.50
       OBTER-CODPOSTAL.
           PERFORM LIMPAR-ZONA.
           DISPLAY "Codigo postal (0000-000) [B] Balcao: "     AT 0901.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 0939.
           IF (TEMP(1:1) = "B" OR TEMP(1:1) = "b") AND
               TEMP(2:9) = SPACES THEN
               MOVE "B" TO TIPOENTREGA
               MOVE SPACES TO MORADA
               MOVE 0 TO TAXAENTREGA
               DISPLAY "Levantamento no balcao.   "
               FOREGROUND-COLOR 2 HIGHLIGHT                      AT 0950
               GO TO OBTER-CODPOSTAL-FIM
           END-IF.
           IF TEMP(1:4) IS NUMERIC AND TEMP(5:1) = "-" AND
               TEMP(6:3) IS NUMERIC AND TEMP(9:2) = SPACES THEN
               MOVE TEMP(1:4) TO CODPOSTAL4
               MOVE TEMP(6:3) TO CODPOSTAL3
           ELSE
               IF TEMP(1:7) IS NUMERIC AND TEMP(8:3) = SPACES THEN
                   MOVE TEMP(1:7) TO CODPOSTAL
               ELSE
                   DISPLAY "CODIGO POSTAL INVALIDO!   "
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 0950
                   GO TO OBTER-CODPOSTAL
               END-IF
           END-IF.
           IF CODPOSTAL4 < 1000 THEN
               DISPLAY "CODIGO POSTAL INVALIDO!   "
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0950
               GO TO OBTER-CODPOSTAL
           END-IF.
           PERFORM PROCURAR-ZONA.
           IF NOT EIS-HA-ZONAS THEN
               MOVE 2.50 TO TAXAENTREGA
               GO TO OBTER-CODPOSTAL-FIM
           END-IF.
           IF ZONA = 0 THEN
               DISPLAY "FORA DA AREA DE ENTREGA!  "
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0950
               GO TO OBTER-CODPOSTAL
           END-IF.
           DISPLAY "                          "                 AT 0950.
           MOVE TAXAENTREGA TO SAIDA.
           MOVE MINIMOZONA TO SAIDAIVA.
           DISPLAY FUNCTION CONCATENATE ("Zona: ",
           FUNCTION TRIM(NOMEZONA), "  Taxa: ", SAIDA, "  Minimo: ",
           SAIDAIVA, "  Viagem: ", MINUTOSZONA, " min")
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 1001.

       OBTER-CODPOSTAL-FIM.
           EXIT.

       PROCURAR-ZONA.
           MOVE "N" TO HA-ZONAS.
           OPEN INPUT FICH-ZONAS.
           IF FS-ZONAS = "00" THEN
               MOVE "S" TO HA-ZONAS
               MOVE CODPOSTAL4 TO ZON-PREFIXO
               READ FICH-ZONAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ZON-EIS-ATIVO THEN
                           MOVE ZON-PREFIXO TO ZONA
                           MOVE ZON-NOME TO NOMEZONA
                           MOVE ZON-TAXA TO TAXAENTREGA
                           MOVE ZON-MINIMO TO MINIMOZONA
                           MOVE ZON-MINUTOS TO MINUTOSZONA
                       END-IF
               END-READ
               CLOSE FICH-ZONAS
           END-IF.

       LIMPAR-ZONA.
           MOVE ZEROS TO CODPOSTAL.
           MOVE 0 TO ZONA.
           MOVE SPACES TO NOMEZONA.
           MOVE 0 TO MINIMOZONA.
           MOVE 0 TO MINUTOSZONA.

      *    NAS ENTREGAS A HORA PROMETIDA E A DE CHEGADA A CASA DO
      *    CLIENTE: NAO PODE SER ANTES DE AGORA MAIS A VIAGEM DA ZONA,
      *    E O BILHETE DE COZINHA LEVA A HORA A QUE O PEDIDO TEM DE
      *    ESTAR PRONTO PARA SAIR (A PROMETIDA MENOS A VIAGEM)
       OBTER-HORAPROMETIDA.
           MOVE 0 TO MINUTOSCHEGADA.
           IF ENTREGA-DOMICILIO AND MINUTOSZONA > 0 THEN
               COMPUTE MINUTOSAGORA = HORA * 60 + MINUTO
               COMPUTE MINUTOSCHEGADA = MINUTOSAGORA + MINUTOSZONA
               IF MINUTOSCHEGADA < 1440 THEN
                   DIVIDE MINUTOSCHEGADA BY 60 GIVING HORASCALC
                       REMAINDER MINUTOSCALC
                   COMPUTE HORAESTIMADA = HORASCALC * 100 + MINUTOSCALC
                   DISPLAY FUNCTION CONCATENATE
                   ("Entrega possivel a partir das ",
                   HORAESTIMADA(1:2), ":", HORAESTIMADA(3:2))
                   FOREGROUND-COLOR 2 HIGHLIGHT                  AT 1101
               ELSE
                   MOVE 0 TO MINUTOSCHEGADA
               END-IF
           END-IF.

       PEDIR-HORAPROMETIDA.
           IF ENTREGA-DOMICILIO THEN
               DISPLAY "Entrega as (HHMM/ENTER=ja):"             AT 0644
           ELSE
               DISPLAY "Pronto as (HHMM/ENTER=ja): "             AT 0644
           END-IF.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 0671.
           IF TEMP = SPACES THEN
                   TEMP(3:2) > "59" THEN
                   DISPLAY "HORA INVALIDA!            "
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 0644
                   GO TO PEDIR-HORAPROMETIDA
               END-IF
               MOVE TEMP(1:4) TO HORAPROMETIDA
           END-IF.
           MOVE HORAPROMETIDA TO HORACOZINHA.
           IF HORAPROMETIDA = 0 OR MINUTOSCHEGADA = 0 THEN
               GO TO OBTER-HORAPROMETIDA-FIM
           END-IF.
           DIVIDE HORAPROMETIDA BY 100 GIVING HORASCALC
               REMAINDER MINUTOSCALC.
           COMPUTE MINUTOSPROMETIDOS = HORASCALC * 60 + MINUTOSCALC.
           IF MINUTOSPROMETIDOS < MINUTOSCHEGADA THEN
               DISPLAY FUNCTION CONCATENATE ("SO A PARTIR DAS ",
               HORAESTIMADA(1:2), ":", HORAESTIMADA(3:2), "!")
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 1140
               GO TO PEDIR-HORAPROMETIDA
           END-IF.
           DISPLAY "                                   "        AT 1140.
           SUBTRACT MINUTOSZONA FROM MINUTOSPROMETIDOS.
           DIVIDE MINUTOSPROMETIDOS BY 60 GIVING HORASCALC
               REMAINDER MINUTOSCALC.
           COMPUTE HORACOZINHA = HORASCALC * 100 + MINUTOSCALC.

       OBTER-HORAPROMETIDA-FIM.
           EXIT.

       VALIDAR-TAMANHO.
           DISPLAY
               END-IF
           END-IF.

      *    BEBIDAS E SOBREMESAS (ARTIGOS DO MENU) NO MESMO PEDIDO, COM
      *    QUANTIDADE, ATE 10 LINHAS; O PRECO E SEM IVA, COMO O DAS
      *    PIZZAS, E CADA ARTIGO PAGA A TAXA DA SUA CATEGORIA
       PERGUNTAR-ARTIGOS.
           DISPLAY "Adicionar bebidas ou sobremesas? S/N: "     AT 3501.
           ACCEPT CONFIRMA                                      AT 3540.
           IF NOT VALIDAR-CONFIRMA THEN
               GO TO PERGUNTAR-ARTIGOS
           END-IF.
           IF CONFIRMA = "N" OR CONFIRMA = "n" THEN
               GO TO CALCULO-TOTAL
           END-IF.

           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY FUNCTION CONCATENATE ("Numero do Pedido: ",
           NUMPEDIDOTENT)                                       AT 0501.
           DISPLAY FUNCTION CONCATENATE ("Cliente: ", CLIENTE)  AT 0535.
           DISPLAY "BEBIDAS E SOBREMESAS (PRECOS SEM IVA): "
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0701.
           DISPLAY
           "--------------------------------------------------" AT 0801.
           MOVE 0 TO ARTIGOSLISTADOS.
           MOVE 9 TO LINHAMENU.
           MOVE 1 TO COLUNAMENU.
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
           PERFORM MOSTRAR-ARTIGO
               UNTIL EIS-FIMARTIGOS OR ARTIGOSLISTADOS = 30.
           IF EIS-MENUABERTO THEN
               CLOSE FICH-MENU
           END-IF.
           IF ARTIGOSLISTADOS = 0 THEN
               DISPLAY "NAO HA BEBIDAS NEM SOBREMESAS ATIVAS NO MENU."
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0901
               GO TO CALCULO-TOTAL
           END-IF.

       ESCOLHER-ARTIGO.
           IF REG-NUMARTIGOS >= 10 THEN
               GO TO CALCULO-TOTAL
           END-IF.
           DISPLAY "Codigo do artigo (ENTER termina, [C] cancela): "
                                                                AT 2401.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2449.
           DISPLAY "                                                  "
                                                                AT 2501.
           IF TEMP = SPACES THEN
               GO TO CALCULO-TOTAL
           END-IF.
           IF TEMP = "C" OR TEMP = "c" THEN
               MOVE "S" TO CANCELADO
               GO TO CANCELAR-PEDIDO
           END-IF.
           IF TEMP(1:2) IS NOT NUMERIC AND TEMP(1:1) IS NOT NUMERIC
               THEN
               DISPLAY "CODIGO INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2501
               GO TO ESCOLHER-ARTIGO
           END-IF.
           MOVE TEMP TO CODARTIGO.
           PERFORM LER-ARTIGO.
           IF NOT EIS-ARTIGOVALIDO THEN
               DISPLAY "ARTIGO INEXISTENTE OU INATIVO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2501
               GO TO ESCOLHER-ARTIGO
           END-IF.
           PERFORM LER-TAXA-ARTIGO.
           IF TAXAARTIGO NOT = TAXACOMIDA THEN
               PERFORM RESERVAR-TAXA-ARTIGO
               IF NOT EIS-ARTIGOVALIDO THEN
                   DISPLAY
                   "TAXA DE IVA A MAIS NO PEDIDO - FAZER PEDIDO A PARTE"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2501
                   GO TO ESCOLHER-ARTIGO
               END-IF
           END-IF.

       PEDIR-QUANTIDADE.
           DISPLAY "Quantidade (1 a 99): "                      AT 2455.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2476.
           IF TEMP(1:2) IS NOT NUMERIC AND TEMP(1:1) IS NOT NUMERIC
               THEN
               DISPLAY "QUANTIDADE INVALIDA!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2501
               GO TO PEDIR-QUANTIDADE
           END-IF.
           MOVE TEMP TO QTDARTIGO.
           IF QTDARTIGO < 1 THEN
               DISPLAY "QUANTIDADE INVALIDA!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2501
               GO TO PEDIR-QUANTIDADE
           END-IF.
           DISPLAY "                          "                 AT 2455.

           ADD 1 TO REG-NUMARTIGOS.
           MOVE REG-NUMARTIGOS TO IDXARTIGO.
           MOVE QTDARTIGO TO REG-ARTQUANT(IDXARTIGO).
           MOVE TAXAARTIGO TO REG-ARTTAXA(IDXARTIGO).
           COMPUTE REG-ARTVALOR(IDXARTIGO) =
               QTDARTIGO * REG-ARTPRECO(IDXARTIGO).
           ADD REG-ARTVALOR(IDXARTIGO) TO REG-VALORARTIGOS.
           COMPUTE LINHAMENU = 25 + IDXARTIGO.
           DISPLAY REG-ARTQUANT(IDXARTIGO) LINE LINHAMENU POSITION 01.
           DISPLAY "x" LINE LINHAMENU POSITION 04.
           DISPLAY REG-ARTNOME(IDXARTIGO) LINE LINHAMENU POSITION 06.
           MOVE REG-ARTVALOR(IDXARTIGO) TO SAIDA.
           DISPLAY SAIDA LINE LINHAMENU POSITION 37.
           GO TO ESCOLHER-ARTIGO.

       CALCULO-TOTAL.
           MOVE 0 TO DESCONTO.
           IF CARTAOCLIENTE + REG-NUMPIZZAS >= 10 THEN
           MOVE DESCPROMO TO REG-DESCPROMO.
      *    A COMIDA E A TAXA DE ENTREGA SAO TRIBUTADAS A TAXAS
      *    DIFERENTES (FTAXAS.DAT); O PEDIDO GUARDA A BASE E O
      *    IMPOSTO DE CADA TAXA PARA OS RECIBOS E PARA O Z. AS
      *    BEBIDAS E SOBREMESAS A TAXA DA COMIDA SOMAM NA BASE DA
      *    COMIDA; AS OUTRAS TAXAS FICAM NAS POSICOES 3 E 4
           COMPUTE BASECOMIDA = REG-VALORINGREDIENTES +
               REG-VALORPIZZAS - DESCONTO - DESCPROMO.
           MOVE TAXACOMIDA TO REG-IVATAXA(1).
           MOVE BASECOMIDA TO REG-IVABASE(1).
           MOVE TAXAENTIVA TO REG-IVATAXA(2).
           MOVE TAXAENTREGA TO REG-IVABASE(2).
           PERFORM VARYING IDXIVA FROM 3 BY 1 UNTIL IDXIVA > 4
               MOVE 0 TO REG-IVATAXA(IDXIVA)
               MOVE 0 TO REG-IVABASE(IDXIVA)
           END-PERFORM.
           PERFORM VARYING IDXIVA FROM 1 BY 1
               UNTIL IDXIVA > NUMTAXASART
               MOVE TAXAART(IDXIVA) TO REG-IVATAXA(IDXIVA + 2)
           END-PERFORM.
           PERFORM VARYING IDXARTIGO FROM 1 BY 1
               UNTIL IDXARTIGO > REG-NUMARTIGOS
               IF REG-ARTTAXA(IDXARTIGO) = TAXACOMIDA THEN
                   ADD REG-ARTVALOR(IDXARTIGO) TO REG-IVABASE(1)
               ELSE
                   IF REG-ARTTAXA(IDXARTIGO) = TAXAART(1) THEN
                       ADD REG-ARTVALOR(IDXARTIGO) TO REG-IVABASE(3)
                   ELSE
                       ADD REG-ARTVALOR(IDXARTIGO) TO REG-IVABASE(4)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO TOTALIVA.
           PERFORM VARYING IDXIVA FROM 1 BY 1 UNTIL IDXIVA > 4
               COMPUTE REG-IVAVALOR(IDXIVA) ROUNDED =
                   REG-IVABASE(IDXIVA) * REG-IVATAXA(IDXIVA) / 100
               ADD REG-IVAVALOR(IDXIVA) TO TOTALIVA
           END-PERFORM.
           MOVE REG-IVAVALOR(1) TO IVACOMIDA.
           MOVE REG-IVAVALOR(2) TO IVAENTREGA.
           COMPUTE TOTAL-VALORPIZZA = BASECOMIDA + REG-VALORARTIGOS +
               TAXAENTREGA + TOTALIVA.
           MOVE REG-VALORINGREDIENTES TO SAIDA.
           DISPLAY FUNCTION CONCATENATE ("Valor Ingredientes: ", SAIDA,
           " Euros")
           DISPLAY FUNCTION CONCATENATE ("    Valor das Pizzas: ",
           SAIDA, " Euros")
           BACKGROUND-COLOR 6  FOREGROUND-COLOR 0               AT 3701.
           IF REG-VALORARTIGOS > 0 THEN
               MOVE REG-VALORARTIGOS TO SAIDA
               DISPLAY FUNCTION CONCATENATE ("Bebidas/Sobremesas: ",
               SAIDA, " Euros")
               BACKGROUND-COLOR 6  FOREGROUND-COLOR 0           AT 3737
           END-IF.
           MOVE TAXAENTREGA TO SAIDA.
           DISPLAY FUNCTION CONCATENATE ("     Taxa de Entrega: ",
           SAIDA, " Euros")
               MOVE DESCONTO TO SAIDA
               DISPLAY FUNCTION CONCATENATE ("Desconto Fidelidade: -",
               SAIDA, " Euros")
               BACKGROUND-COLOR 6  FOREGROUND-COLOR 0           AT 3837
           END-IF.
           IF DESCPROMO > 0 THEN
               MOVE DESCPROMO TO SAIDA
               DISPLAY FUNCTION CONCATENATE ("Promocao ",
               FUNCTION TRIM(PROMONOME), ": -", SAIDA, " Euros")
               BACKGROUND-COLOR 6  FOREGROUND-COLOR 0           AT 3937
           END-IF.
           MOVE TOTALIVA TO SAIDAIVA.
           DISPLAY FUNCTION CONCATENATE
           "%: ", SAIDAIVAC, "  IVA entrega ", SAIDATAXA2, "%: ",
           SAIDAIVAE)
           BACKGROUND-COLOR 6  FOREGROUND-COLOR 0               AT 4101.
           IF REG-IVABASE(3) > 0 THEN
               MOVE REG-IVATAXA(3) TO SAIDATAXA
               MOVE REG-IVAVALOR(3) TO SAIDAIVAC
               DISPLAY FUNCTION CONCATENATE ("  IVA ", SAIDATAXA,
               "%: ", SAIDAIVAC)
               BACKGROUND-COLOR 6  FOREGROUND-COLOR 0           AT 4155
           END-IF.
           IF REG-IVABASE(4) > 0 THEN
               MOVE REG-IVATAXA(4) TO SAIDATAXA
               MOVE REG-IVAVALOR(4) TO SAIDAIVAC
               DISPLAY FUNCTION CONCATENATE ("  IVA ", SAIDATAXA,
               "%: ", SAIDAIVAC)
               BACKGROUND-COLOR 6  FOREGROUND-COLOR 0           AT 4175
           END-IF.

      *    O MINIMO DA ZONA CONTA A COMIDA E AS BEBIDAS/SOBREMESAS
      *    (JA COM DESCONTOS E IVA), SEM A TAXA DE ENTREGA; E APENAS
      *    UM AVISO AO OPERADOR
           IF ENTREGA-DOMICILIO AND MINIMOZONA > 0 THEN
               COMPUTE VALORCOMIDA = TOTAL-VALORPIZZA - TAXAENTREGA
                   - IVAENTREGA
               IF VALORCOMIDA < MINIMOZONA THEN
                   MOVE MINIMOZONA TO SAIDA
                   DISPLAY FUNCTION CONCATENATE
                   ("ABAIXO DO MINIMO DA ZONA (", SAIDA, " Euros)")
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 4040
               END-IF
           END-IF.

           MOVE TOTALIVA TO REG-IVA.
           MOVE TOTAL-VALORPIZZA TO REG-TOTALPAGAR.
               MOVE "P" TO REG-ESTADOPAGAMENTO
           ELSE
               MOVE "N" TO REG-ESTADOPAGAMENTO
               IF EIS-CLIENTEBLOQUEADO OR
                   DIVIDACLIENTE > LIMITEDIVIDA THEN
                   PERFORM AUTORIZAR-NAOPAGO THRU AUTORIZAR-NAOPAGO-FIM
                   IF NOT EIS-AUTORIZADO THEN
                       GO TO PAGAMENTO
                   END-IF
               END-IF
           END-IF.

      *    O NUMERO DO PEDIDO E O DA FATURA SAO RESERVADOS ANTES DE

           GO TO LER-REPETIR.

      *    CLIENTE BLOQUEADO OU COM DIVIDA ACIMA DO LIMITE: O PEDIDO
      *    SO FICA NAO PAGO COM AUTORIZACAO DO SUPERVISOR, QUE FICA
      *    NO DIARIO DE AUDITORIA; SEM ELA O PEDIDO TEM DE SER PAGO
       AUTORIZAR-NAOPAGO.
           IF EIS-CLIENTEBLOQUEADO THEN
               DISPLAY FUNCTION CONCATENATE ("CLIENTE BLOQUEADO: ",
               FUNCTION TRIM(MOTIVOBLOQUEIO))
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 4501
           ELSE
               MOVE DIVIDACLIENTE TO SAIDADIVIDA
               MOVE LIMITEDIVIDA TO SAIDALIMITE
               DISPLAY FUNCTION CONCATENATE ("DIVIDA EM ABERTO: ",
               FUNCTION TRIM(SAIDADIVIDA), " EUROS EM ", PEDIDOSDIVIDA,
               " PEDIDO(S) - LIMITE ", FUNCTION TRIM(SAIDALIMITE))
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 4501
           END-IF.
           MOVE 46 TO LINHASUPERVISOR.
           PERFORM AUTORIZAR-SUPERVISOR THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT EIS-AUTORIZADO THEN
               GO TO AUTORIZAR-NAOPAGO-FIM
           END-IF.
           MOVE DIVIDACLIENTE TO SAIDADIVIDA.
           MOVE FUNCTION CONCATENATE ("NAO PAGO AUTORIZADO CONTATO ",
               CONTATO, " DIVIDA ", FUNCTION TRIM(SAIDADIVIDA),
               " BLOQUEADO ", CLIENTEBLOQUEADO, " SUP ", SUPERVISOR)
               TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.

       AUTORIZAR-NAOPAGO-FIM.
           EXIT.

       CANCELAR-PEDIDO.
           MOVE FUNCTION CONCATENATE ("CANCELAMENTO PEDIDO ",
               NUMPEDIDOTENT, " CLIENTE ", FUNCTION TRIM(CLIENTE),
                   TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
           END-PERFORM.
           PERFORM VARYING IDXARTIGO FROM 1 BY 1
               UNTIL IDXARTIGO > REG-NUMARTIGOS
               MOVE FUNCTION CONCATENATE ("  ARTIGO ",
                   REG-ARTCODIGO(IDXARTIGO), " QTD ",
                   REG-ARTQUANT(IDXARTIGO), " ",
                   FUNCTION TRIM(REG-ARTNOME(IDXARTIGO)))
                   TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
           END-PERFORM.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "PEDIDO CANCELADO. A voltar ao registo..."

       COPY 'SIGNOPER.CPY'.

       COPY 'ROLSTOCK.CPY'.

       COPY 'GRAVMOV.CPY'.

       COPY 'AUTORIZA.CPY'.

       COPY 'CALCDIV.CPY'.

       MOSTRAR-SABORES.
           DISPLAY "SABORES DE PIZZA: "
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 1101.
           "--------------------------------------------------"
           LINE LINHAMENU POSITION 60.

      *    LISTA DOS ARTIGOS ATIVOS EM DUAS COLUNAS DE 15 (LINHAS 9
      *    A 23), LIDOS DIRETAMENTE DE FMENU.DAT POR ORDEM DE CODIGO
       MOSTRAR-ARTIGO.
           READ FICH-MENU NEXT RECORD
               AT END
                   MOVE "S" TO FIMARTIGOS
           END-READ.
           IF NOT EIS-FIMARTIGOS THEN
               IF NOT MEN-ARTIGO THEN
                   MOVE "S" TO FIMARTIGOS
               ELSE
                   IF MEN-EIS-ATIVO THEN
                       IF ARTIGOSLISTADOS = 15 THEN
                           MOVE 9 TO LINHAMENU
                           MOVE 41 TO COLUNAMENU
                       END-IF
                       ADD 1 TO ARTIGOSLISTADOS
                       DISPLAY MEN-CODIGO LINE LINHAMENU
                           POSITION COLUNAMENU
                       DISPLAY MEN-NOME(1:22) LINE LINHAMENU
                           POSITION COLUNAMENU + 4
                       MOVE MEN-PRECO TO SAIDA
                       DISPLAY SAIDA LINE LINHAMENU
                           POSITION COLUNAMENU + 28
                       ADD 1 TO LINHAMENU
                   END-IF
               END-IF
           END-IF.

       LER-ARTIGO.
           MOVE "N" TO ARTIGOVALIDO.
           IF CODARTIGO > 0 THEN
               OPEN INPUT FICH-MENU
               IF FS-MENU = "00" THEN
                   MOVE "A" TO MEN-TIPO
                   MOVE CODARTIGO TO MEN-CODIGO
                   READ FICH-MENU
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MEN-EIS-ATIVO THEN
                               MOVE "S" TO ARTIGOVALIDO
                               PERFORM GUARDAR-ARTIGO
                           END-IF
                   END-READ
                   CLOSE FICH-MENU
               END-IF
           END-IF.

      *    O ARTIGO LIDO FICA JA NA LINHA SEGUINTE DO PEDIDO, QUE SO
      *    CONTA QUANDO A QUANTIDADE FOR ACEITE
       GUARDAR-ARTIGO.
           ADD 1 TO REG-NUMARTIGOS GIVING IDXARTIGO.
           MOVE MEN-CODIGO TO REG-ARTCODIGO(IDXARTIGO).
           MOVE MEN-NOME TO REG-ARTNOME(IDXARTIGO).
           MOVE MEN-CLASSE TO REG-ARTCLASSE(IDXARTIGO).
           MOVE MEN-PRECO TO REG-ARTPRECO(IDXARTIGO).
           MOVE MEN-CATIVA TO REG-ARTCATIVA(IDXARTIGO).

      *    TAXA EM VIGOR DA CATEGORIA DO ARTIGO; SEM O FICHEIRO OU SEM
      *    A CATEGORIA APLICA-SE A TAXA DA COMIDA
       LER-TAXA-ARTIGO.
           MOVE TAXACOMIDA TO TAXAARTIGO.
           OPEN INPUT FICH-TAXAS.
           IF FS-TAXAS = "00" THEN
               MOVE REG-ARTCATIVA(IDXARTIGO) TO TAX-CATEGORIA
               READ FICH-TAXAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TAX-PERCENTAGEM TO TAXAARTIGO
               END-READ
               CLOSE FICH-TAXAS
           END-IF.

      *    O PEDIDO SO TEM LUGAR PARA DUAS TAXAS ALEM DA COMIDA E DA
      *    ENTREGA; UMA TERCEIRA TAXA DIFERENTE RECUSA O ARTIGO
       RESERVAR-TAXA-ARTIGO.
           MOVE "N" TO ARTIGOVALIDO.
           PERFORM VARYING IDXIVA FROM 1 BY 1
               UNTIL IDXIVA > NUMTAXASART
               IF TAXAART(IDXIVA) = TAXAARTIGO THEN
                   MOVE "S" TO ARTIGOVALIDO
               END-IF
           END-PERFORM.
           IF NOT EIS-ARTIGOVALIDO AND NUMTAXASART < 2 THEN
               ADD 1 TO NUMTAXASART
               MOVE TAXAARTIGO TO TAXAART(NUMTAXASART)
               MOVE "S" TO ARTIGOVALIDO
           END-IF.

       LER-CONTADOR.
           OPEN INPUT FICH-CONTADOR.
           IF FS-CONTADOR = "00" THEN
           MOVE TIPOENTREGA TO REG-TIPOENTREGA.
           MOVE MORADA TO REG-MORADA.
           MOVE TAXAENTREGA TO REG-TAXAENTREGA.
           MOVE CODPOSTAL TO REG-CODPOSTAL.
           MOVE ZONA TO REG-ZONA.
           MOVE NOMEZONA TO REG-NOMEZONA.
           MOVE "L" TO REG-CANAL.
           MOVE SPACES TO REG-REFCANAL.
           MOVE 0 TO REG-COMISSAO.

           MOVE "N" TO PEDIDOGRAVADO.
           OPEN I-O FICH-PEDIDOS.
           MOVE HORA TO BIL-HORAS.
           MOVE MINUTO TO BIL-MINUTOS.
           MOVE SEGUNDO TO BIL-SEGUNDOS.
           MOVE HORACOZINHA TO BIL-HORAPROMETIDA.
           MOVE CLIENTE TO BIL-CLIENTE.
           MOVE TIPOENTREGA TO BIL-TIPOENTREGA.
           MOVE REG-NUMPIZZAS TO BIL-NUMPIZZAS.
                       TO BIL-EXCLUINOME(IDXPIZZA, CONTEXCL)
               END-PERFORM
           END-PERFORM.
      *    SO AS SOBREMESAS VAO A COZINHA; AS BEBIDAS SAEM DO BALCAO
           MOVE 0 TO BIL-NUMSOBREMESAS.
           PERFORM VARYING IDXARTIGO FROM 1 BY 1 UNTIL IDXARTIGO > 10
               MOVE 0 TO BIL-SOBQUANT(IDXARTIGO)
               MOVE SPACES TO BIL-SOBNOME(IDXARTIGO)
           END-PERFORM.
           PERFORM VARYING IDXARTIGO FROM 1 BY 1
               UNTIL IDXARTIGO > REG-NUMARTIGOS
               IF REG-ART-SOBREMESA(IDXARTIGO) THEN
                   ADD 1 TO BIL-NUMSOBREMESAS
                   MOVE REG-ARTQUANT(IDXARTIGO)
                       TO BIL-SOBQUANT(BIL-NUMSOBREMESAS)
                   MOVE REG-ARTNOME(IDXARTIGO)
                       TO BIL-SOBNOME(BIL-NUMSOBREMESAS)
               END-IF
           END-PERFORM.
           MOVE "R" TO BIL-ESTADO.
           MOVE 0 TO BIL-HORAPREPARACAO.
           MOVE 0 TO BIL-HORAPRONTO.
           MOVE 0 TO BIL-HORAENTREGUE.

           OPEN I-O FICH-BILHETES.
           IF FS-BILHETES = "35" THEN
               MOVE 0 TO ENT-VALORCOBRAR
           END-IF.
           MOVE HORAPROMETIDA TO ENT-HORAPROMETIDA.
           MOVE CODPOSTAL TO ENT-CODPOSTAL.
           MOVE ZONA TO ENT-ZONA.
           MOVE NOMEZONA TO ENT-NOMEZONA.
           MOVE TAXAENTREGA TO ENT-TAXAENTREGA.
           MOVE 0 TO ENT-ESTAFETA.
           MOVE SPACES TO ENT-NOMEESTAFETA.
           MOVE 0 TO ENT-HORASAIDA.
                       PERFORM BAIXAR-STOCK
                   END-PERFORM
               END-PERFORM
      *    BEBIDAS E SOBREMESAS: UMA UNIDADE POR CADA ARTIGO VENDIDO
               PERFORM VARYING IDXARTIGO FROM 1 BY 1
                   UNTIL IDXARTIGO > REG-NUMARTIGOS
                   MOVE "A" TO STK-TIPO
                   MOVE REG-ARTCODIGO(IDXARTIGO) TO STK-CODIGO
                   MOVE REG-ARTQUANT(IDXARTIGO) TO QTDBAIXA
                   PERFORM BAIXAR-STOCK
               END-PERFORM
               CLOSE FICH-STOCK
           END-IF.
           IF EIS-HA-RECEITAS THEN
           IF ITENSBAIXOS > 0 THEN
               MOVE ITENSBAIXOS TO SAIDABAIXOS
               DISPLAY FUNCTION CONCATENATE ("ATENCAO, STOCK BAIXO EM ",
               SAIDABAIXOS, " INGREDIENTES/ARTIGOS - VER GESTAO ",
               "DE STOCKS")
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 4601
           END-IF.

               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VIRAR-DIA-STOCK
                   SUBTRACT QTDBAIXA FROM STK-QUANTIDADE
                   ADD QTDBAIXA TO STK-SAIDASDIA
      *    CADA INGREDIENTE SO CONTA UMA VEZ PARA O AVISO: QUANDO
                       ADD 1 TO ITENSBAIXOS
                   END-IF
                   REWRITE REG-STOCK
                   MOVE "C" TO MOVTIPO
                   COMPUTE MOVQTD = 0 - QTDBAIXA
                   MOVE REG-NUMPEDIDO TO MOVDOC
                   MOVE "CONSUMO DO PEDIDO" TO MOVMOTIVO
                   PERFORM GRAVAR-MOVSTOCK
           END-READ.

       GRAVAR-CLIENTE.
                   MOVE 0 TO CLI-TOTALPIZZAS
                   MOVE 0 TO CLI-TOTALGASTO
                   MOVE 0 TO CLI-CARTAO
                   MOVE "N" TO CLI-BLOQUEADO
                   MOVE SPACES TO CLI-MOTIVOBLOQUEIO
                   MOVE 0 TO CLI-DATABLOQUEIO
                   MOVE "N" TO CLI-ANONIMO
           END-READ.
           MOVE CONTATO TO CLI-CONTATO.
           MOVE CLIENTE TO CLI-NOME.
               WRITE LINHA-RECIBO
               MOVE MORADA TO LINHA-RECIBO
               WRITE LINHA-RECIBO
               IF CODPOSTAL4 > 0 THEN
                   MOVE FUNCTION CONCATENATE ("Cod. postal: ",
                       CODPOSTAL4, "-", CODPOSTAL3, "  Zona: ",
                       FUNCTION TRIM(NOMEZONA)) TO LINHA-RECIBO
                   WRITE LINHA-RECIBO
               END-IF
           ELSE
               MOVE "Levantamento no balcao" TO LINHA-RECIBO
               WRITE LINHA-RECIBO
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
           MOVE FUNCTION CONCATENATE ("Valor Pizzas.......: ", SAIDA)
               TO LINHA-RECIBO
           WRITE LINHA-RECIBO.
           IF REG-VALORARTIGOS > 0 THEN
               MOVE REG-VALORARTIGOS TO SAIDA
               MOVE FUNCTION CONCATENATE ("Bebidas/Sobremesas.: ",
                   SAIDA) TO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-IF.
           MOVE TAXAENTREGA TO SAIDA.
           MOVE FUNCTION CONCATENATE ("Taxa de Entrega....: ", SAIDA)
               TO LINHA-RECIBO
                   TO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-IF.
           PERFORM VARYING IDXIVA FROM 1 BY 1 UNTIL IDXIVA > 4
               IF REG-IVABASE(IDXIVA) > 0 THEN
                   MOVE REG-IVATAXA(IDXIVA) TO SAIDATAXA
                   MOVE REG-IVABASE(IDXIVA) TO SAIDA
