       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_ImportaPedidos.
      *****************************************************************
      *    IMPORTACAO DOS PEDIDOS DO SITE E DAS APLICACOES DE ENTREGA  *
      *    LE O FICHEIRO FIMPORTPED.TXT (LAYOUT EM IMPORTPED.CPY) E    *
      *    VALIDA CADA PEDIDO COMO O REGISTO DE PEDIDOS: CONTATO,      *
      *    SABORES, TAMANHOS E EXTRAS ATIVOS EM FMENU.DAT, ZONA DE     *
      *    ENTREGA, HORA PROMETIDA E PRECOS DECLARADOS PELO CANAL      *
      *    CONTRA O PRECARIO. OS PEDIDOS ACEITES LEVAM O DESCONTO DE   *
      *    FIDELIDADE, A MELHOR PROMOCAO E O IVA DO BALCAO, O NUMERO   *
      *    DE FCONTADOR.DAT E A FATURA DE FSERIE.DAT, E SAO GRAVADOS   *
      *    EM FPEDIDOS, FBILHETES, FENTREGAS E FCLIENTES COM O CANAL   *
      *    DE ORIGEM. OS REJEITADOS VAO PARA FIMPORTREJ.TXT COM O      *
      *    MOTIVO. UM PEDIDO JA IMPORTADO (MESMO CANAL E REFERENCIA)   *
      *    E REJEITADO, POR ISSO O MESMO FICHEIRO PODE SER CORRIDO     *
      *    DE NOVO SEM DUPLICAR PEDIDOS                                *
      *    UM PEDIDO A PAGAR NA ENTREGA DE UM CLIENTE BLOQUEADO OU COM *
      *    DIVIDA ACIMA DO LIMITE E REJEITADO: SEM SUPERVISOR PARA O   *
      *    AUTORIZAR, SO PODE ENTRAR PELO REGISTO DE PEDIDOS           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-IMPORTA ASSIGN TO "FIMPORTPED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMPORTA.

           SELECT FICH-REJEITADOS ASSIGN TO "FIMPORTREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITADOS.

      *    A IMPORTACAO CORRE COM AS CAIXAS ABERTAS: OS FICHEIROS DE
      *    MOVIMENTO SAO PARTILHADOS COM BLOQUEIO AO NIVEL DO REGISTO
           SELECT FICH-PEDIDOS ASSIGN TO "FPEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE
               ALTERNATE RECORD KEY IS REG-CONTATO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-PEDIDOS.

           SELECT FICH-CONTADOR ASSIGN TO "FCONTADOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTADOR.

           SELECT FICH-SERIE ASSIGN TO "FSERIE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SERIE.

           SELECT FICH-CLIENTES ASSIGN TO "FCLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CONTATO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-CLIENTES.

           SELECT FICH-BILHETES ASSIGN TO "FBILHETES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIL-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-BILHETES.

           SELECT FICH-MENU ASSIGN TO "FMENU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENU.

           SELECT FICH-STOCK ASSIGN TO "FSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STOCK.

           SELECT FICH-MOVSTOCK ASSIGN TO "FMOVSTOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVSTOCK.

           SELECT FICH-RECEITAS ASSIGN TO "FRECEITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS FS-RECEITAS.

           SELECT FICH-ENTREGAS ASSIGN TO "FENTREGAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS FS-ENTREGAS.

           SELECT FICH-TAXAS ASSIGN TO "FTAXAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CATEGORIA
               FILE STATUS IS FS-TAXAS.

           SELECT FICH-PROMOS ASSIGN TO "FPROMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CODIGO
               FILE STATUS IS FS-PROMOS.

           SELECT FICH-ZONAS ASSIGN TO "FZONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZON-PREFIXO
               FILE STATUS IS FS-ZONAS.

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
               RECORD KEY IS OPR-CODIGO
               FILE STATUS IS FS-OPERADOR.

           SELECT FICH-AUDIT ASSIGN TO "FAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  FICH-IMPORTA
           LABEL RECORDS ARE STANDARD.
           COPY 'IMPORTPED.CPY'.

       FD  FICH-REJEITADOS
           LABEL RECORDS ARE STANDARD.
       01  LINHA-REJEITADOS                          PIC X(80).

       FD  FICH-PEDIDOS
           LABEL RECORDS ARE STANDARD.
           COPY 'PEDIDO.CPY'.

       FD  FICH-CONTADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'CONTADOR.CPY'.

       FD  FICH-SERIE
           LABEL RECORDS ARE STANDARD.
           COPY 'SERIE.CPY'.

       FD  FICH-CLIENTES
           LABEL RECORDS ARE STANDARD.
           COPY 'CLIMEST.CPY'.

       FD  FICH-BILHETES
           LABEL RECORDS ARE STANDARD.
           COPY 'BILHETE.CPY'.

       FD  FICH-MENU
           LABEL RECORDS ARE STANDARD.
           COPY 'MENU.CPY'.

       FD  FICH-STOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'STOCK.CPY'.

       FD  FICH-MOVSTOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'MOVSTOCK.CPY'.

       FD  FICH-RECEITAS
           LABEL RECORDS ARE STANDARD.
           COPY 'RECEITA.CPY'.

       FD  FICH-ENTREGAS
           LABEL RECORDS ARE STANDARD.
           COPY 'ENTREGA.CPY'.

       FD  FICH-TAXAS
           LABEL RECORDS ARE STANDARD.
           COPY 'TAXAIVA.CPY'.

       FD  FICH-PROMOS
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

       FD  FICH-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  LINHA-AUDIT                               PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-IMPORTA                                PIC X(02).
       77  FS-REJEITADOS                             PIC X(02).
       77  FS-PEDIDOS                                PIC X(02).
       77  FS-CONTADOR                               PIC X(02).
       77  FS-SERIE                                  PIC X(02).
       77  FS-CLIENTES                               PIC X(02).
       77  FS-BILHETES                               PIC X(02).
       77  FS-MENU                                   PIC X(02).
       77  FS-STOCK                                  PIC X(02).
       77  FS-RECEITAS                               PIC X(02).
       77  FS-ENTREGAS                               PIC X(02).
       77  FS-PROMOS                                 PIC X(02).
       77  FS-TAXAS                                  PIC X(02).
       77  FS-ZONAS                                  PIC X(02).
       77  TEMP                                      PIC X(10).
       77  CONTADORPEDIDOS                           PIC 9(03).
       77  NUMFATURA                                 PIC 9(07).
       77  TENTATIVAS                                PIC 9(02).
       77  ESPERA                                    PIC 9(01) VALUE 1.
       77  CONTADORVAZIO                             PIC X(01).
           88 EIS-CONTADORVAZIO               VALUE "S".
       77  CONTADORFALHOU                            PIC X(01).
           88 EIS-CONTADORFALHOU              VALUE "S".
       77  SERIEVAZIA                                PIC X(01).
           88 EIS-SERIEVAZIA                  VALUE "S".
       77  SERIEFALHOU                               PIC X(01).
           88 EIS-SERIEFALHOU                 VALUE "S".
       77  DATAHOJE                                  PIC 9(08).
       01  HORA-ATUAL.
           05 HORA                                   PIC 9(02).
           05 MINUTO                                 PIC 9(02).
           05 SEGUNDO                                PIC 9(02).
      *    RESULTADO DA VALIDACAO: ESPACOS = PEDIDO ACEITE, SENAO O
      *    MOTIVO DA REJEICAO ESCRITO NO RELATORIO DE EXCECOES
       77  MOTIVO                                    PIC X(60).
       77  LIDOS                                     PIC 9(05).
       77  IMPORTADOS                                PIC 9(05).
       77  REJEITADOS                                PIC 9(05).
       77  TOTALBAIXOS                               PIC 9(03).
       77  SAIDACONT                                 PIC ZZZZ9.
       77  FIMLISTA                                  PIC X(01).
           88 EIS-FIMLISTA                    VALUE "S".
       77  NUMPIZZASIMP                              PIC 9(01).
       77  COMISSAO                                  PIC 9(03)V99.
       77  CLIENTE                                   PIC X(30).
       77  CONTATO                                   PIC 9(09).
       77  CLIENTECONHECIDO                          PIC X(01).
           88 CLIENTE-JA-CONHECIDO             VALUE "S".
       77  CLIENTEBLOQUEADO                          PIC X(01).
           88 EIS-CLIENTEBLOQUEADO            VALUE "S".
       77  MOTIVOBLOQUEIO                            PIC X(30).
       77  SAIDADIVIDA                               PIC ZZZZZ9.99.
       77  HORAPROMETIDA                             PIC 9(04).
       77  TIPOENTREGA                               PIC X(01).
           88 ENTREGA-DOMICILIO               VALUE "E".
           88 ENTREGA-BALCAO                  VALUE "B".
       77  MORADA                                    PIC X(40).
       77  MORADACLIENTE                             PIC X(40).
       77  TAXAENTREGA                               PIC 9(02)V99.
       01  CODPOSTAL.
           05 CODPOSTAL4                             PIC 9(04).
           05 CODPOSTAL3                             PIC 9(03).
       77  ZONA                                      PIC 9(04).
       77  NOMEZONA                                  PIC X(20).
       77  MINIMOZONA                                PIC 9(03)V99.
       77  MINUTOSZONA                               PIC 9(03).
       77  HA-ZONAS                                  PIC X(01).
           88 EIS-HA-ZONAS                    VALUE "S".
       77  MINUTOSAGORA                              PIC 9(04).
       77  MINUTOSCHEGADA                            PIC 9(04).
       77  MINUTOSPROMETIDOS                         PIC S9(04).
       77  HORAESTIMADA                              PIC 9(04).
       77  HORACOZINHA                               PIC 9(04).
       77  HORASCALC                                 PIC 9(02).
       77  MINUTOSCALC                               PIC 9(02).
       77  CONTADOR                                  PIC 9(03).
       77  IDXPIZZA                                  PIC 9(02).
       77  IDXEXTRA                                  PIC 9(02).
       77  CONTEXCL                                  PIC 9(02).
       77  IDXARTIGO                                 PIC 9(02).
       77  TAMANHO                                   PIC 9(02).
           88 VALIDARTAMANHO                  VALUES 1 THRU 3.
       77  SABORESCOLHIDO                            PIC 9(02).
           88 VALIDARSABOR                    VALUES 1 THRU 10.
       77  SABORESCOLHIDO2                           PIC 9(02).
           88 VALIDARSABOR2                   VALUES 1 THRU 10.
       77  ESCOLHAING                                PIC 9(02).
       77  SABORABATE                                PIC 9(02).
       77  FATORSABOR                                PIC 9(01)V99.
       77  QUERBASES                                 PIC X(01).
       77  VALORPIZZA                                PIC 9(02)V99.
       77  TOTALINGREDIENTES                         PIC 9(02)V99.
       77  PRECONOSSO                                PIC 9(03)V99.
       77  SAIDA                                     PIC ZZ9.99.
       77  SAIDA2                                    PIC ZZ9.99.
       77  SAIDATOTAL                                PIC ZZZ9.99.
       77  SAIDATOTAL2                               PIC ZZZ9.99.
       77  TOTALIVA                                  PIC 9(03)V99.
      *    TAXAS DE IVA LIDAS DE FTAXAS.DAT NO ARRANQUE; SEM O
      *    FICHEIRO MANTEM-SE OS 23% HISTORICOS NAS DUAS CATEGORIAS
       77  TAXACOMIDA                                PIC 9(02)V99
                                                     VALUE 23.00.
       77  TAXAENTIVA                                PIC 9(02)V99
                                                     VALUE 23.00.
       77  BASECOMIDA                                PIC 9(04)V99.
       77  IVACOMIDA                                 PIC 9(03)V99.
       77  IVAENTREGA                                PIC 9(03)V99.
       77  TOTAL-VALORPIZZA                          PIC 9(03)V99.
       COPY 'EXTRAS.CPY'.
       COPY 'SABORES.CPY'.
       COPY 'TAMANHOS.CPY'.
       77  MENIDX                                    PIC 9(02).
       77  CARTAOCLIENTE                             PIC 9(02).
       77  DESCONTO                                  PIC 9(02)V99.
       77  DESCPROMO                                 PIC 9(03)V99.
       77  DESCCANDIDATO                             PIC 9(03)V99.
       77  SUBTOTALPROMO                             PIC 9(04)V99.
       77  PIZZABARATA                               PIC 9(03)V99.
       77  PROMONOME                                 PIC X(30).
       77  DIASEMANA                                 PIC 9(01).
       77  NOVOCLIENTE                               PIC X(01).
           88 EIS-NOVOCLIENTE                 VALUE "S".
       77  PEDIDOGRAVADO                             PIC X(01).
           88 EIS-PEDIDOGRAVADO               VALUE "S".
       77  HA-RECEITAS                               PIC X(01).
           88 EIS-HA-RECEITAS                 VALUE "S".
       77  RECEITALIDA                               PIC X(01).
           88 EIS-RECEITALIDA                 VALUE "S".
       77  QTDBAIXA                                  PIC 9(03)V99.
       77  IDXHIST                                   PIC 9(02).
       77  DIASPARADO                                PIC 9(05).
       77  IDXCOMP                                   PIC 9(02).
       77  ITENSBAIXOS                               PIC 9(02).
       77  SAIDABAIXOS                               PIC ZZ9.
       COPY 'AUDITOPER.CPY'.
       COPY 'MOVTRAB.CPY'.
       COPY 'DIVTRAB.CPY'.

       SCREEN SECTION.
       01 LIMPAR-ENCRAN BLANK SCREEN.

       01 TITULO.
           05 COL 01 VALUE
           "                                                           "
           BACKGROUND-COLOR 4 HIGHLIGHT                         LINE 01.
           05 COL 01 VALUE
           "         PIZZARIA RAMALHO, Importacao de Pedidos Online    "
           BACKGROUND-COLOR 2 HIGHLIGHT FOREGROUND-COLOR 6
           LINE 02.
           05 COL 01 VALUE
           "                Pizzas Deliciosas, Lda.                    "
           BACKGROUND-COLOR 2 HIGHLIGHT FOREGROUND-COLOR 6
           LINE 03.
           05 COL 01 VALUE
           "                                                           "
           BACKGROUND-COLOR 4 HIGHLIGHT                         LINE 04.

       PROCEDURE DIVISION.

       IMPORTACAO.
           PERFORM OBTER-OPERADOR.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-ATUAL FROM TIME.
           PERFORM CARREGAR-MENU.
           PERFORM CARREGAR-TAXAS.
           MOVE 0 TO LIDOS.
           MOVE 0 TO IMPORTADOS.
           MOVE 0 TO REJEITADOS.
           MOVE 0 TO TOTALBAIXOS.

           OPEN INPUT FICH-IMPORTA.
           IF FS-IMPORTA NOT = "00" THEN
               DISPLAY "SEM FICHEIRO FIMPORTPED.TXT PARA IMPORTAR!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 1001
               GO TO SAIR
           END-IF.
           DISPLAY "A importar FIMPORTPED.TXT ..."              AT 1001.
           PERFORM ABRIR-REJEITADOS.
           PERFORM LER-IMPORTA.
           PERFORM TRATAR-PEDIDO UNTIL FS-IMPORTA NOT = "00".
           CLOSE FICH-IMPORTA.
           PERFORM FECHAR-REJEITADOS.

           MOVE LIDOS TO SAIDACONT.
           DISPLAY FUNCTION CONCATENATE ("Pedidos lidos......: ",
           SAIDACONT)                                           AT 1101.
           MOVE IMPORTADOS TO SAIDACONT.
           DISPLAY FUNCTION CONCATENATE ("Pedidos importados.: ",
           SAIDACONT)
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 1201.
           MOVE REJEITADOS TO SAIDACONT.
           DISPLAY FUNCTION CONCATENATE ("Pedidos rejeitados.: ",
           SAIDACONT)                                           AT 1301.
           IF REJEITADOS > 0 THEN
               DISPLAY "VER OS MOTIVOS EM FIMPORTREJ.TXT"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 1335
           END-IF.
           IF TOTALBAIXOS > 0 THEN
               MOVE TOTALBAIXOS TO SAIDABAIXOS
               DISPLAY FUNCTION CONCATENATE ("ATENCAO, STOCK BAIXO EM ",
               SAIDABAIXOS, " INGREDIENTES - VER GESTAO DE STOCKS")
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 1501
           END-IF.
           MOVE FUNCTION CONCATENATE ("IMPORTACAO FIMPORTPED.TXT ",
               "LIDOS ", LIDOS, " IMPORTADOS ", IMPORTADOS,
               " REJEITADOS ", REJEITADOS) TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.

       SAIR.
           STOP RUN.

       LER-IMPORTA.
           READ FICH-IMPORTA
               AT END
                   MOVE "10" TO FS-IMPORTA
           END-READ.

      *    CADA PEDIDO E VALIDADO, CALCULADO E SO DEPOIS NUMERADO: UM
      *    PEDIDO REJEITADO NAO GASTA NUMERO DE PEDIDO NEM DE FATURA
       TRATAR-PEDIDO.
           IF IMP-PEDIDO = SPACES THEN
               PERFORM LER-IMPORTA
           ELSE
               ADD 1 TO LIDOS
               ACCEPT DATAHOJE FROM DATE YYYYMMDD
               ACCEPT HORA-ATUAL FROM TIME
               MOVE SPACES TO MOTIVO
               PERFORM VALIDAR-PEDIDO THRU VALIDAR-PEDIDO-FIM
               IF MOTIVO = SPACES THEN
                   PERFORM CALCULO-TOTAL
                   PERFORM CONFERIR-TOTAL
               END-IF
               IF MOTIVO = SPACES THEN
                   PERFORM RESERVAR-NUMEROS
               END-IF
               IF MOTIVO = SPACES THEN
                   PERFORM GRAVAR-PEDIDO
               END-IF
               IF MOTIVO = SPACES THEN
                   ADD 1 TO IMPORTADOS
               ELSE
                   PERFORM REJEITAR-PEDIDO
               END-IF
               PERFORM LER-IMPORTA
           END-IF.

       VALIDAR-PEDIDO.
           IF IMP-CANAL NOT = "W" AND IMP-CANAL NOT = "A" THEN
               MOVE "CANAL DESCONHECIDO (W = SITE, A = APLICACAO)"
                   TO MOTIVO
               GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           IF IMP-REFCANAL = SPACES THEN
               MOVE "SEM REFERENCIA DO PEDIDO NO CANAL" TO MOTIVO
               GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           IF IMP-CONTATO IS NOT NUMERIC OR
               (IMP-CONTATO(1:1) NOT = "2" AND
                IMP-CONTATO(1:1) NOT = "9") THEN
               MOVE "CONTATO INVALIDO (9 DIGITOS A COMECAR POR 2 OU 9)"
                   TO MOTIVO
               GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           MOVE IMP-CONTATO TO CONTATO.
           PERFORM VERIFICAR-DUPLICADO.
           IF MOTIVO NOT = SPACES THEN
               GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           PERFORM LIMPAR-PEDIDO.

           MOVE SPACES TO CLIENTE.
           MOVE SPACES TO MORADACLIENTE.
           MOVE 0 TO CARTAOCLIENTE.
           PERFORM PROCURAR-CLIENTE.
           IF NOT CLIENTE-JA-CONHECIDO THEN
               IF IMP-CLIENTE = SPACES THEN
                   MOVE "NOME DO CLIENTE EM FALTA" TO MOTIVO
                   GO TO VALIDAR-PEDIDO-FIM
               END-IF
               MOVE IMP-CLIENTE TO CLIENTE
           END-IF.

           MOVE IMP-TIPOENTREGA TO TIPOENTREGA.
           MOVE SPACES TO MORADA.
           MOVE 0 TO TAXAENTREGA.
           PERFORM LIMPAR-ZONA.
           EVALUATE TRUE
               WHEN ENTREGA-DOMICILIO
                   PERFORM VALIDAR-MORADA THRU VALIDAR-MORADA-FIM
               WHEN ENTREGA-BALCAO
                   CONTINUE
               WHEN OTHER
                   MOVE "TIPO DE ENTREGA INVALIDO (E = DOMICILIO, B = BA
      -                 "LCAO)" TO MOTIVO
           END-EVALUATE.
           IF MOTIVO NOT = SPACES THEN
               GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           PERFORM VALIDAR-HORA THRU VALIDAR-HORA-FIM.
           IF MOTIVO NOT = SPACES THEN
               GO TO VALIDAR-PEDIDO-FIM
           END-IF.

           IF IMP-PAGAMENTO NOT = "T" AND IMP-PAGAMENTO NOT = "D" AND
               IMP-PAGAMENTO NOT = "C" AND IMP-PAGAMENTO NOT = "M" THEN
               MOVE "METODO DE PAGAMENTO INVALIDO (T, D, C OU M)"
                   TO MOTIVO
               GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           IF IMP-PAGAMENTO NOT = "T" THEN
               PERFORM VERIFICAR-CREDITO
               IF MOTIVO NOT = SPACES THEN
                   GO TO VALIDAR-PEDIDO-FIM
               END-IF
           END-IF.
           IF IMP-COMISSAO = SPACES THEN
               MOVE 0 TO COMISSAO
           ELSE
               IF IMP-COMISSAO IS NOT NUMERIC THEN
                   MOVE "COMISSAO DA PLATAFORMA INVALIDA" TO MOTIVO
                   GO TO VALIDAR-PEDIDO-FIM
               END-IF
               MOVE IMP-COMISSAO-N TO COMISSAO
           END-IF.
           IF IMP-TOTAL IS NOT NUMERIC THEN
               MOVE "TOTAL DECLARADO INVALIDO" TO MOTIVO
               GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           IF IMP-NUMPIZZAS IS NOT NUMERIC OR
               IMP-NUMPIZZAS < "1" OR IMP-NUMPIZZAS > "5" THEN
               MOVE "NUMERO DE PIZZAS INVALIDO (1 A 5)" TO MOTIVO
               GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           MOVE IMP-NUMPIZZAS TO NUMPIZZASIMP.
           PERFORM VALIDAR-PIZZA THRU VALIDAR-PIZZA-FIM
               VARYING IDXPIZZA FROM 1 BY 1
               UNTIL IDXPIZZA > NUMPIZZASIMP OR MOTIVO NOT = SPACES.

       VALIDAR-PEDIDO-FIM.
           EXIT.

      *    O MESMO PEDIDO DO MESMO CANAL SO ENTRA UMA VEZ: PROCURA-SE
      *    A REFERENCIA NOS PEDIDOS DO CLIENTE (CHAVE ALTERNADA)
       VERIFICAR-DUPLICADO.
           OPEN INPUT FICH-PEDIDOS.
           IF FS-PEDIDOS = "00" THEN
               MOVE "N" TO FIMLISTA
               MOVE CONTATO TO REG-CONTATO
               START FICH-PEDIDOS KEY IS EQUAL TO REG-CONTATO
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
               IF NOT EIS-FIMLISTA THEN
                   PERFORM LER-PROXIMO
               END-IF
               PERFORM COMPARAR-REFERENCIA UNTIL EIS-FIMLISTA
               CLOSE FICH-PEDIDOS
           END-IF.

      *    COM CHAVES ALTERNADAS REPETIDAS A LEITURA DEVOLVE "02"
      *    ENQUANTO HOUVER MAIS PEDIDOS DO MESMO CONTATO
       LER-PROXIMO.
           READ FICH-PEDIDOS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-PEDIDOS(1:1) NOT = "0" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

       COMPARAR-REFERENCIA.
           IF REG-CONTATO NOT = CONTATO THEN
               MOVE "S" TO FIMLISTA
           ELSE
               IF REG-CANAL = IMP-CANAL AND
                   REG-REFCANAL = IMP-REFCANAL THEN
                   MOVE FUNCTION CONCATENATE ("JA IMPORTADO: PEDIDO ",
                       REG-NUMPEDIDO, " DE ", REG-DIA, "/", REG-MES,
                       "/", REG-ANO) TO MOTIVO
                   MOVE "S" TO FIMLISTA
               ELSE
                   PERFORM LER-PROXIMO
               END-IF
           END-IF.

       LIMPAR-PEDIDO.
           MOVE 0 TO REG-NUMPIZZAS.
           MOVE 0 TO REG-VALORINGREDIENTES.
           MOVE 0 TO REG-VALORPIZZAS.
           PERFORM VARYING IDXPIZZA FROM 1 BY 1 UNTIL IDXPIZZA > 5
               MOVE 0 TO REG-TAMANHO(IDXPIZZA)
               MOVE 0 TO REG-SABORCOD(IDXPIZZA)
               MOVE SPACES TO REG-SABORNOME(IDXPIZZA)
               MOVE 0 TO REG-SABORCOD2(IDXPIZZA)
               MOVE SPACES TO REG-SABORNOME2(IDXPIZZA)
               MOVE 0 TO REG-VALORPIZZA(IDXPIZZA)
               MOVE 0 TO REG-NUMEXTRAS(IDXPIZZA)
               PERFORM VARYING IDXEXTRA FROM 1 BY 1 UNTIL IDXEXTRA > 5
                   MOVE 0 TO REG-EXTRACOD(IDXPIZZA, IDXEXTRA)
               END-PERFORM
               MOVE 0 TO REG-VALOREXTRAS(IDXPIZZA)
               MOVE 0 TO REG-NUMEXCLUI(IDXPIZZA)
               PERFORM VARYING CONTEXCL FROM 1 BY 1 UNTIL CONTEXCL > 3
                   MOVE SPACES TO REG-EXCLUINOME(IDXPIZZA, CONTEXCL)
               END-PERFORM
           END-PERFORM.

       PROCURAR-CLIENTE.
           MOVE "N" TO CLIENTECONHECIDO.
           MOVE "N" TO CLIENTEBLOQUEADO.
           MOVE SPACES TO MOTIVOBLOQUEIO.
           OPEN INPUT FICH-CLIENTES.
           IF FS-CLIENTES = "00" THEN
               MOVE CONTATO TO CLI-CONTATO
               READ FICH-CLIENTES
                   INVALID KEY
                       MOVE "N" TO CLIENTECONHECIDO
                   NOT INVALID KEY
                       MOVE "S" TO CLIENTECONHECIDO
                       MOVE CLI-NOME TO CLIENTE
                       MOVE CLI-MORADA TO MORADACLIENTE
                       MOVE CLI-CARTAO TO CARTAOCLIENTE
                       IF CLI-EIS-BLOQUEADO THEN
                           MOVE "S" TO CLIENTEBLOQUEADO
                           MOVE CLI-MOTIVOBLOQUEIO TO MOTIVOBLOQUEIO
                       END-IF
               END-READ
               CLOSE FICH-CLIENTES
           END-IF.

      *    PEDIDO A PAGAR NA ENTREGA: MESMA REGRA DE CREDITO DO
      *    REGISTO DE PEDIDOS, MAS SEM AUTORIZACAO POSSIVEL
       VERIFICAR-CREDITO.
           IF EIS-CLIENTEBLOQUEADO THEN
               MOVE FUNCTION CONCATENATE ("CLIENTE BLOQUEADO (",
                   FUNCTION TRIM(MOTIVOBLOQUEIO), ")") TO MOTIVO
           ELSE
               MOVE CONTATO TO CONTATODIVIDA
               PERFORM CALCULAR-DIVIDA THRU CALCULAR-DIVIDA-FIM
               IF DIVIDACLIENTE > LIMITEDIVIDA THEN
                   MOVE DIVIDACLIENTE TO SAIDADIVIDA
                   MOVE FUNCTION CONCATENATE ("DIVIDA EM ABERTO ",
                       FUNCTION TRIM(SAIDADIVIDA),
                       " EUROS ACIMA DO LIMITE") TO MOTIVO
               END-IF
           END-IF.

      *    A MORADA E O CODIGO POSTAL DECIDEM A ZONA DE ENTREGA COMO
      *    NO REGISTO DE PEDIDOS; SEM FICHEIRO DE ZONAS MANTEM-SE A
      *    TAXA FIXA HISTORICA DE 2.50
       VALIDAR-MORADA.
           IF IMP-MORADA = SPACES THEN
               MOVE "MORADA DE ENTREGA EM FALTA" TO MOTIVO
               GO TO VALIDAR-MORADA-FIM
           END-IF.
           MOVE IMP-MORADA TO MORADA.
           IF IMP-CODPOSTAL(1:4) IS NUMERIC AND
               IMP-CODPOSTAL(5:1) = "-" AND
               IMP-CODPOSTAL(6:3) IS NUMERIC THEN
               MOVE IMP-CODPOSTAL(1:4) TO CODPOSTAL4
               MOVE IMP-CODPOSTAL(6:3) TO CODPOSTAL3
           ELSE
               IF IMP-CODPOSTAL(1:7) IS NUMERIC AND
                   IMP-CODPOSTAL(8:1) = SPACE THEN
                   MOVE IMP-CODPOSTAL(1:7) TO CODPOSTAL
               ELSE
                   MOVE "CODIGO POSTAL INVALIDO" TO MOTIVO
                   GO TO VALIDAR-MORADA-FIM
               END-IF
           END-IF.
           IF CODPOSTAL4 < 1000 THEN
               MOVE "CODIGO POSTAL INVALIDO" TO MOTIVO
               GO TO VALIDAR-MORADA-FIM
           END-IF.
           PERFORM PROCURAR-ZONA.
           IF NOT EIS-HA-ZONAS THEN
               MOVE 2.50 TO TAXAENTREGA
               GO TO VALIDAR-MORADA-FIM
           END-IF.
           IF ZONA = 0 THEN
               MOVE FUNCTION CONCATENATE ("FORA DA AREA DE ENTREGA (",
                   CODPOSTAL4, "-", CODPOSTAL3, ")") TO MOTIVO
           END-IF.

       VALIDAR-MORADA-FIM.
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

      *    A HORA PROMETIDA PELO CANAL SEGUE AS REGRAS DO BALCAO: NAS
      *    ENTREGAS NAO PODE SER ANTES DE AGORA MAIS A VIAGEM DA ZONA
      *    E A COZINHA RECEBE A HORA A QUE O PEDIDO TEM DE SAIR
       VALIDAR-HORA.
           MOVE 0 TO HORAPROMETIDA.
           MOVE 0 TO HORACOZINHA.
           IF IMP-HORAPROMETIDA = SPACES OR
               IMP-HORAPROMETIDA = "0000" THEN
               GO TO VALIDAR-HORA-FIM
           END-IF.
           IF IMP-HORAPROMETIDA IS NOT NUMERIC OR
               IMP-HORAPROMETIDA(1:2) > "23" OR
               IMP-HORAPROMETIDA(3:2) > "59" THEN
               MOVE "HORA PROMETIDA INVALIDA" TO MOTIVO
               GO TO VALIDAR-HORA-FIM
           END-IF.
           MOVE IMP-HORAPROMETIDA TO HORAPROMETIDA.
           MOVE HORAPROMETIDA TO HORACOZINHA.
           IF NOT ENTREGA-DOMICILIO OR MINUTOSZONA = 0 THEN
               GO TO VALIDAR-HORA-FIM
           END-IF.
           COMPUTE MINUTOSAGORA = HORA * 60 + MINUTO.
           COMPUTE MINUTOSCHEGADA = MINUTOSAGORA + MINUTOSZONA.
           IF MINUTOSCHEGADA >= 1440 THEN
               GO TO VALIDAR-HORA-FIM
           END-IF.
           DIVIDE HORAPROMETIDA BY 100 GIVING HORASCALC
               REMAINDER MINUTOSCALC.
           COMPUTE MINUTOSPROMETIDOS = HORASCALC * 60 + MINUTOSCALC.
           IF MINUTOSPROMETIDOS < MINUTOSCHEGADA THEN
               DIVIDE MINUTOSCHEGADA BY 60 GIVING HORASCALC
                   REMAINDER MINUTOSCALC
               COMPUTE HORAESTIMADA = HORASCALC * 100 + MINUTOSCALC
               MOVE FUNCTION CONCATENATE
                   ("ENTREGA SO E POSSIVEL A PARTIR DAS ",
                   HORAESTIMADA(1:2), ":", HORAESTIMADA(3:2))
                   TO MOTIVO
               GO TO VALIDAR-HORA-FIM
           END-IF.
           SUBTRACT MINUTOSZONA FROM MINUTOSPROMETIDOS.
           DIVIDE MINUTOSPROMETIDOS BY 60 GIVING HORASCALC
               REMAINDER MINUTOSCALC.
           COMPUTE HORACOZINHA = HORASCALC * 100 + MINUTOSCALC.

       VALIDAR-HORA-FIM.
           EXIT.

      *    CADA PIZZA E PRECADA COMO NO BALCAO (TAMANHO + SABOR, A
      *    MEIA/MEIA PAGA A METADE MAIS CARA, MAIS OS EXTRAS) E O
      *    PRECO DECLARADO PELO CANAL TEM DE SER O MESMO
       VALIDAR-PIZZA.
           ADD 1 TO REG-NUMPIZZAS.
           MOVE 0 TO VALORPIZZA.
           MOVE 0 TO TOTALINGREDIENTES.
           PERFORM LIMPAR-REPETIDOS.
           IF IMP-TAMANHO(IDXPIZZA) IS NOT NUMERIC THEN
               MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                   ": TAMANHO INVALIDO") TO MOTIVO
               GO TO VALIDAR-PIZZA-FIM
           END-IF.
           MOVE IMP-TAMANHO(IDXPIZZA) TO TAMANHO.
           IF NOT VALIDARTAMANHO THEN
               MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                   ": TAMANHO INVALIDO") TO MOTIVO
               GO TO VALIDAR-PIZZA-FIM
           END-IF.
           ADD TAMPRECO(TAMANHO) TO VALORPIZZA.

           IF IMP-SABORCOD(IDXPIZZA) IS NOT NUMERIC THEN
               MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                   ": SABOR INVALIDO") TO MOTIVO
               GO TO VALIDAR-PIZZA-FIM
           END-IF.
           MOVE IMP-SABORCOD(IDXPIZZA) TO SABORESCOLHIDO.
           IF NOT VALIDARSABOR THEN
               MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                   ": SABOR INVALIDO") TO MOTIVO
               GO TO VALIDAR-PIZZA-FIM
           END-IF.
           IF SABORATIVO(SABORESCOLHIDO) NOT = "S" THEN
               MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                   ": SABOR ", SABORESCOLHIDO, " INDISPONIVEL")
                   TO MOTIVO
               GO TO VALIDAR-PIZZA-FIM
           END-IF.
           MOVE SABORCOD(SABORESCOLHIDO) TO REG-SABORCOD(IDXPIZZA).
           MOVE SABORNOME(SABORESCOLHIDO) TO REG-SABORNOME(IDXPIZZA).

           IF IMP-SABORCOD2(IDXPIZZA) = SPACES OR
               IMP-SABORCOD2(IDXPIZZA) = "00" THEN
               ADD SABORVALOR(SABORESCOLHIDO) TO VALORPIZZA
           ELSE
               IF IMP-SABORCOD2(IDXPIZZA) IS NOT NUMERIC THEN
                   MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                       ": 2.O SABOR INVALIDO") TO MOTIVO
                   GO TO VALIDAR-PIZZA-FIM
               END-IF
               MOVE IMP-SABORCOD2(IDXPIZZA) TO SABORESCOLHIDO2
               IF NOT VALIDARSABOR2 THEN
                   MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                       ": 2.O SABOR INVALIDO") TO MOTIVO
                   GO TO VALIDAR-PIZZA-FIM
               END-IF
               IF SABORATIVO(SABORESCOLHIDO2) NOT = "S" THEN
                   MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                       ": SABOR ", SABORESCOLHIDO2, " INDISPONIVEL")
                       TO MOTIVO
                   GO TO VALIDAR-PIZZA-FIM
               END-IF
               IF SABORVALOR(SABORESCOLHIDO2) >
                   SABORVALOR(SABORESCOLHIDO) THEN
                   ADD SABORVALOR(SABORESCOLHIDO2) TO VALORPIZZA
               ELSE
                   ADD SABORVALOR(SABORESCOLHIDO) TO VALORPIZZA
               END-IF
               MOVE SABORCOD(SABORESCOLHIDO2)
                   TO REG-SABORCOD2(IDXPIZZA)
               MOVE SABORNOME(SABORESCOLHIDO2)
                   TO REG-SABORNOME2(IDXPIZZA)
           END-IF.

           PERFORM VALIDAR-EXTRA THRU VALIDAR-EXTRA-FIM
               VARYING IDXEXTRA FROM 1 BY 1
               UNTIL IDXEXTRA > 5 OR MOTIVO NOT = SPACES.
           IF MOTIVO NOT = SPACES THEN
               GO TO VALIDAR-PIZZA-FIM
           END-IF.

           PERFORM VARYING CONTEXCL FROM 1 BY 1 UNTIL CONTEXCL > 3
               IF IMP-EXCLUINOME(IDXPIZZA, CONTEXCL) NOT = SPACES THEN
                   ADD 1 TO REG-NUMEXCLUI(IDXPIZZA)
                   MOVE IMP-EXCLUINOME(IDXPIZZA, CONTEXCL)
                       TO REG-EXCLUINOME(IDXPIZZA,
                           REG-NUMEXCLUI(IDXPIZZA))
               END-IF
           END-PERFORM.

           COMPUTE PRECONOSSO = VALORPIZZA + TOTALINGREDIENTES.
           IF IMP-VALORPIZZA(IDXPIZZA) IS NOT NUMERIC THEN
               MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                   ": PRECO DECLARADO INVALIDO") TO MOTIVO
               GO TO VALIDAR-PIZZA-FIM
           END-IF.
           IF IMP-VALORPIZZA-N(IDXPIZZA) NOT = PRECONOSSO THEN
               MOVE IMP-VALORPIZZA-N(IDXPIZZA) TO SAIDA
               MOVE PRECONOSSO TO SAIDA2
               MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                   ": PRECO DECLARADO ", SAIDA, " E NO PRECARIO ",
                   SAIDA2) TO MOTIVO
               GO TO VALIDAR-PIZZA-FIM
           END-IF.

           MOVE TAMANHO TO REG-TAMANHO(IDXPIZZA).
           MOVE VALORPIZZA TO REG-VALORPIZZA(IDXPIZZA).
           MOVE TOTALINGREDIENTES TO REG-VALOREXTRAS(IDXPIZZA).
           ADD VALORPIZZA TO REG-VALORPIZZAS.
           ADD TOTALINGREDIENTES TO REG-VALORINGREDIENTES.

       VALIDAR-PIZZA-FIM.
           EXIT.

       VALIDAR-EXTRA.
           IF IMP-EXTRACOD(IDXPIZZA, IDXEXTRA) = SPACES OR
               IMP-EXTRACOD(IDXPIZZA, IDXEXTRA) = "00" THEN
               GO TO VALIDAR-EXTRA-FIM
           END-IF.
           IF IMP-EXTRACOD(IDXPIZZA, IDXEXTRA) IS NOT NUMERIC THEN
               MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                   ": EXTRA INVALIDO") TO MOTIVO
               GO TO VALIDAR-EXTRA-FIM
           END-IF.
           MOVE IMP-EXTRACOD(IDXPIZZA, IDXEXTRA) TO ESCOLHAING.
           IF ESCOLHAING < 1 OR ESCOLHAING > 10 THEN
               MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                   ": EXTRA INVALIDO") TO MOTIVO
               GO TO VALIDAR-EXTRA-FIM
           END-IF.
           IF EXTRAATIVO(ESCOLHAING) NOT = "S" THEN
               MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                   ": EXTRA ", ESCOLHAING, " INDISPONIVEL") TO MOTIVO
               GO TO VALIDAR-EXTRA-FIM
           END-IF.
           IF REPETIDO(ESCOLHAING) = 1 THEN
               MOVE FUNCTION CONCATENATE ("PIZZA ", IDXPIZZA(2:1),
                   ": EXTRA ", ESCOLHAING, " REPETIDO") TO MOTIVO
               GO TO VALIDAR-EXTRA-FIM
           END-IF.
           ADD VALOR(ESCOLHAING) TO TOTALINGREDIENTES.
           ADD 1 TO REPETIDO(ESCOLHAING).
           ADD 1 TO REG-NUMEXTRAS(IDXPIZZA).
           MOVE ESCOLHAING TO
               REG-EXTRACOD(IDXPIZZA, REG-NUMEXTRAS(IDXPIZZA)).

       VALIDAR-EXTRA-FIM.
           EXIT.

       LIMPAR-REPETIDOS.
           PERFORM VARYING CONTADOR FROM 1 BY 1 UNTIL CONTADOR > 10
               MOVE 0 TO REPETIDO(CONTADOR)
           END-PERFORM.

       CALCULO-TOTAL.
           MOVE 0 TO DESCONTO.
           IF CARTAOCLIENTE + REG-NUMPIZZAS >= 10 THEN
               MOVE REG-VALORPIZZA(1) TO DESCONTO
               PERFORM VARYING IDXPIZZA FROM 2 BY 1
                   UNTIL IDXPIZZA > REG-NUMPIZZAS
                   IF REG-VALORPIZZA(IDXPIZZA) < DESCONTO THEN
                       MOVE REG-VALORPIZZA(IDXPIZZA) TO DESCONTO
                   END-IF
               END-PERFORM
           END-IF.
           MOVE DESCONTO TO REG-DESCONTO.
           PERFORM APLICAR-PROMOCAO.
           MOVE PROMONOME TO REG-PROMONOME.
           MOVE DESCPROMO TO REG-DESCPROMO.
           COMPUTE BASECOMIDA = REG-VALORINGREDIENTES +
               REG-VALORPIZZAS - DESCONTO - DESCPROMO.
           COMPUTE IVACOMIDA ROUNDED =
               BASECOMIDA * TAXACOMIDA / 100.
           COMPUTE IVAENTREGA ROUNDED =
               TAXAENTREGA * TAXAENTIVA / 100.
           COMPUTE TOTALIVA = IVACOMIDA + IVAENTREGA.
           COMPUTE TOTAL-VALORPIZZA = BASECOMIDA + TAXAENTREGA +
               TOTALIVA.
           MOVE TAXACOMIDA TO REG-IVATAXA(1).
           MOVE BASECOMIDA TO REG-IVABASE(1).
           MOVE IVACOMIDA TO REG-IVAVALOR(1).
           MOVE TAXAENTIVA TO REG-IVATAXA(2).
           MOVE TAXAENTREGA TO REG-IVABASE(2).
           MOVE IVAENTREGA TO REG-IVAVALOR(2).
           MOVE 0 TO REG-IVATAXA(3).
           MOVE 0 TO REG-IVABASE(3).
           MOVE 0 TO REG-IVAVALOR(3).
           MOVE 0 TO REG-IVATAXA(4).
           MOVE 0 TO REG-IVABASE(4).
           MOVE 0 TO REG-IVAVALOR(4).
           MOVE TOTALIVA TO REG-IVA.
           MOVE TOTAL-VALORPIZZA TO REG-TOTALPAGAR.

      *    O TOTAL COBRADO PELO CANAL TEM DE SER O NOSSO, JA COM OS
      *    DESCONTOS, A PROMOCAO, A TAXA DE ENTREGA E O IVA
       CONFERIR-TOTAL.
           IF IMP-TOTAL-N NOT = REG-TOTALPAGAR THEN
               MOVE IMP-TOTAL-N TO SAIDATOTAL
               MOVE REG-TOTALPAGAR TO SAIDATOTAL2
               MOVE FUNCTION CONCATENATE ("TOTAL DECLARADO ",
                   SAIDATOTAL, " E O CALCULADO ", SAIDATOTAL2)
                   TO MOTIVO
           END-IF.

       CARREGAR-TAXAS.
           OPEN INPUT FICH-TAXAS.
           IF FS-TAXAS = "00" THEN
               MOVE "C" TO TAX-CATEGORIA
               READ FICH-TAXAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TAX-PERCENTAGEM TO TAXACOMIDA
               END-READ
               MOVE "E" TO TAX-CATEGORIA
               READ FICH-TAXAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TAX-PERCENTAGEM TO TAXAENTIVA
               END-READ
               CLOSE FICH-TAXAS
           END-IF.

      *    A MESMA ESCOLHA DA MELHOR PROMOCAO DO REGISTO DE PEDIDOS
       APLICAR-PROMOCAO.
           MOVE 0 TO DESCPROMO.
           MOVE SPACES TO PROMONOME.
           COMPUTE SUBTOTALPROMO = REG-VALORINGREDIENTES +
               REG-VALORPIZZAS - DESCONTO.
           COMPUTE DIASEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(DATAHOJE) - 1, 7) + 1.
           OPEN INPUT FICH-PROMOS.
           IF FS-PROMOS = "00" THEN
               PERFORM LER-PROMOCAO
               PERFORM AVALIAR-PROMOCAO UNTIL FS-PROMOS NOT = "00"
               CLOSE FICH-PROMOS
           END-IF.

       LER-PROMOCAO.
           READ FICH-PROMOS NEXT RECORD
               AT END
                   MOVE "10" TO FS-PROMOS
           END-READ.

       AVALIAR-PROMOCAO.
           MOVE 0 TO DESCCANDIDATO.
           IF PRM-EIS-ATIVO AND
               DATAHOJE >= PRM-DATAINICIO AND
               DATAHOJE <= PRM-DATAFIM AND
               (PRM-DIASEMANA = 0 OR PRM-DIASEMANA = DIASEMANA) AND
               (PRM-TODAS-ENTREGAS OR
                   PRM-TIPOENTREGA = TIPOENTREGA) AND
               SUBTOTALPROMO >= PRM-VALORMINIMO THEN
               EVALUATE TRUE
                   WHEN PRM-DESC-PERCENTAGEM
                       COMPUTE DESCCANDIDATO ROUNDED =
                           SUBTOTALPROMO * PRM-VALORDESC / 100
                   WHEN PRM-DESC-VALOR
                       MOVE PRM-VALORDESC TO DESCCANDIDATO
                   WHEN PRM-DESC-PIZZA-GRATIS
                       IF REG-NUMPIZZAS >= 2 THEN
                           PERFORM ACHAR-PIZZA-BARATA
                           MOVE PIZZABARATA TO DESCCANDIDATO
                       END-IF
               END-EVALUATE
               IF DESCCANDIDATO > SUBTOTALPROMO THEN
                   MOVE SUBTOTALPROMO TO DESCCANDIDATO
               END-IF
               IF DESCCANDIDATO > DESCPROMO THEN
                   MOVE DESCCANDIDATO TO DESCPROMO
                   MOVE PRM-NOME TO PROMONOME
               END-IF
           END-IF.
           PERFORM LER-PROMOCAO.

       ACHAR-PIZZA-BARATA.
           MOVE REG-VALORPIZZA(1) TO PIZZABARATA.
           PERFORM VARYING IDXPIZZA FROM 2 BY 1
               UNTIL IDXPIZZA > REG-NUMPIZZAS
               IF REG-VALORPIZZA(IDXPIZZA) < PIZZABARATA THEN
                   MOVE REG-VALORPIZZA(IDXPIZZA) TO PIZZABARATA
               END-IF
           END-PERFORM.

      *    O NUMERO DO PEDIDO E O DA FATURA SAO RESERVADOS COM O MESMO
      *    BLOQUEIO DAS CAIXAS; A FATURA SO E RESERVADA DEPOIS DO
      *    CONTADOR E A SERIE SO AVANCA QUANDO O PEDIDO FICA GRAVADO
      *    (CONFIRMAR-SERIE), PARA NAO ABRIR FALHAS NA SERIE. SE OS
      *    FICHEIROS CONTINUAREM OCUPADOS O PEDIDO E REJEITADO E ENTRA
      *    NA IMPORTACAO SEGUINTE
       RESERVAR-NUMEROS.
           PERFORM ATUALIZAR-CONTADOR THRU ATUALIZAR-CONTADOR-FIM.
           IF EIS-CONTADORFALHOU THEN
               MOVE "CONTADOR DE PEDIDOS OCUPADO - IMPORTAR DE NOVO"
                   TO MOTIVO
           ELSE
               PERFORM ATUALIZAR-SERIE THRU ATUALIZAR-SERIE-FIM
               IF EIS-SERIEFALHOU THEN
                   MOVE "SERIE DE FATURACAO OCUPADA - IMPORTAR DE NOVO"
                       TO MOTIVO
               END-IF
           END-IF.

       ATUALIZAR-CONTADOR.
           MOVE 0 TO TENTATIVAS.
           MOVE "N" TO CONTADORFALHOU.

       ABRIR-CONTADOR.
           OPEN I-O FICH-CONTADOR.
           IF FS-CONTADOR = "35" THEN
               OPEN OUTPUT FICH-CONTADOR
               CLOSE FICH-CONTADOR
               OPEN I-O FICH-CONTADOR
           END-IF.
           IF FS-CONTADOR NOT = "00" THEN
               ADD 1 TO TENTATIVAS
               IF TENTATIVAS < 20 THEN
                   CALL "C$SLEEP" USING ESPERA
                   GO TO ABRIR-CONTADOR
               END-IF
               MOVE "S" TO CONTADORFALHOU
               GO TO ATUALIZAR-CONTADOR-FIM
           END-IF.
           MOVE "N" TO CONTADORVAZIO.
           READ FICH-CONTADOR
               AT END
                   MOVE "S" TO CONTADORVAZIO
                   MOVE 0 TO CTR-ULTIMOPEDIDO
                   MOVE 0 TO CTR-DATA
           END-READ.
           IF CTR-DATA = DATAHOJE THEN
               ADD 1 TO CTR-ULTIMOPEDIDO GIVING CONTADORPEDIDOS
           ELSE
               MOVE 1 TO CONTADORPEDIDOS
           END-IF.
           MOVE CONTADORPEDIDOS TO CTR-ULTIMOPEDIDO.
           MOVE DATAHOJE TO CTR-DATA.
           IF EIS-CONTADORVAZIO THEN
               WRITE REG-CONTADOR
           ELSE
               REWRITE REG-CONTADOR
           END-IF.
           CLOSE FICH-CONTADOR.

       ATUALIZAR-CONTADOR-FIM.
           EXIT.

       ATUALIZAR-SERIE.
           MOVE 0 TO TENTATIVAS.
           MOVE "N" TO SERIEFALHOU.

       ABRIR-SERIE.
           OPEN I-O FICH-SERIE.
           IF FS-SERIE = "35" THEN
               OPEN OUTPUT FICH-SERIE
               CLOSE FICH-SERIE
               OPEN I-O FICH-SERIE
           END-IF.
           IF FS-SERIE NOT = "00" THEN
               ADD 1 TO TENTATIVAS
               IF TENTATIVAS < 20 THEN
                   CALL "C$SLEEP" USING ESPERA
                   GO TO ABRIR-SERIE
               END-IF
               MOVE "S" TO SERIEFALHOU
               GO TO ATUALIZAR-SERIE-FIM
           END-IF.
           MOVE "N" TO SERIEVAZIA.
           READ FICH-SERIE
               AT END
                   MOVE "S" TO SERIEVAZIA
                   MOVE 0 TO SER-ULTIMAFATURA
           END-READ.
           ADD 1 TO SER-ULTIMAFATURA GIVING NUMFATURA.
           MOVE NUMFATURA TO SER-ULTIMAFATURA.

       ATUALIZAR-SERIE-FIM.
           EXIT.

      *    O FICHEIRO DA SERIE FICA ABERTO DESDE A RESERVA ATE O
      *    PEDIDO ESTAR GRAVADO; UM PEDIDO QUE NAO SE GRAVE NAO GASTA
      *    FATURA E, SE A SERIE NAO PUDER SER REESCRITA, O PEDIDO E
      *    APAGADO PARA A MESMA FATURA NAO SAIR DUAS VEZES
       CONFIRMAR-SERIE.
           IF EIS-PEDIDOGRAVADO THEN
               IF EIS-SERIEVAZIA THEN
                   WRITE REG-SERIE
               ELSE
                   REWRITE REG-SERIE
               END-IF
               IF FS-SERIE NOT = "00" THEN
                   PERFORM APAGAR-PEDIDO
               END-IF
           END-IF.
           CLOSE FICH-SERIE.

       APAGAR-PEDIDO.
           MOVE "N" TO PEDIDOGRAVADO.
           MOVE "SERIE DE FATURACAO NAO ATUALIZADA - IMPORTAR DE NOVO"
               TO MOTIVO.
           OPEN I-O FICH-PEDIDOS.
           IF FS-PEDIDOS = "00" THEN
               MOVE DATAHOJE TO REG-DATA
               MOVE CONTADORPEDIDOS TO REG-NUMPEDIDO
               DELETE FICH-PEDIDOS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE FICH-PEDIDOS
           END-IF.

      *    O PEDIDO IMPORTADO NAO PASSA POR NENHUMA CAIXA (CAIXA ZERO);
      *    PAGO NA PLATAFORMA FICA PAGO POR TRANSFERENCIA, SENAO FICA
      *    POR COBRAR NA ENTREGA OU NO LEVANTAMENTO
       GRAVAR-PEDIDO.
           MOVE CONTADORPEDIDOS TO REG-NUMPEDIDO.
           MOVE NUMFATURA TO REG-NUMFATURA.
           MOVE OPERADOR TO REG-OPERADOR.
           MOVE 0 TO REG-CAIXA.
           MOVE DATAHOJE TO REG-DATA.
           MOVE HORA TO REG-HORAS.
           MOVE MINUTO TO REG-MINUTOS.
           MOVE SEGUNDO TO REG-SEGUNDOS.
           MOVE CLIENTE TO REG-CLIENTE.
           MOVE CONTATO TO REG-CONTATO.
           MOVE HORAPROMETIDA TO REG-HORAPROMETIDA.
           MOVE TIPOENTREGA TO REG-TIPOENTREGA.
           MOVE MORADA TO REG-MORADA.
           MOVE TAXAENTREGA TO REG-TAXAENTREGA.
           MOVE CODPOSTAL TO REG-CODPOSTAL.
           MOVE ZONA TO REG-ZONA.
           MOVE NOMEZONA TO REG-NOMEZONA.
           MOVE IMP-PAGAMENTO TO REG-METODOPAGAMENTO.
           IF REG-PAGO-TRANSF THEN
               MOVE "P" TO REG-ESTADOPAGAMENTO
           ELSE
               MOVE "N" TO REG-ESTADOPAGAMENTO
           END-IF.
           MOVE IMP-CANAL TO REG-CANAL.
           MOVE IMP-REFCANAL TO REG-REFCANAL.
           MOVE COMISSAO TO REG-COMISSAO.
      *    OS CANAIS SO ENVIAM PIZZAS: SEM BEBIDAS NEM SOBREMESAS
           MOVE 0 TO REG-NUMARTIGOS.
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
           MOVE 0 TO REG-VALORARTIGOS.

           MOVE "N" TO PEDIDOGRAVADO.
           OPEN I-O FICH-PEDIDOS.
           IF FS-PEDIDOS = "35" THEN
               OPEN OUTPUT FICH-PEDIDOS
               CLOSE FICH-PEDIDOS
               OPEN I-O FICH-PEDIDOS
           END-IF.
           IF FS-PEDIDOS = "00" THEN
               WRITE REG-PEDIDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO PEDIDOGRAVADO
               END-WRITE
               CLOSE FICH-PEDIDOS
           END-IF.
           IF NOT EIS-PEDIDOGRAVADO THEN
               MOVE FUNCTION CONCATENATE ("ERRO A GRAVAR O PEDIDO ",
                   CONTADORPEDIDOS, " - IMPORTAR DE NOVO") TO MOTIVO
           END-IF.
           PERFORM CONFIRMAR-SERIE.

           IF EIS-PEDIDOGRAVADO THEN
               PERFORM GRAVAR-BILHETE
               PERFORM ABATER-STOCK
               IF ENTREGA-DOMICILIO THEN
                   PERFORM GRAVAR-ENTREGA
               END-IF
               PERFORM GRAVAR-CLIENTE
               MOVE REG-TOTALPAGAR TO SAIDATOTAL
               MOVE FUNCTION CONCATENATE ("VENDA PEDIDO ",
                   REG-NUMPEDIDO, " TOTAL ", SAIDATOTAL, " METODO ",
                   REG-METODOPAGAMENTO, " ESTADO ",
                   REG-ESTADOPAGAMENTO, " CANAL ", REG-CANAL, " REF ",
                   FUNCTION TRIM(REG-REFCANAL)) TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
           END-IF.

       GRAVAR-BILHETE.
           MOVE REG-DATA TO BIL-DATA.
           MOVE REG-NUMPEDIDO TO BIL-NUMPEDIDO.
           MOVE HORA TO BIL-HORAS.
           MOVE MINUTO TO BIL-MINUTOS.
           MOVE SEGUNDO TO BIL-SEGUNDOS.
           MOVE HORACOZINHA TO BIL-HORAPROMETIDA.
           MOVE CLIENTE TO BIL-CLIENTE.
           MOVE TIPOENTREGA TO BIL-TIPOENTREGA.
           MOVE REG-NUMPIZZAS TO BIL-NUMPIZZAS.
           PERFORM VARYING IDXPIZZA FROM 1 BY 1
               UNTIL IDXPIZZA > REG-NUMPIZZAS
               MOVE REG-TAMANHO(IDXPIZZA) TO BIL-TAMANHO(IDXPIZZA)
               MOVE REG-SABORNOME(IDXPIZZA) TO BIL-SABORNOME(IDXPIZZA)
               MOVE REG-SABORNOME2(IDXPIZZA)
                   TO BIL-SABORNOME2(IDXPIZZA)
               MOVE REG-NUMEXTRAS(IDXPIZZA) TO BIL-NUMEXTRAS(IDXPIZZA)
               PERFORM VARYING IDXEXTRA FROM 1 BY 1
                   UNTIL IDXEXTRA > REG-NUMEXTRAS(IDXPIZZA)
                   MOVE REG-EXTRACOD(IDXPIZZA, IDXEXTRA)
                       TO BIL-EXTRACOD(IDXPIZZA, IDXEXTRA)
               END-PERFORM
               MOVE REG-NUMEXCLUI(IDXPIZZA) TO BIL-NUMEXCLUI(IDXPIZZA)
               PERFORM VARYING CONTEXCL FROM 1 BY 1 UNTIL CONTEXCL > 3
                   MOVE REG-EXCLUINOME(IDXPIZZA, CONTEXCL)
                       TO BIL-EXCLUINOME(IDXPIZZA, CONTEXCL)
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO BIL-NUMSOBREMESAS.
           PERFORM VARYING IDXARTIGO FROM 1 BY 1 UNTIL IDXARTIGO > 10
               MOVE 0 TO BIL-SOBQUANT(IDXARTIGO)
               MOVE SPACES TO BIL-SOBNOME(IDXARTIGO)
           END-PERFORM.
           MOVE "R" TO BIL-ESTADO.
           MOVE 0 TO BIL-HORAPREPARACAO.
           MOVE 0 TO BIL-HORAPRONTO.
           MOVE 0 TO BIL-HORAENTREGUE.

           OPEN I-O FICH-BILHETES.
           IF FS-BILHETES = "35" THEN
               OPEN OUTPUT FICH-BILHETES
               CLOSE FICH-BILHETES
               OPEN I-O FICH-BILHETES
           END-IF.
           WRITE REG-BILHETE
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR BILHETE DE COZINHA!"
           END-WRITE.
           CLOSE FICH-BILHETES.

       GRAVAR-ENTREGA.
           MOVE REG-DATA TO ENT-DATA.
           MOVE REG-NUMPEDIDO TO ENT-NUMPEDIDO.
           MOVE CLIENTE TO ENT-CLIENTE.
           MOVE MORADA TO ENT-MORADA.
           IF REG-NAOPAGO THEN
               MOVE REG-TOTALPAGAR TO ENT-VALORCOBRAR
           ELSE
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
           MOVE 0 TO ENT-HORAREGRESSO.
           MOVE "P" TO ENT-ESTADO.

           OPEN I-O FICH-ENTREGAS.
           IF FS-ENTREGAS = "35" THEN
               OPEN OUTPUT FICH-ENTREGAS
               CLOSE FICH-ENTREGAS
               OPEN I-O FICH-ENTREGAS
           END-IF.
           WRITE REG-ENTREGA
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR ENTREGA!"
           END-WRITE.
           CLOSE FICH-ENTREGAS.

       ABATER-STOCK.
           MOVE 0 TO ITENSBAIXOS.
           MOVE "N" TO HA-RECEITAS.
           OPEN INPUT FICH-RECEITAS.
           IF FS-RECEITAS = "00" THEN
               MOVE "S" TO HA-RECEITAS
           END-IF.
           OPEN I-O FICH-STOCK.
           IF FS-STOCK = "00" THEN
               PERFORM VARYING IDXPIZZA FROM 1 BY 1
                   UNTIL IDXPIZZA > REG-NUMPIZZAS
                   PERFORM ABATER-PIZZA
                   PERFORM VARYING IDXEXTRA FROM 1 BY 1
                       UNTIL IDXEXTRA > REG-NUMEXTRAS(IDXPIZZA)
                       MOVE "E" TO STK-TIPO
                       MOVE REG-EXTRACOD(IDXPIZZA, IDXEXTRA)
                           TO STK-CODIGO
                       MOVE 1 TO QTDBAIXA
                       PERFORM BAIXAR-STOCK
                   END-PERFORM
               END-PERFORM
               CLOSE FICH-STOCK
           END-IF.
           IF EIS-HA-RECEITAS THEN
               CLOSE FICH-RECEITAS
           END-IF.
           ADD ITENSBAIXOS TO TOTALBAIXOS.

      *    CADA PIZZA CONSOME A SUA RECEITA COMO NO REGISTO DE PEDIDOS
      *    (VER ABATER-SABOR DO 0807_ProjetoFinal)
       ABATER-PIZZA.
           IF REG-SABORCOD2(IDXPIZZA) > 0 THEN
               MOVE 0.50 TO FATORSABOR
           ELSE
               MOVE 1.00 TO FATORSABOR
           END-IF.
           MOVE REG-SABORCOD(IDXPIZZA) TO SABORABATE.
           MOVE "S" TO QUERBASES.
           PERFORM ABATER-SABOR.
           IF REG-SABORCOD2(IDXPIZZA) > 0 THEN
               MOVE REG-SABORCOD2(IDXPIZZA) TO SABORABATE
               MOVE "N" TO QUERBASES
               PERFORM ABATER-SABOR
           END-IF.

       ABATER-SABOR.
           MOVE "N" TO RECEITALIDA.
           IF EIS-HA-RECEITAS THEN
               MOVE SABORABATE TO REC-SABORCOD
               MOVE REG-TAMANHO(IDXPIZZA) TO REC-TAMANHO
               READ FICH-RECEITAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO RECEITALIDA
               END-READ
           END-IF.
           IF EIS-RECEITALIDA THEN
               PERFORM VARYING IDXCOMP FROM 1 BY 1
                   UNTIL IDXCOMP > REC-NUMCOMP
                   IF REC-COMP-SABOR(IDXCOMP) THEN
                       MOVE REC-COMPTIPO(IDXCOMP) TO STK-TIPO
                       MOVE REC-COMPCOD(IDXCOMP) TO STK-CODIGO
                       COMPUTE QTDBAIXA =
                           REC-COMPQTD(IDXCOMP) * FATORSABOR
                       PERFORM BAIXAR-STOCK
                   ELSE
                       IF QUERBASES = "S" THEN
                           MOVE REC-COMPTIPO(IDXCOMP) TO STK-TIPO
                           MOVE REC-COMPCOD(IDXCOMP) TO STK-CODIGO
                           MOVE REC-COMPQTD(IDXCOMP) TO QTDBAIXA
                           PERFORM BAIXAR-STOCK
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               MOVE "S" TO STK-TIPO
               MOVE SABORABATE TO STK-CODIGO
               MOVE FATORSABOR TO QTDBAIXA
               PERFORM BAIXAR-STOCK
           END-IF.

       BAIXAR-STOCK.
           READ FICH-STOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VIRAR-DIA-STOCK
                   SUBTRACT QTDBAIXA FROM STK-QUANTIDADE
                   ADD QTDBAIXA TO STK-SAIDASDIA
                   IF STK-QUANTIDADE <= STK-MINIMO AND
                       STK-QUANTIDADE + QTDBAIXA > STK-MINIMO THEN
                       ADD 1 TO ITENSBAIXOS
                   END-IF
                   REWRITE REG-STOCK
                   MOVE "C" TO MOVTIPO
                   COMPUTE MOVQTD = 0 - QTDBAIXA
                   MOVE REG-NUMPEDIDO TO MOVDOC
                   MOVE "CONSUMO DO PEDIDO" TO MOVMOTIVO
                   PERFORM GRAVAR-MOVSTOCK
           END-READ.

      *    O CLIENTE HABITUAL MANTEM O NOME DA FICHA; A MORADA DE
      *    ENTREGA DO CANAL PASSA A SER A MORADA DA FICHA, COM A
      *    ANTERIOR REGISTADA NO DIARIO DE AUDITORIA
       GRAVAR-CLIENTE.
           IF CLIENTE-JA-CONHECIDO AND ENTREGA-DOMICILIO AND
               MORADACLIENTE NOT = SPACES AND
               MORADA NOT = MORADACLIENTE THEN
               MOVE FUNCTION CONCATENATE ("MORADA ANTERIOR ",
                   FUNCTION TRIM(MORADACLIENTE)) TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
               MOVE FUNCTION CONCATENATE ("MORADA ALTERADA ",
                   CONTATO, " PARA ", FUNCTION TRIM(MORADA))
                   TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
           END-IF.
           OPEN I-O FICH-CLIENTES.
           IF FS-CLIENTES = "35" THEN
               OPEN OUTPUT FICH-CLIENTES
               CLOSE FICH-CLIENTES
               OPEN I-O FICH-CLIENTES
           END-IF.
           MOVE CONTATO TO CLI-CONTATO.
           MOVE "N" TO NOVOCLIENTE.
           READ FICH-CLIENTES
               INVALID KEY
                   MOVE "S" TO NOVOCLIENTE
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
           IF ENTREGA-DOMICILIO OR NOT CLIENTE-JA-CONHECIDO THEN
               MOVE MORADA TO CLI-MORADA
           ELSE
               MOVE MORADACLIENTE TO CLI-MORADA
           END-IF.
           ADD REG-NUMPIZZAS TO CLI-TOTALPIZZAS.
           ADD REG-TOTALPAGAR TO CLI-TOTALGASTO.
           MOVE DATAHOJE TO CLI-DATAULTIMO.
           ADD REG-NUMPIZZAS TO CLI-CARTAO.
           IF CLI-CARTAO >= 10 THEN
               SUBTRACT 10 FROM CLI-CARTAO
           END-IF.
           IF EIS-NOVOCLIENTE THEN
               WRITE REG-CLIENTE-MESTRE
                   INVALID KEY
                       DISPLAY "ERRO A GRAVAR CLIENTE!"
               END-WRITE
           ELSE
               REWRITE REG-CLIENTE-MESTRE
                   INVALID KEY
                       DISPLAY "ERRO A ATUALIZAR CLIENTE!"
               END-REWRITE
           END-IF.
           CLOSE FICH-CLIENTES.

      *    RELATORIO DE EXCECOES: ACRESCENTA A CADA IMPORTACAO UM
      *    CABECALHO, OS PEDIDOS REJEITADOS COM O MOTIVO E OS TOTAIS
       ABRIR-REJEITADOS.
           OPEN EXTEND FICH-REJEITADOS.
           IF FS-REJEITADOS = "35" THEN
               OPEN OUTPUT FICH-REJEITADOS
           END-IF.
           MOVE "================================================"
               TO LINHA-REJEITADOS.
           WRITE LINHA-REJEITADOS.
           MOVE FUNCTION CONCATENATE ("IMPORTACAO DE PEDIDOS ONLINE - ",
               DATAHOJE(7:2), "/", DATAHOJE(5:2), "/", DATAHOJE(1:4),
               "  ", HORA, ":", MINUTO, "  OP:", OPERADOR)
               TO LINHA-REJEITADOS.
           WRITE LINHA-REJEITADOS.
           MOVE "------------------------------------------------"
               TO LINHA-REJEITADOS.
           WRITE LINHA-REJEITADOS.

       REJEITAR-PEDIDO.
           ADD 1 TO REJEITADOS.
           MOVE FUNCTION CONCATENATE (IMP-CANAL, " ", IMP-REFCANAL,
               " TEL ", IMP-CONTATO, " ", IMP-CLIENTE)
               TO LINHA-REJEITADOS.
           WRITE LINHA-REJEITADOS.
           MOVE FUNCTION CONCATENATE ("    MOTIVO: ", MOTIVO)
               TO LINHA-REJEITADOS.
           WRITE LINHA-REJEITADOS.

       FECHAR-REJEITADOS.
           IF REJEITADOS = 0 THEN
               MOVE "  (sem pedidos rejeitados)" TO LINHA-REJEITADOS
               WRITE LINHA-REJEITADOS
           END-IF.
           MOVE "------------------------------------------------"
               TO LINHA-REJEITADOS.
           WRITE LINHA-REJEITADOS.
           MOVE FUNCTION CONCATENATE ("Lidos: ", LIDOS,
               "  Importados: ", IMPORTADOS, "  Rejeitados: ",
               REJEITADOS) TO LINHA-REJEITADOS.
           WRITE LINHA-REJEITADOS.
           CLOSE FICH-REJEITADOS.

       COPY 'CARREXTR.CPY'.

       COPY 'CARRSAB.CPY'.

       COPY 'CARRTAM.CPY'.

       COPY 'CARRMENU.CPY'.

       COPY 'SIGNOPER.CPY'.

       COPY 'ROLSTOCK.CPY'.

       COPY 'GRAVMOV.CPY'.

       COPY 'CALCDIV.CPY'.

       END PROGRAM 0807_ImportaPedidos.
