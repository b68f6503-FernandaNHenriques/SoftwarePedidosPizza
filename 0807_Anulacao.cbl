       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_Anulacao.
      *****************************************************************
      *    ANULACAO DE UM PEDIDO JA GRAVADO, COM AUTORIZACAO DE UM     *
      *    SUPERVISOR: EMITE UMA NOTA DE CREDITO DA SERIE PROPRIA      *
      *    (FSERIENC.DAT) QUE REFERE A FATURA DO PEDIDO, DEVOLVE AO    *
      *    STOCK AS QUANTIDADES DA RECEITA, ESTORNA OS TOTAIS E O      *
      *    CARTAO DE FIDELIDADE DO CLIENTE E RETIRA O BILHETE DE       *
      *    COZINHA E A ENTREGA. O PEDIDO FICA EM FPEDIDOS.DAT COMO     *
      *    DOCUMENTO ORIGINAL; A NOTA EM FNOTASCRED.DAT MARCA-O COMO   *
      *    ANULADO PARA OS FECHOS E A CONTABILIDADE                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-PEDIDOS ASSIGN TO "FPEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE
               ALTERNATE RECORD KEY IS REG-CONTATO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-PEDIDOS.

           SELECT FICH-NOTASCRED ASSIGN TO "FNOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CHAVE
               FILE STATUS IS FS-NOTASCRED.

           SELECT FICH-SERIENC ASSIGN TO "FSERIENC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SERIENC.

           SELECT FICH-LIQUID ASSIGN TO "FLIQUID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIQ-CHAVE
               FILE STATUS IS FS-LIQUID.

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

           SELECT FICH-ENTREGAS ASSIGN TO "FENTREGAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS FS-ENTREGAS.

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

           SELECT FICH-MENU ASSIGN TO "FMENU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENU.

           SELECT FICH-NOTA ASSIGN TO "FNOTACRED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTA.

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
       FD  FICH-PEDIDOS
           LABEL RECORDS ARE STANDARD.
           COPY 'PEDIDO.CPY'.

       FD  FICH-NOTASCRED
           LABEL RECORDS ARE STANDARD.
           COPY 'NOTACRED.CPY'.

       FD  FICH-SERIENC
           LABEL RECORDS ARE STANDARD.
           COPY 'SERIENC.CPY'.

       FD  FICH-LIQUID
           LABEL RECORDS ARE STANDARD.
           COPY 'LIQUID.CPY'.

       FD  FICH-CLIENTES
           LABEL RECORDS ARE STANDARD.
           COPY 'CLIMEST.CPY'.

       FD  FICH-BILHETES
           LABEL RECORDS ARE STANDARD.
           COPY 'BILHETE.CPY'.

       FD  FICH-ENTREGAS
           LABEL RECORDS ARE STANDARD.
           COPY 'ENTREGA.CPY'.

       FD  FICH-STOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'STOCK.CPY'.

       FD  FICH-MOVSTOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'MOVSTOCK.CPY'.

       FD  FICH-RECEITAS
           LABEL RECORDS ARE STANDARD.
           COPY 'RECEITA.CPY'.

       FD  FICH-MENU
           LABEL RECORDS ARE STANDARD.
           COPY 'MENU.CPY'.

       FD  FICH-NOTA
           LABEL RECORDS ARE STANDARD.
       01  LINHA-NOTA                               PIC X(60).

       FD  FICH-OPERADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'OPERADOR.CPY'.

       FD  FICH-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  LINHA-AUDIT                              PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-PEDIDOS                                PIC X(02).
       77  FS-NOTASCRED                              PIC X(02).
       77  FS-SERIENC                                PIC X(02).
       77  FS-LIQUID                                 PIC X(02).
       77  FS-CLIENTES                               PIC X(02).
       77  FS-BILHETES                               PIC X(02).
       77  FS-ENTREGAS                               PIC X(02).
       77  FS-STOCK                                  PIC X(02).
       77  FS-RECEITAS                               PIC X(02).
       77  FS-MENU                                   PIC X(02).
       77  FS-NOTA                                   PIC X(02).
       77  MENIDX                                    PIC 9(02).
       77  TEMP                                      PIC X(10).
       77  DATAESCOLHIDA                             PIC 9(08).
       77  NUMESCOLHIDO                              PIC 9(03).
       77  DATAHOJE                                  PIC 9(08).
       77  HORAAGORA                                 PIC 9(08).
       77  MOTIVO                                    PIC X(40).
       77  NUMNOTA                                   PIC 9(07).
       77  NOTAANTERIOR                              PIC 9(07).
       77  DEVOLUCAO                                 PIC X(01).
       77  TEXTODEVOLUCAO                            PIC X(30).
       77  IDXPIZZA                                  PIC 9(02).
       77  IDXEXTRA                                  PIC 9(02).
       77  IDXCOMP                                   PIC 9(02).
       77  IDXIVA                                    PIC 9(01).
       77  IDXARTIGO                                 PIC 9(02).
       77  SABORREPOE                                PIC 9(02).
       77  FATORSABOR                                PIC 9(01)V99.
       77  QUERBASES                                 PIC X(01).
       77  QTDREPOR                                  PIC 9(03)V99.
       77  NOMEPIZZA                                 PIC X(66).
       77  LINHA                                     PIC 9(03).
       77  SAIDA                                     PIC ZZZ9.99.
       77  SAIDATAXA                                 PIC Z9.99.
       77  TENTATIVAS                                PIC 9(02).
       77  ESPERA                                    PIC 9(01) VALUE 1.
       77  CONFIRMA                                  PIC A.
           88 VALIDAR-CONFIRMA                VALUES "S","s","N","n".
       77  JAANULADO                                 PIC X(01).
           88 EIS-JAANULADO                   VALUE "S".
       77  SERIENCFALHOU                             PIC X(01).
           88 EIS-SERIENCFALHOU               VALUE "S".
       77  SERIENCVAZIA                              PIC X(01).
           88 EIS-SERIENCVAZIA                VALUE "S".
       77  NOTAGRAVADA                               PIC X(01).
           88 EIS-NOTAGRAVADA                 VALUE "S".
       77  ERROSSTOCK                                PIC 9(02).
       77  SAIDAERROS                                PIC Z9.
       77  HA-RECEITAS                               PIC X(01).
           88 EIS-HA-RECEITAS                 VALUE "S".
       77  RECEITALIDA                               PIC X(01).
           88 EIS-RECEITALIDA                 VALUE "S".
       77  PRIMEIRAVEZ                              PIC X(01) VALUE "S".
           88 EIS-PRIMEIRAVEZ                 VALUE "S".
       COPY 'AUDITOPER.CPY'.
       COPY 'MOVTRAB.CPY'.
       COPY 'EXTRAS.CPY'.
       COPY 'SABORES.CPY'.
       COPY 'TAMANHOS.CPY'.

       SCREEN SECTION.
       01 LIMPAR-ENCRAN BLANK SCREEN.

       01 TITULO.
           05 COL 01 VALUE
           "                                                           "
           BACKGROUND-COLOR 4 HIGHLIGHT                         LINE 01.
           05 COL 01 VALUE
           "         PIZZARIA RAMALHO, Anulacao de Pedidos             "
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

       PAINEL.
           IF EIS-PRIMEIRAVEZ THEN
               PERFORM OBTER-OPERADOR
               PERFORM CARREGAR-MENU
               MOVE "N" TO PRIMEIRAVEZ
           END-IF.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.

       OBTER-DATA.
           DISPLAY "Data do pedido (AAAAMMDD) [0] Sair: "       AT 0601.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 0638.
           IF TEMP = "0" THEN
               GO TO SAIR
           END-IF.
           IF TEMP(1:8) IS NOT NUMERIC THEN
               DISPLAY "DATA INVALIDA!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0648
               GO TO OBTER-DATA
           END-IF.
           MOVE TEMP(1:8) TO DATAESCOLHIDA.

       OBTER-NUMERO.
           DISPLAY "Numero do pedido: "                         AT 0701.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 0719.
           IF TEMP(1:3) IS NOT NUMERIC THEN
               DISPLAY "NUMERO INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0730
               GO TO OBTER-NUMERO
           END-IF.
           MOVE TEMP(1:3) TO NUMESCOLHIDO.

           OPEN INPUT FICH-PEDIDOS.
           IF FS-PEDIDOS NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE PEDIDOS!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2301
               GO TO OBTER-DATA
           END-IF.
           MOVE DATAESCOLHIDA TO REG-DATA.
           MOVE NUMESCOLHIDO TO REG-NUMPEDIDO.
           READ FICH-PEDIDOS
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2301
                   CLOSE FICH-PEDIDOS
                   GO TO OBTER-DATA
           END-READ.
           CLOSE FICH-PEDIDOS.

           PERFORM VERIFICAR-ANULADO.
           IF EIS-JAANULADO THEN
               DISPLAY FUNCTION CONCATENATE (
               "PEDIDO JA ANULADO PELA NOTA DE CREDITO ", NC-NUMNOTA)
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2301
               GO TO OBTER-DATA
           END-IF.
           PERFORM MOSTRAR-PEDIDO.

       OBTER-MOTIVO.
           DISPLAY "Motivo da anulacao: "                       AT 1901.
           MOVE SPACES TO MOTIVO.
           ACCEPT MOTIVO                                        AT 1921.
           IF MOTIVO = SPACES THEN
               DISPLAY "INDIQUE O MOTIVO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2301
               GO TO OBTER-MOTIVO
           END-IF.

       CONFIRMAR-ANULACAO.
           DISPLAY "Confirma a anulacao do pedido? S/N: "       AT 2001.
           ACCEPT CONFIRMA                                      AT 2038.
           IF NOT VALIDAR-CONFIRMA THEN
               GO TO CONFIRMAR-ANULACAO
           END-IF.
           IF CONFIRMA = "N" OR CONFIRMA = "n" THEN
               GO TO PAINEL
           END-IF.

           MOVE 21 TO LINHASUPERVISOR.
           PERFORM AUTORIZAR-SUPERVISOR THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT EIS-AUTORIZADO THEN
               GO TO PAINEL
           END-IF.

      *    O NUMERO DA NOTA SO E RESERVADO DEPOIS DA AUTORIZACAO E A
      *    SERIE SO AVANCA QUANDO A NOTA FICA GRAVADA, PARA NAO ABRIR
      *    FALHAS NA SERIE; SE A SERIE ESTIVER OCUPADA TENTA-SE DE
      *    NOVO SEM PERDER O QUE JA FOI INDICADO
       RESERVAR-NOTA.
           PERFORM ATUALIZAR-SERIENC THRU ATUALIZAR-SERIENC-FIM.
           IF EIS-SERIENCFALHOU THEN
               DISPLAY
               "FICHEIROS OCUPADOS - PRIMA ENTER PARA TENTAR DE NOVO"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2301
               MOVE SPACES TO TEMP
               ACCEPT TEMP                                       AT 2355
               GO TO RESERVAR-NOTA
           END-IF.

           PERFORM OBTER-DEVOLUCAO.
           PERFORM GRAVAR-NOTA.
           PERFORM CONFIRMAR-SERIENC.
           IF NOT EIS-NOTAGRAVADA THEN
               DISPLAY "ERRO A GRAVAR A NOTA DE CREDITO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2301
               GO TO OBTER-DATA
           END-IF.
           PERFORM IMPRIMIR-NOTA.
           PERFORM REPOR-STOCK.
           IF ERROSSTOCK > 0 THEN
               MOVE ERROSSTOCK TO SAIDAERROS
               DISPLAY FUNCTION CONCATENATE ("ERRO A REPOR O STOCK DE ",
               SAIDAERROS, " ITENS!")
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2230
           END-IF.
           PERFORM ESTORNAR-CLIENTE.
           PERFORM RETIRAR-BILHETE.
           IF REG-ENTREGA-DOMICILIO THEN
               PERFORM RETIRAR-ENTREGA
           END-IF.

           MOVE FUNCTION CONCATENATE ("ANULACAO PEDIDO ", REG-DATA,
               "/", REG-NUMPEDIDO, " NC ", NUMNOTA, " SUP ",
               SUPERVISOR, " MOTIVO ", FUNCTION TRIM(MOTIVO))
               TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.

           DISPLAY FUNCTION CONCATENATE ("NOTA DE CREDITO ", NUMNOTA,
           " EMITIDA - ESCRITA EM FNOTACRED.TXT")
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 2301.
           DISPLAY "Prima ENTER para continuar"                 AT 2401.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2428.
           GO TO PAINEL.

       SAIR.
           STOP RUN.

       VERIFICAR-ANULADO.
           MOVE "N" TO JAANULADO.
           OPEN INPUT FICH-NOTASCRED.
           IF FS-NOTASCRED = "00" THEN
               MOVE REG-DATA TO NC-DATA
               MOVE REG-NUMPEDIDO TO NC-NUMPEDIDO
               READ FICH-NOTASCRED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO JAANULADO
               END-READ
               CLOSE FICH-NOTASCRED
           END-IF.

       MOSTRAR-PEDIDO.
           DISPLAY FUNCTION CONCATENATE ("Pedido #", REG-NUMPEDIDO,
           "  Data: ", REG-DIA, "/", REG-MES, "/", REG-ANO,
           "  Hora: ", REG-HORAS, ":", REG-MINUTOS,
           "  Fatura n. ", REG-NUMFATURA)                       AT 0901.
           DISPLAY FUNCTION CONCATENATE ("Cliente: ",
           FUNCTION TRIM(REG-CLIENTE), "  Contato: ", REG-CONTATO)
                                                                AT 1001.
           IF REG-ENTREGA-DOMICILIO THEN
               DISPLAY FUNCTION CONCATENATE ("Entrega ao domicilio: ",
               FUNCTION TRIM(REG-MORADA))                       AT 1101
           ELSE
               DISPLAY "Levantamento no balcao"                  AT 1101
           END-IF.
           MOVE 12 TO LINHA.
           PERFORM VARYING IDXPIZZA FROM 1 BY 1
               UNTIL IDXPIZZA > REG-NUMPIZZAS
               PERFORM MONTAR-NOMEPIZZA
               MOVE REG-VALORPIZZA(IDXPIZZA) TO SAIDA
               DISPLAY FUNCTION CONCATENATE ("Pizza ", IDXPIZZA, " - ",
               FUNCTION TRIM(TAMNOME(REG-TAMANHO(IDXPIZZA))), " ",
               FUNCTION TRIM(NOMEPIZZA), "  ", SAIDA)
               LINE LINHA POSITION 01
               ADD 1 TO LINHA
           END-PERFORM.
           IF REG-VALORARTIGOS > 0 THEN
               MOVE REG-VALORARTIGOS TO SAIDA
               DISPLAY FUNCTION CONCATENATE ("Bebidas/sobremesas: ",
               REG-NUMARTIGOS, " linha(s)  ", SAIDA)            AT 1801
           END-IF.
           MOVE REG-TOTALPAGAR TO SAIDA.
           DISPLAY FUNCTION CONCATENATE ("TOTAL DO PEDIDO...: ",
           SAIDA)                                               AT 1701.
           IF REG-PAGO THEN
               DISPLAY "Estado: PAGO"                           AT 1735
           ELSE
               DISPLAY "Estado: NAO PAGO"                       AT 1735
           END-IF.

       MONTAR-NOMEPIZZA.
           IF REG-SABORCOD2(IDXPIZZA) > 0 THEN
               MOVE FUNCTION CONCATENATE ("Meia ",
               FUNCTION TRIM(REG-SABORNOME(IDXPIZZA)), " / Meia ",
               FUNCTION TRIM(REG-SABORNOME2(IDXPIZZA)))
               TO NOMEPIZZA
           ELSE
               MOVE REG-SABORNOME(IDXPIZZA) TO NOMEPIZZA
           END-IF.

      *    A SERIE DAS NOTAS DE CREDITO E CONTINUA COMO A DAS FATURAS
      *    E RESERVA-SE DA MESMA FORMA (LER E SOMAR 1 COM O FICHEIRO
      *    ABERTO EM I-O, TENTANDO DE NOVO SE OCUPADO); O FICHEIRO
      *    FICA ABERTO, BLOQUEANDO AS OUTRAS CAIXAS, ATE A NOTA ESTAR
      *    GRAVADA E SO ENTAO E REESCRITO (CONFIRMAR-SERIENC)
       ATUALIZAR-SERIENC.
           MOVE 0 TO TENTATIVAS.
           MOVE "N" TO SERIENCFALHOU.

       ABRIR-SERIENC.
           OPEN I-O FICH-SERIENC.
           IF FS-SERIENC = "35" THEN
               OPEN OUTPUT FICH-SERIENC
               CLOSE FICH-SERIENC
               OPEN I-O FICH-SERIENC
           END-IF.
           IF FS-SERIENC NOT = "00" THEN
               ADD 1 TO TENTATIVAS
               IF TENTATIVAS < 20 THEN
                   CALL "C$SLEEP" USING ESPERA
                   GO TO ABRIR-SERIENC
               END-IF
               DISPLAY "ERRO A ABRIR A SERIE DAS NOTAS DE CREDITO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2301
               MOVE "S" TO SERIENCFALHOU
               GO TO ATUALIZAR-SERIENC-FIM
           END-IF.
           MOVE "N" TO SERIENCVAZIA.
           READ FICH-SERIENC
               AT END
                   MOVE "S" TO SERIENCVAZIA
                   MOVE 0 TO SNC-ULTIMANOTA
           END-READ.
           ADD 1 TO SNC-ULTIMANOTA GIVING NUMNOTA.
           MOVE NUMNOTA TO SNC-ULTIMANOTA.

       ATUALIZAR-SERIENC-FIM.
           EXIT.

      *    UMA NOTA QUE NAO FICOU GRAVADA NAO GASTA NUMERO; SE A SERIE
      *    NAO PUDER SER REESCRITA A NOTA E APAGADA, PARA O MESMO
      *    NUMERO NAO SAIR DUAS VEZES
       CONFIRMAR-SERIENC.
           IF EIS-NOTAGRAVADA THEN
               IF EIS-SERIENCVAZIA THEN
                   WRITE REG-SERIENC
               ELSE
                   REWRITE REG-SERIENC
               END-IF
               IF FS-SERIENC NOT = "00" THEN
                   PERFORM APAGAR-NOTA
               END-IF
           END-IF.
           CLOSE FICH-SERIENC.

       APAGAR-NOTA.
           MOVE "N" TO NOTAGRAVADA.
           OPEN I-O FICH-NOTASCRED.
           IF FS-NOTASCRED = "00" THEN
               MOVE REG-DATA TO NC-DATA
               MOVE REG-NUMPEDIDO TO NC-NUMPEDIDO
               DELETE FICH-NOTASCRED RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE FICH-NOTASCRED
           END-IF.

      *    O DINHEIRO E DEVOLVIDO PELO MEIO COM QUE FOI RECEBIDO: O
      *    DA LIQUIDACAO QUANDO O PEDIDO "NAO PAGO" JA FOI LIQUIDADO,
      *    SENAO O DO PROPRIO PEDIDO; UM PEDIDO AINDA POR PAGAR NAO
      *    TEM DEVOLUCAO (A DIVIDA DO CLIENTE E QUE DESAPARECE)
       OBTER-DEVOLUCAO.
           IF REG-NAOPAGO THEN
               MOVE "N" TO DEVOLUCAO
           ELSE
               MOVE REG-METODOPAGAMENTO TO DEVOLUCAO
               OPEN INPUT FICH-LIQUID
               IF FS-LIQUID = "00" THEN
                   MOVE REG-DATA TO LIQ-DATA
                   MOVE REG-NUMPEDIDO TO LIQ-NUMPEDIDO
                   READ FICH-LIQUID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LIQ-METODOPAGAMENTO TO DEVOLUCAO
                   END-READ
                   CLOSE FICH-LIQUID
               END-IF
           END-IF.
           EVALUATE DEVOLUCAO
               WHEN "D"
                   MOVE "Devolvido em dinheiro" TO TEXTODEVOLUCAO
               WHEN "C"
                   MOVE "Devolvido no cartao" TO TEXTODEVOLUCAO
               WHEN "M"
                   MOVE "Devolvido por MBWay" TO TEXTODEVOLUCAO
               WHEN "T"
                   MOVE "Devolvido por transferencia" TO TEXTODEVOLUCAO
               WHEN OTHER
                   MOVE "N" TO DEVOLUCAO
                   MOVE "Sem devolucao (pedido nao pago)"
                       TO TEXTODEVOLUCAO
           END-EVALUATE.

       GRAVAR-NOTA.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAAGORA FROM TIME.
           MOVE REG-DATA TO NC-DATA.
           MOVE REG-NUMPEDIDO TO NC-NUMPEDIDO.
           MOVE NUMNOTA TO NC-NUMNOTA.
           MOVE REG-NUMFATURA TO NC-NUMFATURA.
           MOVE DATAHOJE TO NC-DATAEMISSAO.
           MOVE HORAAGORA(1:6) TO NC-HORAEMISSAO.
           MOVE REG-CLIENTE TO NC-CLIENTE.
           MOVE REG-CONTATO TO NC-CONTATO.
           MOVE REG-TIPOENTREGA TO NC-TIPOENTREGA.
           MOVE MOTIVO TO NC-MOTIVO.
           MOVE REG-IVA TO NC-IVA.
           PERFORM VARYING IDXIVA FROM 1 BY 1 UNTIL IDXIVA > 4
               MOVE REG-IVATAXA(IDXIVA) TO NC-IVATAXA(IDXIVA)
               MOVE REG-IVABASE(IDXIVA) TO NC-IVABASE(IDXIVA)
               MOVE REG-IVAVALOR(IDXIVA) TO NC-IVAVALOR(IDXIVA)
           END-PERFORM.
           MOVE REG-TOTALPAGAR TO NC-TOTAL.
           MOVE DEVOLUCAO TO NC-DEVOLUCAO.
           MOVE REG-CAIXA TO NC-CAIXA.
           MOVE OPERADOR TO NC-OPERADOR.
           MOVE SUPERVISOR TO NC-SUPERVISOR.

           MOVE "N" TO NOTAGRAVADA.
           OPEN I-O FICH-NOTASCRED.
           IF FS-NOTASCRED = "35" THEN
               OPEN OUTPUT FICH-NOTASCRED
               CLOSE FICH-NOTASCRED
               OPEN I-O FICH-NOTASCRED
           END-IF.
           IF FS-NOTASCRED = "00" THEN
               WRITE REG-NOTACRED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO NOTAGRAVADA
               END-WRITE
               CLOSE FICH-NOTASCRED
           END-IF.

       IMPRIMIR-NOTA.
           OPEN EXTEND FICH-NOTA.
           IF FS-NOTA = "35" THEN
               OPEN OUTPUT FICH-NOTA
           END-IF.
           MOVE "================================================"
               TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE "PIZZARIA RAMALHO - Pizzas Deliciosas, Lda."
               TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE FUNCTION CONCATENATE ("NOTA DE CREDITO n. ",
               NC-NUMNOTA) TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE FUNCTION CONCATENATE ("Data: ", NC-DATAEMISSAO(7:2),
               "/", NC-DATAEMISSAO(5:2), "/", NC-DATAEMISSAO(1:4),
               "  Hora: ", NC-HORAEMISSAO(1:2), ":",
               NC-HORAEMISSAO(3:2)) TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE FUNCTION CONCATENATE ("Anula a fatura n. ",
               NC-NUMFATURA, " (pedido #", REG-NUMPEDIDO, " de ",
               REG-DIA, "/", REG-MES, "/", REG-ANO, ")")
               TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE FUNCTION CONCATENATE ("Cliente: ", REG-CLIENTE)
               TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE FUNCTION CONCATENATE ("Contato: ", REG-CONTATO)
               TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE FUNCTION CONCATENATE ("Motivo: ", MOTIVO)
               TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE "------------------------------------------------"
               TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           PERFORM VARYING IDXPIZZA FROM 1 BY 1
               UNTIL IDXPIZZA > REG-NUMPIZZAS
               PERFORM MONTAR-NOMEPIZZA
               MOVE FUNCTION CONCATENATE (
                   FUNCTION TRIM(TAMNOME(REG-TAMANHO(IDXPIZZA))), " ",
                   NOMEPIZZA) TO LINHA-NOTA
               WRITE LINHA-NOTA
               MOVE REG-VALORPIZZA(IDXPIZZA) TO SAIDA
               MOVE FUNCTION CONCATENATE ("   Pizza...........: -",
                   SAIDA) TO LINHA-NOTA
               WRITE LINHA-NOTA
               PERFORM VARYING IDXEXTRA FROM 1 BY 1
                   UNTIL IDXEXTRA > REG-NUMEXTRAS(IDXPIZZA)
                   MOVE FUNCTION CONCATENATE ("   + ",
                   NOME(REG-EXTRACOD(IDXPIZZA, IDXEXTRA)))
                       TO LINHA-NOTA
                   WRITE LINHA-NOTA
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING IDXARTIGO FROM 1 BY 1
               UNTIL IDXARTIGO > REG-NUMARTIGOS
               MOVE FUNCTION CONCATENATE (REG-ARTQUANT(IDXARTIGO),
                   " x ", REG-ARTNOME(IDXARTIGO)) TO LINHA-NOTA
               WRITE LINHA-NOTA
               MOVE REG-ARTVALOR(IDXARTIGO) TO SAIDA
               MOVE FUNCTION CONCATENATE ("   Artigo..........: -",
                   SAIDA) TO LINHA-NOTA
               WRITE LINHA-NOTA
           END-PERFORM.
           MOVE "------------------------------------------------"
               TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           PERFORM VARYING IDXIVA FROM 1 BY 1 UNTIL IDXIVA > 4
               IF NC-IVABASE(IDXIVA) > 0 THEN
                   MOVE NC-IVATAXA(IDXIVA) TO SAIDATAXA
                   MOVE NC-IVAVALOR(IDXIVA) TO SAIDA
                   MOVE FUNCTION CONCATENATE ("IVA ", SAIDATAXA,
                   "%..............: -", SAIDA) TO LINHA-NOTA
                   WRITE LINHA-NOTA
               END-IF
           END-PERFORM.
           MOVE NC-IVA TO SAIDA.
           MOVE FUNCTION CONCATENATE ("Total de IVA..........: -",
               SAIDA) TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE NC-TOTAL TO SAIDA.
           MOVE FUNCTION CONCATENATE ("TOTAL CREDITADO.......: -",
               SAIDA) TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE TEXTODEVOLUCAO TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE FUNCTION CONCATENATE ("Operador: ", OPERADOR, " - ",
               FUNCTION TRIM(NOMEOPERADOR)) TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE FUNCTION CONCATENATE ("Autorizado por: ", SUPERVISOR,
               " - ", FUNCTION TRIM(NOMESUPERVISOR)) TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE "================================================"
               TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           CLOSE FICH-NOTA.

      *    DEVOLVE AO STOCK O QUE O REGISTO DO PEDIDO ABATEU, PELAS
      *    MESMAS REGRAS (RECEITA DO SABOR E TAMANHO, MEIA PORCAO POR
      *    METADE NAS MEIA/MEIA, BASES UMA SO VEZ, 1 UNIDADE POR
      *    EXTRA, AS BEBIDAS E SOBREMESAS PELA QUANTIDADE VENDIDA); SO
      *    AS SAIDAS DE HOJE SAO CORRIGIDAS NO CONTADOR DO DIA, UM
      *    PEDIDO DE OUTRO DIA ENTRA APENAS NA QUANTIDADE
       REPOR-STOCK.
           MOVE 0 TO ERROSSTOCK.
           MOVE "N" TO HA-RECEITAS.
           OPEN INPUT FICH-RECEITAS.
           IF FS-RECEITAS = "00" THEN
               MOVE "S" TO HA-RECEITAS
           END-IF.
           OPEN I-O FICH-STOCK.
           IF FS-STOCK = "00" THEN
               PERFORM VARYING IDXPIZZA FROM 1 BY 1
                   UNTIL IDXPIZZA > REG-NUMPIZZAS
                   PERFORM REPOR-PIZZA
                   PERFORM VARYING IDXEXTRA FROM 1 BY 1
                       UNTIL IDXEXTRA > REG-NUMEXTRAS(IDXPIZZA)
                       MOVE "E" TO STK-TIPO
                       MOVE REG-EXTRACOD(IDXPIZZA, IDXEXTRA)
                           TO STK-CODIGO
                       MOVE 1 TO QTDREPOR
                       PERFORM DEVOLVER-STOCK
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING IDXARTIGO FROM 1 BY 1
                   UNTIL IDXARTIGO > REG-NUMARTIGOS
                   MOVE "A" TO STK-TIPO
                   MOVE REG-ARTCODIGO(IDXARTIGO) TO STK-CODIGO
                   MOVE REG-ARTQUANT(IDXARTIGO) TO QTDREPOR
                   PERFORM DEVOLVER-STOCK
               END-PERFORM
               CLOSE FICH-STOCK
           END-IF.
           IF EIS-HA-RECEITAS THEN
               CLOSE FICH-RECEITAS
           END-IF.

       REPOR-PIZZA.
           IF REG-SABORCOD2(IDXPIZZA) > 0 THEN
               MOVE 0.50 TO FATORSABOR
           ELSE
               MOVE 1.00 TO FATORSABOR
           END-IF.
           MOVE REG-SABORCOD(IDXPIZZA) TO SABORREPOE.
           MOVE "S" TO QUERBASES.
           PERFORM REPOR-SABOR.
           IF REG-SABORCOD2(IDXPIZZA) > 0 THEN
               MOVE REG-SABORCOD2(IDXPIZZA) TO SABORREPOE
               MOVE "N" TO QUERBASES
               PERFORM REPOR-SABOR
           END-IF.

       REPOR-SABOR.
           MOVE "N" TO RECEITALIDA.
           IF EIS-HA-RECEITAS THEN
               MOVE SABORREPOE TO REC-SABORCOD
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
                       COMPUTE QTDREPOR =
                           REC-COMPQTD(IDXCOMP) * FATORSABOR
                       PERFORM DEVOLVER-STOCK
                   ELSE
                       IF QUERBASES = "S" THEN
                           MOVE REC-COMPTIPO(IDXCOMP) TO STK-TIPO
                           MOVE REC-COMPCOD(IDXCOMP) TO STK-CODIGO
                           MOVE REC-COMPQTD(IDXCOMP) TO QTDREPOR
                           PERFORM DEVOLVER-STOCK
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               MOVE "S" TO STK-TIPO
               MOVE SABORREPOE TO STK-CODIGO
               MOVE FATORSABOR TO QTDREPOR
               PERFORM DEVOLVER-STOCK
           END-IF.

       DEVOLVER-STOCK.
           READ FICH-STOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD QTDREPOR TO STK-QUANTIDADE
                   IF REG-DATA = DATAHOJE AND
                       STK-DATAMOV = DATAHOJE THEN
                       IF STK-SAIDASDIA > QTDREPOR THEN
                           SUBTRACT QTDREPOR FROM STK-SAIDASDIA
                       ELSE
                           MOVE 0 TO STK-SAIDASDIA
                       END-IF
                   END-IF
                   REWRITE REG-STOCK
                       INVALID KEY
                           ADD 1 TO ERROSSTOCK
                       NOT INVALID KEY
                           MOVE "A" TO MOVTIPO
                           MOVE QTDREPOR TO MOVQTD
                           MOVE REG-NUMPEDIDO TO MOVDOC
                           MOVE FUNCTION CONCATENATE ("ANULACAO ",
                               REG-DATA(7:2), "/", REG-DATA(5:2),
                               " NC ", NUMNOTA) TO MOVMOTIVO
                           PERFORM GRAVAR-MOVSTOCK
                   END-REWRITE
           END-READ.

      *    RETIRA AO CLIENTE AS PIZZAS E O VALOR DO PEDIDO ANULADO E
      *    RECUA O CARTAO DE FIDELIDADE (0 A 9, VOLTA AOS 9 QUANDO O
      *    PEDIDO TINHA COMPLETADO UM CARTAO)
       ESTORNAR-CLIENTE.
           OPEN I-O FICH-CLIENTES.
           IF FS-CLIENTES = "00" THEN
               MOVE REG-CONTATO TO CLI-CONTATO
               READ FICH-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-TOTALPIZZAS > REG-NUMPIZZAS THEN
                           SUBTRACT REG-NUMPIZZAS FROM CLI-TOTALPIZZAS
                       ELSE
                           MOVE 0 TO CLI-TOTALPIZZAS
                       END-IF
                       IF CLI-TOTALGASTO > REG-TOTALPAGAR THEN
                           SUBTRACT REG-TOTALPAGAR FROM CLI-TOTALGASTO
                       ELSE
                           MOVE 0 TO CLI-TOTALGASTO
                       END-IF
                       IF CLI-CARTAO < REG-NUMPIZZAS THEN
                           ADD 10 TO CLI-CARTAO
                       END-IF
                       SUBTRACT REG-NUMPIZZAS FROM CLI-CARTAO
                       REWRITE REG-CLIENTE-MESTRE
                           INVALID KEY
                               DISPLAY "ERRO A ATUALIZAR CLIENTE!"
                               FOREGROUND-COLOR 4 HIGHLIGHT      AT 2201
                       END-REWRITE
               END-READ
               CLOSE FICH-CLIENTES
           END-IF.

       RETIRAR-BILHETE.
           OPEN I-O FICH-BILHETES.
           IF FS-BILHETES = "00" THEN
               MOVE REG-DATA TO BIL-DATA
               MOVE REG-NUMPEDIDO TO BIL-NUMPEDIDO
               DELETE FICH-BILHETES RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE FICH-BILHETES
           END-IF.

       RETIRAR-ENTREGA.
           OPEN I-O FICH-ENTREGAS.
           IF FS-ENTREGAS = "00" THEN
               MOVE REG-DATA TO ENT-DATA
               MOVE REG-NUMPEDIDO TO ENT-NUMPEDIDO
               DELETE FICH-ENTREGAS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE FICH-ENTREGAS
           END-IF.

       COPY 'SIGNOPER.CPY'.

       COPY 'AUTORIZA.CPY'.

       COPY 'GRAVMOV.CPY'.

       COPY 'CARREXTR.CPY'.

       COPY 'CARRSAB.CPY'.

       COPY 'CARRTAM.CPY'.

       COPY 'CARRMENU.CPY'.

       END PROGRAM 0807_Anulacao.
