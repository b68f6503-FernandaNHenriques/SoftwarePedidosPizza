       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_Compras.
      *****************************************************************
      *    COMPRAS A FORNECEDORES:                                     *
      *    [P] PROPOSTA DE ENCOMENDA - PARA CADA INGREDIENTE CALCULA   *
      *        O QUE FALTA PARA O MINIMO MAIS O CONSUMO MEDIO DIARIO   *
      *        (HISTORICO STK-SAIDASHIST) DOS DIAS A COBRIR, DESCONTA  *
      *        O STOCK E O QUE JA ESTA ENCOMENDADO E AINDA NAO CHEGOU, *
      *        DEIXA ACERTAR AS QUANTIDADES E GRAVA UMA ENCOMENDA POR  *
      *        FORNECEDOR (FENCOMENDAS.DAT), IMPRESSA EM FENCOMENDA.TXT*
      *    [R] RECECAO - REGISTA A MERCADORIA ENTREGUE CONTRA UMA      *
      *        ENCOMENDA PENDENTE (QUANTIDADE E PRECO REAIS), DA       *
      *        ENTRADA NO STOCK E ASSINALA FALTAS, EXCESSOS E PRECOS   *
      *        DIFERENTES DOS ENCOMENDADOS NA NOTA FRECECAO.TXT        *
      *    [L] LISTA DAS ENCOMENDAS ABERTAS OU PARCIALMENTE RECEBIDAS  *
      *        COM O QUE FALTA RECEBER, EM FENCPENDENTES.TXT           *
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

           SELECT FICH-FORNECEDORES ASSIGN TO "FFORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECEDORES.

           SELECT FICH-ENCOMENDAS ASSIGN TO "FENCOMENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               FILE STATUS IS FS-ENCOMENDAS.

           SELECT FICH-NUMCOMPRA ASSIGN TO "FNUMCOMPRA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NUMCOMPRA.

           SELECT FICH-IMPENC ASSIGN TO "FENCOMENDA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMPENC.

           SELECT FICH-RECECAO ASSIGN TO "FRECECAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECECAO.

           SELECT FICH-PENDENTES ASSIGN TO "FENCPENDENTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDENTES.

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
       FD  FICH-STOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'STOCK.CPY'.

       FD  FICH-MOVSTOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'MOVSTOCK.CPY'.

       FD  FICH-FORNECEDORES
           LABEL RECORDS ARE STANDARD.
           COPY 'FORNEC.CPY'.

       FD  FICH-ENCOMENDAS
           LABEL RECORDS ARE STANDARD.
           COPY 'ENCOMENDA.CPY'.

       FD  FICH-NUMCOMPRA
           LABEL RECORDS ARE STANDARD.
           COPY 'NUMCOMPRA.CPY'.

       FD  FICH-IMPENC
           LABEL RECORDS ARE STANDARD.
       01  LINHA-IMPENC                              PIC X(70).

       FD  FICH-RECECAO
           LABEL RECORDS ARE STANDARD.
       01  LINHA-RECECAO                             PIC X(70).

       FD  FICH-PENDENTES
           LABEL RECORDS ARE STANDARD.
       01  LINHA-PENDENTES                           PIC X(70).

       FD  FICH-OPERADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'OPERADOR.CPY'.

       FD  FICH-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  LINHA-AUDIT                              PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-STOCK                                  PIC X(02).
       77  FS-FORNECEDORES                           PIC X(02).
       77  FS-ENCOMENDAS                             PIC X(02).
       77  FS-NUMCOMPRA                              PIC X(02).
       77  FS-IMPENC                                 PIC X(02).
       77  FS-RECECAO                                PIC X(02).
       77  FS-PENDENTES                              PIC X(02).
       77  DATAHOJE                                  PIC 9(08).
       77  TEMP                                      PIC X(10).
       77  LINHAMENU                                 PIC 9(03).
       77  OPCAO                                     PIC A.
           88 VALIDAR-OPCAO         VALUES "P","p","R","r","L","l","0".
       77  PRIMEIRAVEZ                               PIC X(01)
                                                     VALUE "S".
           88 EIS-PRIMEIRAVEZ                 VALUE "S".
       77  CONFIRMA                                  PIC A.
           88 VALIDAR-CONFIRMA                VALUES "S","s","N","n".
       77  IDXHIST                                   PIC 9(02).
       77  DIASPARADO                                PIC 9(05).
       77  DIASCOBERTURA                             PIC 9(02).
       77  NUMITENS                                  PIC 9(02).
       77  IDXITEM                                   PIC 9(02).
       77  IDXOUTRO                                  PIC 9(02).
       77  IDXLINHA                                  PIC 9(02).
       77  NUMPROPOSTAS                              PIC 9(02).
       77  SEMFORNECEDOR                             PIC 9(02).
       77  ENCGERADAS                                PIC 9(02).
       77  ENCPENDENTES                              PIC 9(03).
       77  SOMAHIST                                  PIC 9(06)V99.
       77  NECESSARIO                                PIC S9(06)V99.
       77  QTDINTEIRA                                PIC 9(05).
       77  QTDPENDENTE                               PIC S9(05)V99.
       77  QTDRECEBIDA                               PIC 9(05)V99.
       77  PRECORECEBIDO                             PIC 9(03)V999.
       77  VALORPENDENTE                             PIC 9(07)V99.
       77  VALORRECEBIDO                             PIC 9(06)V99.
       77  TOTALPENDENTE                             PIC 9(07)V99.
       77  NUMENC                                    PIC 9(06).
       77  FORESCOLHIDO                              PIC 9(03).
       77  NUMCOMPRAVAZIA                            PIC X(01).
           88 EIS-NUMCOMPRAVAZIA              VALUE "S".
       77  NUMEROFALHOU                              PIC X(01).
           88 EIS-NUMEROFALHOU                VALUE "S".
       77  RECEBEUALGO                               PIC X(01).
           88 EIS-RECEBEUALGO                 VALUE "S".
       77  TUDORECEBIDO                              PIC X(01).
           88 EIS-TUDORECEBIDO                VALUE "S".
       77  TABELACHEIA                               PIC X(01).
           88 EIS-TABELACHEIA                 VALUE "S".
       77  AVISOSRECECAO                             PIC 9(02).
       77  CHAVEITEM                                 PIC X(03).
       77  NOMEITEM                                  PIC X(20).
       77  SAIDAQTD                                  PIC ZZZZ9.99.
       77  SAIDAQTD2                                 PIC ZZZZ9.99.
       77  SAIDASTOCK                                PIC ZZZZ9.99-.
       77  SAIDAPRECO                                PIC ZZ9.999.
       77  SAIDAPRECO2                               PIC ZZ9.999.
       77  SAIDAVALOR                                PIC ZZZZZZ9.99.
       77  SAIDACONT                                 PIC ZZ9.
      *    UMA ENTRADA POR INGREDIENTE DE FSTOCK.DAT PARA A PROPOSTA:
      *    STOCK, MINIMO, CONSUMO MEDIO, O QUE JA ESTA ENCOMENDADO E
      *    AINDA NAO CHEGOU E A QUANTIDADE A ENCOMENDAR
       01  TABELA-ITENS.
           05 ITM-ITEM OCCURS 30 TIMES.
               10 ITM-CHAVE.
                   15 ITM-TIPO                     PIC X(01).
                   15 ITM-CODIGO                   PIC 9(02).
               10 ITM-NOME                         PIC X(20).
               10 ITM-FORNECEDOR                   PIC 9(03).
               10 ITM-FORNATIVO                    PIC X(01).
               10 ITM-PRECO                        PIC 9(03)V999.
               10 ITM-QUANTIDADE                   PIC S9(05)V99.
               10 ITM-MINIMO                       PIC 9(05)V99.
               10 ITM-MEDIA                        PIC 9(05)V99.
               10 ITM-PENDENTE                     PIC 9(05)V99.
               10 ITM-PROPOSTA                     PIC 9(05)V99.
               10 ITM-FEITO                        PIC X(01).
       COPY 'AUDITOPER.CPY'.
       COPY 'MOVTRAB.CPY'.

       SCREEN SECTION.
       01 LIMPAR-ENCRAN BLANK SCREEN.

       01 TITULO.
           05 COL 01 VALUE
           "                                                           "
           BACKGROUND-COLOR 4 HIGHLIGHT                         LINE 01.
           05 COL 01 VALUE
           "         PIZZARIA RAMALHO, Compras a Fornecedores          "
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
               MOVE "N" TO PRIMEIRAVEZ
           END-IF.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "ENCOMENDAS PENDENTES"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
           DISPLAY
           "|Numero-Data-------Forn.-------------------Estado-Por rec.|"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0701.
           MOVE 0 TO ENCPENDENTES.
           MOVE 8 TO LINHAMENU.
           OPEN INPUT FICH-ENCOMENDAS.
           IF FS-ENCOMENDAS = "00" THEN
               PERFORM LER-ENCOMENDA
               PERFORM MOSTRAR-ENCOMENDA
                   UNTIL FS-ENCOMENDAS NOT = "00"
               CLOSE FICH-ENCOMENDAS
           END-IF.
           IF ENCPENDENTES = 0 THEN
               DISPLAY "Sem encomendas pendentes."               AT 0801
           END-IF.

       ESCOLHER-OPCAO.
           DISPLAY
           "[P] Proposta de encomenda [R] Rececao [L] Listar [0] Sair: "
                                                                AT 2201.
           ACCEPT OPCAO                                         AT 2261.
           IF NOT VALIDAR-OPCAO THEN
               DISPLAY "OPCAO INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2301
               GO TO ESCOLHER-OPCAO
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(OPCAO)
               WHEN "P"
                   GO TO PROPOSTA
               WHEN "R"
                   GO TO RECECAO
               WHEN "L"
                   PERFORM LISTAR-PENDENTES
                   DISPLAY "LISTA ESCRITA EM FENCPENDENTES.TXT"
                   FOREGROUND-COLOR 2 HIGHLIGHT                  AT 2301
                   GO TO ESCOLHER-OPCAO
               WHEN "0"
                   GO TO SAIR
           END-EVALUATE.

      *****************************************************************
      *    PROPOSTA DE ENCOMENDA                                       *
      *****************************************************************
       PROPOSTA.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "PROPOSTA DE ENCOMENDA"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.

       OBTER-COBERTURA.
           DISPLAY "Dias a cobrir ate a entrega seguinte (ENTER=7): "
                                                                AT 0701.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 0750.
           IF TEMP = SPACES THEN
               MOVE 7 TO DIASCOBERTURA
           ELSE
               MOVE TEMP TO DIASCOBERTURA
           END-IF.
           IF DIASCOBERTURA = 0 THEN
               DISPLAY "VALOR INVALIDO!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 0755
               GO TO OBTER-COBERTURA
           END-IF.

           PERFORM CARREGAR-ITENS.
           IF NUMITENS = 0 THEN
               DISPLAY "SEM INGREDIENTES EM STOCK!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0801
               GO TO ESCOLHER-OPCAO
           END-IF.
           PERFORM SOMAR-PENDENTES.
           PERFORM VARYING IDXITEM FROM 1 BY 1
               UNTIL IDXITEM > NUMITENS
               PERFORM CALCULAR-PROPOSTA
           END-PERFORM.

       MOSTRAR-PROPOSTA.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY FUNCTION CONCATENATE ("PROPOSTA DE ENCOMENDA - ",
           DIASCOBERTURA, " DIAS") FOREGROUND-COLOR 2 HIGHLIGHT AT 0601.
           DISPLAY
           "|Ing-Nome---------------Stock-Med/dia-Encomend-Propor-Forn|"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0701.
           IF EIS-TABELACHEIA THEN
               DISPLAY "SO FORAM CARREGADOS 30 INGREDIENTES!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0635
           END-IF.
           MOVE 8 TO LINHAMENU.
           MOVE 0 TO NUMPROPOSTAS.
           MOVE 0 TO SEMFORNECEDOR.
           PERFORM VARYING IDXITEM FROM 1 BY 1
               UNTIL IDXITEM > NUMITENS
               IF ITM-PROPOSTA(IDXITEM) > 0 THEN
                   PERFORM MOSTRAR-ITEM-PROPOSTA
               END-IF
           END-PERFORM.
           IF NUMPROPOSTAS = 0 THEN
               DISPLAY "Nada a encomendar para ja."              AT 0801
           END-IF.
           IF NUMPROPOSTAS > 13 THEN
               MOVE NUMPROPOSTAS TO SAIDACONT
               DISPLAY FUNCTION CONCATENATE ("(", SAIDACONT,
               " ingredientes a encomendar no total)")          AT 2101
           END-IF.
           IF SEMFORNECEDOR > 0 THEN
               DISPLAY
               "INGREDIENTES SEM FORNECEDOR ATIVO NAO SAO ENCOMENDADOS"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2201
           END-IF.

       ACERTAR-PROPOSTA.
           DISPLAY
           "Acertar ingrediente (ex S01) [G] Gerar [0] Cancelar: "
                                                                AT 2301.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2355.
           MOVE FUNCTION UPPER-CASE(TEMP(1:3)) TO CHAVEITEM.
           IF CHAVEITEM = "0" THEN
               GO TO PAINEL
           END-IF.
           IF CHAVEITEM = "G" THEN
               GO TO GERAR-ENCOMENDAS
           END-IF.
           MOVE 0 TO IDXOUTRO.
           PERFORM VARYING IDXITEM FROM 1 BY 1
               UNTIL IDXITEM > NUMITENS
               IF ITM-CHAVE(IDXITEM) = CHAVEITEM THEN
                   MOVE IDXITEM TO IDXOUTRO
               END-IF
           END-PERFORM.
           IF IDXOUTRO = 0 THEN
               DISPLAY "INGREDIENTE NAO ENCONTRADO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2401
               GO TO ACERTAR-PROPOSTA
           END-IF.

       OBTER-NOVAQTD.
           DISPLAY FUNCTION CONCATENATE ("Quantidade a encomendar de ",
           FUNCTION TRIM(ITM-NOME(IDXOUTRO)), " (0=nada): ")    AT 2401.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2460.
           IF TEMP = SPACES THEN
               DISPLAY "QUANTIDADE INVALIDA!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2501
               GO TO OBTER-NOVAQTD
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP) TO ITM-PROPOSTA(IDXOUTRO).
           GO TO MOSTRAR-PROPOSTA.

      *    UMA ENCOMENDA POR FORNECEDOR COM TODOS OS SEUS INGREDIENTES
       GERAR-ENCOMENDAS.
           MOVE 0 TO ENCGERADAS.
           OPEN I-O FICH-ENCOMENDAS.
           IF FS-ENCOMENDAS = "35" THEN
               OPEN OUTPUT FICH-ENCOMENDAS
               CLOSE FICH-ENCOMENDAS
               OPEN I-O FICH-ENCOMENDAS
           END-IF.
           IF FS-ENCOMENDAS NOT = "00" THEN
               DISPLAY "ERRO A ABRIR O FICHEIRO DE ENCOMENDAS!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2401
               GO TO ESCOLHER-OPCAO
           END-IF.
           PERFORM VARYING IDXITEM FROM 1 BY 1
               UNTIL IDXITEM > NUMITENS
               IF ITM-PROPOSTA(IDXITEM) > 0 AND
                   ITM-FEITO(IDXITEM) NOT = "S" AND
                   ITM-FORNATIVO(IDXITEM) = "S" THEN
                   PERFORM CRIAR-ENCOMENDA
               END-IF
           END-PERFORM.
           CLOSE FICH-ENCOMENDAS.
           MOVE ENCGERADAS TO SAIDACONT.
           DISPLAY FUNCTION CONCATENATE (SAIDACONT,
           " ENCOMENDA(S) GRAVADA(S) - VER FENCOMENDA.TXT")
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 2401.
           DISPLAY "Prima ENTER para continuar"                 AT 2501.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2528.
           GO TO PAINEL.

      *****************************************************************
      *    RECECAO DE MERCADORIA CONTRA UMA ENCOMENDA PENDENTE         *
      *****************************************************************
       RECECAO.
           DISPLAY "Numero da encomenda [0] Voltar: "           AT 2301.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2334.
           MOVE TEMP TO NUMENC.
           IF NUMENC = 0 THEN
               GO TO PAINEL
           END-IF.
           OPEN I-O FICH-ENCOMENDAS.
           IF FS-ENCOMENDAS NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE ENCOMENDAS!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2401
               GO TO RECECAO
           END-IF.
           MOVE NUMENC TO ENC-NUMERO.
           READ FICH-ENCOMENDAS
               INVALID KEY
                   DISPLAY "ENCOMENDA NAO ENCONTRADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2401
                   CLOSE FICH-ENCOMENDAS
                   GO TO RECECAO
           END-READ.
           IF NOT ENC-EIS-PENDENTE THEN
               DISPLAY "ENCOMENDA JA RECEBIDA OU FECHADA!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2401
               CLOSE FICH-ENCOMENDAS
               GO TO RECECAO
           END-IF.
           MOVE ENC-FORNECEDOR TO FORESCOLHIDO.
           PERFORM LER-FORNECEDOR-ENC.
           MOVE "N" TO RECEBEUALGO.
           MOVE 0 TO AVISOSRECECAO.
           MOVE 0 TO VALORRECEBIDO.
           OPEN EXTEND FICH-RECECAO.
           IF FS-RECECAO = "35" THEN
               OPEN OUTPUT FICH-RECECAO
           END-IF.
           PERFORM CABECALHO-RECECAO.

       MOSTRAR-RECECAO.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY FUNCTION CONCATENATE ("RECECAO DA ENCOMENDA ",
           ENC-NUMERO, " DE ", ENC-DATA(7:2), "/", ENC-DATA(5:2), "/",
           ENC-DATA(1:4)) FOREGROUND-COLOR 2 HIGHLIGHT          AT 0601.
           DISPLAY FUNCTION CONCATENATE ("Fornecedor: ", FOR-CODIGO,
           " ", FUNCTION TRIM(FOR-NOME))                        AT 0701.
           DISPLAY
           "|Ln-Ingrediente--------Encomend.-Recebido--Preco--Pago--|"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0801.
           MOVE 9 TO LINHAMENU.
           PERFORM VARYING IDXLINHA FROM 1 BY 1
               UNTIL IDXLINHA > ENC-NUMLINHAS OR LINHAMENU > 20
               PERFORM MOSTRAR-LINHA-RECECAO
           END-PERFORM.

       OBTER-LINHA-REC.
           DISPLAY "Linha entregue [0] Terminar: "              AT 2201.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2231.
           MOVE TEMP TO IDXLINHA.
           IF IDXLINHA = 0 THEN
               GO TO TERMINAR-RECECAO
           END-IF.
           IF IDXLINHA > ENC-NUMLINHAS THEN
               DISPLAY "LINHA INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2240
               GO TO OBTER-LINHA-REC
           END-IF.

       OBTER-QTD-REC.
           DISPLAY "Quantidade entregue: "                      AT 2301.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2323.
           IF TEMP = SPACES THEN
               DISPLAY "QUANTIDADE INVALIDA!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2340
               GO TO OBTER-QTD-REC
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP) TO QTDRECEBIDA.
           IF QTDRECEBIDA = 0 THEN
               DISPLAY "QUANTIDADE INVALIDA!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2340
               GO TO OBTER-QTD-REC
           END-IF.

       OBTER-PRECO-REC.
           MOVE ENC-PRECO(IDXLINHA) TO SAIDAPRECO.
           DISPLAY FUNCTION CONCATENATE ("Preco unitario faturado ",
           "(ENTER=", SAIDAPRECO, "): ")                        AT 2401.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2441.
           IF TEMP = SPACES THEN
               MOVE ENC-PRECO(IDXLINHA) TO PRECORECEBIDO
           ELSE
               MOVE FUNCTION NUMVAL(TEMP) TO PRECORECEBIDO
           END-IF.

       REGISTAR-LINHA-REC.
           ADD QTDRECEBIDA TO ENC-QTDRECEBIDA(IDXLINHA).
           MOVE PRECORECEBIDO TO ENC-PRECORECEBIDO(IDXLINHA).
           COMPUTE ENC-TOTALRECEBIDO ROUNDED = ENC-TOTALRECEBIDO +
               QTDRECEBIDA * PRECORECEBIDO.
           COMPUTE VALORRECEBIDO ROUNDED = VALORRECEBIDO +
               QTDRECEBIDA * PRECORECEBIDO.
           MOVE DATAHOJE TO ENC-DATARECECAO.
           IF ENC-EIS-ABERTA THEN
               MOVE "P" TO ENC-ESTADO
           END-IF.
           REWRITE REG-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO A ATUALIZAR A ENCOMENDA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2501
           END-REWRITE.
           MOVE "S" TO RECEBEUALGO.
           PERFORM DAR-ENTRADA-STOCK.
           PERFORM ESCREVER-LINHA-RECECAO.
           GO TO MOSTRAR-RECECAO.

       TERMINAR-RECECAO.
           MOVE "S" TO TUDORECEBIDO.
           PERFORM VARYING IDXLINHA FROM 1 BY 1
               UNTIL IDXLINHA > ENC-NUMLINHAS
               IF ENC-QTDRECEBIDA(IDXLINHA) < ENC-QTDPEDIDA(IDXLINHA)
                   THEN
                   MOVE "N" TO TUDORECEBIDO
               END-IF
           END-PERFORM.
           IF EIS-TUDORECEBIDO THEN
               MOVE "R" TO ENC-ESTADO
           ELSE
               IF EIS-RECEBEUALGO OR ENC-EIS-PARCIAL THEN
                   PERFORM PERGUNTAR-FECHO
               END-IF
           END-IF.
           REWRITE REG-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO A ATUALIZAR A ENCOMENDA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2501
           END-REWRITE.
           CLOSE FICH-ENCOMENDAS.
           PERFORM RODAPE-RECECAO.
           CLOSE FICH-RECECAO.
           IF EIS-RECEBEUALGO OR ENC-EIS-FECHADA THEN
               MOVE VALORRECEBIDO TO SAIDAVALOR
               MOVE FUNCTION CONCATENATE ("RECECAO ENCOMENDA ",
                   ENC-NUMERO, " VALOR ", SAIDAVALOR, " ESTADO ",
                   ENC-ESTADO, " AVISOS ", AVISOSRECECAO)
                   TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
           END-IF.
           GO TO PAINEL.

       PERGUNTAR-FECHO.
           DISPLAY "Encomenda incompleta. Fechar (o resto nao vem)? "
                                                                AT 2301.
           DISPLAY "[S/N]: "                                    AT 2353.
           ACCEPT CONFIRMA                                      AT 2360.
           IF NOT VALIDAR-CONFIRMA THEN
               GO TO PERGUNTAR-FECHO
           END-IF.
           IF CONFIRMA = "S" OR CONFIRMA = "s" THEN
               MOVE "F" TO ENC-ESTADO
           END-IF.

       SAIR.
           STOP RUN.

      *****************************************************************
      *    CARGA DOS INGREDIENTES E CALCULO DA PROPOSTA                *
      *****************************************************************
       CARREGAR-ITENS.
           MOVE 0 TO NUMITENS.
           MOVE "N" TO TABELACHEIA.
           OPEN INPUT FICH-STOCK.
      *    OS ARTIGOS (TIPO A) NAO ENTRAM NA PROPOSTA E SAO OS PRIMEIROS
      *    PELA CHAVE, POR ISSO A LEITURA COMECA NAS BASES (TIPO B)
           IF FS-STOCK = "00" THEN
               MOVE "B00" TO STK-CHAVE
               START FICH-STOCK KEY IS NOT LESS THAN STK-CHAVE
                   INVALID KEY
                       MOVE "23" TO FS-STOCK
               END-START
               IF FS-STOCK = "00" THEN
                   PERFORM LER-STOCK
                   PERFORM CARREGAR-ITEM
                       UNTIL FS-STOCK NOT = "00" OR NUMITENS = 30
                   IF FS-STOCK = "00" THEN
                       MOVE "S" TO TABELACHEIA
                   END-IF
               END-IF
               CLOSE FICH-STOCK
           END-IF.
           OPEN INPUT FICH-FORNECEDORES.
           PERFORM VARYING IDXITEM FROM 1 BY 1
               UNTIL IDXITEM > NUMITENS
               MOVE "N" TO ITM-FORNATIVO(IDXITEM)
               IF ITM-FORNECEDOR(IDXITEM) > 0 AND
                   FS-FORNECEDORES = "00" THEN
                   MOVE ITM-FORNECEDOR(IDXITEM) TO FOR-CODIGO
                   READ FICH-FORNECEDORES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FOR-EIS-ATIVO THEN
                               MOVE "S" TO ITM-FORNATIVO(IDXITEM)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           IF FS-FORNECEDORES = "00" THEN
               CLOSE FICH-FORNECEDORES
           END-IF.

       LER-STOCK.
           READ FICH-STOCK NEXT RECORD
               AT END
                   MOVE "10" TO FS-STOCK
           END-READ.

       CARREGAR-ITEM.
           ADD 1 TO NUMITENS.
           MOVE STK-CHAVE TO ITM-CHAVE(NUMITENS).
           MOVE STK-NOME TO ITM-NOME(NUMITENS).
           MOVE STK-FORNECEDOR TO ITM-FORNECEDOR(NUMITENS).
           MOVE STK-PRECOCOMPRA TO ITM-PRECO(NUMITENS).
           MOVE STK-QUANTIDADE TO ITM-QUANTIDADE(NUMITENS).
           MOVE STK-MINIMO TO ITM-MINIMO(NUMITENS).
           MOVE 0 TO ITM-PENDENTE(NUMITENS).
           MOVE 0 TO ITM-PROPOSTA(NUMITENS).
           MOVE "N" TO ITM-FEITO(NUMITENS).
      *    AS SAIDAS DE HOJE AINDA NAO ESTAO NO HISTORICO; SE O ULTIMO
      *    MOVIMENTO FOI NOUTRO DIA, ESSE DIA JA FECHOU E CONTA COMO O
      *    MAIS RECENTE DOS 7 (SAINDO O MAIS ANTIGO)
           MOVE 0 TO SOMAHIST.
           PERFORM VARYING IDXHIST FROM 1 BY 1
               UNTIL IDXHIST > STK-NUMDIAS
               ADD STK-SAIDASHIST(IDXHIST) TO SOMAHIST
           END-PERFORM.
           MOVE STK-NUMDIAS TO DIASPARADO.
           IF STK-DATAMOV NOT = DATAHOJE THEN
               IF STK-NUMDIAS = 7 THEN
                   SUBTRACT STK-SAIDASHIST(7) FROM SOMAHIST
               ELSE
                   ADD 1 TO DIASPARADO
               END-IF
               ADD STK-SAIDASDIA TO SOMAHIST
           END-IF.
           IF DIASPARADO > 0 THEN
               COMPUTE ITM-MEDIA(NUMITENS) ROUNDED =
                   SOMAHIST / DIASPARADO
           ELSE
               MOVE 0 TO ITM-MEDIA(NUMITENS)
           END-IF.
           PERFORM LER-STOCK.

      *    O QUE JA FOI ENCOMENDADO E AINDA NAO CHEGOU (ENCOMENDAS
      *    ABERTAS OU PARCIAIS) NAO VOLTA A SER PROPOSTO
       SOMAR-PENDENTES.
           OPEN INPUT FICH-ENCOMENDAS.
           IF FS-ENCOMENDAS = "00" THEN
               PERFORM LER-ENCOMENDA
               PERFORM SOMAR-PENDENTES-ENC
                   UNTIL FS-ENCOMENDAS NOT = "00"
               CLOSE FICH-ENCOMENDAS
           END-IF.

       SOMAR-PENDENTES-ENC.
           IF ENC-EIS-PENDENTE THEN
               PERFORM VARYING IDXLINHA FROM 1 BY 1
                   UNTIL IDXLINHA > ENC-NUMLINHAS
                   COMPUTE QTDPENDENTE = ENC-QTDPEDIDA(IDXLINHA) -
                       ENC-QTDRECEBIDA(IDXLINHA)
                   IF QTDPENDENTE > 0 THEN
                       PERFORM VARYING IDXITEM FROM 1 BY 1
                           UNTIL IDXITEM > NUMITENS
                           IF ITM-TIPO(IDXITEM) = ENC-STKTIPO(IDXLINHA)
                               AND ITM-CODIGO(IDXITEM) =
                               ENC-STKCODIGO(IDXLINHA) THEN
                               ADD QTDPENDENTE TO ITM-PENDENTE(IDXITEM)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LER-ENCOMENDA.

      *    A ENCOMENDAR = MINIMO + CONSUMO MEDIO X DIAS A COBRIR
      *    - STOCK - JA ENCOMENDADO, ARREDONDADO A UNIDADE DE CIMA
       CALCULAR-PROPOSTA.
           COMPUTE NECESSARIO = ITM-MINIMO(IDXITEM) +
               ITM-MEDIA(IDXITEM) * DIASCOBERTURA -
               ITM-QUANTIDADE(IDXITEM) - ITM-PENDENTE(IDXITEM).
           IF NECESSARIO > 0 THEN
               MOVE NECESSARIO TO QTDINTEIRA
               IF QTDINTEIRA < NECESSARIO THEN
                   ADD 1 TO QTDINTEIRA
               END-IF
               MOVE QTDINTEIRA TO ITM-PROPOSTA(IDXITEM)
           ELSE
               MOVE 0 TO ITM-PROPOSTA(IDXITEM)
           END-IF.

       MOSTRAR-ITEM-PROPOSTA.
           ADD 1 TO NUMPROPOSTAS.
           IF ITM-FORNATIVO(IDXITEM) NOT = "S" THEN
               ADD 1 TO SEMFORNECEDOR
           END-IF.
           IF LINHAMENU <= 20 THEN
               DISPLAY ITM-CHAVE(IDXITEM) LINE LINHAMENU POSITION 02
               DISPLAY ITM-NOME(IDXITEM)(1:16) LINE LINHAMENU
                   POSITION 06
               MOVE ITM-QUANTIDADE(IDXITEM) TO SAIDASTOCK
               DISPLAY SAIDASTOCK LINE LINHAMENU POSITION 22
               MOVE ITM-MEDIA(IDXITEM) TO SAIDAQTD
               DISPLAY SAIDAQTD LINE LINHAMENU POSITION 31
               MOVE ITM-PENDENTE(IDXITEM) TO SAIDAQTD
               DISPLAY SAIDAQTD LINE LINHAMENU POSITION 39
               MOVE ITM-PROPOSTA(IDXITEM) TO SAIDAQTD
               DISPLAY SAIDAQTD FOREGROUND-COLOR 2 HIGHLIGHT
                   LINE LINHAMENU POSITION 47
               IF ITM-FORNATIVO(IDXITEM) = "S" THEN
                   DISPLAY ITM-FORNECEDOR(IDXITEM) LINE LINHAMENU
                       POSITION 55
               ELSE
                   DISPLAY "---" FOREGROUND-COLOR 4 LINE LINHAMENU
                       POSITION 55
               END-IF
               ADD 1 TO LINHAMENU
           END-IF.

      *****************************************************************
      *    CRIACAO E IMPRESSAO DE UMA ENCOMENDA                        *
      *****************************************************************
       CRIAR-ENCOMENDA.
           PERFORM RESERVAR-NUMERO.
           IF EIS-NUMEROFALHOU THEN
               DISPLAY "ERRO NA NUMERACAO DAS ENCOMENDAS!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2401
               MOVE "S" TO ITM-FEITO(IDXITEM)
           ELSE
               MOVE SPACES TO REG-ENCOMENDA
               MOVE NUMENC TO ENC-NUMERO
               MOVE ITM-FORNECEDOR(IDXITEM) TO ENC-FORNECEDOR
               MOVE DATAHOJE TO ENC-DATA
               MOVE OPERADOR TO ENC-OPERADOR
               MOVE "A" TO ENC-ESTADO
               MOVE 0 TO ENC-DATARECECAO
               MOVE 0 TO ENC-TOTAL
               MOVE 0 TO ENC-TOTALRECEBIDO
               MOVE 0 TO ENC-NUMLINHAS
               PERFORM VARYING IDXOUTRO FROM IDXITEM BY 1
                   UNTIL IDXOUTRO > NUMITENS
                   IF ITM-FORNECEDOR(IDXOUTRO) = ENC-FORNECEDOR AND
                       ITM-PROPOSTA(IDXOUTRO) > 0 AND
                       ITM-FEITO(IDXOUTRO) NOT = "S" THEN
                       PERFORM JUNTAR-LINHA
                   END-IF
               END-PERFORM
               WRITE REG-ENCOMENDA
                   INVALID KEY
                       DISPLAY "ERRO A GRAVAR A ENCOMENDA!"
                       FOREGROUND-COLOR 4 HIGHLIGHT              AT 2401
                   NOT INVALID KEY
                       ADD 1 TO ENCGERADAS
                       PERFORM IMPRIMIR-ENCOMENDA
                       MOVE ENC-TOTAL TO SAIDAVALOR
                       MOVE FUNCTION CONCATENATE ("ENCOMENDA ",
                           ENC-NUMERO, " FORNECEDOR ", ENC-FORNECEDOR,
                           " LINHAS ", ENC-NUMLINHAS, " VALOR ",
                           SAIDAVALOR) TO AUDITTEXTO
                       PERFORM GRAVAR-AUDIT
               END-WRITE
           END-IF.

       JUNTAR-LINHA.
           ADD 1 TO ENC-NUMLINHAS.
           MOVE ITM-TIPO(IDXOUTRO) TO ENC-STKTIPO(ENC-NUMLINHAS).
           MOVE ITM-CODIGO(IDXOUTRO) TO ENC-STKCODIGO(ENC-NUMLINHAS).
           MOVE ITM-PROPOSTA(IDXOUTRO) TO ENC-QTDPEDIDA(ENC-NUMLINHAS).
           MOVE ITM-PRECO(IDXOUTRO) TO ENC-PRECO(ENC-NUMLINHAS).
           MOVE 0 TO ENC-QTDRECEBIDA(ENC-NUMLINHAS).
           MOVE 0 TO ENC-PRECORECEBIDO(ENC-NUMLINHAS).
           COMPUTE ENC-TOTAL ROUNDED = ENC-TOTAL +
               ITM-PROPOSTA(IDXOUTRO) * ITM-PRECO(IDXOUTRO).
           MOVE "S" TO ITM-FEITO(IDXOUTRO).

      *    A NUMERACAO DAS ENCOMENDAS E CONTINUA (LER, SOMAR 1 E
      *    REESCREVER O REGISTO UNICO DE FNUMCOMPRA.DAT)
       RESERVAR-NUMERO.
           MOVE "N" TO NUMEROFALHOU.
           OPEN I-O FICH-NUMCOMPRA.
           IF FS-NUMCOMPRA = "35" THEN
               OPEN OUTPUT FICH-NUMCOMPRA
               CLOSE FICH-NUMCOMPRA
               OPEN I-O FICH-NUMCOMPRA
           END-IF.
           IF FS-NUMCOMPRA NOT = "00" THEN
               MOVE "S" TO NUMEROFALHOU
           ELSE
               MOVE "N" TO NUMCOMPRAVAZIA
               READ FICH-NUMCOMPRA
                   AT END
                       MOVE "S" TO NUMCOMPRAVAZIA
                       MOVE 0 TO NCP-ULTIMAENC
               END-READ
               ADD 1 TO NCP-ULTIMAENC GIVING NUMENC
               MOVE NUMENC TO NCP-ULTIMAENC
               IF EIS-NUMCOMPRAVAZIA THEN
                   WRITE REG-NUMCOMPRA
               ELSE
                   REWRITE REG-NUMCOMPRA
               END-IF
               CLOSE FICH-NUMCOMPRA
           END-IF.

       IMPRIMIR-ENCOMENDA.
           MOVE ENC-FORNECEDOR TO FORESCOLHIDO.
           PERFORM LER-FORNECEDOR-ENC.
           OPEN EXTEND FICH-IMPENC.
           IF FS-IMPENC = "35" THEN
               OPEN OUTPUT FICH-IMPENC
           END-IF.
           MOVE "================================================"
               TO LINHA-IMPENC.
           WRITE LINHA-IMPENC.
           MOVE "PIZZARIA RAMALHO - Pizzas Deliciosas, Lda."
               TO LINHA-IMPENC.
           WRITE LINHA-IMPENC.
           MOVE FUNCTION CONCATENATE ("NOTA DE ENCOMENDA n. ",
               ENC-NUMERO, "   Data: ", ENC-DATA(7:2), "/",
               ENC-DATA(5:2), "/", ENC-DATA(1:4)) TO LINHA-IMPENC.
           WRITE LINHA-IMPENC.
           MOVE FUNCTION CONCATENATE ("Fornecedor: ", FOR-CODIGO,
               " ", FUNCTION TRIM(FOR-NOME)) TO LINHA-IMPENC.
           WRITE LINHA-IMPENC.
           MOVE FUNCTION CONCATENATE ("Telefone: ", FOR-CONTATO,
               "   NIF: ", FOR-NIF) TO LINHA-IMPENC.
           WRITE LINHA-IMPENC.
           IF FOR-EMAIL NOT = SPACES THEN
               MOVE FUNCTION CONCATENATE ("Email: ",
                   FUNCTION TRIM(FOR-EMAIL)) TO LINHA-IMPENC
               WRITE LINHA-IMPENC
           END-IF.
           MOVE "------------------------------------------------"
               TO LINHA-IMPENC.
           WRITE LINHA-IMPENC.
           MOVE "Ingrediente          Quantidade   Preco     Valor"
               TO LINHA-IMPENC.
           WRITE LINHA-IMPENC.
           PERFORM VARYING IDXLINHA FROM 1 BY 1
               UNTIL IDXLINHA > ENC-NUMLINHAS
               PERFORM IMPRIMIR-LINHA-ENC
           END-PERFORM.
           MOVE "------------------------------------------------"
               TO LINHA-IMPENC.
           WRITE LINHA-IMPENC.
           MOVE SPACES TO LINHA-IMPENC.
           MOVE "TOTAL PREVISTO (sem IVA)" TO LINHA-IMPENC(1:24).
           MOVE ENC-TOTAL TO SAIDAVALOR.
           MOVE SAIDAVALOR TO LINHA-IMPENC(41:10).
           WRITE LINHA-IMPENC.
           MOVE "================================================"
               TO LINHA-IMPENC.
           WRITE LINHA-IMPENC.
           CLOSE FICH-IMPENC.

       IMPRIMIR-LINHA-ENC.
           PERFORM OBTER-NOMEITEM.
           MOVE SPACES TO LINHA-IMPENC.
           MOVE NOMEITEM TO LINHA-IMPENC(1:20).
           MOVE ENC-QTDPEDIDA(IDXLINHA) TO SAIDAQTD.
           MOVE SAIDAQTD TO LINHA-IMPENC(24:8).
           MOVE ENC-PRECO(IDXLINHA) TO SAIDAPRECO.
           MOVE SAIDAPRECO TO LINHA-IMPENC(34:7).
           COMPUTE SAIDAVALOR ROUNDED =
               ENC-QTDPEDIDA(IDXLINHA) * ENC-PRECO(IDXLINHA).
           MOVE SAIDAVALOR TO LINHA-IMPENC(41:10).
           WRITE LINHA-IMPENC.

      *    NOME DO INGREDIENTE DA LINHA IDXLINHA DA ENCOMENDA
       OBTER-NOMEITEM.
           MOVE SPACES TO NOMEITEM.
           OPEN INPUT FICH-STOCK.
           IF FS-STOCK = "00" THEN
               MOVE ENC-STKTIPO(IDXLINHA) TO STK-TIPO
               MOVE ENC-STKCODIGO(IDXLINHA) TO STK-CODIGO
               READ FICH-STOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STK-NOME TO NOMEITEM
               END-READ
               CLOSE FICH-STOCK
           END-IF.
           IF NOMEITEM = SPACES THEN
               MOVE FUNCTION CONCATENATE ("Ingrediente ",
                   ENC-STKTIPO(IDXLINHA), ENC-STKCODIGO(IDXLINHA))
                   TO NOMEITEM
           END-IF.

       LER-FORNECEDOR-ENC.
           MOVE SPACES TO FOR-NOME.
           MOVE SPACES TO FOR-EMAIL.
           MOVE 0 TO FOR-CONTATO.
           MOVE 0 TO FOR-NIF.
           OPEN INPUT FICH-FORNECEDORES.
           IF FS-FORNECEDORES = "00" THEN
               MOVE FORESCOLHIDO TO FOR-CODIGO
               READ FICH-FORNECEDORES
                   INVALID KEY
                       MOVE "FORNECEDOR DESCONHECIDO" TO FOR-NOME
               END-READ
               CLOSE FICH-FORNECEDORES
           END-IF.
           MOVE FORESCOLHIDO TO FOR-CODIGO.

      *****************************************************************
      *    RECECAO: ENTRADA NO STOCK E NOTA DE RECECAO                 *
      *****************************************************************
       MOSTRAR-LINHA-RECECAO.
           PERFORM OBTER-NOMEITEM.
           DISPLAY IDXLINHA LINE LINHAMENU POSITION 02.
           DISPLAY NOMEITEM LINE LINHAMENU POSITION 05.
           MOVE ENC-QTDPEDIDA(IDXLINHA) TO SAIDAQTD.
           DISPLAY SAIDAQTD LINE LINHAMENU POSITION 26.
           MOVE ENC-QTDRECEBIDA(IDXLINHA) TO SAIDAQTD.
           DISPLAY SAIDAQTD LINE LINHAMENU POSITION 36.
           MOVE ENC-PRECO(IDXLINHA) TO SAIDAPRECO.
           DISPLAY SAIDAPRECO LINE LINHAMENU POSITION 45.
           IF ENC-QTDRECEBIDA(IDXLINHA) > 0 THEN
               MOVE ENC-PRECORECEBIDO(IDXLINHA) TO SAIDAPRECO
               DISPLAY SAIDAPRECO LINE LINHAMENU POSITION 53
           END-IF.
           IF ENC-QTDRECEBIDA(IDXLINHA) >= ENC-QTDPEDIDA(IDXLINHA) THEN
               DISPLAY "OK" FOREGROUND-COLOR 2 HIGHLIGHT
                   LINE LINHAMENU POSITION 61
           END-IF.
           ADD 1 TO LINHAMENU.

      *    A MERCADORIA ENTRA NO STOCK DO DIA E O PRECO PAGO PASSA A
      *    SER O PRECO PREVISTO DAS PROXIMAS ENCOMENDAS
       DAR-ENTRADA-STOCK.
           OPEN I-O FICH-STOCK.
           IF FS-STOCK NOT = "00" THEN
               DISPLAY "ERRO A ABRIR O FICHEIRO DE STOCK!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2501
           ELSE
               MOVE ENC-STKTIPO(IDXLINHA) TO STK-TIPO
               MOVE ENC-STKCODIGO(IDXLINHA) TO STK-CODIGO
               READ FICH-STOCK
                   INVALID KEY
                       DISPLAY "INGREDIENTE NAO ENCONTRADO NO STOCK!"
                       FOREGROUND-COLOR 4 HIGHLIGHT              AT 2501
                   NOT INVALID KEY
                       PERFORM VIRAR-DIA-STOCK
                       ADD QTDRECEBIDA TO STK-QUANTIDADE
                       ADD QTDRECEBIDA TO STK-ENTRADASDIA
                       MOVE PRECORECEBIDO TO STK-PRECOCOMPRA
                       REWRITE REG-STOCK
                           INVALID KEY
                               DISPLAY "ERRO A ATUALIZAR O STOCK!"
                               FOREGROUND-COLOR 4 HIGHLIGHT      AT 2501
                       END-REWRITE
                       MOVE "R" TO MOVTIPO
                       MOVE QTDRECEBIDA TO MOVQTD
                       MOVE ENC-NUMERO TO MOVDOC
                       MOVE FUNCTION CONCATENATE ("RECECAO FORNECEDOR ",
                           ENC-FORNECEDOR) TO MOVMOTIVO
                       PERFORM GRAVAR-MOVSTOCK
               END-READ
               CLOSE FICH-STOCK
           END-IF.

       CABECALHO-RECECAO.
           MOVE "================================================"
               TO LINHA-RECECAO.
           WRITE LINHA-RECECAO.
           MOVE FUNCTION CONCATENATE ("NOTA DE RECECAO - ENCOMENDA n. ",
               ENC-NUMERO, " de ", ENC-DATA(7:2), "/", ENC-DATA(5:2),
               "/", ENC-DATA(1:4)) TO LINHA-RECECAO.
           WRITE LINHA-RECECAO.
           MOVE FUNCTION CONCATENATE ("Rececao em ", DATAHOJE(7:2),
               "/", DATAHOJE(5:2), "/", DATAHOJE(1:4),
               "   Operador: ", OPERADOR) TO LINHA-RECECAO.
           WRITE LINHA-RECECAO.
           MOVE FUNCTION CONCATENATE ("Fornecedor: ", FOR-CODIGO,
               " ", FUNCTION TRIM(FOR-NOME)) TO LINHA-RECECAO.
           WRITE LINHA-RECECAO.
           MOVE "------------------------------------------------"
               TO LINHA-RECECAO.
           WRITE LINHA-RECECAO.
           MOVE "Ingrediente           Entregue   Preco  Observacoes"
               TO LINHA-RECECAO.
           WRITE LINHA-RECECAO.

      *    CADA ENTREGA E COMPARADA COM A ENCOMENDA: FALTA OU EXCESSO
      *    SOBRE O TOTAL JA RECEBIDO E PRECO DIFERENTE DO ENCOMENDADO
       ESCREVER-LINHA-RECECAO.
           PERFORM OBTER-NOMEITEM.
           MOVE SPACES TO LINHA-RECECAO.
           MOVE NOMEITEM TO LINHA-RECECAO(1:20).
           MOVE QTDRECEBIDA TO SAIDAQTD.
           MOVE SAIDAQTD TO LINHA-RECECAO(23:8).
           MOVE PRECORECEBIDO TO SAIDAPRECO.
           MOVE SAIDAPRECO TO LINHA-RECECAO(33:7).
           COMPUTE QTDPENDENTE = ENC-QTDPEDIDA(IDXLINHA) -
               ENC-QTDRECEBIDA(IDXLINHA).
           EVALUATE TRUE
               WHEN QTDPENDENTE > 0
                   MOVE QTDPENDENTE TO SAIDAQTD2
                   MOVE FUNCTION CONCATENATE ("FALTAM ",
                       FUNCTION TRIM(SAIDAQTD2))
                       TO LINHA-RECECAO(42:29)
                   ADD 1 TO AVISOSRECECAO
               WHEN QTDPENDENTE < 0
                   COMPUTE SAIDAQTD2 = 0 - QTDPENDENTE
                   MOVE FUNCTION CONCATENATE ("EXCESSO DE ",
                       FUNCTION TRIM(SAIDAQTD2))
                       TO LINHA-RECECAO(42:29)
                   ADD 1 TO AVISOSRECECAO
               WHEN OTHER
                   MOVE "COMPLETO" TO LINHA-RECECAO(42:29)
           END-EVALUATE.
           WRITE LINHA-RECECAO.
           IF PRECORECEBIDO NOT = ENC-PRECO(IDXLINHA) THEN
               MOVE SPACES TO LINHA-RECECAO
               MOVE ENC-PRECO(IDXLINHA) TO SAIDAPRECO
               MOVE PRECORECEBIDO TO SAIDAPRECO2
               MOVE FUNCTION CONCATENATE ("PRECO ALTERADO: ",
                   "ENCOMENDADO A ", FUNCTION TRIM(SAIDAPRECO),
                   ", FATURADO A ", FUNCTION TRIM(SAIDAPRECO2))
                   TO LINHA-RECECAO(3:68)
               WRITE LINHA-RECECAO
               ADD 1 TO AVISOSRECECAO
               DISPLAY "PRECO DIFERENTE DO ENCOMENDADO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2501
           END-IF.

       RODAPE-RECECAO.
           MOVE "------------------------------------------------"
               TO LINHA-RECECAO.
           WRITE LINHA-RECECAO.
           MOVE SPACES TO LINHA-RECECAO.
           MOVE "Valor recebido nesta entrega" TO LINHA-RECECAO(1:28).
           MOVE VALORRECEBIDO TO SAIDAVALOR.
           MOVE SAIDAVALOR TO LINHA-RECECAO(41:10).
           WRITE LINHA-RECECAO.
           EVALUATE TRUE
               WHEN ENC-EIS-RECEBIDA
                   MOVE "ENCOMENDA TOTALMENTE RECEBIDA"
                       TO LINHA-RECECAO
               WHEN ENC-EIS-FECHADA
                   MOVE "ENCOMENDA FECHADA COM FALTAS"
                       TO LINHA-RECECAO
               WHEN OTHER
                   MOVE "ENCOMENDA AINDA COM MERCADORIA POR RECEBER"
                       TO LINHA-RECECAO
           END-EVALUATE.
           WRITE LINHA-RECECAO.
           MOVE "================================================"
               TO LINHA-RECECAO.
           WRITE LINHA-RECECAO.

      *****************************************************************
      *    ENCOMENDAS PENDENTES (ECRA E LISTAGEM)                      *
      *****************************************************************
       LER-ENCOMENDA.
           READ FICH-ENCOMENDAS NEXT RECORD
               AT END
                   MOVE "10" TO FS-ENCOMENDAS
           END-READ.

       MOSTRAR-ENCOMENDA.
           IF ENC-EIS-PENDENTE THEN
               ADD 1 TO ENCPENDENTES
               IF LINHAMENU <= 20 THEN
                   PERFORM CALCULAR-VALORPENDENTE
                   DISPLAY ENC-NUMERO LINE LINHAMENU POSITION 02
                   DISPLAY FUNCTION CONCATENATE (ENC-DATA(7:2), "/",
                       ENC-DATA(5:2), "/", ENC-DATA(1:4))
                       LINE LINHAMENU POSITION 09
                   DISPLAY ENC-FORNECEDOR LINE LINHAMENU POSITION 20
                   IF ENC-EIS-ABERTA THEN
                       DISPLAY "ABERTA" LINE LINHAMENU POSITION 45
                   ELSE
                       DISPLAY "PARCIAL" FOREGROUND-COLOR 6
                           LINE LINHAMENU POSITION 45
                   END-IF
                   MOVE VALORPENDENTE TO SAIDAVALOR
                   DISPLAY SAIDAVALOR LINE LINHAMENU POSITION 52
                   ADD 1 TO LINHAMENU
               END-IF
           END-IF.
           PERFORM LER-ENCOMENDA.

       CALCULAR-VALORPENDENTE.
           MOVE 0 TO VALORPENDENTE.
           PERFORM VARYING IDXLINHA FROM 1 BY 1
               UNTIL IDXLINHA > ENC-NUMLINHAS
               COMPUTE QTDPENDENTE = ENC-QTDPEDIDA(IDXLINHA) -
                   ENC-QTDRECEBIDA(IDXLINHA)
               IF QTDPENDENTE > 0 THEN
                   COMPUTE VALORPENDENTE ROUNDED = VALORPENDENTE +
                       QTDPENDENTE * ENC-PRECO(IDXLINHA)
               END-IF
           END-PERFORM.

       LISTAR-PENDENTES.
           OPEN OUTPUT FICH-PENDENTES.
           MOVE "================================================"
               TO LINHA-PENDENTES.
           WRITE LINHA-PENDENTES.
           MOVE FUNCTION CONCATENATE ("ENCOMENDAS PENDENTES EM ",
               DATAHOJE(7:2), "/", DATAHOJE(5:2), "/", DATAHOJE(1:4))
               TO LINHA-PENDENTES.
           WRITE LINHA-PENDENTES.
           MOVE "================================================"
               TO LINHA-PENDENTES.
           WRITE LINHA-PENDENTES.
           MOVE 0 TO ENCPENDENTES.
           MOVE 0 TO TOTALPENDENTE.
           OPEN INPUT FICH-ENCOMENDAS.
           IF FS-ENCOMENDAS = "00" THEN
               PERFORM LER-ENCOMENDA
               PERFORM LISTAR-ENCOMENDA
                   UNTIL FS-ENCOMENDAS NOT = "00"
               CLOSE FICH-ENCOMENDAS
           END-IF.
           MOVE SPACES TO LINHA-PENDENTES.
           WRITE LINHA-PENDENTES.
           MOVE ENCPENDENTES TO SAIDACONT.
           MOVE TOTALPENDENTE TO SAIDAVALOR.
           MOVE FUNCTION CONCATENATE ("Encomendas pendentes: ",
               SAIDACONT, "   Valor por receber: ", SAIDAVALOR)
               TO LINHA-PENDENTES.
           WRITE LINHA-PENDENTES.
           CLOSE FICH-PENDENTES.

       LISTAR-ENCOMENDA.
           IF ENC-EIS-PENDENTE THEN
               ADD 1 TO ENCPENDENTES
               MOVE ENC-FORNECEDOR TO FORESCOLHIDO
               PERFORM LER-FORNECEDOR-ENC
               PERFORM CALCULAR-VALORPENDENTE
               ADD VALORPENDENTE TO TOTALPENDENTE
               MOVE SPACES TO LINHA-PENDENTES
               WRITE LINHA-PENDENTES
               MOVE FUNCTION CONCATENATE ("Encomenda ", ENC-NUMERO,
                   " de ", ENC-DATA(7:2), "/", ENC-DATA(5:2), "/",
                   ENC-DATA(1:4), "  ", FOR-CODIGO, " ",
                   FUNCTION TRIM(FOR-NOME)) TO LINHA-PENDENTES
               WRITE LINHA-PENDENTES
               MOVE SPACES TO LINHA-PENDENTES
               IF ENC-EIS-ABERTA THEN
                   MOVE "  ABERTA" TO LINHA-PENDENTES(1:20)
               ELSE
                   MOVE FUNCTION CONCATENATE ("  PARCIAL, ULTIMA ",
                       "ENTREGA ", ENC-DATARECECAO(7:2), "/",
                       ENC-DATARECECAO(5:2), "/",
                       ENC-DATARECECAO(1:4)) TO LINHA-PENDENTES
               END-IF
               WRITE LINHA-PENDENTES
               PERFORM VARYING IDXLINHA FROM 1 BY 1
                   UNTIL IDXLINHA > ENC-NUMLINHAS
                   PERFORM LISTAR-LINHA-PENDENTE
               END-PERFORM
               MOVE SPACES TO LINHA-PENDENTES
               MOVE "  Valor por receber" TO LINHA-PENDENTES(1:19)
               MOVE VALORPENDENTE TO SAIDAVALOR
               MOVE SAIDAVALOR TO LINHA-PENDENTES(41:10)
               WRITE LINHA-PENDENTES
           END-IF.
           PERFORM LER-ENCOMENDA.

       LISTAR-LINHA-PENDENTE.
           COMPUTE QTDPENDENTE = ENC-QTDPEDIDA(IDXLINHA) -
               ENC-QTDRECEBIDA(IDXLINHA).
           IF QTDPENDENTE > 0 THEN
               PERFORM OBTER-NOMEITEM
               MOVE SPACES TO LINHA-PENDENTES
               MOVE NOMEITEM TO LINHA-PENDENTES(5:20)
               MOVE ENC-QTDPEDIDA(IDXLINHA) TO SAIDAQTD
               MOVE ENC-QTDRECEBIDA(IDXLINHA) TO SAIDAQTD2
               MOVE FUNCTION CONCATENATE ("pedido ",
                   FUNCTION TRIM(SAIDAQTD), " recebido ",
                   FUNCTION TRIM(SAIDAQTD2)) TO LINHA-PENDENTES(26:30)
               MOVE QTDPENDENTE TO SAIDAQTD
               MOVE FUNCTION CONCATENATE ("falta ",
                   FUNCTION TRIM(SAIDAQTD)) TO LINHA-PENDENTES(56:15)
               WRITE LINHA-PENDENTES
           END-IF.

       COPY 'SIGNOPER.CPY'.

       COPY 'ROLSTOCK.CPY'.

       COPY 'GRAVMOV.CPY'.

       END PROGRAM 0807_Compras.
