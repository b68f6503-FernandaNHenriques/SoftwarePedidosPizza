               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENU.

      *    CATEGORIAS DE IVA DOS ARTIGOS E FICHA DE STOCK DE CADA
      *    ARTIGO NOVO
           SELECT FICH-TAXAS ASSIGN TO "FTAXAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CATEGORIA
               FILE STATUS IS FS-TAXAS.

           SELECT FICH-STOCK ASSIGN TO "FSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  FICH-MENU
           LABEL RECORDS ARE STANDARD.
           COPY 'MENU.CPY'.

       FD  FICH-TAXAS
           LABEL RECORDS ARE STANDARD.
           COPY 'TAXAIVA.CPY'.

       FD  FICH-STOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'STOCK.CPY'.

       WORKING-STORAGE SECTION.
       77  FS-MENU                                   PIC X(02).
       77  FS-TAXAS                                  PIC X(02).
       77  FS-STOCK                                  PIC X(02).
       77  DATAHOJE                                  PIC 9(08).
       77  COLUNAMENU                                PIC 9(02).
       77  ARTIGOSLISTADOS                           PIC 9(02).
       77  FIMARTIGOS                                PIC X(01).
           88 EIS-FIMARTIGOS                  VALUE "S".
       77  ARTIGONOVO                                PIC X(01).
           88 EIS-ARTIGONOVO                  VALUE "S".
       77  CLASSEESCOLHIDA                           PIC X(01).
           88 VALIDAR-CLASSE                  VALUES "B", "D".
       77  CATESCOLHIDA                              PIC X(01).
           88 VALIDAR-CATIVA                  VALUES "C", "B", "A".
       77  SAIDATAXA                                 PIC Z9.99.
       77  MENIDX                                    PIC 9(02).
       77  LINHAMENU                                 PIC 9(03).
       77  TEMP                                      PIC X(10).
       77  TEMPNOME                                  PIC X(30).
       77  TIPOESCOLHIDO                             PIC X(01).
           88 VALIDAR-TIPO                    VALUES "S", "E", "T",
                                                     "A".
       77  CODESCOLHIDO                              PIC 9(02).
       77  ACCAO                                     PIC A.
           88 VALIDAR-ACCAO              VALUES "P","p","N","n",
                                                "A","a".
           88 VALIDAR-ACCAO-ARTIGO       VALUES "P","p","N","n",
                                                "A","a","B","b",
                                                "I","i".
       77  SAIDA                                     PIC ZZ9.99.
       COPY 'EXTRAS.CPY'.
       COPY 'SABORES.CPY'.
           END-PERFORM.

       ESCOLHER-TIPO.
           DISPLAY
           "Tipo de item [S] [E] [T] [A] Bebidas/sobremesas  [0] Sair: "
                                                                AT 2301.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2362.
           IF TEMP = "0" THEN
               GO TO SAIR
           END-IF.
           MOVE FUNCTION UPPER-CASE(TEMP(1:1)) TO TIPOESCOLHIDO.
           IF NOT VALIDAR-TIPO THEN
               DISPLAY "OPCAO INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2365
               GO TO ESCOLHER-TIPO
           END-IF.
           IF TIPOESCOLHIDO = "A" THEN
               GO TO LISTAR-ARTIGOS
           END-IF.

       ESCOLHER-CODIGO.
           DISPLAY "Codigo do item: "                           AT 2401.
       SAIR.
           STOP RUN.

      *    ARTIGOS VENDIDOS A UNIDADE (BEBIDAS E SOBREMESAS): CODIGOS
      *    DE 1 A 99, CRIADOS AQUI QUANDO O CODIGO AINDA NAO EXISTE,
      *    CADA UM COM A SUA CATEGORIA DE IVA (FTAXAS.DAT) E A SUA
      *    FICHA DE STOCK; NAO SE APAGAM, DESATIVAM-SE
       LISTAR-ARTIGOS.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "BEBIDAS [B] E SOBREMESAS [D] - CLASSE E IVA"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
           DISPLAY "|Cd-Artigo-----------Preco-C-I-----|"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0701.
           DISPLAY "|Cd-Artigo-----------Preco-C-I-----|"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0741.
           MOVE 0 TO ARTIGOSLISTADOS.
           MOVE 8 TO LINHAMENU.
           MOVE 1 TO COLUNAMENU.
           OPEN INPUT FICH-MENU.
           IF FS-MENU NOT = "00" THEN
               DISPLAY "ERRO A ABRIR FICHEIRO DE MENU!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0801
               GO TO ESCOLHER-TIPO
           END-IF.
           MOVE "N" TO FIMARTIGOS.
           MOVE "A" TO MEN-TIPO.
           MOVE 0 TO MEN-CODIGO.
           START FICH-MENU KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMARTIGOS
           END-START.
           PERFORM MOSTRAR-ARTIGO
               UNTIL EIS-FIMARTIGOS OR ARTIGOSLISTADOS = 30.
           CLOSE FICH-MENU.
           IF ARTIGOSLISTADOS = 0 THEN
               DISPLAY "Ainda nao ha bebidas nem sobremesas no menu."
                                                                 AT 0801
           END-IF.

       ESCOLHER-ARTIGO.
           MOVE "A" TO TIPOESCOLHIDO.
           DISPLAY "Codigo do artigo (1-99, novo = criar) [0] Voltar: "
                                                                AT 2301.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2352.
           IF TEMP = "0" THEN
               GO TO PAINEL
           END-IF.
           IF TEMP(1:2) IS NOT NUMERIC AND TEMP(1:1) IS NOT NUMERIC
               THEN
               DISPLAY "CODIGO INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2358
               GO TO ESCOLHER-ARTIGO
           END-IF.
           MOVE TEMP TO CODESCOLHIDO.
           IF CODESCOLHIDO < 1 THEN
               DISPLAY "CODIGO INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2358
               GO TO ESCOLHER-ARTIGO
           END-IF.

           OPEN I-O FICH-MENU.
           IF FS-MENU NOT = "00" THEN
               DISPLAY "ERRO A ABRIR FICHEIRO DE MENU!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2401
               GO TO ESCOLHER-ARTIGO
           END-IF.
           MOVE "A" TO MEN-TIPO.
           MOVE CODESCOLHIDO TO MEN-CODIGO.
           MOVE "N" TO ARTIGONOVO.
           READ FICH-MENU
               INVALID KEY
                   MOVE "S" TO ARTIGONOVO
           END-READ.
           IF EIS-ARTIGONOVO THEN
               GO TO CRIAR-ARTIGO
           END-IF.

       ESCOLHER-ACCAO-ARTIGO.
           DISPLAY FUNCTION CONCATENATE ("Artigo: ",
           FUNCTION TRIM(MEN-NOME))                             AT 2401.
           DISPLAY
           "[P] Preco [N] Nome [A] Ativar/Desativar [B] Classe [I] IVA:"
                                                                AT 2501.
           ACCEPT ACCAO                                         AT 2561.
           IF NOT VALIDAR-ACCAO-ARTIGO THEN
               DISPLAY "OPCAO INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2565
               GO TO ESCOLHER-ACCAO-ARTIGO
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(ACCAO)
               WHEN "P"
                   PERFORM OBTER-PRECO
               WHEN "N"
                   PERFORM OBTER-NOME
               WHEN "A"
                   IF MEN-EIS-ATIVO THEN
                       MOVE "N" TO MEN-ATIVO
                   ELSE
                       MOVE "S" TO MEN-ATIVO
                   END-IF
               WHEN "B"
                   PERFORM OBTER-CLASSE
               WHEN "I"
                   PERFORM OBTER-CATIVA
           END-EVALUATE.
           REWRITE REG-MENU
               INVALID KEY
                   DISPLAY "ERRO A ATUALIZAR O MENU!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 3001
           END-REWRITE.
           CLOSE FICH-MENU.
           GO TO LISTAR-ARTIGOS.

       CRIAR-ARTIGO.
           DISPLAY "ARTIGO NOVO" FOREGROUND-COLOR 2 HIGHLIGHT   AT 2401.
           MOVE "A" TO MEN-TIPO.
           MOVE CODESCOLHIDO TO MEN-CODIGO.
           MOVE SPACES TO MEN-NOME.
           MOVE 0 TO MEN-PRECO.
           MOVE "S" TO MEN-ATIVO.
           PERFORM OBTER-NOME.
           PERFORM OBTER-PRECO.
           PERFORM OBTER-CLASSE.
           PERFORM OBTER-CATIVA.
           WRITE REG-MENU
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O ARTIGO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 3001
                   CLOSE FICH-MENU
                   GO TO ESCOLHER-ARTIGO
           END-WRITE.
           CLOSE FICH-MENU.
           PERFORM CRIAR-STOCK-ARTIGO.
           GO TO LISTAR-ARTIGOS.

       MOSTRAR-ARTIGO.
           READ FICH-MENU NEXT RECORD
               AT END
                   MOVE "S" TO FIMARTIGOS
           END-READ.
           IF NOT EIS-FIMARTIGOS THEN
               IF NOT MEN-ARTIGO THEN
                   MOVE "S" TO FIMARTIGOS
               ELSE
                   IF ARTIGOSLISTADOS = 15 THEN
                       MOVE 8 TO LINHAMENU
                       MOVE 41 TO COLUNAMENU
                   END-IF
                   ADD 1 TO ARTIGOSLISTADOS
                   DISPLAY MEN-CODIGO LINE LINHAMENU
                       POSITION COLUNAMENU + 1
                   DISPLAY MEN-NOME(1:16) LINE LINHAMENU
                       POSITION COLUNAMENU + 4
                   MOVE MEN-PRECO TO SAIDA
                   DISPLAY SAIDA LINE LINHAMENU
                       POSITION COLUNAMENU + 20
                   DISPLAY MEN-CLASSE LINE LINHAMENU
                       POSITION COLUNAMENU + 27
                   DISPLAY MEN-CATIVA LINE LINHAMENU
                       POSITION COLUNAMENU + 29
                   IF NOT MEN-EIS-ATIVO THEN
                       DISPLAY "INATIVO" FOREGROUND-COLOR 4
                       LINE LINHAMENU POSITION COLUNAMENU + 31
                   END-IF
                   ADD 1 TO LINHAMENU
               END-IF
           END-IF.

       OBTER-CLASSE.
           DISPLAY "Classe [B] Bebida [D] Sobremesa: "          AT 2801.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2835.
           MOVE FUNCTION UPPER-CASE(TEMP(1:1)) TO CLASSEESCOLHIDA.
           IF NOT VALIDAR-CLASSE THEN
               DISPLAY "CLASSE INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2840
               GO TO OBTER-CLASSE
           END-IF.
           MOVE CLASSEESCOLHIDA TO MEN-CLASSE.

      *    A CATEGORIA TEM DE TER TAXA EM FTAXAS.DAT (VER 0807_Taxas);
      *    SEM O FICHEIRO A VENDA APLICA A TAXA DA COMIDA
       OBTER-CATIVA.
           DISPLAY
           "Categoria de IVA [C] Comida [B] Sem alcool [A] Alcool: "
                                                                AT 2901.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2957.
           MOVE FUNCTION UPPER-CASE(TEMP(1:1)) TO CATESCOLHIDA.
           IF NOT VALIDAR-CATIVA THEN
               DISPLAY "CATEGORIA INVALIDA!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2960
               GO TO OBTER-CATIVA
           END-IF.
           OPEN INPUT FICH-TAXAS.
           IF FS-TAXAS = "00" THEN
               MOVE CATESCOLHIDA TO TAX-CATEGORIA
               READ FICH-TAXAS
                   INVALID KEY
                       MOVE "23" TO FS-TAXAS
               END-READ
               CLOSE FICH-TAXAS
               IF FS-TAXAS NOT = "00" THEN
                   DISPLAY "CATEGORIA SEM TAXA EM FTAXAS.DAT!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2960
                   GO TO OBTER-CATIVA
               END-IF
               MOVE TAX-PERCENTAGEM TO SAIDATAXA
               DISPLAY FUNCTION CONCATENATE (SAIDATAXA, "%")     AT 2960
           END-IF.
           MOVE CATESCOLHIDA TO MEN-CATIVA.

      *    O ARTIGO NOVO FICA COM FICHA DE STOCK A ZERO; SEM FICHEIRO
      *    DE STOCK A FICHA E CRIADA PELA GESTAO DE STOCKS
       CRIAR-STOCK-ARTIGO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           OPEN I-O FICH-STOCK.
           IF FS-STOCK = "00" THEN
               MOVE "A" TO STK-TIPO
               MOVE MEN-CODIGO TO STK-CODIGO
               READ FICH-STOCK
                   INVALID KEY
                       MOVE "A" TO STK-TIPO
                       MOVE MEN-CODIGO TO STK-CODIGO
                       MOVE MEN-NOME TO STK-NOME
                       MOVE 0 TO STK-QUANTIDADE
                       MOVE 10 TO STK-MINIMO
                       MOVE DATAHOJE TO STK-DATAMOV
                       MOVE 0 TO STK-ENTRADASDIA
                       MOVE 0 TO STK-SAIDASDIA
                       MOVE 0 TO STK-FORNECEDOR
                       MOVE 0 TO STK-PRECOCOMPRA
                       MOVE ZEROS TO STK-HISTORICO
                       WRITE REG-STOCK
                       END-WRITE
               END-READ
               CLOSE FICH-STOCK
           END-IF.

       COPY 'CARREXTR.CPY'.

       COPY 'CARRSAB.CPY'.
