       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_Fornecedores.
      *****************************************************************
      *    MANUTENCAO DO FICHEIRO DE FORNECEDORES FFORNECEDORES.DAT:   *
      *    LISTA OS FORNECEDORES E PERMITE CRIAR, MODIFICAR E          *
      *    ATIVAR/DESATIVAR CADA UM (NOME, TELEFONE, EMAIL E NIF -     *
      *    VER FORNEC.CPY). NA OPCAO [I] LIGA CADA INGREDIENTE DE      *
      *    FSTOCK.DAT AO SEU FORNECEDOR HABITUAL E AO PRECO UNITARIO   *
      *    PREVISTO, USADOS PELA PROPOSTA DE ENCOMENDA (0807_COMPRAS)  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-FORNECEDORES ASSIGN TO "FFORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECEDORES.

           SELECT FICH-STOCK ASSIGN TO "FSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CHAVE
               FILE STATUS IS FS-STOCK.

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
       FD  FICH-FORNECEDORES
           LABEL RECORDS ARE STANDARD.
           COPY 'FORNEC.CPY'.

       FD  FICH-STOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'STOCK.CPY'.

       FD  FICH-OPERADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'OPERADOR.CPY'.

       FD  FICH-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  LINHA-AUDIT                              PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-FORNECEDORES                           PIC X(02).
       77  FS-STOCK                                  PIC X(02).
       77  TEMP                                      PIC X(10).
       77  TEMPNOME                                  PIC X(30).
       77  TEMPEMAIL                                 PIC X(40).
       77  LINHAMENU                                 PIC 9(03).
       77  COLUNAMENU                                PIC 9(03).
       77  FORESCOLHIDO                              PIC 9(03).
       77  ENCONTRADOS                               PIC 9(03).
       77  TIPOESCOLHIDO                             PIC X(01).
           88 VALIDAR-TIPO                    VALUES "S", "E", "B",
                                                     "A".
       77  CODESCOLHIDO                              PIC 9(02).
       77  NOVOPRECO                                 PIC 9(03)V999.
       77  SAIDAPRECO                                PIC ZZ9.999.
       77  ACCAO                                     PIC A.
           88 VALIDAR-ACCAO              VALUES "N","n","M","m",
                                                "A","a","I","i","0".
       77  MODONOVA                                  PIC X(01).
           88 EIS-MODONOVA                    VALUE "S".
       77  PRIMEIRAVEZ                               PIC X(01)
                                                     VALUE "S".
           88 EIS-PRIMEIRAVEZ                 VALUE "S".
       01  DADOS-FORNECEDOR.
           05 DAD-NOME                               PIC X(30).
           05 DAD-CONTATO                            PIC 9(09).
           05 DAD-EMAIL                              PIC X(40).
           05 DAD-NIF                                PIC 9(09).
           05 DAD-ATIVO                              PIC X(01).
       COPY 'AUDITOPER.CPY'.

       SCREEN SECTION.
       01 LIMPAR-ENCRAN BLANK SCREEN.

       01 TITULO.
           05 COL 01 VALUE
           "                                                           "
           BACKGROUND-COLOR 4 HIGHLIGHT                         LINE 01.
           05 COL 01 VALUE
           "         PIZZARIA RAMALHO, Fornecedores                    "
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
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "FORNECEDORES REGISTADOS"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
           DISPLAY
           "|Cod-Nome--------------------------Telefone---NIF-------|"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0701.
           MOVE 0 TO ENCONTRADOS.
           MOVE 8 TO LINHAMENU.
           OPEN INPUT FICH-FORNECEDORES.
           IF FS-FORNECEDORES NOT = "00" THEN
               DISPLAY "Sem fornecedores registados."            AT 0801
           ELSE
               PERFORM LER-FORNECEDOR
               PERFORM MOSTRAR-FORNECEDOR
                   UNTIL FS-FORNECEDORES NOT = "00"
               CLOSE FICH-FORNECEDORES
               IF ENCONTRADOS = 0 THEN
                   DISPLAY "Sem fornecedores registados."        AT 0801
               END-IF
           END-IF.

       ESCOLHER-ACCAO.
           DISPLAY "[N] Novo [M] Modificar [A] Ativar/Desativar "
                                                                AT 2001.
           DISPLAY "[I] Ingredientes [0] Sair: "                AT 2045.
           ACCEPT ACCAO                                         AT 2072.
           IF NOT VALIDAR-ACCAO THEN
               DISPLAY "OPCAO INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2101
               GO TO ESCOLHER-ACCAO
           END-IF.
           IF ACCAO = "0" THEN
               GO TO SAIR
           END-IF.
           IF ACCAO = "I" OR ACCAO = "i" THEN
               GO TO LIGAR-INGREDIENTES
           END-IF.

       ESCOLHER-FORNECEDOR.
           DISPLAY "Codigo do fornecedor (1 a 999): "           AT 2101.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2134.
           MOVE TEMP TO FORESCOLHIDO.
           IF FORESCOLHIDO = 0 THEN
               DISPLAY "CODIGO INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2140
               GO TO ESCOLHER-FORNECEDOR
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(ACCAO)
               WHEN "N"
                   GO TO NOVO-FORNECEDOR
               WHEN "M"
                   GO TO MODIFICAR-FORNECEDOR
               WHEN "A"
                   GO TO COMUTAR-FORNECEDOR
           END-EVALUATE.

       NOVO-FORNECEDOR.
           MOVE "S" TO MODONOVA.
           MOVE SPACES TO DAD-NOME.
           MOVE 0 TO DAD-CONTATO.
           MOVE SPACES TO DAD-EMAIL.
           MOVE 0 TO DAD-NIF.
           MOVE "S" TO DAD-ATIVO.
           OPEN INPUT FICH-FORNECEDORES.
           IF FS-FORNECEDORES = "00" THEN
               MOVE FORESCOLHIDO TO FOR-CODIGO
               READ FICH-FORNECEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "CODIGO JA EXISTE!"
                       FOREGROUND-COLOR 4 HIGHLIGHT              AT 2140
                       CLOSE FICH-FORNECEDORES
                       GO TO ESCOLHER-FORNECEDOR
               END-READ
               CLOSE FICH-FORNECEDORES
           END-IF.
           GO TO OBTER-DADOS.

       MODIFICAR-FORNECEDOR.
           MOVE "N" TO MODONOVA.
           OPEN INPUT FICH-FORNECEDORES.
           IF FS-FORNECEDORES NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE FORNECEDORES!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2140
               GO TO ESCOLHER-ACCAO
           END-IF.
           MOVE FORESCOLHIDO TO FOR-CODIGO.
           READ FICH-FORNECEDORES
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2140
                   CLOSE FICH-FORNECEDORES
                   GO TO ESCOLHER-FORNECEDOR
           END-READ.
           CLOSE FICH-FORNECEDORES.
      *    NA MODIFICACAO OS DADOS ATUAIS FICAM COMO VALOR POR OMISSAO
      *    E O FORNECEDOR MANTEM O ESTADO ATIVO/INATIVO
           MOVE FOR-NOME TO DAD-NOME.
           MOVE FOR-CONTATO TO DAD-CONTATO.
           MOVE FOR-EMAIL TO DAD-EMAIL.
           MOVE FOR-NIF TO DAD-NIF.
           MOVE FOR-ATIVO TO DAD-ATIVO.
           GO TO OBTER-DADOS.

       OBTER-DADOS.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY FUNCTION CONCATENATE ("Fornecedor ", FORESCOLHIDO)
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
      *    NA MODIFICACAO MOSTRAM-SE OS DADOS ATUAIS; CADA CAMPO
      *    DEIXADO EM BRANCO MANTEM O VALOR QUE TINHA
           IF NOT EIS-MODONOVA THEN
               DISPLAY "Dados atuais (ENTER num campo mantem-no):"
               FOREGROUND-COLOR 2 HIGHLIGHT                      AT 1301
               DISPLAY FUNCTION CONCATENATE ("Nome....: ", DAD-NOME)
                                                                 AT 1401
               DISPLAY FUNCTION CONCATENATE ("Telefone: ",
               DAD-CONTATO)                                      AT 1501
               DISPLAY FUNCTION CONCATENATE ("Email...: ", DAD-EMAIL)
                                                                 AT 1601
               DISPLAY FUNCTION CONCATENATE ("NIF.....: ", DAD-NIF)
                                                                 AT 1701
           END-IF.

       OBTER-NOME.
           DISPLAY "Nome: "                                     AT 0701.
           MOVE SPACES TO TEMPNOME.
           ACCEPT TEMPNOME                                      AT 0707.
           IF TEMPNOME = SPACES AND EIS-MODONOVA THEN
               DISPLAY "NOME INVALIDO!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 0740
               GO TO OBTER-NOME
           END-IF.
           IF TEMPNOME NOT = SPACES THEN
               MOVE TEMPNOME TO DAD-NOME
           END-IF.

       OBTER-CONTATO.
           DISPLAY "Telefone (9 digitos): "                     AT 0801.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 0823.
           IF TEMP = SPACES AND NOT EIS-MODONOVA THEN
               GO TO OBTER-EMAIL
           END-IF.
           IF TEMP(1:9) IS NOT NUMERIC OR TEMP(10:1) NOT = SPACE THEN
               DISPLAY "TELEFONE INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0840
               GO TO OBTER-CONTATO
           END-IF.
           MOVE TEMP(1:9) TO DAD-CONTATO.

      *    NUMA MODIFICACAO O EMAIL EM BRANCO MANTEM-SE E "-" APAGA-O
       OBTER-EMAIL.
           IF EIS-MODONOVA THEN
               DISPLAY "Email (ENTER=sem): "                    AT 0901
           ELSE
               DISPLAY "Email (-=sem): "                        AT 0901
           END-IF.
           MOVE SPACES TO TEMPEMAIL.
           ACCEPT TEMPEMAIL                                     AT 0920.
           IF EIS-MODONOVA OR TEMPEMAIL = "-" THEN
               MOVE SPACES TO DAD-EMAIL
           END-IF.
           IF TEMPEMAIL NOT = SPACES AND TEMPEMAIL NOT = "-" THEN
               MOVE TEMPEMAIL TO DAD-EMAIL
           END-IF.

       OBTER-NIF.
           DISPLAY "NIF (9 digitos): "                          AT 1001.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 1018.
           IF TEMP = SPACES AND NOT EIS-MODONOVA THEN
               GO TO GRAVAR-FORNECEDOR
           END-IF.
           IF TEMP(1:9) IS NOT NUMERIC OR TEMP(10:1) NOT = SPACE THEN
               DISPLAY "NIF INVALIDO!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 1040
               GO TO OBTER-NIF
           END-IF.
           MOVE TEMP(1:9) TO DAD-NIF.

       GRAVAR-FORNECEDOR.
           OPEN I-O FICH-FORNECEDORES.
           IF FS-FORNECEDORES = "35" THEN
               OPEN OUTPUT FICH-FORNECEDORES
               CLOSE FICH-FORNECEDORES
               OPEN I-O FICH-FORNECEDORES
           END-IF.
           IF FS-FORNECEDORES NOT = "00" THEN
               DISPLAY "ERRO A ABRIR FICHEIRO DE FORNECEDORES!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 1201
               GO TO PAINEL
           END-IF.
           MOVE FORESCOLHIDO TO FOR-CODIGO.
           MOVE DAD-NOME TO FOR-NOME.
           MOVE DAD-CONTATO TO FOR-CONTATO.
           MOVE DAD-EMAIL TO FOR-EMAIL.
           MOVE DAD-NIF TO FOR-NIF.
           MOVE DAD-ATIVO TO FOR-ATIVO.
           IF EIS-MODONOVA THEN
               WRITE REG-FORNECEDOR
                   INVALID KEY
                       DISPLAY "ERRO A GRAVAR FORNECEDOR!"
                       FOREGROUND-COLOR 4 HIGHLIGHT              AT 1201
               END-WRITE
           ELSE
               REWRITE REG-FORNECEDOR
                   INVALID KEY
                       DISPLAY "ERRO A ATUALIZAR FORNECEDOR!"
                       FOREGROUND-COLOR 4 HIGHLIGHT              AT 1201
               END-REWRITE
           END-IF.
           CLOSE FICH-FORNECEDORES.
           MOVE FUNCTION CONCATENATE ("FORNECEDOR ", FOR-CODIGO, " ",
               FUNCTION TRIM(FOR-NOME), " TEL ", FOR-CONTATO,
               " NIF ", FOR-NIF) TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.
           GO TO PAINEL.

       COMUTAR-FORNECEDOR.
           OPEN I-O FICH-FORNECEDORES.
           IF FS-FORNECEDORES NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE FORNECEDORES!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2140
               GO TO ESCOLHER-ACCAO
           END-IF.
           MOVE FORESCOLHIDO TO FOR-CODIGO.
           READ FICH-FORNECEDORES
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2140
                   CLOSE FICH-FORNECEDORES
                   GO TO ESCOLHER-FORNECEDOR
           END-READ.
           IF FOR-EIS-ATIVO THEN
               MOVE "N" TO FOR-ATIVO
           ELSE
               MOVE "S" TO FOR-ATIVO
           END-IF.
           REWRITE REG-FORNECEDOR
               INVALID KEY
                   DISPLAY "ERRO A ATUALIZAR FORNECEDOR!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2140
           END-REWRITE.
           CLOSE FICH-FORNECEDORES.
           MOVE FUNCTION CONCATENATE ("FORNECEDOR ", FOR-CODIGO,
               " ATIVO PASSA A ", FOR-ATIVO) TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.
           GO TO PAINEL.

      *    LIGACAO DOS INGREDIENTES AO FORNECEDOR HABITUAL: MOSTRA OS
      *    INGREDIENTES (B, E E S) EM DUAS COLUNAS COM O FORNECEDOR E
      *    O PRECO PREVISTO E ALTERA UM DE CADA VEZ; AS BEBIDAS E
      *    SOBREMESAS (A) NAO CABEM NA LISTA E LIGAM-SE PELO CODIGO
       LIGAR-INGREDIENTES.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "INGREDIENTES E FORNECEDOR HABITUAL"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
           DISPLAY "|Ingrediente--------------Forn--Preco-|"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0701.
           DISPLAY "|Ingrediente--------------Forn--Preco-|"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0741.
           OPEN INPUT FICH-STOCK.
           IF FS-STOCK NOT = "00" THEN
               DISPLAY "ERRO A ABRIR O FICHEIRO DE STOCK!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0801
               GO TO PAINEL
           END-IF.
           MOVE 0 TO ENCONTRADOS.
           MOVE 8 TO LINHAMENU.
           MOVE 2 TO COLUNAMENU.
           PERFORM LER-STOCK.
           PERFORM MOSTRAR-INGREDIENTE THRU MOSTRAR-INGREDIENTE-FIM
               UNTIL FS-STOCK NOT = "00".
           CLOSE FICH-STOCK.

       OBTER-TIPO.
           DISPLAY "Tipo de ingrediente [S] [E] [B] [A] [0] Voltar: "
                                                                AT 2101.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2150.
           IF TEMP(1:1) = "0" THEN
               GO TO PAINEL
           END-IF.
           MOVE FUNCTION UPPER-CASE(TEMP(1:1)) TO TIPOESCOLHIDO.
           IF NOT VALIDAR-TIPO THEN
               DISPLAY "OPCAO INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2155
               GO TO OBTER-TIPO
           END-IF.

       OBTER-CODIGO.
           DISPLAY "Codigo do ingrediente: "                    AT 2201.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2224.
           MOVE TEMP TO CODESCOLHIDO.
      *    OS ARTIGOS (BEBIDAS E SOBREMESAS) VAO DE 1 A 99
           IF CODESCOLHIDO < 1 OR
               (TIPOESCOLHIDO NOT = "A" AND CODESCOLHIDO > 10) OR
               (TIPOESCOLHIDO = "B" AND CODESCOLHIDO > 4) THEN
               DISPLAY "CODIGO INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2230
               GO TO OBTER-CODIGO
           END-IF.

       OBTER-FORNECEDOR-ITEM.
           DISPLAY "Fornecedor habitual (0=nenhum): "           AT 2301.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2334.
           MOVE TEMP TO FORESCOLHIDO.
           IF FORESCOLHIDO > 0 THEN
               OPEN INPUT FICH-FORNECEDORES
               IF FS-FORNECEDORES NOT = "00" THEN
                   DISPLAY "SEM FICHEIRO DE FORNECEDORES!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2340
                   GO TO OBTER-FORNECEDOR-ITEM
               END-IF
               MOVE FORESCOLHIDO TO FOR-CODIGO
               READ FICH-FORNECEDORES
                   INVALID KEY
                       MOVE "N" TO FOR-ATIVO
               END-READ
               CLOSE FICH-FORNECEDORES
               IF NOT FOR-EIS-ATIVO THEN
                   DISPLAY "FORNECEDOR INEXISTENTE OU INATIVO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2340
                   GO TO OBTER-FORNECEDOR-ITEM
               END-IF
           END-IF.

       OBTER-PRECO-ITEM.
           DISPLAY "Preco unitario previsto (ENTER=manter): "   AT 2401.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2442.

       GRAVAR-LIGACAO.
           OPEN I-O FICH-STOCK.
           IF FS-STOCK NOT = "00" THEN
               DISPLAY "ERRO A ABRIR O FICHEIRO DE STOCK!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2501
               GO TO OBTER-TIPO
           END-IF.
           MOVE TIPOESCOLHIDO TO STK-TIPO.
           MOVE CODESCOLHIDO TO STK-CODIGO.
           READ FICH-STOCK
               INVALID KEY
                   DISPLAY "INGREDIENTE NAO ENCONTRADO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2501
                   CLOSE FICH-STOCK
                   GO TO OBTER-TIPO
           END-READ.
           MOVE FORESCOLHIDO TO STK-FORNECEDOR.
           IF TEMP NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(TEMP) TO NOVOPRECO
               MOVE NOVOPRECO TO STK-PRECOCOMPRA
           END-IF.
           REWRITE REG-STOCK
               INVALID KEY
                   DISPLAY "ERRO A ATUALIZAR O STOCK!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2501
           END-REWRITE.
           CLOSE FICH-STOCK.
           MOVE STK-PRECOCOMPRA TO SAIDAPRECO.
           MOVE FUNCTION CONCATENATE ("INGREDIENTE ", STK-TIPO,
               STK-CODIGO, " FORNECEDOR ", STK-FORNECEDOR,
               " PRECO ", SAIDAPRECO) TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.
           GO TO LIGAR-INGREDIENTES.

       SAIR.
           STOP RUN.

       LER-FORNECEDOR.
           READ FICH-FORNECEDORES NEXT RECORD
               AT END
                   MOVE "10" TO FS-FORNECEDORES
           END-READ.

       MOSTRAR-FORNECEDOR.
           IF LINHAMENU <= 18 THEN
               ADD 1 TO ENCONTRADOS
               DISPLAY FOR-CODIGO LINE LINHAMENU POSITION 02
               DISPLAY FOR-NOME LINE LINHAMENU POSITION 06
               DISPLAY FOR-CONTATO LINE LINHAMENU POSITION 37
               DISPLAY FOR-NIF LINE LINHAMENU POSITION 48
               IF NOT FOR-EIS-ATIVO THEN
                   DISPLAY "INATIVO" FOREGROUND-COLOR 4
                   LINE LINHAMENU POSITION 59
               END-IF
               ADD 1 TO LINHAMENU
           END-IF.
           PERFORM LER-FORNECEDOR.

       LER-STOCK.
           READ FICH-STOCK NEXT RECORD
               AT END
                   MOVE "10" TO FS-STOCK
           END-READ.

       MOSTRAR-INGREDIENTE.
           IF STK-ARTIGO THEN
               PERFORM LER-STOCK
               GO TO MOSTRAR-INGREDIENTE-FIM
           END-IF.
           IF ENCONTRADOS = 12 THEN
               MOVE 8 TO LINHAMENU
               MOVE 42 TO COLUNAMENU
           END-IF.
           IF ENCONTRADOS < 24 THEN
               ADD 1 TO ENCONTRADOS
               DISPLAY STK-CHAVE LINE LINHAMENU POSITION COLUNAMENU
               DISPLAY STK-NOME(1:20) LINE LINHAMENU
                   POSITION COLUNAMENU + 4
               IF STK-FORNECEDOR > 0 THEN
                   DISPLAY STK-FORNECEDOR LINE LINHAMENU
                       POSITION COLUNAMENU + 25
               ELSE
                   DISPLAY "---" FOREGROUND-COLOR 4 LINE LINHAMENU
                       POSITION COLUNAMENU + 25
               END-IF
               MOVE STK-PRECOCOMPRA TO SAIDAPRECO
               DISPLAY SAIDAPRECO LINE LINHAMENU
                   POSITION COLUNAMENU + 29
               ADD 1 TO LINHAMENU
           END-IF.
           PERFORM LER-STOCK.

       MOSTRAR-INGREDIENTE-FIM.
           EXIT.

       COPY 'SIGNOPER.CPY'.

       END PROGRAM 0807_Fornecedores.
