               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STOCKREL.

           SELECT FICH-MOVSTOCK ASSIGN TO "FMOVSTOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVSTOCK.

           SELECT FICH-INVENT ASSIGN TO "FINVENTARIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INVENT.

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
       01  LINHA-STOCKREL                            PIC X(70).

       FD  FICH-MOVSTOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'MOVSTOCK.CPY'.

       FD  FICH-INVENT
           LABEL RECORDS ARE STANDARD.
       01  LINHA-INVENT                              PIC X(70).

       FD  FICH-OPERADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'OPERADOR.CPY'.

       FD  FICH-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  LINHA-AUDIT                              PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-STOCK                                  PIC X(02).
       77  FS-RECEITAS                               PIC X(02).
       77  FS-MENU                                   PIC X(02).
       77  FS-STOCKREL                               PIC X(02).
       77  FS-INVENT                                 PIC X(02).
       77  MENIDX                                    PIC 9(02).
       77  LINHAMENU                                 PIC 9(03).
       77  DATAHOJE                                  PIC 9(08).
       77  TEMP                                      PIC X(10).
       77  TIPOESCOLHIDO                             PIC X(01).
           88 VALIDAR-TIPO                    VALUES "S", "E", "B",
                                                     "A".
       77  CODESCOLHIDO                              PIC 9(02).
       77  QTDENTRADA                                PIC 9(05)V99.
       77  SAIDAQTD                                  PIC ZZZZ9.99-.
       77  SAIDACONT                                 PIC ZZZZ9.99.
       77  OPCAO                                     PIC A.
           88 VALIDAR-OPCAO         VALUES "E","e","R","r","M","m","0",
                                           "Q","q","I","i","A","a".
       77  SABORRECEITA                              PIC 9(02).
           88 VALIDAR-SABORRECEITA            VALUES 1 THRU 10.
       77  TAMRECEITA                                PIC 9(02).
       77  IDXCOMP                                   PIC 9(02).
       77  NOMECOMP                                  PIC X(30).
       77  FATORTAMANHO                              PIC 9(01)V99.
       77  IDXHIST                                   PIC 9(02).
       77  DIASPARADO                                PIC 9(05).
       77  TEMPMOTIVO                                PIC X(30).
       77  PRECOENTRADA                              PIC 9(03)V999.
       77  MOTIVOQUEBRA                              PIC 9(01).
           88 VALIDAR-MOTIVOQUEBRA            VALUES 1 THRU 4.
       77  QTDCONTADA                                PIC 9(05)V99.
       77  DIFERENCA                                 PIC S9(05)V99.
       77  VALORDIF                                  PIC S9(07)V99.
       77  TOTALDIF                                  PIC S9(07)V99.
       77  CONTADOS                                  PIC 9(03).
       77  COMDIFERENCA                              PIC 9(03).
       77  FIMCONTAGEM                               PIC X(01).
           88 EIS-FIMCONTAGEM                 VALUE "S".
       77  SAIDADIF                                  PIC ZZZZ9.99-.
       77  SAIDAVALDIF                               PIC ZZZZZZ9.99-.
       77  SAIDANUM                                  PIC ZZ9.
       77  PARAMETRO                                 PIC X(20).
       77  COLUNAMENU                                PIC 9(02).
       77  ARTIGOSLISTADOS                           PIC 9(02).
       77  FIMARTIGOS                                PIC X(01).
           88 EIS-FIMARTIGOS                  VALUE "S".
       01  NOMES-BASE.
           05 FILLER               PIC X(30) VALUE "Massa".
           05 FILLER               PIC X(30) VALUE "Molho de tomate".
       COPY 'EXTRAS.CPY'.
       COPY 'SABORES.CPY'.
       COPY 'TAMANHOS.CPY'.
       COPY 'AUDITOPER.CPY'.
       COPY 'MOVTRAB.CPY'.

       SCREEN SECTION.
       01 LIMPAR-ENCRAN BLANK SCREEN.

       PROCEDURE DIVISION.

      *    NA CADEIA NOTURNA O PROGRAMA E CHAMADO COM A DATA DO DIA DE
      *    NEGOCIO (AAAAMMDD) E SO ESCREVE O RELATORIO DE USO, SEM
      *    ENCRAN NEM OPERADOR
       PAINEL.
           MOVE SPACES TO PARAMETRO.
           ACCEPT PARAMETRO FROM COMMAND-LINE.
           IF PARAMETRO(1:8) IS NUMERIC THEN
               GO TO RELATORIO-LOTE
           END-IF.
           PERFORM OBTER-OPERADOR.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-MENU.
           PERFORM GARANTIR-STOCK.
           PERFORM GARANTIR-BASES.
           PERFORM GARANTIR-ARTIGOS.
           PERFORM GARANTIR-RECEITAS.

       LISTAR-STOCK.

       ESCOLHER-OPCAO.
           DISPLAY
           "[E] Entrada [Q] Quebra/desperdicio [I] Inventario"  AT 2201.
           DISPLAY
           "[R] Relatorio uso [M] Receitas [A] Bebidas/sobremesas"
                                                                AT 2301.
           DISPLAY "[0] Sair: "                                 AT 2355.
           ACCEPT OPCAO                                         AT 2365.
           IF NOT VALIDAR-OPCAO THEN
               DISPLAY "OPCAO INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2367
               GO TO ESCOLHER-OPCAO
           END-IF.
           IF OPCAO = "0" THEN
           IF OPCAO = "M" OR OPCAO = "m" THEN
               GO TO MANTER-RECEITA
           END-IF.
           IF OPCAO = "I" OR OPCAO = "i" THEN
               GO TO INVENTARIO
           END-IF.
           IF OPCAO = "A" OR OPCAO = "a" THEN
               GO TO LISTAR-ARTIGOS
           END-IF.

       OBTER-TIPO.
           DISPLAY "Tipo de ingrediente [S] [E] [B] [A]: "      AT 2401.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2438.
           MOVE FUNCTION UPPER-CASE(TEMP(1:1)) TO TIPOESCOLHIDO.
           IF NOT VALIDAR-TIPO THEN
               DISPLAY "OPCAO INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2444
               GO TO OBTER-TIPO
           END-IF.

           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2524.
           MOVE TEMP TO CODESCOLHIDO.
      *    OS ARTIGOS (BEBIDAS E SOBREMESAS) VAO DE 1 A 99
           IF CODESCOLHIDO < 1 OR
               (TIPOESCOLHIDO NOT = "A" AND CODESCOLHIDO > 10) OR
               (TIPOESCOLHIDO = "B" AND CODESCOLHIDO > 4) THEN
               DISPLAY "CODIGO INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2530
           END-IF.

       OBTER-QUANTIDADE.
           IF OPCAO = "Q" OR OPCAO = "q" THEN
               DISPLAY "Quantidade perdida (ex 2 ou 0.50): "    AT 2601
           ELSE
               DISPLAY "Quantidade recebida (ex 25 ou 2.50): "  AT 2601
           END-IF.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2638.
           IF TEMP = SPACES THEN
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2650
               GO TO OBTER-QUANTIDADE
           END-IF.
           IF OPCAO = "Q" OR OPCAO = "q" THEN
               GO TO OBTER-MOTIVO-QUEBRA
           END-IF.

       OBTER-ORIGEM.
           DISPLAY "Origem/motivo (ENTER=compra sem encomenda): "
                                                                AT 2701.
           MOVE SPACES TO TEMPMOTIVO.
           ACCEPT TEMPMOTIVO                                    AT 2746.
           IF TEMPMOTIVO = SPACES THEN
               MOVE "COMPRA SEM ENCOMENDA" TO TEMPMOTIVO
           END-IF.

      *    O PRECO PAGO FICA COMO CUSTO UNITARIO DO INGREDIENTE, TAL
      *    COMO NA RECECAO DAS ENCOMENDAS A FORNECEDOR
       OBTER-PRECO-ENTRADA.
           DISPLAY "Preco unitario pago (ENTER=mantem o ultimo): "
                                                                AT 2801.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2847.
           MOVE 0 TO PRECOENTRADA.
           IF TEMP NOT = SPACES THEN
               IF TEMP(1:1) IS NOT NUMERIC AND TEMP(1:1) NOT = "."
                   THEN
                   DISPLAY "PRECO INVALIDO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2858
                   GO TO OBTER-PRECO-ENTRADA
               END-IF
               MOVE FUNCTION NUMVAL(TEMP) TO PRECOENTRADA
           END-IF.

       REGISTAR-ENTRADA.
           OPEN I-O FICH-STOCK.
                   CLOSE FICH-STOCK
                   GO TO ESCOLHER-OPCAO
           END-READ.
           PERFORM VIRAR-DIA-STOCK.
           ADD QTDENTRADA TO STK-QUANTIDADE.
           ADD QTDENTRADA TO STK-ENTRADASDIA.
           IF PRECOENTRADA > 0 THEN
               MOVE PRECOENTRADA TO STK-PRECOCOMPRA
           END-IF.
           REWRITE REG-STOCK
               INVALID KEY
                   DISPLAY "ERRO A ATUALIZAR O STOCK!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2701
           END-REWRITE.
           MOVE "E" TO MOVTIPO.
           MOVE QTDENTRADA TO MOVQTD.
           MOVE 0 TO MOVDOC.
           MOVE FUNCTION UPPER-CASE(TEMPMOTIVO) TO MOVMOTIVO.
           PERFORM GRAVAR-MOVSTOCK.
           CLOSE FICH-STOCK.
           GO TO LISTAR-STOCK.

      *    QUEBRAS E DESPERDICIO (PIZZAS QUEIMADAS, CAIXAS ESTRAGADAS,
      *    PRODUTO FORA DE VALIDADE): SAEM DO STOCK COMO AS VENDAS E
      *    FICAM NO DIARIO COM O MOTIVO PARA O RELATORIO DE PERDAS
       OBTER-MOTIVO-QUEBRA.
           DISPLAY "Motivo [1] Queimada/mal feita [2] Danificada "
                                                                AT 2701.
           DISPLAY "[3] Fora de validade [4] Outro: "           AT 2747.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2779.
           MOVE TEMP TO MOTIVOQUEBRA.
           IF NOT VALIDAR-MOTIVOQUEBRA THEN
               DISPLAY "MOTIVO INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2801
               GO TO OBTER-MOTIVO-QUEBRA
           END-IF.
           EVALUATE MOTIVOQUEBRA
               WHEN 1
                   MOVE "QUEIMADA/MAL FEITA" TO TEMPMOTIVO
               WHEN 2
                   MOVE "DANIFICADA" TO TEMPMOTIVO
               WHEN 3
                   MOVE "FORA DE VALIDADE" TO TEMPMOTIVO
               WHEN 4
                   PERFORM OBTER-MOTIVO-OUTRO
           END-EVALUATE.

       REGISTAR-QUEBRA.
           OPEN I-O FICH-STOCK.
           IF FS-STOCK NOT = "00" THEN
               DISPLAY "ERRO A ABRIR O FICHEIRO DE STOCK!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2901
               GO TO ESCOLHER-OPCAO
           END-IF.
           MOVE TIPOESCOLHIDO TO STK-TIPO.
           MOVE CODESCOLHIDO TO STK-CODIGO.
           READ FICH-STOCK
               INVALID KEY
                   DISPLAY "INGREDIENTE NAO ENCONTRADO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2901
                   CLOSE FICH-STOCK
                   GO TO ESCOLHER-OPCAO
           END-READ.
           PERFORM VIRAR-DIA-STOCK.
           SUBTRACT QTDENTRADA FROM STK-QUANTIDADE.
           ADD QTDENTRADA TO STK-SAIDASDIA.
           REWRITE REG-STOCK
               INVALID KEY
                   DISPLAY "ERRO A ATUALIZAR O STOCK!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2901
           END-REWRITE.
           MOVE "Q" TO MOVTIPO.
           COMPUTE MOVQTD = 0 - QTDENTRADA.
           MOVE 0 TO MOVDOC.
           MOVE TEMPMOTIVO TO MOVMOTIVO.
           PERFORM GRAVAR-MOVSTOCK.
           CLOSE FICH-STOCK.
           GO TO LISTAR-STOCK.

       OBTER-MOTIVO-OUTRO.
           DISPLAY "Descreva o motivo: "                        AT 2801.
           MOVE SPACES TO TEMPMOTIVO.
           ACCEPT TEMPMOTIVO                                    AT 2820.
           IF TEMPMOTIVO = SPACES THEN
               GO TO OBTER-MOTIVO-OUTRO
           END-IF.
           MOVE FUNCTION UPPER-CASE(TEMPMOTIVO) TO TEMPMOTIVO.

      *    CONTAGEM FISICA: PERCORRE TODOS OS INGREDIENTES, PEDE A
      *    QUANTIDADE CONTADA (ENTER=NAO CONTADO, F=TERMINAR), MOSTRA
      *    A DIFERENCA PARA O STOCK DO SISTEMA, ACERTA O STOCK COM UM
      *    AJUSTE NO DIARIO E ESCREVE O RELATORIO EM FINVENTARIO.TXT
       INVENTARIO.
           OPEN I-O FICH-STOCK.
           IF FS-STOCK NOT = "00" THEN
               DISPLAY "ERRO A ABRIR O FICHEIRO DE STOCK!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2401
               GO TO ESCOLHER-OPCAO
           END-IF.
           OPEN OUTPUT FICH-INVENT.
           PERFORM CABECALHO-INVENTARIO.
           MOVE 0 TO CONTADOS.
           MOVE 0 TO COMDIFERENCA.
           MOVE 0 TO TOTALDIF.
           MOVE "N" TO FIMCONTAGEM.
           PERFORM ECRA-INVENTARIO.
           PERFORM LER-STOCK.
           PERFORM CONTAR-ITEM
               UNTIL FS-STOCK NOT = "00" OR EIS-FIMCONTAGEM.
           CLOSE FICH-STOCK.
           PERFORM RODAPE-INVENTARIO.
           CLOSE FICH-INVENT.
           MOVE TOTALDIF TO SAIDAVALDIF.
           MOVE FUNCTION CONCATENATE ("INVENTARIO ", CONTADOS,
               " CONTADOS ", COMDIFERENCA, " COM DIFERENCA VALOR ",
               SAIDAVALDIF) TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.
           DISPLAY "RELATORIO DE DIFERENCAS ESCRITO EM FINVENTARIO.TXT"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 2301.
           DISPLAY "Prima ENTER para continuar"                 AT 2401.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2428.
           GO TO LISTAR-STOCK.

      *    STOCK DAS BEBIDAS E SOBREMESAS, QUE NAO CABE NO ECRAN DOS
      *    INGREDIENTES: ATE 30 ARTIGOS EM DUAS COLUNAS, POR CODIGO
       LISTAR-ARTIGOS.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "BEBIDAS E SOBREMESAS [A] (UNIDADES):"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
           OPEN INPUT FICH-STOCK.
           IF FS-STOCK NOT = "00" THEN
               DISPLAY "ERRO A ABRIR O FICHEIRO DE STOCK!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0801
               GO TO ESCOLHER-OPCAO
           END-IF.
           MOVE 0 TO ARTIGOSLISTADOS.
           MOVE 7 TO LINHAMENU.
           MOVE 1 TO COLUNAMENU.
           MOVE "N" TO FIMARTIGOS.
           MOVE "A" TO STK-TIPO.
           MOVE 0 TO STK-CODIGO.
           START FICH-STOCK KEY IS NOT LESS THAN STK-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMARTIGOS
           END-START.
           PERFORM MOSTRAR-ARTIGO
               UNTIL EIS-FIMARTIGOS OR ARTIGOSLISTADOS = 30.
           CLOSE FICH-STOCK.
           IF ARTIGOSLISTADOS = 0 THEN
               DISPLAY "Sem bebidas nem sobremesas no stock."    AT 0701
           END-IF.
           GO TO ESCOLHER-OPCAO.

       MANTER-RECEITA.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
       SAIR.
           STOP RUN.

       ECRA-INVENTARIO.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "CONTAGEM FISICA - ENTER=nao contado [F] Terminar"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
           DISPLAY
           "|Ing-Nome--------------Sistema-Contado-Diferenca----Valor|"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0701.
           MOVE 8 TO LINHAMENU.

       LER-STOCK.
           READ FICH-STOCK NEXT RECORD
               AT END
                   MOVE "10" TO FS-STOCK
           END-READ.

       CONTAR-ITEM.
           IF LINHAMENU > 20 THEN
               PERFORM ECRA-INVENTARIO
           END-IF.
           DISPLAY STK-CHAVE LINE LINHAMENU POSITION 02.
           DISPLAY STK-NOME(1:18) LINE LINHAMENU POSITION 06.
           MOVE STK-QUANTIDADE TO SAIDADIF.
           DISPLAY SAIDADIF LINE LINHAMENU POSITION 24.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP LINE LINHAMENU POSITION 34.
           IF TEMP(1:1) = "F" OR TEMP(1:1) = "f" THEN
               MOVE "S" TO FIMCONTAGEM
           ELSE
               IF TEMP NOT = SPACES THEN
                   IF TEMP(1:1) IS NOT NUMERIC AND
                       TEMP(1:1) NOT = "." THEN
                       DISPLAY "QUANTIDADE INVALIDA!"
                       FOREGROUND-COLOR 4 HIGHLIGHT              AT 2201
                   ELSE
                       DISPLAY SPACES                           AT 2201
                       MOVE FUNCTION NUMVAL(TEMP) TO QTDCONTADA
                       PERFORM ACERTAR-CONTAGEM
                       ADD 1 TO LINHAMENU
                       PERFORM LER-STOCK
                   END-IF
               ELSE
                   ADD 1 TO LINHAMENU
                   PERFORM LER-STOCK
               END-IF
           END-IF.

       ACERTAR-CONTAGEM.
           ADD 1 TO CONTADOS.
           COMPUTE DIFERENCA = QTDCONTADA - STK-QUANTIDADE.
           COMPUTE VALORDIF ROUNDED = DIFERENCA * STK-PRECOCOMPRA.
           MOVE QTDCONTADA TO SAIDAQTD.
           DISPLAY SAIDAQTD LINE LINHAMENU POSITION 34.
           MOVE DIFERENCA TO SAIDADIF.
           MOVE VALORDIF TO SAIDAVALDIF.
           IF DIFERENCA NOT = 0 THEN
               DISPLAY SAIDADIF FOREGROUND-COLOR 4 HIGHLIGHT
                   LINE LINHAMENU POSITION 43
               DISPLAY SAIDAVALDIF FOREGROUND-COLOR 4 HIGHLIGHT
                   LINE LINHAMENU POSITION 52
               ADD 1 TO COMDIFERENCA
               ADD VALORDIF TO TOTALDIF
           ELSE
               DISPLAY "OK" FOREGROUND-COLOR 2 HIGHLIGHT
                   LINE LINHAMENU POSITION 43
           END-IF.
           MOVE SPACES TO LINHA-INVENT.
           MOVE STK-CHAVE TO LINHA-INVENT(1:3).
           MOVE STK-NOME(1:18) TO LINHA-INVENT(5:18).
           MOVE STK-QUANTIDADE TO SAIDAQTD.
           MOVE SAIDAQTD TO LINHA-INVENT(24:9).
           MOVE QTDCONTADA TO SAIDAQTD.
           MOVE SAIDAQTD TO LINHA-INVENT(34:9).
           IF DIFERENCA NOT = 0 THEN
               MOVE SAIDADIF TO LINHA-INVENT(44:9)
               MOVE SAIDAVALDIF TO LINHA-INVENT(54:11)
           END-IF.
           WRITE LINHA-INVENT.
           IF DIFERENCA NOT = 0 THEN
               MOVE QTDCONTADA TO STK-QUANTIDADE
               REWRITE REG-STOCK
                   INVALID KEY
                       DISPLAY "ERRO A ATUALIZAR O STOCK!"
                       FOREGROUND-COLOR 4 HIGHLIGHT              AT 2201
               END-REWRITE
               MOVE "J" TO MOVTIPO
               MOVE DIFERENCA TO MOVQTD
               MOVE 0 TO MOVDOC
               MOVE "CONTAGEM FISICA" TO MOVMOTIVO
               PERFORM GRAVAR-MOVSTOCK
           END-IF.

       CABECALHO-INVENTARIO.
           MOVE "================================================"
               TO LINHA-INVENT.
           WRITE LINHA-INVENT.
           MOVE FUNCTION CONCATENATE
               ("CONTAGEM FISICA DE STOCK - ", DATAHOJE(7:2), "/",
               DATAHOJE(5:2), "/", DATAHOJE(1:4), "  Operador: ",
               OPERADOR) TO LINHA-INVENT.
           WRITE LINHA-INVENT.
           MOVE SPACES TO LINHA-INVENT.
           MOVE "Ing Ingrediente         Sistema" TO LINHA-INVENT(1:31).
           MOVE "Contado Diferenca       Valor" TO LINHA-INVENT(35:29).
           WRITE LINHA-INVENT.
           MOVE "------------------------------------------------"
               TO LINHA-INVENT.
           WRITE LINHA-INVENT.

       RODAPE-INVENTARIO.
           MOVE "------------------------------------------------"
               TO LINHA-INVENT.
           WRITE LINHA-INVENT.
           MOVE CONTADOS TO SAIDANUM.
           MOVE FUNCTION CONCATENATE ("Ingredientes contados: ",
               SAIDANUM) TO LINHA-INVENT.
           WRITE LINHA-INVENT.
           MOVE COMDIFERENCA TO SAIDANUM.
           MOVE FUNCTION CONCATENATE ("Com diferenca.........: ",
               SAIDANUM) TO LINHA-INVENT.
           WRITE LINHA-INVENT.
           MOVE SPACES TO LINHA-INVENT.
           MOVE "Valor das diferencas (preco de compra)"
               TO LINHA-INVENT(1:38).
           MOVE TOTALDIF TO SAIDAVALDIF.
           MOVE SAIDAVALDIF TO LINHA-INVENT(54:11).
           WRITE LINHA-INVENT.
           MOVE "================================================"
               TO LINHA-INVENT.
           WRITE LINHA-INVENT.

       NOMEAR-COMPONENTE.
           MOVE REC-COMPTIPO(IDXCOMP) TO STK-TIPO.
           MOVE REC-COMPCOD(IDXCOMP) TO STK-CODIGO.
                   END-IF
           END-READ.

       MOSTRAR-ARTIGO.
           READ FICH-STOCK NEXT RECORD
               AT END
                   MOVE "S" TO FIMARTIGOS
           END-READ.
           IF NOT EIS-FIMARTIGOS THEN
               IF NOT STK-ARTIGO THEN
                   MOVE "S" TO FIMARTIGOS
               ELSE
                   IF ARTIGOSLISTADOS = 15 THEN
                       MOVE 7 TO LINHAMENU
                       MOVE 41 TO COLUNAMENU
                   END-IF
                   ADD 1 TO ARTIGOSLISTADOS
                   DISPLAY STK-CODIGO LINE LINHAMENU
                       POSITION COLUNAMENU
                   DISPLAY STK-NOME(1:18) LINE LINHAMENU
                       POSITION COLUNAMENU + 4
                   MOVE STK-QUANTIDADE TO SAIDAQTD
                   DISPLAY SAIDAQTD LINE LINHAMENU
                       POSITION COLUNAMENU + 23
                   IF STK-QUANTIDADE <= STK-MINIMO THEN
                       DISPLAY "BAIXO" FOREGROUND-COLOR 4 HIGHLIGHT
                       LINE LINHAMENU POSITION COLUNAMENU + 33
                   END-IF
                   ADD 1 TO LINHAMENU
               END-IF
           END-IF.

       MOSTRAR-ITEM-EXTRA.
           READ FICH-STOCK
               INVALID KEY
                   MOVE DATAHOJE TO STK-DATAMOV
                   MOVE 0 TO STK-ENTRADASDIA
                   MOVE 0 TO STK-SAIDASDIA
                   MOVE 0 TO STK-FORNECEDOR
                   MOVE 0 TO STK-PRECOCOMPRA
                   MOVE ZEROS TO STK-HISTORICO
                   WRITE REG-STOCK
               END-PERFORM
               PERFORM VARYING MENIDX FROM 1 BY 1 UNTIL MENIDX > 10
                   MOVE DATAHOJE TO STK-DATAMOV
                   MOVE 0 TO STK-ENTRADASDIA
                   MOVE 0 TO STK-SAIDASDIA
                   MOVE 0 TO STK-FORNECEDOR
                   MOVE 0 TO STK-PRECOCOMPRA
                   MOVE ZEROS TO STK-HISTORICO
                   WRITE REG-STOCK
               END-PERFORM
               CLOSE FICH-STOCK
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

      *    CADA ARTIGO DO MENU (BEBIDA OU SOBREMESA) TEM A SUA FICHA
      *    DE STOCK COM O MESMO CODIGO; OS QUE AINDA NAO A TEM (CRIADOS
      *    ANTES DO FICHEIRO DE STOCK) FICAM COM ELA A ZERO
       GARANTIR-ARTIGOS.
           OPEN INPUT FICH-MENU.
           IF FS-MENU NOT = "00" THEN
               GO TO GARANTIR-ARTIGOS-FIM
           END-IF.
           OPEN I-O FICH-STOCK.
           IF FS-STOCK NOT = "00" THEN
               CLOSE FICH-MENU
               GO TO GARANTIR-ARTIGOS-FIM
           END-IF.
           MOVE "N" TO FIMARTIGOS.
           MOVE "A" TO MEN-TIPO.
           MOVE 0 TO MEN-CODIGO.
           START FICH-MENU KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMARTIGOS
           END-START.
           PERFORM GARANTIR-ARTIGO UNTIL EIS-FIMARTIGOS.
           CLOSE FICH-STOCK.
           CLOSE FICH-MENU.

       GARANTIR-ARTIGOS-FIM.
           EXIT.

       GARANTIR-ARTIGO.
           READ FICH-MENU NEXT RECORD
               AT END
                   MOVE "S" TO FIMARTIGOS
           END-READ.
           IF NOT EIS-FIMARTIGOS THEN
               IF NOT MEN-ARTIGO THEN
                   MOVE "S" TO FIMARTIGOS
               ELSE
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
               END-IF
           END-IF.

       GARANTIR-RECEITAS.
           OPEN INPUT FICH-RECEITAS.
           EVALUATE FS-RECEITAS
                   MOVE MENIDX TO STK-CODIGO
                   PERFORM ESCREVER-LINHA-USO
               END-PERFORM
               MOVE "N" TO FIMARTIGOS
               MOVE "A" TO STK-TIPO
               MOVE 0 TO STK-CODIGO
               START FICH-STOCK KEY IS NOT LESS THAN STK-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMARTIGOS
               END-START
               PERFORM USO-ARTIGO UNTIL EIS-FIMARTIGOS
               CLOSE FICH-STOCK
           ELSE
               MOVE "Sem ficheiro de stock." TO LINHA-STOCKREL
           WRITE LINHA-STOCKREL.
           CLOSE FICH-STOCKREL.

       RELATORIO-LOTE.
           MOVE PARAMETRO(1:8) TO DATAHOJE.
           PERFORM RELATORIO-USO.
           IF FS-STOCKREL NOT = "00" THEN
               DISPLAY "ERRO AO ESCREVER FSTOCKREL.TXT: " FS-STOCKREL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FS-STOCK NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE STOCK: " FS-STOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "USO DE INGREDIENTES DE " DATAHOJE
               " ESCRITO EM FSTOCKREL.TXT".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *    AS BEBIDAS E SOBREMESAS SAO LIDAS PELA ORDEM DA CHAVE, A
      *    PARTIR DO PRIMEIRO ARTIGO (TIPO A)
       USO-ARTIGO.
           READ FICH-STOCK NEXT RECORD
               AT END
                   MOVE "S" TO FIMARTIGOS
           END-READ.
           IF NOT EIS-FIMARTIGOS THEN
               IF NOT STK-ARTIGO THEN
                   MOVE "S" TO FIMARTIGOS
               ELSE
                   PERFORM ESCREVER-LINHA-USO
               END-IF
           END-IF.

       ESCREVER-LINHA-USO.
           READ FICH-STOCK
               INVALID KEY

       COPY 'CARRMENU.CPY'.

       COPY 'ROLSTOCK.CPY'.

       COPY 'SIGNOPER.CPY'.

       COPY 'GRAVMOV.CPY'.

       END PROGRAM 0807_Stock.
