      *****************************************************************
      *    MANUTENCAO DO FICHEIRO DE TAXAS DE IVA FTAXAS.DAT: MOSTRA   *
      *    AS TAXAS EM VIGOR POR CATEGORIA (C=COMIDA, E=TAXA DE        *
      *    ENTREGA, B=BEBIDAS SEM ALCOOL, A=BEBIDAS ALCOOLICAS) E      *
      *    PERMITE ALTERA-LAS QUANDO MUDAM POR DECRETO, SEM            *
      *    RECOMPILAR OS PROGRAMAS. NA PRIMEIRA UTILIZACAO CRIA O      *
      *    FICHEIRO COM 13% PARA A COMIDA E 23% PARA AS RESTANTES      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  TEMP                                      PIC X(10).
       77  LINHAMENU                                 PIC 9(03).
       77  CATESCOLHIDA                              PIC X(01).
           88 VALIDAR-CATEGORIA               VALUES "C", "E", "B",
                                                     "A".
       77  NOVATAXA                                  PIC 9(02)V99.
       77  SAIDATAXA                                 PIC Z9.99.

           PERFORM MOSTRAR-TAXA.
           MOVE "E" TO TAX-CATEGORIA.
           PERFORM MOSTRAR-TAXA.
           MOVE "B" TO TAX-CATEGORIA.
           PERFORM MOSTRAR-TAXA.
           MOVE "A" TO TAX-CATEGORIA.
           PERFORM MOSTRAR-TAXA.
           CLOSE FICH-TAXAS.

       ESCOLHER-CATEGORIA.
           DISPLAY "Categoria a alterar [C] [E] [B] [A]  [0] Sair: "
                                                                AT 1301.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 1349.
           IF TEMP = "0" THEN
               GO TO SAIR
           END-IF.
           MOVE FUNCTION UPPER-CASE(TEMP(1:1)) TO CATESCOLHIDA.
           IF NOT VALIDAR-CATEGORIA THEN
               DISPLAY "OPCAO INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 1355
               GO TO ESCOLHER-CATEGORIA
           END-IF.

       OBTER-TAXA.
           DISPLAY "Nova taxa em percentagem (ex 13.00): "      AT 1401.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 1439.
           IF TEMP = SPACES THEN
               DISPLAY "TAXA INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 1450
               GO TO OBTER-TAXA
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP) TO NOVATAXA.
           IF NOVATAXA = 0 THEN
               DISPLAY "TAXA INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 1450
               GO TO OBTER-TAXA
           END-IF.

           OPEN I-O FICH-TAXAS.
           IF FS-TAXAS NOT = "00" THEN
               DISPLAY "ERRO A ABRIR O FICHEIRO DE TAXAS!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 1501
               GO TO SAIR
           END-IF.
           MOVE CATESCOLHIDA TO TAX-CATEGORIA.
           READ FICH-TAXAS
               INVALID KEY
                   DISPLAY "CATEGORIA NAO ENCONTRADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 1501
                   CLOSE FICH-TAXAS
                   GO TO ESCOLHER-CATEGORIA
           END-READ.
           REWRITE REG-TAXAIVA
               INVALID KEY
                   DISPLAY "ERRO A ATUALIZAR A TAXA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 1501
           END-REWRITE.
           CLOSE FICH-TAXAS.
           GO TO PAINEL.
                   DISPLAY "ERRO A ABRIR O FICHEIRO DE TAXAS!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 0801
           END-EVALUATE.
           PERFORM GARANTIR-BEBIDAS.

      *    AS CATEGORIAS DAS BEBIDAS SAO ACRESCENTADAS A UM FICHEIRO
      *    CRIADO ANTES DELAS, A TAXA NORMAL (23%); CONFIRMAR COM O
      *    CONTABILISTA. AS SOBREMESAS USAM A CATEGORIA DA COMIDA
       GARANTIR-BEBIDAS.
           OPEN I-O FICH-TAXAS.
           IF FS-TAXAS = "00" THEN
               MOVE "B" TO TAX-CATEGORIA
               READ FICH-TAXAS
                   INVALID KEY
                       MOVE "B" TO TAX-CATEGORIA
                       MOVE "Bebidas sem alcool" TO TAX-DESCRICAO
                       MOVE 23.00 TO TAX-PERCENTAGEM
                       WRITE REG-TAXAIVA
                       END-WRITE
               END-READ
               MOVE "A" TO TAX-CATEGORIA
               READ FICH-TAXAS
                   INVALID KEY
                       MOVE "A" TO TAX-CATEGORIA
                       MOVE "Bebidas alcoolicas" TO TAX-DESCRICAO
                       MOVE 23.00 TO TAX-PERCENTAGEM
                       WRITE REG-TAXAIVA
                       END-WRITE
               END-READ
               CLOSE FICH-TAXAS
           END-IF.

       CRIAR-TAXAS.
           OPEN OUTPUT FICH-TAXAS.
