       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_ConvPedidos3.
      *****************************************************************
      *    TERCEIRA CONVERSAO DO FICHEIRO DE PEDIDOS: DO LAYOUT        *
      *    ANTERIOR PARA O LAYOUT ATUAL DE PEDIDO.CPY. A DISCRIMINACAO *
      *    DO IVA PASSA DE 2 PARA 4 TAXAS E SAO ACRESCENTADOS O CODIGO *
      *    POSTAL E A ZONA, O CANAL E AS BEBIDAS E SOBREMESAS          *
      *    ANTES DE CORRER: RENOMEAR O FPEDIDOS.DAT ANTIGO PARA        *
      *    FPEDOLD.DAT. OS PEDIDOS EXISTENTES FICAM SEM ZONA, NO CANAL *
      *    LOJA SEM COMISSAO, SEM ARTIGOS E COM AS TAXAS 3 E 4 A ZERO  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-ANTIGO ASSIGN TO "FPEDOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CHAVE
               ALTERNATE RECORD KEY IS ANT-CONTATO WITH DUPLICATES
               FILE STATUS IS FS-ANTIGO.

           SELECT FICH-PEDIDOS ASSIGN TO "FPEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE
               ALTERNATE RECORD KEY IS REG-CONTATO WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

       DATA DIVISION.
       FILE SECTION.
      *    REGISTO ANTERIOR: O PRINCIPIO DO REGISTO (ATE AO TOTAL DO
      *    IVA) PASSA INTEIRO; A DISCRIMINACAO E O FIM DO REGISTO SAO
      *    COPIADOS CAMPO A CAMPO PORQUE MUDARAM DE POSICAO
       FD  FICH-ANTIGO
           LABEL RECORDS ARE STANDARD.
       01  ANT-PEDIDO.
           05 ANT-INICIO.
               10 ANT-CHAVE.
                   15 ANT-DATA                     PIC 9(08).
                   15 ANT-NUMPEDIDO                PIC 9(03).
               10 FILLER                           PIC X(40).
               10 ANT-CONTATO                      PIC 9(09).
               10 FILLER                           PIC X(766).
           05 ANT-IVASPLIT OCCURS 2 TIMES.
               10 ANT-IVATAXA                      PIC 9(02)V99.
               10 ANT-IVABASE                      PIC 9(04)V99.
               10 ANT-IVAVALOR                     PIC 9(03)V99.
           05 ANT-TOTALPAGAR                       PIC 9(04)V99.
           05 ANT-METODOPAGAMENTO                  PIC X(01).
           05 ANT-ESTADOPAGAMENTO                  PIC X(01).
           05 ANT-OPERADOR                         PIC 9(02).
           05 ANT-CAIXA                            PIC 9(02).
           05 ANT-NUMFATURA                        PIC 9(07).

       FD  FICH-PEDIDOS
           LABEL RECORDS ARE STANDARD.
           COPY 'PEDIDO.CPY'.

       WORKING-STORAGE SECTION.
       77  FS-ANTIGO                                 PIC X(02).
       77  FS-PEDIDOS                                PIC X(02).
       77  LIDOS                                     PIC 9(05) VALUE 0.
       77  GRAVADOS                                  PIC 9(05) VALUE 0.
       77  REJEITADOS                                PIC 9(05) VALUE 0.
       77  SAIDACONT                                 PIC ZZZZ9.
       77  IDXIVA                                    PIC 9(01).
       77  IDXARTIGO                                 PIC 9(02).

       PROCEDURE DIVISION.

       CONVERSAO.
           OPEN INPUT FICH-ANTIGO.
           IF FS-ANTIGO NOT = "00" THEN
               DISPLAY "FPEDOLD.DAT NAO ENCONTRADO - NADA A CONVERTER"
               STOP RUN
           END-IF.
           OPEN OUTPUT FICH-PEDIDOS.
           IF FS-PEDIDOS NOT = "00" THEN
               DISPLAY "ERRO A CRIAR O NOVO FPEDIDOS.DAT"
               CLOSE FICH-ANTIGO
               STOP RUN
           END-IF.
           PERFORM LER-ANTIGO.
           PERFORM CONVERTER-PEDIDO UNTIL FS-ANTIGO NOT = "00".
           CLOSE FICH-ANTIGO.
           CLOSE FICH-PEDIDOS.
           MOVE LIDOS TO SAIDACONT.
           DISPLAY FUNCTION CONCATENATE ("Registos lidos....: ",
               SAIDACONT).
           MOVE GRAVADOS TO SAIDACONT.
           DISPLAY FUNCTION CONCATENATE ("Registos gravados.: ",
               SAIDACONT).
           MOVE REJEITADOS TO SAIDACONT.
           DISPLAY FUNCTION CONCATENATE ("Registos rejeitados: ",
               SAIDACONT).
           STOP RUN.

       LER-ANTIGO.
           READ FICH-ANTIGO NEXT RECORD
               AT END
                   MOVE "10" TO FS-ANTIGO
           END-READ.

       CONVERTER-PEDIDO.
           ADD 1 TO LIDOS.
           MOVE ANT-INICIO TO REG-PEDIDO.
           PERFORM VARYING IDXIVA FROM 1 BY 1 UNTIL IDXIVA > 4
               IF IDXIVA > 2 THEN
                   MOVE 0 TO REG-IVATAXA(IDXIVA)
                   MOVE 0 TO REG-IVABASE(IDXIVA)
                   MOVE 0 TO REG-IVAVALOR(IDXIVA)
               ELSE
                   MOVE ANT-IVATAXA(IDXIVA) TO REG-IVATAXA(IDXIVA)
                   MOVE ANT-IVABASE(IDXIVA) TO REG-IVABASE(IDXIVA)
                   MOVE ANT-IVAVALOR(IDXIVA) TO REG-IVAVALOR(IDXIVA)
               END-IF
           END-PERFORM.
           MOVE ANT-TOTALPAGAR TO REG-TOTALPAGAR.
           MOVE ANT-METODOPAGAMENTO TO REG-METODOPAGAMENTO.
           MOVE ANT-ESTADOPAGAMENTO TO REG-ESTADOPAGAMENTO.
           MOVE ANT-OPERADOR TO REG-OPERADOR.
           MOVE ANT-CAIXA TO REG-CAIXA.
           MOVE ANT-NUMFATURA TO REG-NUMFATURA.
           MOVE 0 TO REG-CODPOSTAL.
           MOVE 0 TO REG-ZONA.
           MOVE SPACES TO REG-NOMEZONA.
           MOVE "L" TO REG-CANAL.
           MOVE SPACES TO REG-REFCANAL.
           MOVE 0 TO REG-COMISSAO.
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
           WRITE REG-PEDIDO
               INVALID KEY
                   ADD 1 TO REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO GRAVADOS
           END-WRITE.
           PERFORM LER-ANTIGO.

       END PROGRAM 0807_ConvPedidos3.
