       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_ConvStock2.
      *****************************************************************
      *    CONVERSAO UNICA DO FICHEIRO DE STOCK PARA O LAYOUT COM      *
      *    FORNECEDOR HABITUAL, PRECO DE COMPRA E HISTORICO DAS        *
      *    SAIDAS DOS ULTIMOS 7 DIAS                                   *
      *    ANTES DE CORRER: RENOMEAR O FSTOCK.DAT ANTIGO PARA          *
      *    FSTOCKOLD.DAT. OS INGREDIENTES FICAM SEM FORNECEDOR E SEM   *
      *    PRECO (A LIGAR EM 0807_FORNECEDORES) E O HISTORICO COMECA   *
      *    VAZIO, ENCHENDO-SE COM OS DIAS DE MOVIMENTO SEGUINTES       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-ANTIGO ASSIGN TO "FSTOCKOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CHAVE
               FILE STATUS IS FS-ANTIGO.

           SELECT FICH-STOCK ASSIGN TO "FSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CHAVE
               FILE STATUS IS FS-STOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  FICH-ANTIGO
           LABEL RECORDS ARE STANDARD.
       01  ANT-STOCK.
           05 ANT-CHAVE                            PIC X(03).
           05 FILLER                               PIC X(66).

       FD  FICH-STOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'STOCK.CPY'.

       WORKING-STORAGE SECTION.
       77  FS-ANTIGO                                 PIC X(02).
       77  FS-STOCK                                  PIC X(02).
       77  LIDOS                                     PIC 9(05) VALUE 0.
       77  GRAVADOS                                  PIC 9(05) VALUE 0.
       77  REJEITADOS                                PIC 9(05) VALUE 0.
       77  SAIDACONT                                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       CONVERSAO.
           OPEN INPUT FICH-ANTIGO.
           IF FS-ANTIGO NOT = "00" THEN
               DISPLAY "FSTOCKOLD.DAT NAO ENCONTRADO - NADA A CONVERTER"
               STOP RUN
           END-IF.
           OPEN OUTPUT FICH-STOCK.
           IF FS-STOCK NOT = "00" THEN
               DISPLAY "ERRO A CRIAR O NOVO FSTOCK.DAT"
               CLOSE FICH-ANTIGO
               STOP RUN
           END-IF.
           PERFORM LER-ANTIGO.
           PERFORM CONVERTER-ITEM UNTIL FS-ANTIGO NOT = "00".
           CLOSE FICH-ANTIGO.
           CLOSE FICH-STOCK.
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

       CONVERTER-ITEM.
           ADD 1 TO LIDOS.
           MOVE ANT-STOCK TO REG-STOCK.
           MOVE 0 TO STK-FORNECEDOR.
           MOVE 0 TO STK-PRECOCOMPRA.
           MOVE ZEROS TO STK-HISTORICO.
           WRITE REG-STOCK
               INVALID KEY
                   ADD 1 TO REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO GRAVADOS
           END-WRITE.
           PERFORM LER-ANTIGO.

       END PROGRAM 0807_ConvStock2.
