       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_ConvMenu.
      *****************************************************************
      *    CONVERSAO UNICA DO FICHEIRO DE MENU PARA O LAYOUT COM A     *
      *    CLASSE E A CATEGORIA DE IVA DOS ARTIGOS (BEBIDAS E          *
      *    SOBREMESAS) DE MENU.CPY                                     *
      *    ANTES DE CORRER: RENOMEAR O FMENU.DAT ANTIGO PARA           *
      *    FMENUOLD.DAT. OS SABORES, EXTRAS E TAMANHOS EXISTENTES      *
      *    FICAM COM A CLASSE E A CATEGORIA A ESPACOS                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-ANTIGO ASSIGN TO "FMENUOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CHAVE
               FILE STATUS IS FS-ANTIGO.

           SELECT FICH-MENU ASSIGN TO "FMENU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENU.

       DATA DIVISION.
       FILE SECTION.
       FD  FICH-ANTIGO
           LABEL RECORDS ARE STANDARD.
       01  ANT-MENU.
           05 ANT-CHAVE                            PIC X(03).
           05 FILLER                               PIC X(35).

       FD  FICH-MENU
           LABEL RECORDS ARE STANDARD.
           COPY 'MENU.CPY'.

       WORKING-STORAGE SECTION.
       77  FS-ANTIGO                                 PIC X(02).
       77  FS-MENU                               PIC X(02).
       77  LIDOS                                     PIC 9(05) VALUE 0.
       77  GRAVADOS                                  PIC 9(05) VALUE 0.
       77  REJEITADOS                                PIC 9(05) VALUE 0.
       77  SAIDACONT                                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       CONVERSAO.
           OPEN INPUT FICH-ANTIGO.
           IF FS-ANTIGO NOT = "00" THEN
               DISPLAY "FMENUOLD.DAT NAO ENCONTRADO - NADA A CONVERTER"
               STOP RUN
           END-IF.
           OPEN OUTPUT FICH-MENU.
           IF FS-MENU NOT = "00" THEN
               DISPLAY "ERRO A CRIAR O NOVO FMENU.DAT"
               CLOSE FICH-ANTIGO
               STOP RUN
           END-IF.
           PERFORM LER-ANTIGO.
           PERFORM CONVERTER-MENU UNTIL FS-ANTIGO NOT = "00".
           CLOSE FICH-ANTIGO.
           CLOSE FICH-MENU.
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

       CONVERTER-MENU.
           ADD 1 TO LIDOS.
           MOVE ANT-MENU TO REG-MENU.
           MOVE SPACES TO MEN-CLASSE.
           MOVE SPACES TO MEN-CATIVA.
           WRITE REG-MENU
               INVALID KEY
                   ADD 1 TO REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO GRAVADOS
           END-WRITE.
           PERFORM LER-ANTIGO.

       END PROGRAM 0807_ConvMenu.
