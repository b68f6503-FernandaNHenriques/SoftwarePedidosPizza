       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_ConvClientes.
      *****************************************************************
      *    CONVERSAO UNICA DO FICHEIRO MESTRE DE CLIENTES PARA O       *
      *    LAYOUT COM BLOQUEIO (MOTIVO E DATA) E MARCA DE CLIENTE      *
      *    ANONIMIZADO                                                 *
      *    ANTES DE CORRER: RENOMEAR O FCLIENTES.DAT ANTIGO PARA       *
      *    FCLIENTESOLD.DAT. TODOS OS CLIENTES FICAM DESBLOQUEADOS E   *
      *    NAO ANONIMIZADOS                                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-ANTIGO ASSIGN TO "FCLIENTESOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CONTATO
               FILE STATUS IS FS-ANTIGO.

           SELECT FICH-CLIENTES ASSIGN TO "FCLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CONTATO
               FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICH-ANTIGO
           LABEL RECORDS ARE STANDARD.
       01  ANT-CLIENTE.
           05 ANT-CONTATO                          PIC 9(09).
           05 FILLER                               PIC X(93).

       FD  FICH-CLIENTES
           LABEL RECORDS ARE STANDARD.
           COPY 'CLIMEST.CPY'.

       WORKING-STORAGE SECTION.
       77  FS-ANTIGO                                 PIC X(02).
       77  FS-CLIENTES                               PIC X(02).
       77  LIDOS                                     PIC 9(05) VALUE 0.
       77  GRAVADOS                                  PIC 9(05) VALUE 0.
       77  REJEITADOS                                PIC 9(05) VALUE 0.
       77  SAIDACONT                                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       CONVERSAO.
           OPEN INPUT FICH-ANTIGO.
           IF FS-ANTIGO NOT = "00" THEN
               DISPLAY
               "FCLIENTESOLD.DAT NAO ENCONTRADO - NADA A CONVERTER"
               STOP RUN
           END-IF.
           OPEN OUTPUT FICH-CLIENTES.
           IF FS-CLIENTES NOT = "00" THEN
               DISPLAY "ERRO A CRIAR O NOVO FCLIENTES.DAT"
               CLOSE FICH-ANTIGO
               STOP RUN
           END-IF.
           PERFORM LER-ANTIGO.
           PERFORM CONVERTER-CLIENTE UNTIL FS-ANTIGO NOT = "00".
           CLOSE FICH-ANTIGO.
           CLOSE FICH-CLIENTES.
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

       CONVERTER-CLIENTE.
           ADD 1 TO LIDOS.
           MOVE ANT-CLIENTE TO REG-CLIENTE-MESTRE.
           MOVE "N" TO CLI-BLOQUEADO.
           MOVE SPACES TO CLI-MOTIVOBLOQUEIO.
           MOVE 0 TO CLI-DATABLOQUEIO.
           MOVE "N" TO CLI-ANONIMO.
           WRITE REG-CLIENTE-MESTRE
               INVALID KEY
                   ADD 1 TO REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO GRAVADOS
           END-WRITE.
           PERFORM LER-ANTIGO.

       END PROGRAM 0807_ConvClientes.
