       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_ConvOperadores.
      *****************************************************************
      *    CONVERSAO UNICA DO FICHEIRO DE OPERADORES: DO LAYOUT        *
      *    ANTERIOR (SO CODIGO E NOME) PARA O LAYOUT ATUAL DE          *
      *    OPERADOR.CPY, COM PERFIL DE SUPERVISOR E SENHA              *
      *    ANTES DE CORRER: RENOMEAR O FOPERADOR.DAT ANTIGO PARA       *
      *    FOPEOLD.DAT. NENHUM OPERADOR FICA SUPERVISOR: O PERFIL E    *
      *    A SENHA SAO DADOS DEPOIS NA GESTAO DE OPERADORES            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-ANTIGO ASSIGN TO "FOPEOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CODIGO
               FILE STATUS IS FS-ANTIGO.

           SELECT FICH-OPERADOR ASSIGN TO "FOPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-CODIGO
               FILE STATUS IS FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  FICH-ANTIGO
           LABEL RECORDS ARE STANDARD.
       01  ANT-OPERADOR.
           05 ANT-CODIGO                           PIC 9(02).
           05 ANT-NOME                             PIC X(20).

       FD  FICH-OPERADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'OPERADOR.CPY'.

       WORKING-STORAGE SECTION.
       77  FS-ANTIGO                                 PIC X(02).
       77  FS-OPERADOR                               PIC X(02).
       77  LIDOS                                     PIC 9(05) VALUE 0.
       77  GRAVADOS                                  PIC 9(05) VALUE 0.
       77  REJEITADOS                                PIC 9(05) VALUE 0.
       77  SAIDACONT                                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       CONVERSAO.
           OPEN INPUT FICH-ANTIGO.
           IF FS-ANTIGO NOT = "00" THEN
               DISPLAY "FOPEOLD.DAT NAO ENCONTRADO - NADA A CONVERTER"
               STOP RUN
           END-IF.
           OPEN OUTPUT FICH-OPERADOR.
           IF FS-OPERADOR NOT = "00" THEN
               DISPLAY "ERRO A CRIAR O NOVO FOPERADOR.DAT"
               CLOSE FICH-ANTIGO
               STOP RUN
           END-IF.
           PERFORM LER-ANTIGO.
           PERFORM CONVERTER-OPERADOR UNTIL FS-ANTIGO NOT = "00".
           CLOSE FICH-ANTIGO.
           CLOSE FICH-OPERADOR.
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

       CONVERTER-OPERADOR.
           ADD 1 TO LIDOS.
           MOVE ANT-CODIGO TO OPR-CODIGO.
           MOVE ANT-NOME TO OPR-NOME.
           MOVE "N" TO OPR-SUPERVISOR.
           MOVE 0 TO OPR-SENHA.
           WRITE REG-OPERADOR-MESTRE
               INVALID KEY
                   ADD 1 TO REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO GRAVADOS
           END-WRITE.
           PERFORM LER-ANTIGO.

       END PROGRAM 0807_ConvOperadores.
