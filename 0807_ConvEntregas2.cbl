       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_ConvEntregas2.
      *****************************************************************
      *    SEGUNDA CONVERSAO DO FICHEIRO DE ENTREGAS AO DOMICILIO: DO  *
      *    LAYOUT ANTERIOR (SEM CODIGO POSTAL NEM ZONA) PARA O LAYOUT  *
      *    ATUAL DE ENTREGA.CPY                                        *
      *    ANTES DE CORRER: RENOMEAR O FENTREGAS.DAT ANTIGO PARA       *
      *    FENTOLD.DAT. A ZONA FICA A ZERO (SEM ZONA) E A TAXA DE      *
      *    ENTREGA A ZERO                                              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-ANTIGO ASSIGN TO "FENTOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CHAVE
               FILE STATUS IS FS-ANTIGO.

           SELECT FICH-ENTREGAS ASSIGN TO "FENTREGAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS FS-ENTREGAS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICH-ANTIGO
           LABEL RECORDS ARE STANDARD.
       01  ANT-ENTREGA.
           05 ANT-CHAVE.
               10 ANT-DATA                         PIC 9(08).
               10 ANT-NUMPEDIDO                    PIC 9(03).
           05 ANT-CLIENTE                          PIC X(30).
           05 ANT-MORADA                           PIC X(40).
           05 ANT-VALORCOBRAR                      PIC 9(04)V99.
           05 ANT-HORAPROMETIDA                    PIC 9(04).
           05 ANT-ESTAFETA                         PIC 9(02).
           05 ANT-NOMEESTAFETA                     PIC X(20).
           05 ANT-HORASAIDA                        PIC 9(06).
           05 ANT-HORAREGRESSO                     PIC 9(06).
           05 ANT-ESTADO                           PIC X(01).

       FD  FICH-ENTREGAS
           LABEL RECORDS ARE STANDARD.
           COPY 'ENTREGA.CPY'.

       WORKING-STORAGE SECTION.
       77  FS-ANTIGO                                 PIC X(02).
       77  FS-ENTREGAS                               PIC X(02).
       77  LIDOS                                     PIC 9(05) VALUE 0.
       77  GRAVADOS                                  PIC 9(05) VALUE 0.
       77  REJEITADOS                                PIC 9(05) VALUE 0.
       77  SAIDACONT                                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       CONVERSAO.
           OPEN INPUT FICH-ANTIGO.
           IF FS-ANTIGO NOT = "00" THEN
               DISPLAY "FENTOLD.DAT NAO ENCONTRADO - NADA A CONVERTER"
               STOP RUN
           END-IF.
           OPEN OUTPUT FICH-ENTREGAS.
           IF FS-ENTREGAS NOT = "00" THEN
               DISPLAY "ERRO A CRIAR O NOVO FENTREGAS.DAT"
               CLOSE FICH-ANTIGO
               STOP RUN
           END-IF.
           PERFORM LER-ANTIGO.
           PERFORM CONVERTER-ENTREGA UNTIL FS-ANTIGO NOT = "00".
           CLOSE FICH-ANTIGO.
           CLOSE FICH-ENTREGAS.
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

       CONVERTER-ENTREGA.
           ADD 1 TO LIDOS.
           MOVE ANT-DATA TO ENT-DATA.
           MOVE ANT-NUMPEDIDO TO ENT-NUMPEDIDO.
           MOVE ANT-CLIENTE TO ENT-CLIENTE.
           MOVE ANT-MORADA TO ENT-MORADA.
           MOVE ANT-VALORCOBRAR TO ENT-VALORCOBRAR.
           MOVE ANT-HORAPROMETIDA TO ENT-HORAPROMETIDA.
           MOVE ANT-ESTAFETA TO ENT-ESTAFETA.
           MOVE ANT-NOMEESTAFETA TO ENT-NOMEESTAFETA.
           MOVE ANT-HORASAIDA TO ENT-HORASAIDA.
           MOVE ANT-HORAREGRESSO TO ENT-HORAREGRESSO.
           MOVE ANT-ESTADO TO ENT-ESTADO.
           MOVE 0 TO ENT-CODPOSTAL.
           MOVE 0 TO ENT-ZONA.
           MOVE SPACES TO ENT-NOMEZONA.
           MOVE 0 TO ENT-TAXAENTREGA.
           WRITE REG-ENTREGA
               INVALID KEY
                   ADD 1 TO REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO GRAVADOS
           END-WRITE.
           PERFORM LER-ANTIGO.

       END PROGRAM 0807_ConvEntregas2.
