       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_ConvBilhetes2.
      *****************************************************************
      *    SEGUNDA CONVERSAO DO FICHEIRO DE BILHETES DE COZINHA:       *
      *    ACRESCENTA AO FIM DO REGISTO AS HORAS DE CADA MUDANCA DE    *
      *    ESTADO E AS SOBREMESAS DO PEDIDO DO LAYOUT ATUAL DE         *
      *    BILHETE.CPY. O RESTO DO REGISTO NAO MUDA E E COPIADO TAL    *
      *    COMO ESTA                                                   *
      *    ANTES DE CORRER: RENOMEAR O FBILHETES.DAT ANTIGO PARA       *
      *    FBILOLD.DAT. OS BILHETES EXISTENTES FICAM SEM HORAS (ZERO), *
      *    NAO ENTRAM NOS TEMPOS DO RELATORIO DE COZINHA E FICAM SEM   *
      *    SOBREMESAS                                                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-ANTIGO ASSIGN TO "FBILOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CHAVE
               FILE STATUS IS FS-ANTIGO.

           SELECT FICH-BILHETES ASSIGN TO "FBILHETES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIL-CHAVE
               FILE STATUS IS FS-BILHETES.

       DATA DIVISION.
       FILE SECTION.
      *    REGISTO ANTERIOR: SO A CHAVE E DISCRIMINADA, O RESTO PASSA
      *    INTEIRO PARA O NOVO REGISTO
       FD  FICH-ANTIGO
           LABEL RECORDS ARE STANDARD.
       01  ANT-BILHETE.
           05 ANT-CHAVE.
               10 ANT-DATA                         PIC 9(08).
               10 ANT-NUMPEDIDO                    PIC 9(03).
           05 FILLER                               PIC X(649).

       FD  FICH-BILHETES
           LABEL RECORDS ARE STANDARD.
           COPY 'BILHETE.CPY'.

       WORKING-STORAGE SECTION.
       77  FS-ANTIGO                                 PIC X(02).
       77  FS-BILHETES                               PIC X(02).
       77  LIDOS                                     PIC 9(05) VALUE 0.
       77  GRAVADOS                                  PIC 9(05) VALUE 0.
       77  REJEITADOS                                PIC 9(05) VALUE 0.
       77  SAIDACONT                                 PIC ZZZZ9.
       77  IDXSOBREMESA                              PIC 9(02).

       PROCEDURE DIVISION.

       CONVERSAO.
           OPEN INPUT FICH-ANTIGO.
           IF FS-ANTIGO NOT = "00" THEN
               DISPLAY "FBILOLD.DAT NAO ENCONTRADO - NADA A CONVERTER"
               STOP RUN
           END-IF.
           OPEN OUTPUT FICH-BILHETES.
           IF FS-BILHETES NOT = "00" THEN
               DISPLAY "ERRO A CRIAR O NOVO FBILHETES.DAT"
               CLOSE FICH-ANTIGO
               STOP RUN
           END-IF.
           PERFORM LER-ANTIGO.
           PERFORM CONVERTER-BILHETE UNTIL FS-ANTIGO NOT = "00".
           CLOSE FICH-ANTIGO.
           CLOSE FICH-BILHETES.
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

       CONVERTER-BILHETE.
           ADD 1 TO LIDOS.
           MOVE ANT-BILHETE TO REG-BILHETE.
           MOVE 0 TO BIL-HORAPREPARACAO.
           MOVE 0 TO BIL-HORAPRONTO.
           MOVE 0 TO BIL-HORAENTREGUE.
           MOVE 0 TO BIL-NUMSOBREMESAS.
           PERFORM VARYING IDXSOBREMESA FROM 1 BY 1
               UNTIL IDXSOBREMESA > 10
               MOVE 0 TO BIL-SOBQUANT(IDXSOBREMESA)
               MOVE SPACES TO BIL-SOBNOME(IDXSOBREMESA)
           END-PERFORM.
           WRITE REG-BILHETE
               INVALID KEY
                   ADD 1 TO REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO GRAVADOS
           END-WRITE.
           PERFORM LER-ANTIGO.

       END PROGRAM 0807_ConvBilhetes2.
