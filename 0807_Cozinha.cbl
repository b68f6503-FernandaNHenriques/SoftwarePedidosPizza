       77  LINHAEXTRAS                               PIC X(56).
       77  NOMEPIZZA                                 PIC X(66).
       77  IDXEXCL                                   PIC 9(02).
       77  IDXSOBREMESA                              PIC 9(02).
       77  LINHASOBREMESAS                           PIC X(120).
       77  URGENTE                                   PIC X(01).
           88 EIS-URGENTE                     VALUE "S".
       77  PRIMEIRAVEZ                              PIC X(01) VALUE "S".
               CLOSE FICH-BILHETES
               GO TO ESCOLHER-PEDIDO
           END-IF.
      *    CADA PASSAGEM DE ESTADO FICA COM A HORA EM QUE ACONTECEU,
      *    PARA O RELATORIO DE TEMPOS DE COZINHA
           ACCEPT HORA-ATUAL FROM TIME.
           EVALUATE TRUE
               WHEN BIL-RECEBIDO
                   MOVE "P" TO BIL-ESTADO
                   MOVE HORA-ATUAL TO BIL-HORAPREPARACAO
               WHEN BIL-EM-PREPARACAO
                   MOVE "T" TO BIL-ESTADO
                   MOVE HORA-ATUAL TO BIL-HORAPRONTO
               WHEN BIL-PRONTO
                   MOVE "E" TO BIL-ESTADO
                   MOVE HORA-ATUAL TO BIL-HORAENTREGUE
           END-EVALUATE.
           REWRITE REG-BILHETE
               INVALID KEY
                   ADD 1 TO LINHA
               END-PERFORM
           END-PERFORM.
           IF BIL-NUMSOBREMESAS > 0 THEN
               PERFORM JUNTAR-SOBREMESAS
               DISPLAY FUNCTION CONCATENATE ("   Sobremesas:",
               FUNCTION TRIM(LINHASOBREMESAS)) LINE LINHA POSITION 01
               ADD 1 TO LINHA
           END-IF.

      *    AS SOBREMESAS DO PEDIDO NUMA SO LINHA ("2 x TIRAMISU")
       JUNTAR-SOBREMESAS.
           MOVE SPACES TO LINHASOBREMESAS.
           PERFORM VARYING IDXSOBREMESA FROM 1 BY 1
               UNTIL IDXSOBREMESA > BIL-NUMSOBREMESAS
               MOVE FUNCTION CONCATENATE (
               FUNCTION TRIM(LINHASOBREMESAS), " ",
               BIL-SOBQUANT(IDXSOBREMESA), " x ",
               FUNCTION TRIM(BIL-SOBNOME(IDXSOBREMESA)))
               TO LINHASOBREMESAS
           END-PERFORM.

       JUNTAR-EXTRAS.
           MOVE SPACES TO LINHAEXTRAS.
