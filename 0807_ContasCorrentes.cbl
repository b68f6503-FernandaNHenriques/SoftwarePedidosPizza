               RECORD KEY IS LIQ-CHAVE
               FILE STATUS IS FS-LIQUID.

           SELECT FICH-NOTASCRED ASSIGN TO "FNOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CHAVE
               FILE STATUS IS FS-NOTASCRED.

           SELECT FICH-OPERADOR ASSIGN TO "FOPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
           COPY 'LIQUID.CPY'.

       FD  FICH-NOTASCRED
           LABEL RECORDS ARE STANDARD.
           COPY 'NOTACRED.CPY'.

       FD  FICH-OPERADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'OPERADOR.CPY'.
       WORKING-STORAGE SECTION.
       77  FS-PEDIDOS                                PIC X(02).
       77  FS-LIQUID                                 PIC X(02).
       77  FS-NOTASCRED                              PIC X(02).
       77  DATAHOJE                                  PIC 9(08).
       77  DIASHOJE                                  PIC 9(07).
       77  NUMDIVIDAS                                PIC 9(03).
           88 EIS-ENCONTRADO                  VALUE "S".
       77  HA-LIQUIDACOES                            PIC X(01).
           88 EIS-HA-LIQUIDACOES              VALUE "S".
       77  HA-NOTAS                                  PIC X(01).
           88 EIS-HA-NOTAS                    VALUE "S".
       77  PRIMEIRAVEZ                               PIC X(01)
                                                     VALUE "S".
           88 EIS-PRIMEIRAVEZ                 VALUE "S".
           IF FS-LIQUID = "00" THEN
               MOVE "S" TO HA-LIQUIDACOES
           END-IF.
           MOVE "N" TO HA-NOTAS.
           OPEN INPUT FICH-NOTASCRED.
           IF FS-NOTASCRED = "00" THEN
               MOVE "S" TO HA-NOTAS
           END-IF.
           OPEN INPUT FICH-PEDIDOS.
           IF FS-PEDIDOS = "00" THEN
               PERFORM LER-PEDIDO
           IF EIS-HA-LIQUIDACOES THEN
               CLOSE FICH-LIQUID
           END-IF.
           IF EIS-HA-NOTAS THEN
               CLOSE FICH-NOTASCRED
           END-IF.

       LER-PEDIDO.
           READ FICH-PEDIDOS NEXT RECORD
       TRATAR-PEDIDO.
           IF REG-NAOPAGO THEN
               PERFORM VERIFICAR-LIQUIDACAO
      *    UM PEDIDO ANULADO POR NOTA DE CREDITO JA NAO E DIVIDA
               IF NOT EIS-ENCONTRADO THEN
                   PERFORM VERIFICAR-ANULACAO
               END-IF
               IF NOT EIS-ENCONTRADO THEN
                   ADD REG-TOTALPAGAR TO TOTALDEVIDO
               END-IF
               END-READ
           END-IF.

       VERIFICAR-ANULACAO.
           IF EIS-HA-NOTAS THEN
               MOVE REG-DATA TO NC-DATA
               MOVE REG-NUMPEDIDO TO NC-NUMPEDIDO
               READ FICH-NOTASCRED
                   INVALID KEY
                       MOVE "N" TO ENCONTRADO
                   NOT INVALID KEY
                       MOVE "S" TO ENCONTRADO
               END-READ
           END-IF.

       ORDENAR-DIVIDAS.
           PERFORM VARYING IDXORD FROM 1 BY 1
               UNTIL IDXORD > NUMDIVIDAS
