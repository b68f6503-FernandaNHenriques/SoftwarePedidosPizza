      *    PARA UM PEDIDO EXISTENTE E O MESTRE DE CLIENTES TEM DE      *
      *    TER TOTAIS PLAUSIVEIS. AS EXCECOES SAEM EM FVERIFICA.TXT    *
      *    E O PROGRAMA SO DA O DIA POR CONFIAVEL SEM EXCECOES         *
      *    OS PEDIDOS ANULADOS POR NOTA DE CREDITO JA NAO TEM BILHETE  *
      *    NEM ENTREGA E SAO SO CONTADOS                               *
      *    CHAMADO COM A DATA (AAAAMMDD) NA LINHA DE COMANDO CORRE SEM *
      *    ENCRAN, PARA A CADEIA NOTURNA, E DEVOLVE COMO CODIGO DE     *
      *    RETORNO 0 = DIA COERENTE, 4 = HA EXCECOES, 8 = ERRO         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CLI-CONTATO
               FILE STATUS IS FS-CLIENTES.

           SELECT FICH-NOTASCRED ASSIGN TO "FNOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CHAVE
               FILE STATUS IS FS-NOTASCRED.

           SELECT FICH-VERIFICA ASSIGN TO "FVERIFICA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VERIFICA.
           LABEL RECORDS ARE STANDARD.
           COPY 'CLIMEST.CPY'.

       FD  FICH-NOTASCRED
           LABEL RECORDS ARE STANDARD.
           COPY 'NOTACRED.CPY'.

       FD  FICH-VERIFICA
           LABEL RECORDS ARE STANDARD.
       01  LINHA-VERIFICA                            PIC X(70).
       77  FS-ENTREGAS                               PIC X(02).
       77  FS-LIQUID                                 PIC X(02).
       77  FS-CLIENTES                               PIC X(02).
       77  FS-NOTASCRED                              PIC X(02).
       77  FS-VERIFICA                               PIC X(02).
       77  DATAHOJE                                  PIC 9(08).
       77  DATAESCOLHIDA                             PIC 9(08).
       77  TEMP                                      PIC X(10).
       77  PARAMETRO                                 PIC X(20).
       77  MODOLOTE                                  PIC X(01).
           88 EIS-MODOLOTE                    VALUE "S".
       77  FIMLISTA                                  PIC X(01).
           88 EIS-FIMLISTA                    VALUE "S".
       77  PEDIDOSLIDOS                              PIC 9(05).
       77  EXCECOES                                  PIC 9(05).
       77  PEDIDOSANULADOS                           PIC 9(05).
       77  HA-BILHETES                               PIC X(01).
           88 EIS-HA-BILHETES                 VALUE "S".
       77  HA-ENTREGAS                               PIC X(01).
           88 EIS-HA-LIQUID                   VALUE "S".
       77  LIQUIDACHADA                              PIC X(01).
           88 EIS-LIQUIDACHADA                VALUE "S".
       77  HA-NOTAS                                  PIC X(01).
           88 EIS-HA-NOTAS                    VALUE "S".
       77  ANULADO                                   PIC X(01).
           88 EIS-ANULADO                     VALUE "S".
       77  SAIDACONT                                 PIC ZZZZ9.
       77  SAIDAVALOR                                PIC ZZZ9.99.
       77  SAIDAVALOR2                               PIC ZZZ9.99.

       VERIFICACAO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           MOVE "N" TO MODOLOTE.
           MOVE SPACES TO PARAMETRO.
           ACCEPT PARAMETRO FROM COMMAND-LINE.
           IF PARAMETRO(1:8) IS NUMERIC THEN
               MOVE "S" TO MODOLOTE
               MOVE PARAMETRO(1:8) TO DATAESCOLHIDA
               GO TO INICIAR-VERIFICACAO
           END-IF.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.

               MOVE TEMP(1:8) TO DATAESCOLHIDA
           END-IF.

       INICIAR-VERIFICACAO.
           MOVE 0 TO PEDIDOSLIDOS.
           MOVE 0 TO EXCECOES.
           MOVE 0 TO PEDIDOSANULADOS.
           OPEN OUTPUT FICH-VERIFICA.
           IF FS-VERIFICA NOT = "00" THEN
               DISPLAY "ERRO AO CRIAR FVERIFICA.TXT: " FS-VERIFICA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "================================================"
               TO LINHA-VERIFICA
           WRITE LINHA-VERIFICA.
           MOVE FUNCTION CONCATENATE ("Pedidos verificados: ",
               SAIDACONT) TO LINHA-VERIFICA
           WRITE LINHA-VERIFICA.
           MOVE PEDIDOSANULADOS TO SAIDACONT.
           MOVE FUNCTION CONCATENATE ("Pedidos anulados...: ",
               SAIDACONT) TO LINHA-VERIFICA
           WRITE LINHA-VERIFICA.
           MOVE EXCECOES TO SAIDACONT.
           MOVE FUNCTION CONCATENATE ("Excecoes encontradas: ",
               SAIDACONT) TO LINHA-VERIFICA
               MOVE "FICHEIROS COERENTES - O FECHO PODE SER CORRIDO"
                   TO LINHA-VERIFICA
               WRITE LINHA-VERIFICA
           ELSE
               MOVE "DIA NAO CONFIAVEL - CORRIGIR ANTES DO FECHO!"
                   TO LINHA-VERIFICA
               WRITE LINHA-VERIFICA
           END-IF.
           MOVE "================================================"
               TO LINHA-VERIFICA
           WRITE LINHA-VERIFICA.
           CLOSE FICH-VERIFICA.
           IF EIS-MODOLOTE THEN
               PERFORM TERMINAR-LOTE
           END-IF.
           IF EXCECOES = 0 THEN
               DISPLAY "FICHEIROS COERENTES - O FECHO PODE SER CORRIDO"
               FOREGROUND-COLOR 2 HIGHLIGHT                      AT 0801
           ELSE
               MOVE EXCECOES TO SAIDACONT
               DISPLAY FUNCTION CONCATENATE (SAIDACONT,
               " EXCECOES - DIA NAO CONFIAVEL, CORRIGIR ANTES DO FECHO")
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0801
           END-IF.
           DISPLAY "RELATORIO ESCRITO EM FVERIFICA.TXT"          AT 0901.
           STOP RUN.

      *    NA CADEIA NOTURNA NAO HA ENCRAN: O RESULTADO VAI PARA A
      *    SAIDA NORMAL E PARA O CODIGO DE RETORNO
       TERMINAR-LOTE.
           MOVE EXCECOES TO SAIDACONT.
           DISPLAY "VERIFICACAO DO DIA " DATAESCOLHIDA ": " SAIDACONT
               " EXCECOES - RELATORIO EM FVERIFICA.TXT".
           IF EXCECOES = 0 THEN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       VERIFICAR-PEDIDOS.
           MOVE "N" TO HA-BILHETES.
           OPEN INPUT FICH-BILHETES.
           IF FS-LIQUID = "00" THEN
               MOVE "S" TO HA-LIQUID
           END-IF.
           MOVE "N" TO HA-NOTAS.
           OPEN INPUT FICH-NOTASCRED.
           IF FS-NOTASCRED = "00" THEN
               MOVE "S" TO HA-NOTAS
           END-IF.
           OPEN INPUT FICH-PEDIDOS.
           IF FS-PEDIDOS NOT = "00" THEN
               MOVE "SEM FICHEIRO DE PEDIDOS!" TO LINHA-VERIFICA
           IF EIS-HA-LIQUID THEN
               CLOSE FICH-LIQUID
           END-IF.
           IF EIS-HA-NOTAS THEN
               CLOSE FICH-NOTASCRED
           END-IF.

       LER-PEDIDO.
           READ FICH-PEDIDOS NEXT RECORD
               MOVE "S" TO FIMLISTA
           ELSE
               ADD 1 TO PEDIDOSLIDOS
               PERFORM VERIFICAR-ANULACAO
               IF EIS-ANULADO THEN
                   ADD 1 TO PEDIDOSANULADOS
               ELSE
                   PERFORM VERIFICAR-BILHETE
                   IF REG-ENTREGA-DOMICILIO THEN
                       PERFORM VERIFICAR-ENTREGA
                   END-IF
               END-IF
               PERFORM LER-PEDIDO
           END-IF.

       VERIFICAR-ANULACAO.
           MOVE "N" TO ANULADO.
           IF EIS-HA-NOTAS THEN
               MOVE REG-DATA TO NC-DATA
               MOVE REG-NUMPEDIDO TO NC-NUMPEDIDO
               READ FICH-NOTASCRED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ANULADO
               END-READ
           END-IF.

       VERIFICAR-BILHETE.
           IF NOT EIS-HA-BILHETES THEN
               MOVE FUNCTION CONCATENATE ("PEDIDO ", REG-NUMPEDIDO,
               MOVE "S" TO FIMLISTA
           END-IF.

      *    DEPOIS DE JUNTAR DOIS CONTATOS O CARTAO PODE IR ATE 18 (O
      *    PREMIO EM ATRASO E DADO NO PEDIDO SEGUINTE)
       VERIFICAR-CLIENTE.
           IF CLI-CARTAO > 18 THEN
               MOVE FUNCTION CONCATENATE ("CLIENTE ", CLI-CONTATO,
                   " CARTAO FIDELIDADE FORA DO INTERVALO")
                   TO LINHA-VERIFICA
