       77  NOMEESTAFETA                              PIC X(20).
       77  LINHA                                     PIC 9(03).
       77  PENDENTES                                 PIC 9(03).
       77  NUMQUADRO                                 PIC 9(02).
       77  IDXQUADRO                                 PIC 9(02).
       77  IDXORD                                    PIC 9(02).
       77  PENDZONA                                  PIC 9(02).
       77  GRUPOANTERIOR                             PIC 9(01).
       77  ZONAANTERIOR                              PIC 9(04).
      *    QUADRO DO DIA ORDENADO POR GRUPO (0 = PENDENTES, 1 = EM
      *    ROTA OU CONCLUIDAS), ZONA E HORA PROMETIDA, PARA O ESTAFETA
      *    LEVAR DE UMA VEZ AS ENTREGAS QUE VAO PARA O MESMO LADO
       01  TABELA-QUADRO.
           05 QUADROITEM OCCURS 40 TIMES.
               10 QDR-ORDEM.
                   15 QDR-GRUPO                      PIC 9(01).
                   15 QDR-ZONA                       PIC 9(04).
                   15 QDR-HORAPROMETIDA              PIC 9(04).
               10 QDR-NUMPEDIDO                      PIC 9(03).
       01  QUADRO-TROCA.
           05 TRC-ORDEM                              PIC X(09).
           05 TRC-NUMPEDIDO                          PIC 9(03).
       77  FIMLISTA                                  PIC X(01).
           88 EIS-FIMLISTA                    VALUE "S".
       77  DESCESTADO                                PIC X(10).
       LISTAR-ENTREGAS.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "ENTREGAS DE HOJE (PENDENTES POR ZONA)"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
           DISPLAY
           "|Pedido--Estado-----Estaf--Cobrar---Promet--Morada------|"
               DISPLAY "Sem entregas registadas."                AT 0801
               GO TO ESCOLHER-OPCAO
           END-IF.
           MOVE 0 TO NUMQUADRO.
           MOVE "N" TO FIMLISTA.
           MOVE DATAHOJE TO ENT-DATA.
           MOVE 0 TO ENT-NUMPEDIDO.
           IF NOT EIS-FIMLISTA THEN
               PERFORM LER-ENTREGA
           END-IF.
           PERFORM CARREGAR-QUADRO UNTIL EIS-FIMLISTA.
           PERFORM ORDENAR-QUADRO.
           MOVE 9 TO GRUPOANTERIOR.
           MOVE 0 TO ZONAANTERIOR.
           PERFORM VARYING IDXQUADRO FROM 1 BY 1
               UNTIL IDXQUADRO > NUMQUADRO OR LINHA > 21
               MOVE DATAHOJE TO ENT-DATA
               MOVE QDR-NUMPEDIDO(IDXQUADRO) TO ENT-NUMPEDIDO
               READ FICH-ENTREGAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOSTRAR-ENTREGA
               END-READ
           END-PERFORM.
           CLOSE FICH-ENTREGAS.
           IF PENDENTES = 0 THEN
               DISPLAY "Sem entregas para hoje."
           ESTAFETAESCOLHIDO, " - ", FUNCTION TRIM(NOMEESTAFETA))
                                                                AT 2501.

       GRAVAR-ATRIBUICAO.
           OPEN I-O FICH-ENTREGAS.
           IF FS-ENTREGAS NOT = "00" THEN
               DISPLAY "ERRO A ABRIR ENTREGAS!"
           END-REWRITE.
           CLOSE FICH-ENTREGAS.
           PERFORM IMPRIMIR-GUIA.
           DISPLAY FUNCTION CONCATENATE ("GUIA DO PEDIDO ",
           ENT-NUMPEDIDO, " ESCRITA EM FGUIA.TXT      ")
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 2601.

      *    O MESMO ESTAFETA PODE LEVAR MAIS PEDIDOS DA MESMA ZONA
       JUNTAR-ENTREGA.
           DISPLAY
           "Juntar outro pedido ao mesmo estafeta (ENTER=nao): "
                                                                AT 2701.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2753.
           IF TEMP = SPACES THEN
               GO TO LISTAR-ENTREGAS
           END-IF.
           MOVE TEMP TO NUMESCOLHIDO.
           GO TO GRAVAR-ATRIBUICAO.

       REGISTAR-REGRESSO.
           DISPLAY "Numero do pedido regressado: "              AT 2301.
               MOVE "S" TO FIMLISTA
           END-IF.

       CARREGAR-QUADRO.
           IF ENT-DATA NOT = DATAHOJE THEN
               MOVE "S" TO FIMLISTA
           ELSE
               IF NUMQUADRO < 40 THEN
                   ADD 1 TO NUMQUADRO
                   IF ENT-PENDENTE THEN
                       MOVE 0 TO QDR-GRUPO(NUMQUADRO)
                   ELSE
                       MOVE 1 TO QDR-GRUPO(NUMQUADRO)
                   END-IF
                   MOVE ENT-ZONA TO QDR-ZONA(NUMQUADRO)
                   MOVE ENT-HORAPROMETIDA
                       TO QDR-HORAPROMETIDA(NUMQUADRO)
                   MOVE ENT-NUMPEDIDO TO QDR-NUMPEDIDO(NUMQUADRO)
               END-IF
               PERFORM LER-ENTREGA
           END-IF.

       ORDENAR-QUADRO.
           PERFORM VARYING IDXORD FROM 1 BY 1
               UNTIL IDXORD > NUMQUADRO
               PERFORM VARYING IDXQUADRO FROM 1 BY 1
                   UNTIL IDXQUADRO >= IDXORD
                   IF QDR-ORDEM(IDXORD) < QDR-ORDEM(IDXQUADRO) THEN
                       MOVE QUADROITEM(IDXORD) TO QUADRO-TROCA
                       MOVE QUADROITEM(IDXQUADRO) TO QUADROITEM(IDXORD)
                       MOVE QUADRO-TROCA TO QUADROITEM(IDXQUADRO)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    CADA ZONA COM ENTREGAS PENDENTES TEM UMA LINHA DE TITULO
      *    COM O NUMERO DE PENDENTES; AS ENTREGAS JA ATRIBUIDAS VEM
      *    NO FIM, DEBAIXO DE UM TITULO PROPRIO
       MOSTRAR-TITULO-ZONA.
           IF QDR-GRUPO(IDXQUADRO) = 0 THEN
               MOVE 0 TO PENDZONA
               PERFORM VARYING IDXORD FROM IDXQUADRO BY 1
                   UNTIL IDXORD > NUMQUADRO
                   IF QDR-GRUPO(IDXORD) = 0 AND
                       QDR-ZONA(IDXORD) = QDR-ZONA(IDXQUADRO) THEN
                       ADD 1 TO PENDZONA
                   END-IF
               END-PERFORM
               IF ENT-ZONA > 0 THEN
                   DISPLAY FUNCTION CONCATENATE ("ZONA ", ENT-ZONA,
                   " ", FUNCTION TRIM(ENT-NOMEZONA), " - ", PENDZONA,
                   " pendente(s)") FOREGROUND-COLOR 2 HIGHLIGHT
                   LINE LINHA POSITION 01
               ELSE
                   DISPLAY FUNCTION CONCATENATE ("SEM ZONA - ",
                   PENDZONA, " pendente(s)")
                   FOREGROUND-COLOR 2 HIGHLIGHT
                   LINE LINHA POSITION 01
               END-IF
           ELSE
               DISPLAY "EM ROTA / CONCLUIDAS"
               FOREGROUND-COLOR 2 HIGHLIGHT
               LINE LINHA POSITION 01
           END-IF.
           ADD 1 TO LINHA.
           MOVE QDR-GRUPO(IDXQUADRO) TO GRUPOANTERIOR.
           MOVE QDR-ZONA(IDXQUADRO) TO ZONAANTERIOR.

       MOSTRAR-ENTREGA.
           IF QDR-GRUPO(IDXQUADRO) NOT = GRUPOANTERIOR OR
               (QDR-GRUPO(IDXQUADRO) = 0 AND
               QDR-ZONA(IDXQUADRO) NOT = ZONAANTERIOR) THEN
               PERFORM MOSTRAR-TITULO-ZONA
           END-IF.
           IF LINHA <= 21 THEN
               ADD 1 TO PENDENTES
               PERFORM DESCREVER-ESTADO
               DISPLAY ENT-NUMPEDIDO LINE LINHA POSITION 02
               END-IF
               DISPLAY ENT-MORADA(1:30) LINE LINHA POSITION 44
               ADD 1 TO LINHA
           END-IF.

       SOMAR-COBRANCA.
           MOVE FUNCTION CONCATENATE ("Morada: ",
               FUNCTION TRIM(ENT-MORADA)) TO LINHA-GUIA
           WRITE LINHA-GUIA.
           IF ENT-CODPOSTAL > 0 THEN
               MOVE FUNCTION CONCATENATE ("Cod. postal: ",
                   ENT-CODPOSTAL(1:4), "-", ENT-CODPOSTAL(5:3),
                   "  Zona: ", FUNCTION TRIM(ENT-NOMEZONA))
                   TO LINHA-GUIA
               WRITE LINHA-GUIA
           END-IF.
           IF ENT-HORAPROMETIDA > 0 THEN
               MOVE FUNCTION CONCATENATE ("ENTREGA PROMETIDA AS ",
                   ENT-HORAPROMETIDA(1:2), ":", ENT-HORAPROMETIDA(3:2))
