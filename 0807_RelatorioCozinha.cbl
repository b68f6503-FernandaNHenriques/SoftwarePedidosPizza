       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_RelatorioCozinha.
      *****************************************************************
      *    RELATORIO DE TEMPOS DE PRODUCAO DA COZINHA NUM PERIODO,     *
      *    A PARTIR DAS HORAS DE ESTADO GRAVADAS NOS BILHETES:         *
      *    ESPERA = DA RECECAO ATE ENTRAR EM PREPARACAO                *
      *    PREPARACAO = DE EM PREPARACAO ATE PRONTO                    *
      *    MEDIA E PIOR CASO POR HORA DO DIA, POR TAMANHO (A MAIOR     *
      *    PIZZA DO BILHETE) E POR NUMERO DE PIZZAS DO BILHETE;        *
      *    PERCENTAGEM DE BILHETES PRONTOS ATE A HORA PROMETIDA, AO    *
      *    BALCAO E AO DOMICILIO, E NAS ENTREGAS O TEMPO ENTRE PRONTO  *
      *    E A SAIDA DO ESTAFETA (ENT-HORASAIDA)                       *
      *    O RESULTADO SAI EM FCOZREL.TXT                              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-BILHETES ASSIGN TO "FBILHETES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIL-CHAVE
               FILE STATUS IS FS-BILHETES.

           SELECT FICH-ENTREGAS ASSIGN TO "FENTREGAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS FS-ENTREGAS.

           SELECT FICH-COZREL ASSIGN TO "FCOZREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COZREL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICH-BILHETES
           LABEL RECORDS ARE STANDARD.
           COPY 'BILHETE.CPY'.

       FD  FICH-ENTREGAS
           LABEL RECORDS ARE STANDARD.
           COPY 'ENTREGA.CPY'.

       FD  FICH-COZREL
           LABEL RECORDS ARE STANDARD.
       01  LINHA-COZREL                              PIC X(80).

       WORKING-STORAGE SECTION.
       77  FS-BILHETES                               PIC X(02).
       77  FS-ENTREGAS                               PIC X(02).
       77  FS-COZREL                                 PIC X(02).
       77  TEMP                                      PIC X(10).
       77  DATAINICIO                                PIC 9(08).
       77  DATAFIM                                   PIC 9(08).
       77  FIMLISTA                                  PIC X(01).
           88 EIS-FIMLISTA                    VALUE "S".
       77  HA-ENTREGAS                               PIC X(01).
           88 EIS-HA-ENTREGAS                 VALUE "S".
       77  IDXGRP                                    PIC 9(02).
       77  IDXTIPO                                   PIC 9(01).
       77  IDXPIZZA                                  PIC 9(02).
       77  MAIORTAMANHO                              PIC 9(02).
       77  HORABANDA                                 PIC 9(02).
      *    TEMPOS EM SEGUNDOS DESDE A MEIA-NOITE DO DIA DO BILHETE
       77  SEGRECECAO                                PIC 9(05).
       77  SEGPREPARACAO                             PIC 9(05).
       77  SEGPRONTO                                 PIC 9(05).
       77  SEGPROMETIDO                              PIC 9(05).
       77  SEGINICIO                                 PIC 9(05).
       77  SEGFIM                                    PIC 9(05).
       77  SEGINTERVALO                              PIC S9(06).
       77  MEDIA                                     PIC 9(04)V9.
       77  PERCENTAGEM                               PIC 9(03)V9.
       77  BILHETESLIDOS                             PIC 9(05).
       77  BILHETESSEMTEMPO                          PIC 9(05).
       77  SAIDACONT                                 PIC ZZZZ9.
       77  SAIDACONT2                                PIC ZZZZ9.
       77  SAIDAMIN                                  PIC ZZZ9.9.
       77  SAIDAMAX                                  PIC ZZZ9.9.
       77  SAIDAMIN2                                 PIC ZZZ9.9.
       77  SAIDAMAX2                                 PIC ZZZ9.9.
       77  SAIDAPERC                                 PIC ZZ9.9.
       77  DESCGRUPO                                 PIC X(14).
       01  HORA-DIV.
           05 HDV-HORAS                              PIC 9(02).
           05 HDV-MINUTOS                            PIC 9(02).
           05 HDV-SEGUNDOS                           PIC 9(02).
       01  HORAPROM-DIV.
           05 HPR-HORAS                              PIC 9(02).
           05 HPR-MINUTOS                            PIC 9(02).
      *    GRUPOS DE TEMPOS: 1 A 24 = HORA DO DIA EM QUE O PEDIDO FOI
      *    RECEBIDO, 25 A 27 = TAMANHO, 28 A 32 = PIZZAS NO BILHETE,
      *    33 = TOTAL DO PERIODO
       01  TOTAIS-GRUPO.
           05 TGR OCCURS 33 TIMES.
               10 TGR-BILHETES                       PIC 9(05).
               10 TGR-ESPERAS                        PIC 9(05).
               10 TGR-SEGESPERA                      PIC 9(09).
               10 TGR-MAXESPERA                      PIC 9(06).
               10 TGR-PREPARACOES                    PIC 9(05).
               10 TGR-SEGPREPARA                     PIC 9(09).
               10 TGR-MAXPREPARA                     PIC 9(06).
      *    CUMPRIMENTO DA HORA PROMETIDA: 1 = BALCAO, 2 = DOMICILIO
       01  TOTAIS-PRAZO.
           05 TPZ OCCURS 2 TIMES.
               10 TPZ-BILHETES                       PIC 9(05).
               10 TPZ-PARAJA                         PIC 9(05).
               10 TPZ-COMPRAZO                       PIC 9(05).
               10 TPZ-NOPRAZO                        PIC 9(05).
               10 TPZ-SEGATRASO                      PIC 9(09).
               10 TPZ-MAXATRASO                      PIC 9(06).
      *    ENTREGAS: DE PRONTO ATE A SAIDA DO ESTAFETA
       77  EXP-SAIDAS                                PIC 9(05).
       77  EXP-SEGUNDOS                              PIC 9(09).
       77  EXP-MAXIMO                                PIC 9(06).
       77  EXP-SEMSAIDA                              PIC 9(05).

       PROCEDURE DIVISION.

       RELATORIO.
           DISPLAY "RELATORIO DE TEMPOS DE COZINHA".

       OBTER-DATAINICIO.
           DISPLAY "Data inicial (AAAAMMDD): ".
           MOVE SPACES TO TEMP.
           ACCEPT TEMP.
           IF TEMP(1:8) IS NOT NUMERIC THEN
               DISPLAY "DATA INVALIDA!"
               GO TO OBTER-DATAINICIO
           END-IF.
           MOVE TEMP(1:8) TO DATAINICIO.

       OBTER-DATAFIM.
           DISPLAY "Data final (AAAAMMDD): ".
           MOVE SPACES TO TEMP.
           ACCEPT TEMP.
           IF TEMP(1:8) IS NOT NUMERIC THEN
               DISPLAY "DATA INVALIDA!"
               GO TO OBTER-DATAFIM
           END-IF.
           MOVE TEMP(1:8) TO DATAFIM.
           IF DATAFIM < DATAINICIO THEN
               DISPLAY "PERIODO INVALIDO!"
               GO TO OBTER-DATAINICIO
           END-IF.

           PERFORM LIMPAR-TOTAIS.
           PERFORM APURAR-BILHETES.
           PERFORM IMPRIMIR-COZREL.
           DISPLAY "RELATORIO ESCRITO EM FCOZREL.TXT".
           STOP RUN.

       LIMPAR-TOTAIS.
           MOVE 0 TO BILHETESLIDOS.
           MOVE 0 TO BILHETESSEMTEMPO.
           PERFORM VARYING IDXGRP FROM 1 BY 1 UNTIL IDXGRP > 33
               MOVE 0 TO TGR-BILHETES(IDXGRP)
               MOVE 0 TO TGR-ESPERAS(IDXGRP)
               MOVE 0 TO TGR-SEGESPERA(IDXGRP)
               MOVE 0 TO TGR-MAXESPERA(IDXGRP)
               MOVE 0 TO TGR-PREPARACOES(IDXGRP)
               MOVE 0 TO TGR-SEGPREPARA(IDXGRP)
               MOVE 0 TO TGR-MAXPREPARA(IDXGRP)
           END-PERFORM.
           PERFORM VARYING IDXTIPO FROM 1 BY 1 UNTIL IDXTIPO > 2
               MOVE 0 TO TPZ-BILHETES(IDXTIPO)
               MOVE 0 TO TPZ-PARAJA(IDXTIPO)
               MOVE 0 TO TPZ-COMPRAZO(IDXTIPO)
               MOVE 0 TO TPZ-NOPRAZO(IDXTIPO)
               MOVE 0 TO TPZ-SEGATRASO(IDXTIPO)
               MOVE 0 TO TPZ-MAXATRASO(IDXTIPO)
           END-PERFORM.
           MOVE 0 TO EXP-SAIDAS.
           MOVE 0 TO EXP-SEGUNDOS.
           MOVE 0 TO EXP-MAXIMO.
           MOVE 0 TO EXP-SEMSAIDA.

       APURAR-BILHETES.
           MOVE "N" TO HA-ENTREGAS.
           OPEN INPUT FICH-ENTREGAS.
           IF FS-ENTREGAS = "00" THEN
               MOVE "S" TO HA-ENTREGAS
           END-IF.
           OPEN INPUT FICH-BILHETES.
           IF FS-BILHETES NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE BILHETES!"
           ELSE
               MOVE "N" TO FIMLISTA
               MOVE DATAINICIO TO BIL-DATA
               MOVE 0 TO BIL-NUMPEDIDO
               START FICH-BILHETES KEY IS NOT LESS THAN BIL-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
               IF NOT EIS-FIMLISTA THEN
                   PERFORM LER-BILHETE
               END-IF
               PERFORM APURAR-BILHETE UNTIL EIS-FIMLISTA
               CLOSE FICH-BILHETES
           END-IF.
           IF EIS-HA-ENTREGAS THEN
               CLOSE FICH-ENTREGAS
           END-IF.

       LER-BILHETE.
           READ FICH-BILHETES NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-BILHETES NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

      *    OS BILHETES ANTERIORES AO REGISTO DAS HORAS DE ESTADO (OU
      *    AINDA NAO PREPARADOS) SO CONTAM COMO BILHETES SEM TEMPOS
       APURAR-BILHETE.
           IF BIL-DATA > DATAFIM THEN
               MOVE "S" TO FIMLISTA
           ELSE
               ADD 1 TO BILHETESLIDOS
               IF BIL-HORAPREPARACAO = 0 AND BIL-HORAPRONTO = 0 THEN
                   ADD 1 TO BILHETESSEMTEMPO
               ELSE
                   PERFORM APURAR-TEMPOS
               END-IF
               PERFORM LER-BILHETE
           END-IF.

       APURAR-TEMPOS.
           MOVE BIL-HORA TO HORA-DIV.
           COMPUTE SEGRECECAO = HDV-HORAS * 3600 + HDV-MINUTOS * 60
               + HDV-SEGUNDOS.
           MOVE BIL-HORAPREPARACAO TO HORA-DIV.
           COMPUTE SEGPREPARACAO = HDV-HORAS * 3600 + HDV-MINUTOS * 60
               + HDV-SEGUNDOS.
           MOVE BIL-HORAPRONTO TO HORA-DIV.
           COMPUTE SEGPRONTO = HDV-HORAS * 3600 + HDV-MINUTOS * 60
               + HDV-SEGUNDOS.
           MOVE 0 TO MAIORTAMANHO.
           PERFORM VARYING IDXPIZZA FROM 1 BY 1
               UNTIL IDXPIZZA > BIL-NUMPIZZAS OR IDXPIZZA > 5
               IF BIL-TAMANHO(IDXPIZZA) > MAIORTAMANHO THEN
                   MOVE BIL-TAMANHO(IDXPIZZA) TO MAIORTAMANHO
               END-IF
           END-PERFORM.

           ADD 1 TO BIL-HORAS GIVING IDXGRP.
           PERFORM SOMAR-GRUPO.
           IF MAIORTAMANHO >= 1 AND MAIORTAMANHO <= 3 THEN
               COMPUTE IDXGRP = 24 + MAIORTAMANHO
               PERFORM SOMAR-GRUPO
           END-IF.
           IF BIL-NUMPIZZAS >= 1 AND BIL-NUMPIZZAS <= 5 THEN
               COMPUTE IDXGRP = 27 + BIL-NUMPIZZAS
               PERFORM SOMAR-GRUPO
           END-IF.
           MOVE 33 TO IDXGRP.
           PERFORM SOMAR-GRUPO.

           IF BIL-HORAPRONTO > 0 THEN
               PERFORM APURAR-PRAZO
               IF BIL-ENTREGA-DOMICILIO THEN
                   PERFORM APURAR-EXPEDICAO
               END-IF
           END-IF.

       SOMAR-GRUPO.
           ADD 1 TO TGR-BILHETES(IDXGRP).
           IF BIL-HORAPREPARACAO > 0 THEN
               MOVE SEGRECECAO TO SEGINICIO
               MOVE SEGPREPARACAO TO SEGFIM
               PERFORM CALCULAR-INTERVALO
               ADD 1 TO TGR-ESPERAS(IDXGRP)
               ADD SEGINTERVALO TO TGR-SEGESPERA(IDXGRP)
               IF SEGINTERVALO > TGR-MAXESPERA(IDXGRP) THEN
                   MOVE SEGINTERVALO TO TGR-MAXESPERA(IDXGRP)
               END-IF
               IF BIL-HORAPRONTO > 0 THEN
                   MOVE SEGPREPARACAO TO SEGINICIO
                   MOVE SEGPRONTO TO SEGFIM
                   PERFORM CALCULAR-INTERVALO
                   ADD 1 TO TGR-PREPARACOES(IDXGRP)
                   ADD SEGINTERVALO TO TGR-SEGPREPARA(IDXGRP)
                   IF SEGINTERVALO > TGR-MAXPREPARA(IDXGRP) THEN
                       MOVE SEGINTERVALO TO TGR-MAXPREPARA(IDXGRP)
                   END-IF
               END-IF
           END-IF.

      *    UM FIM MUITO ANTES DO INICIO E UM BILHETE QUE PASSOU A
      *    MEIA-NOITE; UMA DIFERENCA NEGATIVA PEQUENA (PASSOS MARCADOS
      *    FORA DE ORDEM NO PAINEL) CONTA COMO ZERO
       CALCULAR-INTERVALO.
           COMPUTE SEGINTERVALO = SEGFIM - SEGINICIO.
           IF SEGINTERVALO < -43200 THEN
               ADD 86400 TO SEGINTERVALO
           END-IF.
           IF SEGINTERVALO < 0 THEN
               MOVE 0 TO SEGINTERVALO
           END-IF.

      *    A HORA PROMETIDA DO BILHETE JA E A HORA A QUE TEM DE ESTAR
      *    PRONTO (NAS ENTREGAS DESCONTA A VIAGEM DA ZONA); O PEDIDO
      *    CUMPRE SE FICOU PRONTO ATE AO FIM DESSE MINUTO
       APURAR-PRAZO.
           IF BIL-ENTREGA-DOMICILIO THEN
               MOVE 2 TO IDXTIPO
           ELSE
               MOVE 1 TO IDXTIPO
           END-IF.
           ADD 1 TO TPZ-BILHETES(IDXTIPO).
           IF BIL-HORAPROMETIDA = 0 THEN
               ADD 1 TO TPZ-PARAJA(IDXTIPO)
           ELSE
               ADD 1 TO TPZ-COMPRAZO(IDXTIPO)
               MOVE BIL-HORAPROMETIDA TO HORAPROM-DIV
               COMPUTE SEGPROMETIDO = HPR-HORAS * 3600 +
                   HPR-MINUTOS * 60 + 59
               MOVE SEGPROMETIDO TO SEGINICIO
               MOVE SEGPRONTO TO SEGFIM
               COMPUTE SEGINTERVALO = SEGFIM - SEGINICIO
               IF SEGINTERVALO < -43200 THEN
                   ADD 86400 TO SEGINTERVALO
               END-IF
               IF SEGINTERVALO > 43200 THEN
                   SUBTRACT 86400 FROM SEGINTERVALO
               END-IF
               IF SEGINTERVALO <= 0 THEN
                   ADD 1 TO TPZ-NOPRAZO(IDXTIPO)
               ELSE
                   ADD SEGINTERVALO TO TPZ-SEGATRASO(IDXTIPO)
                   IF SEGINTERVALO > TPZ-MAXATRASO(IDXTIPO) THEN
                       MOVE SEGINTERVALO TO TPZ-MAXATRASO(IDXTIPO)
                   END-IF
               END-IF
           END-IF.

       APURAR-EXPEDICAO.
           IF EIS-HA-ENTREGAS THEN
               MOVE BIL-DATA TO ENT-DATA
               MOVE BIL-NUMPEDIDO TO ENT-NUMPEDIDO
               READ FICH-ENTREGAS
                   INVALID KEY
                       ADD 1 TO EXP-SEMSAIDA
                   NOT INVALID KEY
                       PERFORM SOMAR-EXPEDICAO
               END-READ
           END-IF.

       SOMAR-EXPEDICAO.
           IF ENT-HORASAIDA = 0 THEN
               ADD 1 TO EXP-SEMSAIDA
           ELSE
               MOVE ENT-HORASAIDA TO HORA-DIV
               COMPUTE SEGFIM = HDV-HORAS * 3600 + HDV-MINUTOS * 60
                   + HDV-SEGUNDOS
               MOVE SEGPRONTO TO SEGINICIO
               PERFORM CALCULAR-INTERVALO
               ADD 1 TO EXP-SAIDAS
               ADD SEGINTERVALO TO EXP-SEGUNDOS
               IF SEGINTERVALO > EXP-MAXIMO THEN
                   MOVE SEGINTERVALO TO EXP-MAXIMO
               END-IF
           END-IF.

       IMPRIMIR-COZREL.
           OPEN OUTPUT FICH-COZREL.
           MOVE "================================================"
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE FUNCTION CONCATENATE
               ("TEMPOS DE COZINHA - ", DATAINICIO(7:2), "/",
               DATAINICIO(5:2), "/", DATAINICIO(1:4), " a ",
               DATAFIM(7:2), "/", DATAFIM(5:2), "/", DATAFIM(1:4))
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE "================================================"
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE BILHETESLIDOS TO SAIDACONT.
           MOVE BILHETESSEMTEMPO TO SAIDACONT2.
           MOVE FUNCTION CONCATENATE ("Bilhetes no periodo:", SAIDACONT,
               "   sem horas de estado:", SAIDACONT2)
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE "Minutos (media/pior): Esp = recebido ate preparacao,"
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE "                      Prep = preparacao ate pronto"
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE "------------------------------------------------"
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE "POR HORA DO PEDIDO" TO LINHA-COZREL
           WRITE LINHA-COZREL.
           PERFORM VARYING IDXGRP FROM 1 BY 1 UNTIL IDXGRP > 24
               IF TGR-BILHETES(IDXGRP) > 0 THEN
                   COMPUTE HORABANDA = IDXGRP - 1
                   MOVE FUNCTION CONCATENATE (HORABANDA, ":00-",
                       HORABANDA, ":59") TO DESCGRUPO
                   PERFORM ESCREVER-GRUPO
               END-IF
           END-PERFORM.
           MOVE "------------------------------------------------"
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE "POR TAMANHO (MAIOR PIZZA DO BILHETE)" TO LINHA-COZREL
           WRITE LINHA-COZREL.
           PERFORM VARYING IDXGRP FROM 25 BY 1 UNTIL IDXGRP > 27
               IF TGR-BILHETES(IDXGRP) > 0 THEN
                   EVALUATE IDXGRP
                       WHEN 25
                           MOVE "Pequena" TO DESCGRUPO
                       WHEN 26
                           MOVE "Media" TO DESCGRUPO
                       WHEN 27
                           MOVE "Grande" TO DESCGRUPO
                   END-EVALUATE
                   PERFORM ESCREVER-GRUPO
               END-IF
           END-PERFORM.
           MOVE "------------------------------------------------"
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE "POR NUMERO DE PIZZAS NO BILHETE" TO LINHA-COZREL
           WRITE LINHA-COZREL.
           PERFORM VARYING IDXGRP FROM 28 BY 1 UNTIL IDXGRP > 32
               IF TGR-BILHETES(IDXGRP) > 0 THEN
                   COMPUTE IDXPIZZA = IDXGRP - 27
                   MOVE FUNCTION CONCATENATE (IDXPIZZA(2:1),
                       " pizza(s)") TO DESCGRUPO
                   PERFORM ESCREVER-GRUPO
               END-IF
           END-PERFORM.
           MOVE "------------------------------------------------"
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE 33 TO IDXGRP.
           MOVE "TOTAL" TO DESCGRUPO.
           PERFORM ESCREVER-GRUPO.
           MOVE "------------------------------------------------"
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE "PRONTOS ATE A HORA PROMETIDA" TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE 1 TO IDXTIPO.
           MOVE "Balcao" TO DESCGRUPO.
           PERFORM ESCREVER-PRAZO.
           MOVE 2 TO IDXTIPO.
           MOVE "Domicilio" TO DESCGRUPO.
           PERFORM ESCREVER-PRAZO.
           MOVE "------------------------------------------------"
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           MOVE "ENTREGAS - DE PRONTO ATE A SAIDA DO ESTAFETA"
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           IF EXP-SAIDAS > 0 THEN
               COMPUTE MEDIA ROUNDED = EXP-SEGUNDOS / EXP-SAIDAS / 60
           ELSE
               MOVE 0 TO MEDIA
           END-IF.
           MOVE MEDIA TO SAIDAMIN.
           COMPUTE MEDIA ROUNDED = EXP-MAXIMO / 60.
           MOVE MEDIA TO SAIDAMAX.
           MOVE EXP-SAIDAS TO SAIDACONT.
           MOVE FUNCTION CONCATENATE ("  Saidas:", SAIDACONT,
               "  Med:", SAIDAMIN, "  Max:", SAIDAMAX)
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           IF EXP-SEMSAIDA > 0 THEN
               MOVE EXP-SEMSAIDA TO SAIDACONT
               MOVE FUNCTION CONCATENATE
                   ("  Prontos sem saida registada:", SAIDACONT)
                   TO LINHA-COZREL
               WRITE LINHA-COZREL
           END-IF.
           MOVE "================================================"
               TO LINHA-COZREL
           WRITE LINHA-COZREL.
           CLOSE FICH-COZREL.

       ESCREVER-GRUPO.
           MOVE TGR-BILHETES(IDXGRP) TO SAIDACONT.
           IF TGR-ESPERAS(IDXGRP) > 0 THEN
               COMPUTE MEDIA ROUNDED = TGR-SEGESPERA(IDXGRP) /
                   TGR-ESPERAS(IDXGRP) / 60
           ELSE
               MOVE 0 TO MEDIA
           END-IF.
           MOVE MEDIA TO SAIDAMIN.
           COMPUTE MEDIA ROUNDED = TGR-MAXESPERA(IDXGRP) / 60.
           MOVE MEDIA TO SAIDAMAX.
           IF TGR-PREPARACOES(IDXGRP) > 0 THEN
               COMPUTE MEDIA ROUNDED = TGR-SEGPREPARA(IDXGRP) /
                   TGR-PREPARACOES(IDXGRP) / 60
           ELSE
               MOVE 0 TO MEDIA
           END-IF.
           MOVE MEDIA TO SAIDAMIN2.
           COMPUTE MEDIA ROUNDED = TGR-MAXPREPARA(IDXGRP) / 60.
           MOVE MEDIA TO SAIDAMAX2.
           MOVE FUNCTION CONCATENATE ("  ", DESCGRUPO, " Bilh:",
               SAIDACONT, " Esp:", SAIDAMIN, "/", SAIDAMAX,
               " Prep:", SAIDAMIN2, "/", SAIDAMAX2) TO LINHA-COZREL
           WRITE LINHA-COZREL.

       ESCREVER-PRAZO.
           MOVE TPZ-COMPRAZO(IDXTIPO) TO SAIDACONT.
           MOVE TPZ-NOPRAZO(IDXTIPO) TO SAIDACONT2.
           IF TPZ-COMPRAZO(IDXTIPO) > 0 THEN
               COMPUTE PERCENTAGEM ROUNDED = TPZ-NOPRAZO(IDXTIPO) *
                   100 / TPZ-COMPRAZO(IDXTIPO)
           ELSE
               MOVE 0 TO PERCENTAGEM
           END-IF.
           MOVE PERCENTAGEM TO SAIDAPERC.
           MOVE FUNCTION CONCATENATE ("  ", DESCGRUPO, " Com hora:",
               SAIDACONT, "  A horas:", SAIDACONT2, "  (", SAIDAPERC,
               "%)") TO LINHA-COZREL
           WRITE LINHA-COZREL.
           IF TPZ-COMPRAZO(IDXTIPO) > TPZ-NOPRAZO(IDXTIPO) THEN
               COMPUTE MEDIA ROUNDED = TPZ-SEGATRASO(IDXTIPO) /
                   (TPZ-COMPRAZO(IDXTIPO) - TPZ-NOPRAZO(IDXTIPO)) / 60
           ELSE
               MOVE 0 TO MEDIA
           END-IF.
           MOVE MEDIA TO SAIDAMIN.
           COMPUTE MEDIA ROUNDED = TPZ-MAXATRASO(IDXTIPO) / 60.
           MOVE MEDIA TO SAIDAMAX.
           MOVE TPZ-PARAJA(IDXTIPO) TO SAIDACONT.
           MOVE FUNCTION CONCATENATE ("                 Atraso Med:",
               SAIDAMIN, " Max:", SAIDAMAX, "  Para ja:", SAIDACONT)
               TO LINHA-COZREL
           WRITE LINHA-COZREL.

       END PROGRAM 0807_RelatorioCozinha.
