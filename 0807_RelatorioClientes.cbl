      *    PARADOS SAEM TAMBEM EM FCLIEXP.TXT SEPARADOS POR PONTO E    *
      *    VIRGULA (CONTATO;NOME;DIAS;PIZZAS;GASTO) PARA O SERVICO     *
      *    DE SMS                                                      *
      *    NA CADEIA NOTURNA E CHAMADO COM A DATA DO DIA DE NEGOCIO    *
      *    (AAAAMMDD) E, OPCIONALMENTE, OS DIAS SEM ENCOMENDAR A       *
      *    SEGUIR (POR OMISSAO 60), SEM PERGUNTAS NO ECRAN             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  FS-CLIREL                                 PIC X(02).
       77  FS-CLIEXP                                 PIC X(02).
       77  TEMP                                      PIC X(10).
       77  PARAMETRO                                 PIC X(20).
       77  MODOLOTE                                  PIC X(01).
           88 EIS-MODOLOTE                    VALUE "S".
       77  DATAHOJE                                  PIC 9(08).
       77  DIASHOJE                                  PIC 9(07).
       77  DIASLIMITE                                PIC 9(04).

       RELATORIO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           MOVE "N" TO MODOLOTE.
           MOVE SPACES TO PARAMETRO.
           ACCEPT PARAMETRO FROM COMMAND-LINE.
           IF PARAMETRO(1:8) IS NUMERIC THEN
               MOVE "S" TO MODOLOTE
               MOVE PARAMETRO(1:8) TO DATAHOJE
           END-IF.
           COMPUTE DIASHOJE = FUNCTION INTEGER-OF-DATE(DATAHOJE).
           DISPLAY "RELATORIO DE CLIENTES".
           IF EIS-MODOLOTE THEN
               MOVE 60 TO DIASLIMITE
               IF PARAMETRO(10:1) IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(PARAMETRO(10:4)) TO DIASLIMITE
               END-IF
               IF DIASLIMITE = 0 THEN
                   MOVE 60 TO DIASLIMITE
               END-IF
               GO TO ANALISAR-CLIENTES
           END-IF.

       OBTER-DIASLIMITE.
           DISPLAY "Dias sem encomendar para listar (ex 60): ".
               GO TO OBTER-DIASLIMITE
           END-IF.

       ANALISAR-CLIENTES.
           PERFORM CARREGAR-CLIENTES.
           IF NUMCLIENTES = 0 THEN
               DISPLAY "SEM CLIENTES NO FICHEIRO MESTRE."
               IF FS-CLIENTES NOT = "00" THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.
           IF EIS-TABELACHEIA THEN
           MOVE PARADOS TO SAIDACONT.
           DISPLAY FUNCTION CONCATENATE ("Clientes parados...: ",
               SAIDACONT, " - extrato em FCLIEXP.TXT").
           IF FS-CLIREL NOT = "00" OR FS-CLIEXP NOT = "00" THEN
               DISPLAY "ERRO AO ESCREVER O RELATORIO: " FS-CLIREL
                   " " FS-CLIEXP
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CARREGAR-CLIENTES.
               DISPLAY "SEM FICHEIRO DE CLIENTES!"
           ELSE
               PERFORM LER-CLIENTE
               PERFORM GUARDAR-CLIENTE THRU GUARDAR-CLIENTE-FIM
                   UNTIL FS-CLIENTES NOT = "00"
               CLOSE FICH-CLIENTES
           END-IF.

                   MOVE "10" TO FS-CLIENTES
           END-READ.

      *    OS CLIENTES ANONIMIZADOS NAO TEM CONTATO NEM NOME E NAO
      *    ENTRAM NO RELATORIO NEM NA CAMPANHA
       GUARDAR-CLIENTE.
           IF CLI-EIS-ANONIMO THEN
               PERFORM LER-CLIENTE
               GO TO GUARDAR-CLIENTE-FIM
           END-IF.
           IF NUMCLIENTES >= 500 THEN
               MOVE "S" TO TABELACHEIA
           END-IF.
           END-IF.
           PERFORM LER-CLIENTE.

       GUARDAR-CLIENTE-FIM.
           EXIT.

       ORDENAR-POR-GASTO.
           PERFORM VARYING IDXORD FROM 1 BY 1
               UNTIL IDXORD > NUMCLIENTES
