      *    EXPORTACAO MENSAL PARA A CONTABILIDADE: TODOS OS PEDIDOS    *
      *    DO PERIODO INDICADO SAEM EM FCONTAB.TXT, UM POR LINHA,      *
      *    COM OS CAMPOS SEPARADOS POR PONTO E VIRGULA:                *
      *    FATURA;DATA;PEDIDO;CLIENTE;LIQUIDO;IVA;TOTAL;METODO;        *
      *    REFERENCIA                                                  *
      *    A SEGUIR AS FATURAS SAEM AS NOTAS DE CREDITO EMITIDAS NO    *
      *    PERIODO (NUMERO PREFIXADO "NC", VALORES NEGATIVOS, METODO   *
      *    DE DEVOLUCAO E A FATURA ANULADA NA REFERENCIA)              *
      *    O GABINETE DE CONTABILIDADE CARREGA O FICHEIRO DIRETO,      *
      *    SEM VOLTAR A TECLAR OS RECIBOS EM PAPEL                     *
      *    NA CADEIA NOTURNA E CHAMADO COM A DATA DO DIA DE NEGOCIO    *
      *    (AAAAMMDD) E EXPORTA, SEM PERGUNTAS, DO DIA 1 DESSE MES ATE *
      *    ESSA DATA, PARA FCONTAB.TXT TER SEMPRE O MES CORRENTE       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS REG-CONTATO WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT FICH-NOTASCRED ASSIGN TO "FNOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CHAVE
               FILE STATUS IS FS-NOTASCRED.

           SELECT FICH-CONTAB ASSIGN TO "FCONTAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAB.
           LABEL RECORDS ARE STANDARD.
           COPY 'PEDIDO.CPY'.

       FD  FICH-NOTASCRED
           LABEL RECORDS ARE STANDARD.
           COPY 'NOTACRED.CPY'.

       FD  FICH-CONTAB
           LABEL RECORDS ARE STANDARD.
       01  LINHA-CONTAB                              PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-PEDIDOS                                PIC X(02).
       77  FS-NOTASCRED                              PIC X(02).
       77  FS-CONTAB                                 PIC X(02).
       77  TEMP                                      PIC X(10).
       77  PARAMETRO                                 PIC X(20).
       77  DATAINICIO                                PIC 9(08).
       77  DATAFIM                                   PIC 9(08).
       77  FIMLISTA                                  PIC X(01).
           88 EIS-FIMLISTA                    VALUE "S".
       77  EXPORTADOS                                PIC 9(05).
       77  NOTASEXPORTADAS                           PIC 9(05).
       77  VALORLIQUIDO                              PIC 9(04)V99.
       77  SAIDALIQ                                  PIC ZZZ9.99.
       77  SAIDAIVA                                  PIC ZZ9.99.

       EXPORTACAO.
           DISPLAY "EXPORTACAO PARA A CONTABILIDADE".
           MOVE SPACES TO PARAMETRO.
           ACCEPT PARAMETRO FROM COMMAND-LINE.
           IF PARAMETRO(1:8) IS NUMERIC THEN
               MOVE PARAMETRO(1:8) TO DATAFIM
               MOVE PARAMETRO(1:6) TO DATAINICIO(1:6)
               MOVE "01" TO DATAINICIO(7:2)
               GO TO EXPORTAR-PERIODO
           END-IF.

       OBTER-DATAINICIO.
           DISPLAY "Data inicial (AAAAMMDD): ".
               GO TO OBTER-DATAINICIO
           END-IF.

       EXPORTAR-PERIODO.
           MOVE 0 TO EXPORTADOS.
           OPEN INPUT FICH-PEDIDOS.
           IF FS-PEDIDOS NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE PEDIDOS!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FICH-CONTAB.
           IF FS-CONTAB NOT = "00" THEN
               DISPLAY "ERRO A CRIAR FCONTAB.TXT!"
               CLOSE FICH-PEDIDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CONCATENATE (
               "FATURA;DATA;PEDIDO;CLIENTE;LIQUIDO;IVA;TOTAL;METODO;",
               "REFERENCIA") TO LINHA-CONTAB
           WRITE LINHA-CONTAB.
           MOVE "N" TO FIMLISTA.
           MOVE DATAINICIO TO REG-DATA.
           END-IF.
           PERFORM EXPORTAR-PEDIDO UNTIL EIS-FIMLISTA.
           CLOSE FICH-PEDIDOS.
           MOVE 0 TO NOTASEXPORTADAS.
           OPEN INPUT FICH-NOTASCRED.
           IF FS-NOTASCRED = "00" THEN
               MOVE "N" TO FIMLISTA
               PERFORM LER-NOTA
               PERFORM EXPORTAR-NOTA UNTIL EIS-FIMLISTA
               CLOSE FICH-NOTASCRED
           END-IF.
           CLOSE FICH-CONTAB.
           MOVE EXPORTADOS TO SAIDACONT.
           DISPLAY FUNCTION CONCATENATE ("Pedidos exportados: ",
               SAIDACONT, " em FCONTAB.TXT").
           MOVE NOTASEXPORTADAS TO SAIDACONT.
           DISPLAY FUNCTION CONCATENATE ("Notas de credito..: ",
               SAIDACONT).
           STOP RUN.

       LER-PEDIDO.
                   FUNCTION TRIM(SAIDALIQ), ";",
                   FUNCTION TRIM(SAIDAIVA), ";",
                   FUNCTION TRIM(SAIDATOT), ";",
                   REG-METODOPAGAMENTO, ";") TO LINHA-CONTAB
               WRITE LINHA-CONTAB
               ADD 1 TO EXPORTADOS
               PERFORM LER-PEDIDO
           END-IF.

      *    AS NOTAS DE CREDITO ESTAO ORDENADAS PELO PEDIDO ANULADO,
      *    POR ISSO PERCORRE-SE O FICHEIRO TODO E ESCOLHEM-SE AS
      *    EMITIDAS DENTRO DO PERIODO
       LER-NOTA.
           READ FICH-NOTASCRED NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-NOTASCRED NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

       EXPORTAR-NOTA.
           IF NC-DATAEMISSAO >= DATAINICIO AND
               NC-DATAEMISSAO <= DATAFIM THEN
               COMPUTE VALORLIQUIDO = NC-TOTAL - NC-IVA
               MOVE VALORLIQUIDO TO SAIDALIQ
               MOVE NC-IVA TO SAIDAIVA
               MOVE NC-TOTAL TO SAIDATOT
               MOVE FUNCTION CONCATENATE ("NC", NC-NUMNOTA, ";",
                   NC-DATAEMISSAO, ";", NC-NUMPEDIDO, ";",
                   FUNCTION TRIM(NC-CLIENTE), ";-",
                   FUNCTION TRIM(SAIDALIQ), ";-",
                   FUNCTION TRIM(SAIDAIVA), ";-",
                   FUNCTION TRIM(SAIDATOT), ";",
                   NC-DEVOLUCAO, ";", NC-NUMFATURA) TO LINHA-CONTAB
               WRITE LINHA-CONTAB
               ADD 1 TO NOTASEXPORTADAS
           END-IF.
           PERFORM LER-NOTA.

       END PROGRAM 0807_ExportContab.
