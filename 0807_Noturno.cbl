       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_Noturno.
      *****************************************************************
      *    CADEIA NOTURNA DO FIM DO DIA, SEM ENCRAN: CHAMADO COM A     *
      *    DATA DO DIA DE NEGOCIO NA LINHA DE COMANDO (AAAAMMDD,       *
      *    NORMALMENTE A DE ONTEM QUANDO ARRANCA DEPOIS DA MEIA-NOITE) *
      *    FAZ A COPIA DE SEGURANCA DOS FICHEIROS DE MOVIMENTO E CORRE *
      *    POR ESTA ORDEM 0807_VERIFICADIA, 0807_RELATORIOVENDAS, O    *
      *    RELATORIO DE USO DE 0807_STOCK, 0807_RELATORIOCLIENTES E    *
      *    0807_EXPORTCONTAB, PASSANDO-LHES A MESMA DATA              *
      *    CADA PASSO FICA REGISTADO EM FNOTURNO.DAT (INICIO, FIM,     *
      *    RESULTADO). UM PASSO QUE DEVOLVE 4 E UM AVISO E A CADEIA    *
      *    CONTINUA; 8 OU MAIS E UM ERRO E A CADEIA PARA. A CORRIDA    *
      *    SEGUINTE RETOMA NO PASSO QUE FALHOU, PRIMEIRO PARA OS DIAS  *
      *    ANTERIORES QUE FICARAM A MEIO E DEPOIS PARA O DIA PEDIDO    *
      *    NO FIM ESCREVE O RESUMO DA CORRIDA EM FNOTURNO.TXT PARA O   *
      *    GERENTE E DEVOLVE 0, 4 OU 8 COMO CODIGO DE RETORNO          *
      *    SEM PARAMETRO ABRE O ENCRAN DE RESTAURO DE UMA COPIA DE     *
      *    SEGURANCA (COM AUTORIZACAO DE UM SUPERVISOR), A USAR COM AS *
      *    CAIXAS FECHADAS                                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-NOTURNO ASSIGN TO "FNOTURNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOC-CHAVE
               FILE STATUS IS FS-NOTURNO.

           SELECT FICH-COPIAS ASSIGN TO "FCOPIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COP-DATA
               FILE STATUS IS FS-COPIAS.

      *    FICHEIRO DE COPIA DE UM FICHEIRO DE MOVIMENTO; O NOME E
      *    MONTADO EM NOMECOPIA (EX FPEDIDOS.20261014.BAK)
           SELECT FICH-COPIA ASSIGN USING NOMECOPIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-COPIA.

           SELECT FICH-RESUMO ASSIGN TO "FNOTURNO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMO.

           SELECT FICH-PEDIDOS ASSIGN TO "FPEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE
               ALTERNATE RECORD KEY IS REG-CONTATO WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT FICH-CLIENTES ASSIGN TO "FCLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CONTATO
               FILE STATUS IS FS-CLIENTES.

           SELECT FICH-STOCK ASSIGN TO "FSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CHAVE
               FILE STATUS IS FS-STOCK.

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

           SELECT FICH-LIQUID ASSIGN TO "FLIQUID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIQ-CHAVE
               FILE STATUS IS FS-LIQUID.

           SELECT FICH-SERIE ASSIGN TO "FSERIE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SERIE.

           SELECT FICH-CONTADOR ASSIGN TO "FCONTADOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTADOR.

           SELECT FICH-NOTASCRED ASSIGN TO "FNOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CHAVE
               FILE STATUS IS FS-NOTASCRED.

           SELECT FICH-SERIENC ASSIGN TO "FSERIENC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SERIENC.

           SELECT FICH-MOVSTOCK ASSIGN TO "FMOVSTOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVSTOCK.

           SELECT FICH-OPERADOR ASSIGN TO "FOPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-CODIGO
               FILE STATUS IS FS-OPERADOR.

           SELECT FICH-AUDIT ASSIGN TO "FAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  FICH-NOTURNO
           LABEL RECORDS ARE STANDARD.
           COPY 'NOTURNO.CPY'.

       FD  FICH-COPIAS
           LABEL RECORDS ARE STANDARD.
           COPY 'COPIA.CPY'.

       FD  FICH-COPIA
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
               DEPENDING ON TAMCOPIA.
       01  REG-COPIA                                 PIC X(2000).

       FD  FICH-RESUMO
           LABEL RECORDS ARE STANDARD.
       01  LINHA-RESUMO                              PIC X(80).

       FD  FICH-PEDIDOS
           LABEL RECORDS ARE STANDARD.
           COPY 'PEDIDO.CPY'.

       FD  FICH-CLIENTES
           LABEL RECORDS ARE STANDARD.
           COPY 'CLIMEST.CPY'.

       FD  FICH-STOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'STOCK.CPY'.

       FD  FICH-BILHETES
           LABEL RECORDS ARE STANDARD.
           COPY 'BILHETE.CPY'.

       FD  FICH-ENTREGAS
           LABEL RECORDS ARE STANDARD.
           COPY 'ENTREGA.CPY'.

       FD  FICH-LIQUID
           LABEL RECORDS ARE STANDARD.
           COPY 'LIQUID.CPY'.

       FD  FICH-SERIE
           LABEL RECORDS ARE STANDARD.
           COPY 'SERIE.CPY'.

       FD  FICH-CONTADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'CONTADOR.CPY'.

       FD  FICH-NOTASCRED
           LABEL RECORDS ARE STANDARD.
           COPY 'NOTACRED.CPY'.

       FD  FICH-SERIENC
           LABEL RECORDS ARE STANDARD.
           COPY 'SERIENC.CPY'.

       FD  FICH-MOVSTOCK
           LABEL RECORDS ARE STANDARD.
           COPY 'MOVSTOCK.CPY'.

       FD  FICH-OPERADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'OPERADOR.CPY'.

       FD  FICH-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  LINHA-AUDIT                               PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-NOTURNO                                PIC X(02).
       77  FS-COPIAS                                 PIC X(02).
       77  FS-COPIA                                  PIC X(02).
       77  FS-RESUMO                                 PIC X(02).
       77  FS-PEDIDOS                                PIC X(02).
       77  FS-CLIENTES                               PIC X(02).
       77  FS-STOCK                                  PIC X(02).
       77  FS-BILHETES                               PIC X(02).
       77  FS-ENTREGAS                               PIC X(02).
       77  FS-LIQUID                                 PIC X(02).
       77  FS-SERIE                                  PIC X(02).
       77  FS-CONTADOR                               PIC X(02).
       77  FS-NOTASCRED                              PIC X(02).
       77  FS-SERIENC                                PIC X(02).
       77  FS-MOVSTOCK                               PIC X(02).
       77  FS-ORIGEM                                 PIC X(02).
       77  TEMP                                      PIC X(10).
       77  PARAMETRO                                 PIC X(20).
       77  DATANEGOCIO                               PIC 9(08).
       77  DIACORRIDA                                PIC 9(08).
       77  DATAHOJE                                  PIC 9(08).
       77  HORAAGORA                                 PIC 9(08).
       77  DATATRAB                                  PIC 9(08).
       77  DATAEDITADA                               PIC X(10).
       77  HORAEDITADA                               PIC X(08).
      *    NUMERO DE DIAS DE COPIAS GUARDADAS: FICAM AS DO DIA CORRIDO
      *    E AS DOS DIAS ANTERIORES ATE PERFAZER ESTE NUMERO
       77  DIASRETENCAO                              PIC 9(03)
                                                        VALUE 7.
       77  DIASLIMITE                                PIC 9(07).
       77  DATALIMITE                                PIC 9(08).
      *    OS PROGRAMAS DA CADEIA ESTAO NA PASTA DOS FICHEIROS
       77  PASTAPROGRAMAS                            PIC X(10)
                                                        VALUE "./".
       77  COMANDO                                   PIC X(80).
       77  CODRETORNO                                PIC S9(09).
       77  IDXPASSO                                  PIC 9(02).
       77  IDXFICH                                   PIC 9(02).
       77  IDXPEND                                   PIC 9(02).
       77  NUMPENDENTES                              PIC 9(02).
       77  TAMCOPIA                                  PIC 9(04).
       77  TAMESPERADO                               PIC 9(04).
       77  NOMECOPIA                                 PIC X(40).
       77  REGISTOSLIDOS                             PIC 9(07).
       77  COPIASAPAGADAS                            PIC 9(03).
       77  FICHRESTAURADOS                           PIC 9(02).
       77  LINHAMENU                                 PIC 9(03).
       77  ENCONTRADAS                               PIC 9(03).
       77  PEDIDOSDIA                                PIC 9(05).
       77  FATURADODIA                               PIC 9(07)V99.
       77  FIMLISTA                                  PIC X(01).
           88 EIS-FIMLISTA                    VALUE "S".
       77  EXISTEPASSO                               PIC X(01).
           88 EIS-EXISTEPASSO                 VALUE "S".
       77  PARAGEM                                   PIC X(01).
           88 EIS-PARAGEM                     VALUE "S".
       77  ERROCOPIA                                 PIC X(01).
           88 EIS-ERROCOPIA                   VALUE "S".
       77  RESULTADOCADEIA                           PIC X(01).
           88 CADEIA-OK                       VALUE "O".
           88 CADEIA-AVISO                    VALUE "A".
           88 CADEIA-ERRO                     VALUE "E".
       77  CONFIRMA                                  PIC X(01).
           88 EIS-CONFIRMADO                  VALUES "S", "s".
       77  PASSOFALHADO                              PIC 9(02).
       77  DIAFALHADO                                PIC 9(08).
       77  SAIDACONT                                 PIC ZZZZ9.
       77  SAIDAREG                                  PIC ZZZZZZ9.
       77  SAIDAVALOR                                PIC ZZZZZZ9.99.
       77  SAIDARC                                   PIC ZZ9.
       77  SAIDAPASSO                                PIC Z9.
      *    PASSOS DA CADEIA, PELA ORDEM EM QUE CORREM; O PASSO 1 (A
      *    COPIA DE SEGURANCA) E FEITO PELO PROPRIO PROGRAMA
       01  NOMES-PASSO.
           05 FILLER           PIC X(20) VALUE "Copia de seguranca".
           05 FILLER           PIC X(20) VALUE "Verificacao do dia".
           05 FILLER           PIC X(20) VALUE "Vendas do dia".
           05 FILLER           PIC X(20) VALUE "Uso de ingredientes".
           05 FILLER           PIC X(20) VALUE "Clientes parados".
           05 FILLER           PIC X(20) VALUE "Export. contabilid.".
       01  TABELA-NOMES-PASSO REDEFINES NOMES-PASSO.
           05 NOMEPASSO        PIC X(20) OCCURS 6 TIMES.
       01  PROGRAMAS-PASSO.
           05 FILLER           PIC X(24) VALUE SPACES.
           05 FILLER           PIC X(24) VALUE "0807_VerificaDia".
           05 FILLER           PIC X(24) VALUE "0807_RelatorioVendas".
           05 FILLER           PIC X(24) VALUE "0807_Stock".
           05 FILLER           PIC X(24) VALUE "0807_RelatorioClientes".
           05 FILLER           PIC X(24) VALUE "0807_ExportContab".
       01  TABELA-PROGRAMAS-PASSO REDEFINES PROGRAMAS-PASSO.
           05 PROGPASSO        PIC X(24) OCCURS 6 TIMES.
       01  RELATORIOS-PASSO.
           05 FILLER           PIC X(14) VALUE "log da corrida".
           05 FILLER           PIC X(14) VALUE "FVERIFICA.TXT".
           05 FILLER           PIC X(14) VALUE "FRELATORIO.TXT".
           05 FILLER           PIC X(14) VALUE "FSTOCKREL.TXT".
           05 FILLER           PIC X(14) VALUE "FCLIREL.TXT".
           05 FILLER           PIC X(14) VALUE "FCONTAB.TXT".
       01  TABELA-RELATORIOS-PASSO REDEFINES RELATORIOS-PASSO.
           05 RELPASSO         PIC X(14) OCCURS 6 TIMES.
       01  PASSOS-CORRIDOS.
           05 CORRIDONESTA     PIC X(01) OCCURS 6 TIMES.
      *    FICHEIROS DA COPIA DE SEGURANCA, PELA ORDEM DE COP-FICHEIRO
       01  NOMES-FICHCOPIA.
           05 FILLER           PIC X(10) VALUE "FPEDIDOS".
           05 FILLER           PIC X(10) VALUE "FCLIENTES".
           05 FILLER           PIC X(10) VALUE "FSTOCK".
           05 FILLER           PIC X(10) VALUE "FBILHETES".
           05 FILLER           PIC X(10) VALUE "FENTREGAS".
           05 FILLER           PIC X(10) VALUE "FLIQUID".
           05 FILLER           PIC X(10) VALUE "FSERIE".
           05 FILLER           PIC X(10) VALUE "FCONTADOR".
           05 FILLER           PIC X(10) VALUE "FNOTASCRED".
           05 FILLER           PIC X(10) VALUE "FSERIENC".
           05 FILLER           PIC X(10) VALUE "FMOVSTOCK".
       01  TABELA-FICHCOPIA REDEFINES NOMES-FICHCOPIA.
           05 NOMEFICH         PIC X(10) OCCURS 11 TIMES.
      *    DIAS ANTERIORES COM A CADEIA A MEIO, A RETOMAR PRIMEIRO
       01  DIAS-PENDENTES.
           05 DIAPENDENTE      PIC 9(08) OCCURS 10 TIMES.
       COPY 'AUDITOPER.CPY'.

       SCREEN SECTION.
       01 LIMPAR-ENCRAN BLANK SCREEN.

       01 TITULO.
           05 COL 01 VALUE
           "                                                           "
           BACKGROUND-COLOR 4 HIGHLIGHT                         LINE 01.
           05 COL 01 VALUE
           "         PIZZARIA RAMALHO, Copias de Seguranca             "
           BACKGROUND-COLOR 2 HIGHLIGHT FOREGROUND-COLOR 6
           LINE 02.
           05 COL 01 VALUE
           "                Pizzas Deliciosas, Lda.                    "
           BACKGROUND-COLOR 2 HIGHLIGHT FOREGROUND-COLOR 6
           LINE 03.
           05 COL 01 VALUE
           "                                                           "
           BACKGROUND-COLOR 4 HIGHLIGHT                         LINE 04.

       PROCEDURE DIVISION.

       CADEIA.
           MOVE SPACES TO PARAMETRO.
           ACCEPT PARAMETRO FROM COMMAND-LINE.
           IF PARAMETRO(1:8) IS NOT NUMERIC THEN
               GO TO RESTAURO
           END-IF.
           MOVE PARAMETRO(1:8) TO DATANEGOCIO.
           IF DATANEGOCIO(5:2) < "01" OR DATANEGOCIO(5:2) > "12" OR
               DATANEGOCIO(7:2) < "01" OR DATANEGOCIO(7:2) > "31" THEN
               DISPLAY "DATA DO DIA DE NEGOCIO INVALIDA: " PARAMETRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "CADEIA NOTURNA DO DIA " DATANEGOCIO.
           OPEN I-O FICH-NOTURNO.
           IF FS-NOTURNO = "35" THEN
               OPEN OUTPUT FICH-NOTURNO
               CLOSE FICH-NOTURNO
               OPEN I-O FICH-NOTURNO
           END-IF.
           IF FS-NOTURNO NOT = "00" THEN
               DISPLAY "ERRO A ABRIR FNOTURNO.DAT: " FS-NOTURNO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FICH-RESUMO.
           IF FS-RESUMO NOT = "00" THEN
               DISPLAY "ERRO A CRIAR FNOTURNO.TXT: " FS-RESUMO
               CLOSE FICH-NOTURNO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CABECALHO-RESUMO.
           MOVE "O" TO RESULTADOCADEIA.
           MOVE 0 TO COPIASAPAGADAS.
           PERFORM PROCURAR-PENDENTES.
           PERFORM RETOMAR-PENDENTE VARYING IDXPEND FROM 1 BY 1
               UNTIL IDXPEND > NUMPENDENTES OR CADEIA-ERRO.
           IF CADEIA-ERRO THEN
               MOVE DATANEGOCIO TO DATATRAB
               PERFORM EDITAR-DATA
               MOVE FUNCTION CONCATENATE ("Dia ", DATAEDITADA,
                   " NAO CORRIDO: HA UM DIA ANTERIOR POR ACABAR")
                   TO LINHA-RESUMO
               WRITE LINHA-RESUMO
           ELSE
               MOVE DATANEGOCIO TO DIACORRIDA
               PERFORM CORRER-DIA
           END-IF.
           PERFORM RODAPE-RESUMO.
           CLOSE FICH-RESUMO.
           CLOSE FICH-NOTURNO.
           EVALUATE TRUE
               WHEN CADEIA-OK
                   DISPLAY "CADEIA NOTURNA COMPLETA"
                   MOVE 0 TO RETURN-CODE
               WHEN CADEIA-AVISO
                   DISPLAY "CADEIA NOTURNA COMPLETA COM AVISOS"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CADEIA NOTURNA INTERROMPIDA NO PASSO "
                       PASSOFALHADO " DO DIA " DIAFALHADO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "RESUMO ESCRITO EM FNOTURNO.TXT".
           STOP RUN.

      *    DIAS ANTERIORES COM UM PASSO EM ERRO OU QUE FICOU EM CURSO
      *    (PROGRAMA INTERROMPIDO): A CADEIA DESSES DIAS E RETOMADA
      *    ANTES DA DO DIA PEDIDO, DO MAIS ANTIGO PARA O MAIS RECENTE
       PROCURAR-PENDENTES.
           MOVE 0 TO NUMPENDENTES.
           MOVE "N" TO FIMLISTA.
           MOVE 0 TO NOC-DATA.
           MOVE 0 TO NOC-PASSO.
           START FICH-NOTURNO KEY IS NOT LESS THAN NOC-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START.
           IF NOT EIS-FIMLISTA THEN
               PERFORM LER-CONTROLO
           END-IF.
           PERFORM VER-PENDENTE UNTIL EIS-FIMLISTA.

       LER-CONTROLO.
           READ FICH-NOTURNO NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-NOTURNO NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

       VER-PENDENTE.
           IF NOC-DATA NOT < DATANEGOCIO THEN
               MOVE "S" TO FIMLISTA
           ELSE
               IF (NOC-TERMINADO-ERRO OR NOC-EM-CURSO) AND
                   NUMPENDENTES < 10 THEN
                   IF NUMPENDENTES = 0 THEN
                       ADD 1 TO NUMPENDENTES
                       MOVE NOC-DATA TO DIAPENDENTE(NUMPENDENTES)
                   ELSE
                       IF DIAPENDENTE(NUMPENDENTES) NOT = NOC-DATA
                           THEN
                           ADD 1 TO NUMPENDENTES
                           MOVE NOC-DATA TO DIAPENDENTE(NUMPENDENTES)
                       END-IF
                   END-IF
               END-IF
               PERFORM LER-CONTROLO
           END-IF.

       RETOMAR-PENDENTE.
           MOVE DIAPENDENTE(IDXPEND) TO DIACORRIDA.
           DISPLAY "RETOMA DA CADEIA DO DIA " DIACORRIDA.
           PERFORM CORRER-DIA.

      *    CORRE OS PASSOS DO DIA DIACORRIDA QUE AINDA NAO TERMINARAM,
      *    PARANDO NO PRIMEIRO QUE DER ERRO
       CORRER-DIA.
           MOVE "NNNNNN" TO PASSOS-CORRIDOS.
           MOVE "N" TO PARAGEM.
           PERFORM CORRER-PASSO THRU CORRER-PASSO-FIM
               VARYING IDXPASSO FROM 1 BY 1
               UNTIL IDXPASSO > 6 OR EIS-PARAGEM.
           PERFORM RESUMO-DIA.

       CORRER-PASSO.
           MOVE DIACORRIDA TO NOC-DATA.
           MOVE IDXPASSO TO NOC-PASSO.
           MOVE "S" TO EXISTEPASSO.
           READ FICH-NOTURNO
               INVALID KEY
                   MOVE "N" TO EXISTEPASSO
           END-READ.
           IF EIS-EXISTEPASSO THEN
               IF NOC-EIS-FEITO THEN
                   IF NOC-TERMINADO-AVISO AND CADEIA-OK THEN
                       MOVE "A" TO RESULTADOCADEIA
                   END-IF
                   GO TO CORRER-PASSO-FIM
               END-IF
           ELSE
               MOVE DIACORRIDA TO NOC-DATA
               MOVE IDXPASSO TO NOC-PASSO
               MOVE 0 TO NOC-TENTATIVAS
           END-IF.
      *    O PASSO FICA "EM CURSO" ANTES DE ARRANCAR, PARA QUE UMA
      *    INTERRUPCAO A MEIO SEJA RETOMADA NA CORRIDA SEGUINTE
           MOVE NOMEPASSO(IDXPASSO) TO NOC-NOMEPASSO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAAGORA FROM TIME.
           MOVE DATAHOJE TO NOC-INICIODATA.
           MOVE HORAAGORA(1:6) TO NOC-INICIOHORA.
           MOVE 0 TO NOC-FIMDATA.
           MOVE 0 TO NOC-FIMHORA.
           MOVE 0 TO NOC-CODRETORNO.
           MOVE "C" TO NOC-ESTADO.
           IF NOC-TENTATIVAS < 99 THEN
               ADD 1 TO NOC-TENTATIVAS
           END-IF.
           IF EIS-EXISTEPASSO THEN
               REWRITE REG-NOTURNO
                   INVALID KEY
                       DISPLAY "ERRO A ATUALIZAR FNOTURNO.DAT"
               END-REWRITE
           ELSE
               WRITE REG-NOTURNO
                   INVALID KEY
                       DISPLAY "ERRO A GRAVAR FNOTURNO.DAT"
               END-WRITE
           END-IF.
           MOVE IDXPASSO TO SAIDAPASSO.
           DISPLAY "PASSO " SAIDAPASSO " " NOMEPASSO(IDXPASSO)
               " DO DIA " DIACORRIDA.
           IF IDXPASSO = 1 THEN
               PERFORM FAZER-COPIA
           ELSE
               PERFORM CHAMAR-PROGRAMA
           END-IF.
           MOVE "S" TO CORRIDONESTA(IDXPASSO).

           MOVE DIACORRIDA TO NOC-DATA.
           MOVE IDXPASSO TO NOC-PASSO.
           READ FICH-NOTURNO
               INVALID KEY
                   DISPLAY "PASSO NAO ENCONTRADO EM FNOTURNO.DAT"
           END-READ.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAAGORA FROM TIME.
           MOVE DATAHOJE TO NOC-FIMDATA.
           MOVE HORAAGORA(1:6) TO NOC-FIMHORA.
           IF CODRETORNO < 0 OR CODRETORNO > 999 THEN
               MOVE 999 TO NOC-CODRETORNO
           ELSE
               MOVE CODRETORNO TO NOC-CODRETORNO
           END-IF.
           EVALUATE TRUE
               WHEN NOC-CODRETORNO = 0
                   MOVE "O" TO NOC-ESTADO
               WHEN NOC-CODRETORNO < 8
                   MOVE "A" TO NOC-ESTADO
                   IF CADEIA-OK THEN
                       MOVE "A" TO RESULTADOCADEIA
                   END-IF
               WHEN OTHER
                   MOVE "E" TO NOC-ESTADO
                   MOVE "E" TO RESULTADOCADEIA
                   MOVE "S" TO PARAGEM
                   MOVE IDXPASSO TO PASSOFALHADO
                   MOVE DIACORRIDA TO DIAFALHADO
           END-EVALUATE.
           REWRITE REG-NOTURNO
               INVALID KEY
                   DISPLAY "ERRO A ATUALIZAR FNOTURNO.DAT"
           END-REWRITE.
           MOVE NOC-CODRETORNO TO SAIDARC.
           DISPLAY "PASSO " SAIDAPASSO " TERMINADO, CODIGO " SAIDARC.

       CORRER-PASSO-FIM.
           EXIT.

      *    CADA PROGRAMA CORRE COMO NUM ARRANQUE A MAO, MAS COM A DATA
      *    NA LINHA DE COMANDO, O QUE O FAZ CORRER SEM ENCRAN E
      *    DEVOLVER O CODIGO DE RETORNO. NO LINUX O CODIGO DEVOLVIDO
      *    PELA SHELL VEM MULTIPLICADO POR 256
       CHAMAR-PROGRAMA.
           MOVE SPACES TO COMANDO.
           MOVE FUNCTION CONCATENATE (FUNCTION TRIM(PASTAPROGRAMAS),
               FUNCTION TRIM(PROGPASSO(IDXPASSO)), " ", DIACORRIDA)
               TO COMANDO.
           CALL "SYSTEM" USING COMANDO.
           MOVE RETURN-CODE TO CODRETORNO.
           MOVE 0 TO RETURN-CODE.
           IF CODRETORNO > 255 THEN
               DIVIDE 256 INTO CODRETORNO
           END-IF.

      *****************************************************************
      *    COPIA DE SEGURANCA DO DIA DIACORRIDA                        *
      *****************************************************************
       FAZER-COPIA.
           MOVE "N" TO ERROCOPIA.
           MOVE DIACORRIDA TO COP-DATA.
           ACCEPT COP-DATAFEITA FROM DATE YYYYMMDD.
           ACCEPT HORAAGORA FROM TIME.
           MOVE HORAAGORA(1:6) TO COP-HORAFEITA.
           MOVE "V" TO COP-ESTADO.
           PERFORM COPIAR-FICHEIRO THRU COPIAR-FICHEIRO-FIM
               VARYING IDXFICH FROM 1 BY 1
               UNTIL IDXFICH > 11 OR EIS-ERROCOPIA.
           IF EIS-ERROCOPIA THEN
               MOVE 8 TO CODRETORNO
           ELSE
               PERFORM REGISTAR-COPIA
               IF EIS-ERROCOPIA THEN
                   MOVE 8 TO CODRETORNO
               ELSE
                   PERFORM APAGAR-COPIAS-ANTIGAS
                   MOVE 0 TO CODRETORNO
               END-IF
           END-IF.

       COPIAR-FICHEIRO.
           MOVE "S" TO COP-EXISTE(IDXFICH).
           MOVE 0 TO COP-REGISTOS(IDXFICH).
           PERFORM MONTAR-NOMECOPIA.
           PERFORM ABRIR-ORIGEM.
           IF FS-ORIGEM = "35" THEN
               MOVE "N" TO COP-EXISTE(IDXFICH)
               CALL "CBL_DELETE_FILE" USING NOMECOPIA
               MOVE 0 TO RETURN-CODE
               DISPLAY "  " NOMEFICH(IDXFICH) " NAO EXISTE"
               GO TO COPIAR-FICHEIRO-FIM
           END-IF.
           IF FS-ORIGEM NOT = "00" THEN
               DISPLAY "  ERRO A ABRIR " NOMEFICH(IDXFICH) ": "
                   FS-ORIGEM
               MOVE "S" TO ERROCOPIA
               GO TO COPIAR-FICHEIRO-FIM
           END-IF.
           OPEN OUTPUT FICH-COPIA.
           IF FS-COPIA NOT = "00" THEN
               DISPLAY "  ERRO A CRIAR " FUNCTION TRIM(NOMECOPIA)
                   ": " FS-COPIA
               PERFORM FECHAR-ORIGEM
               MOVE "S" TO ERROCOPIA
               GO TO COPIAR-FICHEIRO-FIM
           END-IF.
           MOVE "N" TO FIMLISTA.
           PERFORM LER-ORIGEM.
           PERFORM COPIAR-REGISTO UNTIL EIS-FIMLISTA.
           CLOSE FICH-COPIA.
           PERFORM FECHAR-ORIGEM.
           MOVE COP-REGISTOS(IDXFICH) TO SAIDAREG.
           DISPLAY "  " NOMEFICH(IDXFICH) " " SAIDAREG " REGISTOS EM "
               FUNCTION TRIM(NOMECOPIA).

       COPIAR-FICHEIRO-FIM.
           EXIT.

       COPIAR-REGISTO.
           WRITE REG-COPIA.
           IF FS-COPIA NOT = "00" THEN
               DISPLAY "  ERRO A ESCREVER " FUNCTION TRIM(NOMECOPIA)
                   ": " FS-COPIA
               MOVE "S" TO ERROCOPIA
               MOVE "S" TO FIMLISTA
           ELSE
               ADD 1 TO COP-REGISTOS(IDXFICH)
               PERFORM LER-ORIGEM
           END-IF.

       MONTAR-NOMECOPIA.
           MOVE SPACES TO NOMECOPIA.
           MOVE FUNCTION CONCATENATE (FUNCTION TRIM(NOMEFICH(IDXFICH)),
               ".", COP-DATA, ".BAK") TO NOMECOPIA.

       ABRIR-ORIGEM.
           EVALUATE IDXFICH
               WHEN 1
                   OPEN INPUT FICH-PEDIDOS
                   MOVE FS-PEDIDOS TO FS-ORIGEM
               WHEN 2
                   OPEN INPUT FICH-CLIENTES
                   MOVE FS-CLIENTES TO FS-ORIGEM
               WHEN 3
                   OPEN INPUT FICH-STOCK
                   MOVE FS-STOCK TO FS-ORIGEM
               WHEN 4
                   OPEN INPUT FICH-BILHETES
                   MOVE FS-BILHETES TO FS-ORIGEM
               WHEN 5
                   OPEN INPUT FICH-ENTREGAS
                   MOVE FS-ENTREGAS TO FS-ORIGEM
               WHEN 6
                   OPEN INPUT FICH-LIQUID
                   MOVE FS-LIQUID TO FS-ORIGEM
               WHEN 7
                   OPEN INPUT FICH-SERIE
                   MOVE FS-SERIE TO FS-ORIGEM
               WHEN 8
                   OPEN INPUT FICH-CONTADOR
                   MOVE FS-CONTADOR TO FS-ORIGEM
               WHEN 9
                   OPEN INPUT FICH-NOTASCRED
                   MOVE FS-NOTASCRED TO FS-ORIGEM
               WHEN 10
                   OPEN INPUT FICH-SERIENC
                   MOVE FS-SERIENC TO FS-ORIGEM
               WHEN 11
                   OPEN INPUT FICH-MOVSTOCK
                   MOVE FS-MOVSTOCK TO FS-ORIGEM
           END-EVALUATE.

       FECHAR-ORIGEM.
           EVALUATE IDXFICH
               WHEN 1
                   CLOSE FICH-PEDIDOS
               WHEN 2
                   CLOSE FICH-CLIENTES
               WHEN 3
                   CLOSE FICH-STOCK
               WHEN 4
                   CLOSE FICH-BILHETES
               WHEN 5
                   CLOSE FICH-ENTREGAS
               WHEN 6
                   CLOSE FICH-LIQUID
               WHEN 7
                   CLOSE FICH-SERIE
               WHEN 8
                   CLOSE FICH-CONTADOR
               WHEN 9
                   CLOSE FICH-NOTASCRED
               WHEN 10
                   CLOSE FICH-SERIENC
               WHEN 11
                   CLOSE FICH-MOVSTOCK
           END-EVALUATE.

      *    LE O REGISTO SEGUINTE DO FICHEIRO IDXFICH PARA REG-COPIA,
      *    COM O TAMANHO DO REGISTO EM TAMCOPIA
       LER-ORIGEM.
           MOVE SPACES TO REG-COPIA.
           EVALUATE IDXFICH
               WHEN 1
                   READ FICH-PEDIDOS NEXT RECORD
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   MOVE FS-PEDIDOS TO FS-ORIGEM
                   MOVE REG-PEDIDO TO REG-COPIA
                   MOVE FUNCTION LENGTH(REG-PEDIDO) TO TAMCOPIA
               WHEN 2
                   READ FICH-CLIENTES NEXT RECORD
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   MOVE FS-CLIENTES TO FS-ORIGEM
                   MOVE REG-CLIENTE-MESTRE TO REG-COPIA
                   MOVE FUNCTION LENGTH(REG-CLIENTE-MESTRE) TO TAMCOPIA
               WHEN 3
                   READ FICH-STOCK NEXT RECORD
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   MOVE FS-STOCK TO FS-ORIGEM
                   MOVE REG-STOCK TO REG-COPIA
                   MOVE FUNCTION LENGTH(REG-STOCK) TO TAMCOPIA
               WHEN 4
                   READ FICH-BILHETES NEXT RECORD
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   MOVE FS-BILHETES TO FS-ORIGEM
                   MOVE REG-BILHETE TO REG-COPIA
                   MOVE FUNCTION LENGTH(REG-BILHETE) TO TAMCOPIA
               WHEN 5
                   READ FICH-ENTREGAS NEXT RECORD
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   MOVE FS-ENTREGAS TO FS-ORIGEM
                   MOVE REG-ENTREGA TO REG-COPIA
                   MOVE FUNCTION LENGTH(REG-ENTREGA) TO TAMCOPIA
               WHEN 6
                   READ FICH-LIQUID NEXT RECORD
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   MOVE FS-LIQUID TO FS-ORIGEM
                   MOVE REG-LIQUIDACAO TO REG-COPIA
                   MOVE FUNCTION LENGTH(REG-LIQUIDACAO) TO TAMCOPIA
               WHEN 7
                   READ FICH-SERIE
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   MOVE FS-SERIE TO FS-ORIGEM
                   MOVE REG-SERIE TO REG-COPIA
                   MOVE FUNCTION LENGTH(REG-SERIE) TO TAMCOPIA
               WHEN 8
                   READ FICH-CONTADOR
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   MOVE FS-CONTADOR TO FS-ORIGEM
                   MOVE REG-CONTADOR TO REG-COPIA
                   MOVE FUNCTION LENGTH(REG-CONTADOR) TO TAMCOPIA
               WHEN 9
                   READ FICH-NOTASCRED NEXT RECORD
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   MOVE FS-NOTASCRED TO FS-ORIGEM
                   MOVE REG-NOTACRED TO REG-COPIA
                   MOVE FUNCTION LENGTH(REG-NOTACRED) TO TAMCOPIA
               WHEN 10
                   READ FICH-SERIENC
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   MOVE FS-SERIENC TO FS-ORIGEM
                   MOVE REG-SERIENC TO REG-COPIA
                   MOVE FUNCTION LENGTH(REG-SERIENC) TO TAMCOPIA
               WHEN 11
                   READ FICH-MOVSTOCK
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   MOVE FS-MOVSTOCK TO FS-ORIGEM
                   MOVE REG-MOVSTOCK TO REG-COPIA
                   MOVE FUNCTION LENGTH(REG-MOVSTOCK) TO TAMCOPIA
           END-EVALUATE.
           IF NOT EIS-FIMLISTA AND FS-ORIGEM(1:1) NOT = "0" THEN
               DISPLAY "  ERRO A LER " NOMEFICH(IDXFICH) ": "
                   FS-ORIGEM
               MOVE "S" TO ERROCOPIA
               MOVE "S" TO FIMLISTA
           END-IF.

       REGISTAR-COPIA.
           OPEN I-O FICH-COPIAS.
           IF FS-COPIAS = "35" THEN
               OPEN OUTPUT FICH-COPIAS
               CLOSE FICH-COPIAS
               OPEN I-O FICH-COPIAS
           END-IF.
           IF FS-COPIAS NOT = "00" THEN
               DISPLAY "  ERRO A ABRIR FCOPIAS.DAT: " FS-COPIAS
               MOVE "S" TO ERROCOPIA
           ELSE
               WRITE REG-COPIA-CATALOGO
                   INVALID KEY
                       REWRITE REG-COPIA-CATALOGO
                           INVALID KEY
                               DISPLAY "  ERRO A GRAVAR FCOPIAS.DAT"
                               MOVE "S" TO ERROCOPIA
                       END-REWRITE
               END-WRITE
               CLOSE FICH-COPIAS
           END-IF.

      *    APAGA AS COPIAS COM DIASRETENCAO OU MAIS DIAS EM RELACAO AO
      *    DIA CORRIDO; O REGISTO NO CATALOGO FICA, MARCADO COMO APAGADA
       APAGAR-COPIAS-ANTIGAS.
           COMPUTE DIASLIMITE =
               FUNCTION INTEGER-OF-DATE(DIACORRIDA) - DIASRETENCAO.
           COMPUTE DATALIMITE = FUNCTION DATE-OF-INTEGER(DIASLIMITE).
           OPEN I-O FICH-COPIAS.
           IF FS-COPIAS = "00" THEN
               MOVE "N" TO FIMLISTA
               PERFORM LER-CATALOGO
               PERFORM APAGAR-COPIA UNTIL EIS-FIMLISTA
               CLOSE FICH-COPIAS
           END-IF.

       LER-CATALOGO.
           READ FICH-COPIAS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-COPIAS NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

       APAGAR-COPIA.
           IF COP-DATA > DATALIMITE THEN
               MOVE "S" TO FIMLISTA
           ELSE
               IF COP-EIS-VALIDA THEN
                   PERFORM VARYING IDXFICH FROM 1 BY 1
                       UNTIL IDXFICH > 11
                       IF COP-EXISTE(IDXFICH) = "S" THEN
                           PERFORM MONTAR-NOMECOPIA
                           CALL "CBL_DELETE_FILE" USING NOMECOPIA
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   END-PERFORM
                   MOVE "A" TO COP-ESTADO
                   REWRITE REG-COPIA-CATALOGO
                       INVALID KEY
                           DISPLAY "  ERRO A ATUALIZAR FCOPIAS.DAT"
                   END-REWRITE
                   ADD 1 TO COPIASAPAGADAS
                   DISPLAY "  APAGADA A COPIA DE " COP-DATA
               END-IF
               PERFORM LER-CATALOGO
           END-IF.

      *****************************************************************
      *    RESUMO DA CORRIDA EM FNOTURNO.TXT                           *
      *****************************************************************
       CABECALHO-RESUMO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAAGORA FROM TIME.
           MOVE "================================================"
               TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE "CADEIA NOTURNA - PIZZARIA RAMALHO" TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE DATANEGOCIO TO DATATRAB.
           PERFORM EDITAR-DATA.
           MOVE FUNCTION CONCATENATE ("Dia de negocio: ", DATAEDITADA)
               TO LINHA-RESUMO.
           MOVE DATAHOJE TO DATATRAB.
           PERFORM EDITAR-DATA.
           MOVE HORAAGORA(1:6) TO DATATRAB(3:6).
           PERFORM EDITAR-HORA.
           MOVE FUNCTION CONCATENATE ("Corrida em ", DATAEDITADA, " ",
               HORAEDITADA) TO LINHA-RESUMO(30:40).
           WRITE LINHA-RESUMO.
           MOVE "================================================"
               TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.

       RESUMO-DIA.
           MOVE SPACES TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE DIACORRIDA TO DATATRAB.
           PERFORM EDITAR-DATA.
           MOVE FUNCTION CONCATENATE ("DIA ", DATAEDITADA)
               TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE
           "Passo Descricao            Inicio   Fim      Resultado RC"
               TO LINHA-RESUMO.
           MOVE "Corrida" TO LINHA-RESUMO(61:7).
           WRITE LINHA-RESUMO.
           MOVE "------------------------------------------------"
               TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           PERFORM ESCREVER-PASSO VARYING IDXPASSO FROM 1 BY 1
               UNTIL IDXPASSO > 6.
           MOVE "------------------------------------------------"
               TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           PERFORM CONTAR-PEDIDOS-DIA.
           MOVE PEDIDOSDIA TO SAIDACONT.
           MOVE FATURADODIA TO SAIDAVALOR.
           MOVE FUNCTION CONCATENATE ("Pedidos do dia: ", SAIDACONT,
               "   Faturado (antes de anulacoes): ", SAIDAVALOR)
               TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           PERFORM RESUMO-COPIA.

       ESCREVER-PASSO.
           MOVE SPACES TO LINHA-RESUMO.
           MOVE IDXPASSO TO SAIDAPASSO.
           MOVE SAIDAPASSO TO LINHA-RESUMO(2:2).
           MOVE NOMEPASSO(IDXPASSO) TO LINHA-RESUMO(7:20).
           MOVE DIACORRIDA TO NOC-DATA.
           MOVE IDXPASSO TO NOC-PASSO.
           MOVE "S" TO EXISTEPASSO.
           READ FICH-NOTURNO
               INVALID KEY
                   MOVE "N" TO EXISTEPASSO
                   MOVE "NAO CORRIDO" TO LINHA-RESUMO(45:11)
               NOT INVALID KEY
                   MOVE NOC-INICIOHORA TO DATATRAB(3:6)
                   PERFORM EDITAR-HORA
                   MOVE HORAEDITADA TO LINHA-RESUMO(27:8)
                   IF NOC-FIMHORA > 0 OR NOC-FIMDATA > 0 THEN
                       MOVE NOC-FIMHORA TO DATATRAB(3:6)
                       PERFORM EDITAR-HORA
                       MOVE HORAEDITADA TO LINHA-RESUMO(36:8)
                   END-IF
                   EVALUATE TRUE
                       WHEN NOC-TERMINADO-OK
                           MOVE "OK" TO LINHA-RESUMO(45:9)
                       WHEN NOC-TERMINADO-AVISO
                           MOVE "AVISO" TO LINHA-RESUMO(45:9)
                       WHEN NOC-TERMINADO-ERRO
                           MOVE "ERRO" TO LINHA-RESUMO(45:9)
                       WHEN OTHER
                           MOVE "EM CURSO" TO LINHA-RESUMO(45:9)
                   END-EVALUATE
                   MOVE NOC-CODRETORNO TO SAIDARC
                   MOVE SAIDARC TO LINHA-RESUMO(55:3)
                   IF CORRIDONESTA(IDXPASSO) = "S" THEN
                       MOVE "esta" TO LINHA-RESUMO(61:4)
                   ELSE
                       MOVE "anterior" TO LINHA-RESUMO(61:8)
                   END-IF
                   IF NOC-TENTATIVAS > 1 THEN
                       MOVE NOC-TENTATIVAS TO SAIDAPASSO
                       MOVE FUNCTION CONCATENATE ("(", SAIDAPASSO,
                           "x)") TO LINHA-RESUMO(70:6)
                   END-IF
           END-READ.
           WRITE LINHA-RESUMO.
           IF EIS-EXISTEPASSO AND
               (NOC-TERMINADO-AVISO OR NOC-TERMINADO-ERRO) THEN
               MOVE FUNCTION CONCATENATE ("      ver ",
                   RELPASSO(IDXPASSO)) TO LINHA-RESUMO
               WRITE LINHA-RESUMO
           END-IF.

       CONTAR-PEDIDOS-DIA.
           MOVE 0 TO PEDIDOSDIA.
           MOVE 0 TO FATURADODIA.
           OPEN INPUT FICH-PEDIDOS.
           IF FS-PEDIDOS = "00" THEN
               MOVE "N" TO FIMLISTA
               MOVE DIACORRIDA TO REG-DATA
               MOVE 0 TO REG-NUMPEDIDO
               START FICH-PEDIDOS KEY IS NOT LESS THAN REG-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
               PERFORM SOMAR-PEDIDO UNTIL EIS-FIMLISTA
               CLOSE FICH-PEDIDOS
           END-IF.

       SOMAR-PEDIDO.
           READ FICH-PEDIDOS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-PEDIDOS(1:1) NOT = "0" THEN
               MOVE "S" TO FIMLISTA
           END-IF.
           IF NOT EIS-FIMLISTA THEN
               IF REG-DATA NOT = DIACORRIDA THEN
                   MOVE "S" TO FIMLISTA
               ELSE
                   ADD 1 TO PEDIDOSDIA
                   ADD REG-TOTALPAGAR TO FATURADODIA
               END-IF
           END-IF.

       RESUMO-COPIA.
           MOVE "S" TO FIMLISTA.
           OPEN INPUT FICH-COPIAS.
           IF FS-COPIAS = "00" THEN
               MOVE DIACORRIDA TO COP-DATA
               READ FICH-COPIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO FIMLISTA
               END-READ
               CLOSE FICH-COPIAS
           END-IF.
           IF EIS-FIMLISTA THEN
               MOVE "Copia de seguranca: nao ha copia deste dia."
                   TO LINHA-RESUMO
               WRITE LINHA-RESUMO
           ELSE
               MOVE "Copia de seguranca (registos por ficheiro):"
                   TO LINHA-RESUMO
               WRITE LINHA-RESUMO
               MOVE SPACES TO LINHA-RESUMO
               MOVE 1 TO LINHAMENU
               PERFORM VARYING IDXFICH FROM 1 BY 1 UNTIL IDXFICH > 11
                   MOVE NOMEFICH(IDXFICH) TO
                       LINHA-RESUMO(LINHAMENU + 2:10)
                   IF COP-EXISTE(IDXFICH) = "S" THEN
                       MOVE COP-REGISTOS(IDXFICH) TO SAIDAREG
                       MOVE SAIDAREG TO LINHA-RESUMO(LINHAMENU + 12:7)
                   ELSE
                       MOVE " nao ha" TO LINHA-RESUMO(LINHAMENU + 12:7)
                   END-IF
                   ADD 20 TO LINHAMENU
                   IF LINHAMENU > 61 THEN
                       WRITE LINHA-RESUMO
                       MOVE SPACES TO LINHA-RESUMO
                       MOVE 1 TO LINHAMENU
                   END-IF
               END-PERFORM
           END-IF.

       RODAPE-RESUMO.
           MOVE SPACES TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE "================================================"
               TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE DIASRETENCAO TO SAIDARC.
           MOVE COPIASAPAGADAS TO SAIDACONT.
           MOVE FUNCTION CONCATENATE ("Copias apagadas (retencao de ",
               FUNCTION TRIM(SAIDARC), " dias): ",
               FUNCTION TRIM(SAIDACONT)) TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           EVALUATE TRUE
               WHEN CADEIA-OK
                   MOVE "RESULTADO: CADEIA COMPLETA, SEM AVISOS"
                       TO LINHA-RESUMO
                   WRITE LINHA-RESUMO
               WHEN CADEIA-AVISO
                   MOVE
                   "RESULTADO: CADEIA COMPLETA COM AVISOS - VER ACIMA"
                       TO LINHA-RESUMO
                   WRITE LINHA-RESUMO
               WHEN OTHER
                   MOVE PASSOFALHADO TO SAIDAPASSO
                   MOVE DIAFALHADO TO DATATRAB
                   PERFORM EDITAR-DATA
                   MOVE FUNCTION CONCATENATE (
                       "RESULTADO: CADEIA PARADA NO PASSO ", SAIDAPASSO,
                       " DO DIA ", DATAEDITADA) TO LINHA-RESUMO
                   WRITE LINHA-RESUMO
                   MOVE
                   "CORRIGIR A CAUSA; A PROXIMA CORRIDA RETOMA AQUI"
                       TO LINHA-RESUMO
                   WRITE LINHA-RESUMO
           END-EVALUATE.
           MOVE "================================================"
               TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.

       EDITAR-DATA.
           MOVE FUNCTION CONCATENATE (DATATRAB(7:2), "/",
               DATATRAB(5:2), "/", DATATRAB(1:4)) TO DATAEDITADA.

      *    A HORA HHMMSS VEM EM DATATRAB(3:6)
       EDITAR-HORA.
           MOVE FUNCTION CONCATENATE (DATATRAB(3:2), ":",
               DATATRAB(5:2), ":", DATATRAB(7:2)) TO HORAEDITADA.

      *****************************************************************
      *    RESTAURO DE UMA COPIA DE SEGURANCA (SEM PARAMETRO)          *
      *****************************************************************
       RESTAURO.
           PERFORM OBTER-OPERADOR.

       PAINEL-RESTAURO.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "COPIAS DE SEGURANCA DISPONIVEIS"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
           DISPLAY
           "|Dia--------Feita em-----------Pedidos--Clientes-|"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0701.
           MOVE 0 TO ENCONTRADAS.
           MOVE 8 TO LINHAMENU.
           OPEN INPUT FICH-COPIAS.
           IF FS-COPIAS = "00" THEN
               MOVE "N" TO FIMLISTA
               PERFORM LER-CATALOGO
               PERFORM MOSTRAR-COPIA UNTIL EIS-FIMLISTA
               CLOSE FICH-COPIAS
           END-IF.
           IF ENCONTRADAS = 0 THEN
               DISPLAY "Sem copias de seguranca."                AT 0801
           END-IF.

       OBTER-DATACOPIA.
           DISPLAY "Dia da copia a restaurar (AAAAMMDD) [0] Sair: "
                                                                AT 2001.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2049.
           IF TEMP = "0" THEN
               GO TO SAIR
           END-IF.
           IF TEMP(1:8) IS NOT NUMERIC THEN
               DISPLAY "DATA INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2058
               GO TO OBTER-DATACOPIA
           END-IF.
           MOVE "N" TO FIMLISTA.
           OPEN INPUT FICH-COPIAS.
           IF FS-COPIAS NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           ELSE
               MOVE TEMP(1:8) TO COP-DATA
               READ FICH-COPIAS
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-READ
               CLOSE FICH-COPIAS
           END-IF.
           IF EIS-FIMLISTA OR NOT COP-EIS-VALIDA THEN
               DISPLAY "COPIA NAO EXISTE!      "
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2058
               GO TO OBTER-DATACOPIA
           END-IF.

      *    ANTES DE TOCAR EM QUALQUER FICHEIRO CONFIRMA QUE A COPIA ESTA
      *    TODA PRESENTE E TEM O FORMATO DE REGISTO ATUAL (UMA COPIA DE
      *    ANTES DE UMA CONVERSAO NAO PODE SER RESTAURADA)
           MOVE "N" TO ERROCOPIA.
           PERFORM VALIDAR-COPIA THRU VALIDAR-COPIA-FIM
               VARYING IDXFICH FROM 1 BY 1
               UNTIL IDXFICH > 11 OR EIS-ERROCOPIA.
           IF EIS-ERROCOPIA THEN
               SUBTRACT 1 FROM IDXFICH
               DISPLAY FUNCTION CONCATENATE ("COPIA DE ",
                   FUNCTION TRIM(NOMEFICH(IDXFICH)),
                   " EM FALTA OU COM OUTRO FORMATO!")
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2101
               GO TO OBTER-DATACOPIA
           END-IF.

       CONFIRMAR-RESTAURO.
           DISPLAY
           "OS FICHEIROS ATUAIS SAO SUBSTITUIDOS. Confirma [S/N]: "
                                                                AT 2101.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA                                      AT 2156.
           IF NOT EIS-CONFIRMADO THEN
               GO TO PAINEL-RESTAURO
           END-IF.
           MOVE 22 TO LINHASUPERVISOR.
           PERFORM AUTORIZAR-SUPERVISOR THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT EIS-AUTORIZADO THEN
               GO TO PAINEL-RESTAURO
           END-IF.
           MOVE 0 TO FICHRESTAURADOS.
           MOVE "N" TO ERROCOPIA.
           PERFORM RESTAURAR-FICHEIRO THRU RESTAURAR-FICHEIRO-FIM
               VARYING IDXFICH FROM 1 BY 1
               UNTIL IDXFICH > 11 OR EIS-ERROCOPIA.
           MOVE COP-DATA TO DATATRAB.
           PERFORM EDITAR-DATA.
           IF EIS-ERROCOPIA THEN
               SUBTRACT 1 FROM IDXFICH
               MOVE FUNCTION CONCATENATE ("RESTAURO DA COPIA DE ",
                   DATAEDITADA, " INTERROMPIDO EM ",
                   FUNCTION TRIM(NOMEFICH(IDXFICH)), " AUT:",
                   SUPERVISOR) TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
               DISPLAY FUNCTION CONCATENATE ("ERRO AO RESTAURAR ",
                   FUNCTION TRIM(NOMEFICH(IDXFICH)),
                   " - OS FICHEIROS SEGUINTES NAO FORAM RESTAURADOS!")
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2301
           ELSE
               MOVE FUNCTION CONCATENATE ("RESTAURO DA COPIA DE ",
                   DATAEDITADA, " - ", FICHRESTAURADOS,
                   " FICHEIROS AUT:", SUPERVISOR) TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
               DISPLAY FUNCTION CONCATENATE ("COPIA DE ", DATAEDITADA,
                   " RESTAURADA (", FICHRESTAURADOS, " FICHEIROS)")
               FOREGROUND-COLOR 2 HIGHLIGHT                      AT 2301
           END-IF.
           DISPLAY "[ENTER] para continuar"                     AT 2401.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2424.
           GO TO PAINEL-RESTAURO.

       SAIR.
           STOP RUN.

       MOSTRAR-COPIA.
           IF COP-EIS-VALIDA AND LINHAMENU <= 18 THEN
               ADD 1 TO ENCONTRADAS
               MOVE COP-DATA TO DATATRAB
               PERFORM EDITAR-DATA
               DISPLAY DATAEDITADA LINE LINHAMENU POSITION 02
               MOVE COP-DATAFEITA TO DATATRAB
               PERFORM EDITAR-DATA
               DISPLAY DATAEDITADA LINE LINHAMENU POSITION 13
               MOVE COP-HORAFEITA TO DATATRAB(3:6)
               PERFORM EDITAR-HORA
               DISPLAY HORAEDITADA LINE LINHAMENU POSITION 24
               MOVE COP-REGISTOS(1) TO SAIDAREG
               DISPLAY SAIDAREG LINE LINHAMENU POSITION 35
               MOVE COP-REGISTOS(2) TO SAIDAREG
               DISPLAY SAIDAREG LINE LINHAMENU POSITION 43
               ADD 1 TO LINHAMENU
           END-IF.
           PERFORM LER-CATALOGO.

       VALIDAR-COPIA.
           IF COP-EXISTE(IDXFICH) NOT = "S" THEN
               GO TO VALIDAR-COPIA-FIM
           END-IF.
           PERFORM MONTAR-NOMECOPIA.
           PERFORM TAMANHO-ESPERADO.
           OPEN INPUT FICH-COPIA.
           IF FS-COPIA NOT = "00" THEN
               MOVE "S" TO ERROCOPIA
               GO TO VALIDAR-COPIA-FIM
           END-IF.
           READ FICH-COPIA
               AT END
                   MOVE TAMESPERADO TO TAMCOPIA
           END-READ.
           IF TAMCOPIA NOT = TAMESPERADO THEN
               MOVE "S" TO ERROCOPIA
           END-IF.
           CLOSE FICH-COPIA.

       VALIDAR-COPIA-FIM.
           EXIT.

       TAMANHO-ESPERADO.
           EVALUATE IDXFICH
               WHEN 1
                   MOVE FUNCTION LENGTH(REG-PEDIDO) TO TAMESPERADO
               WHEN 2
                   MOVE FUNCTION LENGTH(REG-CLIENTE-MESTRE)
                       TO TAMESPERADO
               WHEN 3
                   MOVE FUNCTION LENGTH(REG-STOCK) TO TAMESPERADO
               WHEN 4
                   MOVE FUNCTION LENGTH(REG-BILHETE) TO TAMESPERADO
               WHEN 5
                   MOVE FUNCTION LENGTH(REG-ENTREGA) TO TAMESPERADO
               WHEN 6
                   MOVE FUNCTION LENGTH(REG-LIQUIDACAO) TO TAMESPERADO
               WHEN 7
                   MOVE FUNCTION LENGTH(REG-SERIE) TO TAMESPERADO
               WHEN 8
                   MOVE FUNCTION LENGTH(REG-CONTADOR) TO TAMESPERADO
               WHEN 9
                   MOVE FUNCTION LENGTH(REG-NOTACRED) TO TAMESPERADO
               WHEN 10
                   MOVE FUNCTION LENGTH(REG-SERIENC) TO TAMESPERADO
               WHEN 11
                   MOVE FUNCTION LENGTH(REG-MOVSTOCK) TO TAMESPERADO
           END-EVALUATE.

      *    O FICHEIRO ATUAL E RECRIADO VAZIO E RECEBE OS REGISTOS DA
      *    COPIA; UM FICHEIRO QUE NAO EXISTIA NO DIA DA COPIA FICA COMO
      *    ESTA
       RESTAURAR-FICHEIRO.
           IF COP-EXISTE(IDXFICH) NOT = "S" THEN
               GO TO RESTAURAR-FICHEIRO-FIM
           END-IF.
           PERFORM MONTAR-NOMECOPIA.
           OPEN INPUT FICH-COPIA.
           IF FS-COPIA NOT = "00" THEN
               MOVE "S" TO ERROCOPIA
               GO TO RESTAURAR-FICHEIRO-FIM
           END-IF.
           PERFORM CRIAR-DESTINO.
           IF FS-ORIGEM NOT = "00" THEN
               CLOSE FICH-COPIA
               MOVE "S" TO ERROCOPIA
               GO TO RESTAURAR-FICHEIRO-FIM
           END-IF.
           MOVE 0 TO REGISTOSLIDOS.
           MOVE "N" TO FIMLISTA.
           PERFORM LER-COPIA.
           PERFORM REPOR-REGISTO UNTIL EIS-FIMLISTA.
           CLOSE FICH-COPIA.
           PERFORM FECHAR-ORIGEM.
           IF NOT EIS-ERROCOPIA THEN
               ADD 1 TO FICHRESTAURADOS
           END-IF.

       RESTAURAR-FICHEIRO-FIM.
           EXIT.

       LER-COPIA.
           READ FICH-COPIA
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF NOT EIS-FIMLISTA AND FS-COPIA NOT = "00" THEN
               MOVE "S" TO ERROCOPIA
               MOVE "S" TO FIMLISTA
           END-IF.

       CRIAR-DESTINO.
           EVALUATE IDXFICH
               WHEN 1
                   OPEN OUTPUT FICH-PEDIDOS
                   MOVE FS-PEDIDOS TO FS-ORIGEM
               WHEN 2
                   OPEN OUTPUT FICH-CLIENTES
                   MOVE FS-CLIENTES TO FS-ORIGEM
               WHEN 3
                   OPEN OUTPUT FICH-STOCK
                   MOVE FS-STOCK TO FS-ORIGEM
               WHEN 4
                   OPEN OUTPUT FICH-BILHETES
                   MOVE FS-BILHETES TO FS-ORIGEM
               WHEN 5
                   OPEN OUTPUT FICH-ENTREGAS
                   MOVE FS-ENTREGAS TO FS-ORIGEM
               WHEN 6
                   OPEN OUTPUT FICH-LIQUID
                   MOVE FS-LIQUID TO FS-ORIGEM
               WHEN 7
                   OPEN OUTPUT FICH-SERIE
                   MOVE FS-SERIE TO FS-ORIGEM
               WHEN 8
                   OPEN OUTPUT FICH-CONTADOR
                   MOVE FS-CONTADOR TO FS-ORIGEM
               WHEN 9
                   OPEN OUTPUT FICH-NOTASCRED
                   MOVE FS-NOTASCRED TO FS-ORIGEM
               WHEN 10
                   OPEN OUTPUT FICH-SERIENC
                   MOVE FS-SERIENC TO FS-ORIGEM
               WHEN 11
                   OPEN OUTPUT FICH-MOVSTOCK
                   MOVE FS-MOVSTOCK TO FS-ORIGEM
           END-EVALUATE.

       REPOR-REGISTO.
           EVALUATE IDXFICH
               WHEN 1
                   MOVE REG-COPIA(1:TAMCOPIA) TO REG-PEDIDO
                   WRITE REG-PEDIDO
                   MOVE FS-PEDIDOS TO FS-ORIGEM
               WHEN 2
                   MOVE REG-COPIA(1:TAMCOPIA) TO REG-CLIENTE-MESTRE
                   WRITE REG-CLIENTE-MESTRE
                   MOVE FS-CLIENTES TO FS-ORIGEM
               WHEN 3
                   MOVE REG-COPIA(1:TAMCOPIA) TO REG-STOCK
                   WRITE REG-STOCK
                   MOVE FS-STOCK TO FS-ORIGEM
               WHEN 4
                   MOVE REG-COPIA(1:TAMCOPIA) TO REG-BILHETE
                   WRITE REG-BILHETE
                   MOVE FS-BILHETES TO FS-ORIGEM
               WHEN 5
                   MOVE REG-COPIA(1:TAMCOPIA) TO REG-ENTREGA
                   WRITE REG-ENTREGA
                   MOVE FS-ENTREGAS TO FS-ORIGEM
               WHEN 6
                   MOVE REG-COPIA(1:TAMCOPIA) TO REG-LIQUIDACAO
                   WRITE REG-LIQUIDACAO
                   MOVE FS-LIQUID TO FS-ORIGEM
               WHEN 7
                   MOVE REG-COPIA(1:TAMCOPIA) TO REG-SERIE
                   WRITE REG-SERIE
                   MOVE FS-SERIE TO FS-ORIGEM
               WHEN 8
                   MOVE REG-COPIA(1:TAMCOPIA) TO REG-CONTADOR
                   WRITE REG-CONTADOR
                   MOVE FS-CONTADOR TO FS-ORIGEM
               WHEN 9
                   MOVE REG-COPIA(1:TAMCOPIA) TO REG-NOTACRED
                   WRITE REG-NOTACRED
                   MOVE FS-NOTASCRED TO FS-ORIGEM
               WHEN 10
                   MOVE REG-COPIA(1:TAMCOPIA) TO REG-SERIENC
                   WRITE REG-SERIENC
                   MOVE FS-SERIENC TO FS-ORIGEM
               WHEN 11
                   MOVE REG-COPIA(1:TAMCOPIA) TO REG-MOVSTOCK
                   WRITE REG-MOVSTOCK
                   MOVE FS-MOVSTOCK TO FS-ORIGEM
           END-EVALUATE.
           IF FS-ORIGEM(1:1) NOT = "0" THEN
               MOVE "S" TO ERROCOPIA
               MOVE "S" TO FIMLISTA
           ELSE
               ADD 1 TO REGISTOSLIDOS
               PERFORM LER-COPIA
           END-IF.

       COPY 'SIGNOPER.CPY'.

       COPY 'AUTORIZA.CPY'.

       END PROGRAM 0807_Noturno.
