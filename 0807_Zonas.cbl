       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_Zonas.
      *****************************************************************
      *    MANUTENCAO DO FICHEIRO DE ZONAS DE ENTREGA FZONAS.DAT:      *
      *    LISTA AS ZONAS POR PREFIXO DE CODIGO POSTAL E PERMITE       *
      *    CRIAR, MODIFICAR E ATIVAR/DESATIVAR CADA UMA (NOME, TAXA    *
      *    DE ENTREGA, VALOR MINIMO E MINUTOS DE VIAGEM - VER          *
      *    ZONA.CPY). O REGISTO DE PEDIDOS RECUSA AS MORADAS CUJO      *
      *    CODIGO POSTAL NAO TENHA ZONA ATIVA                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-ZONAS ASSIGN TO "FZONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZON-PREFIXO
               FILE STATUS IS FS-ZONAS.

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
       FD  FICH-ZONAS
           LABEL RECORDS ARE STANDARD.
           COPY 'ZONA.CPY'.

       FD  FICH-OPERADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'OPERADOR.CPY'.

       FD  FICH-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  LINHA-AUDIT                              PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-ZONAS                                  PIC X(02).
       77  TEMP                                      PIC X(10).
       77  TEMPNOME                                  PIC X(20).
       77  LINHAMENU                                 PIC 9(03).
       77  PREFIXOESCOLHIDO                          PIC 9(04).
       77  ENCONTRADAS                               PIC 9(03).
       77  SAIDA                                     PIC ZZ9.99.
       77  SAIDAMINIMO                               PIC ZZ9.99.
       77  SAIDAMIN                                  PIC ZZ9.
       77  ACCAO                                     PIC A.
           88 VALIDAR-ACCAO              VALUES "N","n","M","m",
                                                "A","a","0".
       77  MODONOVA                                  PIC X(01).
           88 EIS-MODONOVA                    VALUE "S".
       77  PRIMEIRAVEZ                               PIC X(01)
                                                     VALUE "S".
           88 EIS-PRIMEIRAVEZ                 VALUE "S".
       01  DADOS-ZONA.
           05 DAD-NOME                               PIC X(20).
           05 DAD-TAXA                               PIC 9(02)V99.
           05 DAD-MINIMO                             PIC 9(03)V99.
           05 DAD-MINUTOS                            PIC 9(03).
           05 DAD-ATIVO                              PIC X(01).
       COPY 'AUDITOPER.CPY'.

       SCREEN SECTION.
       01 LIMPAR-ENCRAN BLANK SCREEN.

       01 TITULO.
           05 COL 01 VALUE
           "                                                           "
           BACKGROUND-COLOR 4 HIGHLIGHT                         LINE 01.
           05 COL 01 VALUE
           "         PIZZARIA RAMALHO, Zonas de Entrega                "
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

       PAINEL.
           IF EIS-PRIMEIRAVEZ THEN
               PERFORM OBTER-OPERADOR
               MOVE "N" TO PRIMEIRAVEZ
           END-IF.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "ZONAS DE ENTREGA REGISTADAS"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
           DISPLAY
           "|CP---Zona-----------------Taxa---Minimo--Min-|"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0701.
           MOVE 0 TO ENCONTRADAS.
           MOVE 8 TO LINHAMENU.
           OPEN INPUT FICH-ZONAS.
           IF FS-ZONAS NOT = "00" THEN
               DISPLAY "Sem zonas registadas."                   AT 0801
           ELSE
               PERFORM LER-ZONA
               PERFORM MOSTRAR-ZONA UNTIL FS-ZONAS NOT = "00"
               CLOSE FICH-ZONAS
               IF ENCONTRADAS = 0 THEN
                   DISPLAY "Sem zonas registadas."               AT 0801
               END-IF
           END-IF.

       ESCOLHER-ACCAO.
           DISPLAY
           "[N] Nova [M] Modificar [A] Ativar/Desativar [0] Sair: "
                                                                AT 2001.
           ACCEPT ACCAO                                         AT 2056.
           IF NOT VALIDAR-ACCAO THEN
               DISPLAY "OPCAO INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2060
               GO TO ESCOLHER-ACCAO
           END-IF.
           IF ACCAO = "0" THEN
               GO TO SAIR
           END-IF.

       ESCOLHER-PREFIXO.
           DISPLAY "Prefixo do codigo postal (4 digitos): "     AT 2101.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2140.
           IF TEMP(1:4) IS NOT NUMERIC OR TEMP(1:4) = "0000" THEN
               DISPLAY "PREFIXO INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2150
               GO TO ESCOLHER-PREFIXO
           END-IF.
           MOVE TEMP(1:4) TO PREFIXOESCOLHIDO.
           EVALUATE FUNCTION UPPER-CASE(ACCAO)
               WHEN "N"
                   GO TO NOVA-ZONA
               WHEN "M"
                   GO TO MODIFICAR-ZONA
               WHEN "A"
                   GO TO COMUTAR-ZONA
           END-EVALUATE.

       NOVA-ZONA.
           MOVE "S" TO MODONOVA.
           MOVE SPACES TO DAD-NOME.
           MOVE 0 TO DAD-TAXA.
           MOVE 0 TO DAD-MINIMO.
           MOVE 0 TO DAD-MINUTOS.
           MOVE "S" TO DAD-ATIVO.
           OPEN INPUT FICH-ZONAS.
           IF FS-ZONAS = "00" THEN
               MOVE PREFIXOESCOLHIDO TO ZON-PREFIXO
               READ FICH-ZONAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "PREFIXO JA EXISTE!"
                       FOREGROUND-COLOR 4 HIGHLIGHT              AT 2150
                       CLOSE FICH-ZONAS
                       GO TO ESCOLHER-PREFIXO
               END-READ
               CLOSE FICH-ZONAS
           END-IF.
           GO TO OBTER-DADOS.

       MODIFICAR-ZONA.
           MOVE "N" TO MODONOVA.
           OPEN INPUT FICH-ZONAS.
           IF FS-ZONAS NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE ZONAS!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2150
               GO TO ESCOLHER-ACCAO
           END-IF.
           MOVE PREFIXOESCOLHIDO TO ZON-PREFIXO.
           READ FICH-ZONAS
               INVALID KEY
                   DISPLAY "ZONA NAO ENCONTRADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2150
                   CLOSE FICH-ZONAS
                   GO TO ESCOLHER-PREFIXO
           END-READ.
           CLOSE FICH-ZONAS.
      *    NA MODIFICACAO OS DADOS ATUAIS FICAM COMO VALOR POR OMISSAO
      *    E A ZONA MANTEM O ESTADO ATIVA/INATIVA
           MOVE ZON-NOME TO DAD-NOME.
           MOVE ZON-TAXA TO DAD-TAXA.
           MOVE ZON-MINIMO TO DAD-MINIMO.
           MOVE ZON-MINUTOS TO DAD-MINUTOS.
           MOVE ZON-ATIVO TO DAD-ATIVO.
           GO TO OBTER-DADOS.

       OBTER-DADOS.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY FUNCTION CONCATENATE ("Zona do codigo postal ",
           PREFIXOESCOLHIDO, "-xxx") FOREGROUND-COLOR 2 HIGHLIGHT
                                                                AT 0601.

       OBTER-NOME.
           DISPLAY "Nome da zona: "                             AT 0701.
           IF NOT EIS-MODONOVA THEN
               DISPLAY FUNCTION CONCATENATE ("(ENTER=mantem ",
               FUNCTION TRIM(DAD-NOME), ")")                    AT 0740
           END-IF.
           MOVE SPACES TO TEMPNOME.
           ACCEPT TEMPNOME                                      AT 0715.
           IF TEMPNOME = SPACES AND EIS-MODONOVA THEN
               DISPLAY "NOME INVALIDO!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 0740
               GO TO OBTER-NOME
           END-IF.
           IF TEMPNOME NOT = SPACES THEN
               MOVE TEMPNOME TO DAD-NOME
           END-IF.

      *    EM BRANCO: ZERO NUMA ZONA NOVA, O VALOR ATUAL NA MODIFICACAO
       OBTER-TAXA.
           DISPLAY "Taxa de entrega (ex 2.50, 0=gratis): "      AT 0801.
           IF NOT EIS-MODONOVA THEN
               MOVE DAD-TAXA TO SAIDA
               DISPLAY FUNCTION CONCATENATE ("(ENTER=mantem ",
               FUNCTION TRIM(SAIDA), ")")                       AT 0850
           END-IF.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 0839.
           IF TEMP NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(TEMP) TO DAD-TAXA
           END-IF.

       OBTER-MINIMO.
           DISPLAY "Valor minimo do pedido (ex 15.00, 0=sem): " AT 0901.
           IF NOT EIS-MODONOVA THEN
               MOVE DAD-MINIMO TO SAIDAMINIMO
               DISPLAY FUNCTION CONCATENATE ("(ENTER=mantem ",
               FUNCTION TRIM(SAIDAMINIMO), ")")                 AT 0955
           END-IF.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 0944.
           IF TEMP NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(TEMP) TO DAD-MINIMO
           END-IF.

       OBTER-MINUTOS.
           DISPLAY "Minutos de viagem estimados: "              AT 1001.
           IF NOT EIS-MODONOVA THEN
               MOVE DAD-MINUTOS TO SAIDAMIN
               DISPLAY FUNCTION CONCATENATE ("(ENTER=mantem ",
               FUNCTION TRIM(SAIDAMIN), ")")                    AT 1042
           END-IF.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 1031.
           IF TEMP NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(TEMP) TO DAD-MINUTOS
           END-IF.

       GRAVAR-ZONA.
           OPEN I-O FICH-ZONAS.
           IF FS-ZONAS = "35" THEN
               OPEN OUTPUT FICH-ZONAS
               CLOSE FICH-ZONAS
               OPEN I-O FICH-ZONAS
           END-IF.
           IF FS-ZONAS NOT = "00" THEN
               DISPLAY "ERRO A ABRIR FICHEIRO DE ZONAS!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 1201
               GO TO PAINEL
           END-IF.
           MOVE PREFIXOESCOLHIDO TO ZON-PREFIXO.
           MOVE DAD-NOME TO ZON-NOME.
           MOVE DAD-TAXA TO ZON-TAXA.
           MOVE DAD-MINIMO TO ZON-MINIMO.
           MOVE DAD-MINUTOS TO ZON-MINUTOS.
           MOVE DAD-ATIVO TO ZON-ATIVO.
           IF EIS-MODONOVA THEN
               WRITE REG-ZONA-MESTRE
                   INVALID KEY
                       DISPLAY "ERRO A GRAVAR ZONA!"
                       FOREGROUND-COLOR 4 HIGHLIGHT              AT 1201
               END-WRITE
           ELSE
               REWRITE REG-ZONA-MESTRE
                   INVALID KEY
                       DISPLAY "ERRO A ATUALIZAR ZONA!"
                       FOREGROUND-COLOR 4 HIGHLIGHT              AT 1201
               END-REWRITE
           END-IF.
           CLOSE FICH-ZONAS.
           MOVE ZON-TAXA TO SAIDA.
           MOVE ZON-MINIMO TO SAIDAMINIMO.
           MOVE FUNCTION CONCATENATE ("ZONA ", ZON-PREFIXO, " ",
               FUNCTION TRIM(ZON-NOME), " TAXA ", SAIDA, " MINIMO ",
               SAIDAMINIMO, " MINUTOS ", ZON-MINUTOS) TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.
           GO TO PAINEL.

       COMUTAR-ZONA.
           OPEN I-O FICH-ZONAS.
           IF FS-ZONAS NOT = "00" THEN
               DISPLAY "SEM FICHEIRO DE ZONAS!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2150
               GO TO ESCOLHER-ACCAO
           END-IF.
           MOVE PREFIXOESCOLHIDO TO ZON-PREFIXO.
           READ FICH-ZONAS
               INVALID KEY
                   DISPLAY "ZONA NAO ENCONTRADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2150
                   CLOSE FICH-ZONAS
                   GO TO ESCOLHER-PREFIXO
           END-READ.
           IF ZON-EIS-ATIVO THEN
               MOVE "N" TO ZON-ATIVO
           ELSE
               MOVE "S" TO ZON-ATIVO
           END-IF.
           REWRITE REG-ZONA-MESTRE
               INVALID KEY
                   DISPLAY "ERRO A ATUALIZAR ZONA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2150
           END-REWRITE.
           CLOSE FICH-ZONAS.
           MOVE FUNCTION CONCATENATE ("ZONA ", ZON-PREFIXO,
               " ATIVA PASSA A ", ZON-ATIVO) TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.
           GO TO PAINEL.

       SAIR.
           STOP RUN.

       LER-ZONA.
           READ FICH-ZONAS NEXT RECORD
               AT END
                   MOVE "10" TO FS-ZONAS
           END-READ.

       MOSTRAR-ZONA.
           IF LINHAMENU <= 18 THEN
               ADD 1 TO ENCONTRADAS
               DISPLAY ZON-PREFIXO LINE LINHAMENU POSITION 02
               DISPLAY ZON-NOME LINE LINHAMENU POSITION 07
               MOVE ZON-TAXA TO SAIDA
               DISPLAY SAIDA LINE LINHAMENU POSITION 28
               MOVE ZON-MINIMO TO SAIDA
               DISPLAY SAIDA LINE LINHAMENU POSITION 35
               MOVE ZON-MINUTOS TO SAIDAMIN
               DISPLAY SAIDAMIN LINE LINHAMENU POSITION 43
               IF NOT ZON-EIS-ATIVO THEN
                   DISPLAY "INATIVA" FOREGROUND-COLOR 4
                   LINE LINHAMENU POSITION 48
               END-IF
               ADD 1 TO LINHAMENU
           END-IF.
           PERFORM LER-ZONA.

       COPY 'SIGNOPER.CPY'.

       END PROGRAM 0807_Zonas.
