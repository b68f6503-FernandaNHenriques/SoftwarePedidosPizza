       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_Operadores.
      *****************************************************************
      *    GESTAO DOS PERFIS DE SUPERVISOR: LISTA OS OPERADORES DE     *
      *    FOPERADOR.DAT E PERMITE DAR/RETIRAR O PERFIL DE SUPERVISOR  *
      *    E DEFINIR A SENHA DE AUTORIZACAO. HAVENDO JA SUPERVISORES,  *
      *    SO UM DELES PODE FAZER ALTERACOES; SEM NENHUM, O PRIMEIRO   *
      *    E NOMEADO LIVREMENTE. TODAS AS ALTERACOES VAO A FAUDIT.TXT  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  FICH-OPERADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'OPERADOR.CPY'.

       FD  FICH-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  LINHA-AUDIT                              PIC X(120).

       WORKING-STORAGE SECTION.
       77  TEMP                                      PIC X(10).
       77  LINHA                                     PIC 9(03).
       77  FIMLISTA                                  PIC X(01).
           88 EIS-FIMLISTA                    VALUE "S".
       77  NUMSUPERVISORES                           PIC 9(02).
       77  CODESCOLHIDO                              PIC 9(02).
       77  NOVASENHA                                 PIC 9(04).
       77  CONFIRMASENHA                             PIC 9(04).
       77  ACCAO                                     PIC A.
           88 VALIDAR-ACCAO              VALUES "S","s","P","p".
       77  PRIMEIRAVEZ                               PIC X(01)
                                                     VALUE "S".
           88 EIS-PRIMEIRAVEZ                 VALUE "S".
       COPY 'AUDITOPER.CPY'.

       SCREEN SECTION.
       01 LIMPAR-ENCRAN BLANK SCREEN.

       01 TITULO.
           05 COL 01 VALUE
           "                                                           "
           BACKGROUND-COLOR 4 HIGHLIGHT                         LINE 01.
           05 COL 01 VALUE
           "         PIZZARIA RAMALHO, Gestao de Operadores            "
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
               MOVE "N" TO AUTORIZADO
           END-IF.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "|Cod--Nome------------------Perfil-----Senha|"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
           PERFORM LISTAR-OPERADORES.

       ESCOLHER-CODIGO.
           DISPLAY "Codigo do operador a alterar [0] Sair: "    AT 2201.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 2241.
           MOVE TEMP TO CODESCOLHIDO.
           IF CODESCOLHIDO = 0 THEN
               GO TO SAIR
           END-IF.
           IF NOT EIS-AUTORIZADO THEN
               IF NUMSUPERVISORES > 0 THEN
                   MOVE 23 TO LINHASUPERVISOR
                   PERFORM AUTORIZAR-SUPERVISOR
                       THRU AUTORIZAR-SUPERVISOR-FIM
                   IF NOT EIS-AUTORIZADO THEN
                       GO TO PAINEL
                   END-IF
               ELSE
                   DISPLAY
                   "SEM SUPERVISORES - NOMEIE O PRIMEIRO SUPERVISOR"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2301
               END-IF
           END-IF.

       ESCOLHER-ACCAO.
           DISPLAY "[S] Dar/retirar perfil supervisor [P] Senha: "
                                                                AT 2401.
           ACCEPT ACCAO                                         AT 2447.
           IF NOT VALIDAR-ACCAO THEN
               DISPLAY "OPCAO INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2450
               GO TO ESCOLHER-ACCAO
           END-IF.

       ALTERAR-OPERADOR.
           OPEN I-O FICH-OPERADOR.
           IF FS-OPERADOR NOT = "00" THEN
               DISPLAY "ERRO A ABRIR O FICHEIRO DE OPERADORES!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2501
               GO TO ESCOLHER-CODIGO
           END-IF.
           MOVE CODESCOLHIDO TO OPR-CODIGO.
           READ FICH-OPERADOR
               INVALID KEY
                   DISPLAY "OPERADOR NAO ENCONTRADO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2501
                   CLOSE FICH-OPERADOR
                   GO TO ESCOLHER-CODIGO
           END-READ.
           EVALUATE FUNCTION UPPER-CASE(ACCAO)
               WHEN "S"
                   IF OPR-EIS-SUPERVISOR THEN
                       MOVE "N" TO OPR-SUPERVISOR
                   ELSE
                       PERFORM OBTER-SENHA
                       MOVE NOVASENHA TO OPR-SENHA
                       MOVE "S" TO OPR-SUPERVISOR
                   END-IF
                   MOVE FUNCTION CONCATENATE ("PERFIL SUPERVISOR ",
                       OPR-CODIGO, " PASSA A ", OPR-SUPERVISOR)
                       TO AUDITTEXTO
               WHEN "P"
                   PERFORM OBTER-SENHA
                   MOVE NOVASENHA TO OPR-SENHA
                   MOVE FUNCTION CONCATENATE ("SENHA ALTERADA ",
                       "OPERADOR ", OPR-CODIGO) TO AUDITTEXTO
           END-EVALUATE.
           REWRITE REG-OPERADOR-MESTRE
               INVALID KEY
                   DISPLAY "ERRO A ATUALIZAR O OPERADOR!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 2501
           END-REWRITE.
           CLOSE FICH-OPERADOR.
           PERFORM GRAVAR-AUDIT.
           GO TO PAINEL.

       OBTER-SENHA.
           DISPLAY "Nova senha (4 digitos): "                   AT 2501.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                  AT 2525 SECURE.
           IF TEMP(1:4) IS NOT NUMERIC OR TEMP(1:4) = "0000" THEN
               DISPLAY "SENHA INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 2540
               GO TO OBTER-SENHA
           END-IF.
           MOVE TEMP(1:4) TO NOVASENHA.
           DISPLAY "Repita a senha.........: "                  AT 2601.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                  AT 2626 SECURE.
           MOVE TEMP(1:4) TO CONFIRMASENHA.
           IF CONFIRMASENHA NOT = NOVASENHA THEN
               DISPLAY "AS SENHAS NAO CONFEREM!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2640
               GO TO OBTER-SENHA
           END-IF.

       SAIR.
           STOP RUN.

       LISTAR-OPERADORES.
           MOVE 7 TO LINHA.
           MOVE 0 TO NUMSUPERVISORES.
           OPEN INPUT FICH-OPERADOR.
           IF FS-OPERADOR NOT = "00" THEN
               DISPLAY "Sem operadores registados."              AT 0701
           ELSE
               MOVE "N" TO FIMLISTA
               PERFORM LER-OPERADOR
               PERFORM MOSTRAR-OPERADOR UNTIL EIS-FIMLISTA
               CLOSE FICH-OPERADOR
           END-IF.

       LER-OPERADOR.
           READ FICH-OPERADOR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-OPERADOR NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

       MOSTRAR-OPERADOR.
           IF OPR-EIS-SUPERVISOR THEN
               ADD 1 TO NUMSUPERVISORES
           END-IF.
           IF LINHA <= 21 THEN
               DISPLAY OPR-CODIGO LINE LINHA POSITION 02
               DISPLAY OPR-NOME LINE LINHA POSITION 07
               IF OPR-EIS-SUPERVISOR THEN
                   DISPLAY "SUPERVISOR" LINE LINHA POSITION 29
               ELSE
                   DISPLAY "caixa" LINE LINHA POSITION 29
               END-IF
               IF OPR-SENHA > 0 THEN
                   DISPLAY "definida" LINE LINHA POSITION 40
               ELSE
                   DISPLAY "-" LINE LINHA POSITION 40
               END-IF
               ADD 1 TO LINHA
           END-IF.
           PERFORM LER-OPERADOR.

       COPY 'SIGNOPER.CPY'.

       COPY 'AUTORIZA.CPY'.

       END PROGRAM 0807_Operadores.
