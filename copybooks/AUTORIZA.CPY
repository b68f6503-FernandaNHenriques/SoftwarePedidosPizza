      *****************************************************************
      *    AUTORIZACAO DE UM SUPERVISOR PARA AS OPERACOES RESERVADAS   *
      *    PEDE O CODIGO E A SENHA NA LINHA LINHASUPERVISOR DO ECRA E  *
      *    CONFERE-OS COM FOPERADOR.DAT (PERFIL DE SUPERVISOR); FICA   *
      *    AUTORIZADO A "S" E SUPERVISOR/NOMESUPERVISOR PREENCHIDOS    *
      *    QUANDO CONFERE. CODIGO 0 DESISTE (AUTORIZADO FICA A "N")    *
      *    USAR COM PERFORM AUTORIZAR-SUPERVISOR THRU                  *
      *    AUTORIZAR-SUPERVISOR-FIM                                    *
      *    O PROGRAMA QUE O COPIA DECLARA FICH-OPERADOR, TEMP E OS     *
      *    CAMPOS DE AUDITOPER.CPY                                     *
      *****************************************************************
       AUTORIZAR-SUPERVISOR.
           MOVE "N" TO AUTORIZADO.
           MOVE 0 TO SUPERVISOR.
           MOVE SPACES TO NOMESUPERVISOR.
           DISPLAY "Codigo do supervisor [0] Desistir: "
               LINE LINHASUPERVISOR POSITION 01.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP LINE LINHASUPERVISOR POSITION 36.
           MOVE TEMP TO SUPERVISOR.
           IF SUPERVISOR = 0 THEN
               GO TO AUTORIZAR-SUPERVISOR-FIM
           END-IF.
           DISPLAY "Senha: " LINE LINHASUPERVISOR POSITION 40.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP LINE LINHASUPERVISOR POSITION 47 WITH SECURE.
           MOVE TEMP(1:4) TO SENHASUPERVISOR.
           OPEN INPUT FICH-OPERADOR.
           IF FS-OPERADOR = "00" THEN
               MOVE SUPERVISOR TO OPR-CODIGO
               READ FICH-OPERADOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPR-EIS-SUPERVISOR AND
                           OPR-SENHA = SENHASUPERVISOR AND
                           OPR-SENHA > 0 THEN
                           MOVE "S" TO AUTORIZADO
                           MOVE OPR-NOME TO NOMESUPERVISOR
                       END-IF
               END-READ
               CLOSE FICH-OPERADOR
           END-IF.
           IF NOT EIS-AUTORIZADO THEN
               DISPLAY "AUTORIZACAO RECUSADA!     "
               FOREGROUND-COLOR 4 HIGHLIGHT
                   LINE LINHASUPERVISOR POSITION 53
               GO TO AUTORIZAR-SUPERVISOR
           END-IF.
           DISPLAY FUNCTION CONCATENATE ("Autorizado por ",
               FUNCTION TRIM(NOMESUPERVISOR))
               LINE LINHASUPERVISOR POSITION 53.

       AUTORIZAR-SUPERVISOR-FIM.
           EXIT.
