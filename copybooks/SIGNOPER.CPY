           END-IF.
           MOVE OPERADOR TO OPR-CODIGO.
           MOVE NOMEOPERADOR TO OPR-NOME.
           MOVE "N" TO OPR-SUPERVISOR.
           MOVE 0 TO OPR-SENHA.
           WRITE REG-OPERADOR-MESTRE
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR OPERADOR!"
