       77  AUDITHORA                                 PIC 9(08).
       77  FS-OPERADOR                               PIC X(02).
       77  FS-AUDIT                                  PIC X(02).
      *    SUPERVISOR QUE AUTORIZOU A ULTIMA OPERACAO RESERVADA E
      *    LINHA DO ECRA ONDE O PEDIDO DE AUTORIZACAO E MOSTRADO
      *    (VER AUTORIZA.CPY)
       77  SUPERVISOR                                PIC 9(02).
       77  NOMESUPERVISOR                            PIC X(20).
       77  SENHASUPERVISOR                           PIC 9(04).
       77  LINHASUPERVISOR                           PIC 9(02) VALUE 20.
       77  AUTORIZADO                                PIC X(01).
           88 EIS-AUTORIZADO                  VALUE "S".
