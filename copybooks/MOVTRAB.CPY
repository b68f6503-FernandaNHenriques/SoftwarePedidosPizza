      *****************************************************************
      *    CAMPOS DE TRABALHO DO DIARIO DE MOVIMENTOS DE STOCK         *
      *    PREENCHIDOS ANTES DE GRAVAR-MOVSTOCK (VER GRAVMOV.CPY)      *
      *****************************************************************
       77  FS-MOVSTOCK                               PIC X(02).
       77  MOVTIPO                                   PIC X(01).
       77  MOVQTD                                    PIC S9(05)V99.
       77  MOVDOC                                    PIC 9(07).
       77  MOVMOTIVO                                 PIC X(30).
