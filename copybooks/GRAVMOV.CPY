      *****************************************************************
      *    ESCRITA DE UM MOVIMENTO NO DIARIO DE STOCK FMOVSTOCK.DAT    *
      *    CHAMAR DEPOIS DE ATUALIZAR O REG-STOCK DO INGREDIENTE, COM  *
      *    MOVTIPO, MOVQTD, MOVDOC E MOVMOTIVO PREENCHIDOS             *
      *    O PROGRAMA QUE O COPIA DECLARA FICH-MOVSTOCK (SEQUENTIAL,   *
      *    COM MOVSTOCK.CPY), OS CAMPOS DE MOVTRAB.CPY E OPERADOR      *
      *****************************************************************
       GRAVAR-MOVSTOCK.
           OPEN EXTEND FICH-MOVSTOCK.
           IF FS-MOVSTOCK = "35" THEN
               OPEN OUTPUT FICH-MOVSTOCK
           END-IF.
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA FROM TIME.
           MOVE STK-TIPO TO MOV-STKTIPO.
           MOVE STK-CODIGO TO MOV-STKCODIGO.
           MOVE MOVTIPO TO MOV-TIPO.
           MOVE MOVQTD TO MOV-QUANTIDADE.
           MOVE STK-QUANTIDADE TO MOV-SALDO.
           MOVE MOVDOC TO MOV-DOCUMENTO.
           MOVE OPERADOR TO MOV-OPERADOR.
           MOVE MOVMOTIVO TO MOV-MOTIVO.
           WRITE REG-MOVSTOCK.
           CLOSE FICH-MOVSTOCK.
