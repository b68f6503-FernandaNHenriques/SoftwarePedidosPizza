      *    SE O FICHEIRO AINDA NAO EXISTIR E CRIADO COM OS VALORES     *
      *    DE ORIGEM DAS TABELAS ARRAY-EXTRAS/ARRAY-SABORES/           *
      *    ARRAY-TAMANHOS                                              *
      *    OS ARTIGOS (BEBIDAS E SOBREMESAS, TIPO A) NAO VAO PARA      *
      *    MEMORIA: QUEM OS VENDE LE-OS DIRETAMENTE DO FICHEIRO        *
      *    O PROGRAMA QUE O COPIA DECLARA FICH-MENU, FS-MENU E MENIDX  *
      *****************************************************************
       CARREGAR-MENU.
           IF FS-MENU NOT = "00" THEN
               DISPLAY "ERRO A CRIAR FICHEIRO DE MENU!"
           ELSE
               MOVE SPACES TO MEN-CLASSE
               MOVE SPACES TO MEN-CATIVA
               PERFORM VARYING MENIDX FROM 1 BY 1 UNTIL MENIDX > 10
                   MOVE "S" TO MEN-TIPO
                   MOVE MENIDX TO MEN-CODIGO
