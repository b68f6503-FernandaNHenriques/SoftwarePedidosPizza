      *****************************************************************
      *    LAYOUT DO CATALOGO DAS COPIAS DE SEGURANCA - FCOPIAS.DAT    *
      *    UMA COPIA POR DIA DE NEGOCIO, FEITA PELA CADEIA NOTURNA     *
      *    ANTES DO PRIMEIRO PASSO. CADA FICHEIRO COPIADO FICA EM      *
      *    <NOME>.<AAAAMMDD>.BAK (EX FPEDIDOS.20261014.BAK), REGISTO   *
      *    A REGISTO; COP-EXISTE A "N" QUER DIZER QUE O FICHEIRO NAO   *
      *    EXISTIA NESSE DIA. AS COPIAS COM MAIS DIAS DO QUE OS DE     *
      *    RETENCAO SAO APAGADAS E FICAM MARCADAS COMO TAL             *
      *    CHAVE: COP-DATA                                             *
      *****************************************************************
       01  REG-COPIA-CATALOGO.
           05 COP-DATA                             PIC 9(08).
           05 COP-DATAFEITA                        PIC 9(08).
           05 COP-HORAFEITA                        PIC 9(06).
           05 COP-ESTADO                           PIC X(01).
               88 COP-EIS-VALIDA             VALUE "V".
               88 COP-EIS-APAGADA            VALUE "A".
      *    A ORDEM DOS FICHEIROS E A DA TABELA-FICHCOPIA DO
      *    PROGRAMA 0807_NOTURNO
           05 COP-FICHEIRO OCCURS 11 TIMES.
               10 COP-EXISTE                       PIC X(01).
               10 COP-REGISTOS                     PIC 9(07).
