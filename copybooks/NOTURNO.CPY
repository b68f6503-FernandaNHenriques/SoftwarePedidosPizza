      *****************************************************************
      *    LAYOUT DO FICHEIRO DE CONTROLO DA CADEIA NOTURNA            *
      *    FNOTURNO.DAT - UM REGISTO POR DIA DE NEGOCIO E POR PASSO    *
      *    (1 = COPIA DE SEGURANCA, 2 A 6 = PROGRAMAS DO FIM DO DIA),  *
      *    COM O INICIO, O FIM E O RESULTADO DE CADA CORRIDA. UM PASSO *
      *    TERMINADO (OK OU AVISO) NAO VOLTA A CORRER; UM PASSO COM    *
      *    ERRO OU QUE FICOU EM CURSO E RETOMADO NA CORRIDA SEGUINTE   *
      *    CHAVE: NOC-CHAVE (DATA DE NEGOCIO + PASSO)                  *
      *****************************************************************
       01  REG-NOTURNO.
           05 NOC-CHAVE.
               10 NOC-DATA                         PIC 9(08).
               10 NOC-PASSO                        PIC 9(02).
           05 NOC-NOMEPASSO                        PIC X(20).
           05 NOC-INICIODATA                       PIC 9(08).
           05 NOC-INICIOHORA                       PIC 9(06).
           05 NOC-FIMDATA                          PIC 9(08).
           05 NOC-FIMHORA                          PIC 9(06).
           05 NOC-ESTADO                           PIC X(01).
               88 NOC-EM-CURSO               VALUE "C".
               88 NOC-TERMINADO-OK           VALUE "O".
               88 NOC-TERMINADO-AVISO        VALUE "A".
               88 NOC-TERMINADO-ERRO         VALUE "E".
               88 NOC-EIS-FEITO              VALUES "O", "A".
      *    CODIGO DE RETORNO DO PROGRAMA: 0 = OK, 4 = AVISO (A CADEIA
      *    CONTINUA), 8 OU MAIS = ERRO (A CADEIA PARA NESTE PASSO)
           05 NOC-CODRETORNO                       PIC 9(03).
           05 NOC-TENTATIVAS                       PIC 9(02).
