      *    LAYOUT DO FICHEIRO DE OPERADORES - FOPERADOR.DAT            *
      *    UM REGISTO POR OPERADOR COM CODIGO E NOME; O OPERADOR       *
      *    IDENTIFICA-SE NO ARRANQUE DE CADA PROGRAMA DE CAIXA         *
      *    OS SUPERVISORES AUTORIZAM COM A SUA SENHA AS OPERACOES      *
      *    RESERVADAS (ANULACAO DE PEDIDOS GRAVADOS, ETC.)             *
      *    CHAVE: OPR-CODIGO                                           *
      *****************************************************************
       01  REG-OPERADOR-MESTRE.
           05 OPR-CODIGO                           PIC 9(02).
           05 OPR-NOME                             PIC X(20).
      *    PERFIL DE SUPERVISOR E SENHA DE AUTORIZACAO (4 DIGITOS);
      *    UM OPERADOR NOVO ENTRA SEM PERFIL E COM A SENHA A ZERO
           05 OPR-SUPERVISOR                       PIC X(01).
               88 OPR-EIS-SUPERVISOR         VALUE "S".
           05 OPR-SENHA                            PIC 9(04).
