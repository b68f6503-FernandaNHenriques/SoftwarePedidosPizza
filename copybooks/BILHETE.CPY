               10 BIL-HORAS                        PIC 9(02).
               10 BIL-MINUTOS                      PIC 9(02).
               10 BIL-SEGUNDOS                     PIC 9(02).
      *    HORA A QUE O PEDIDO TEM DE ESTAR PRONTO (HHMM); ZERO = PARA
      *    JA. NAS ENTREGAS E A HORA PROMETIDA AO CLIENTE MENOS OS
      *    MINUTOS DE VIAGEM DA ZONA (VER ZONA.CPY)
           05 BIL-HORAPROMETIDA                    PIC 9(04).
           05 BIL-CLIENTE                          PIC X(30).
           05 BIL-TIPOENTREGA                      PIC X(01).
               88 BIL-EM-PREPARACAO          VALUE "P".
               88 BIL-PRONTO                 VALUE "T".
               88 BIL-ENTREGUE               VALUE "E".
      *    HORA (HHMMSS) DE CADA MUDANCA DE ESTADO, GRAVADA PELO PAINEL
      *    DE COZINHA; A RECECAO E A BIL-HORA. ENTREGUE = LEVANTADO AO
      *    BALCAO OU PASSADO AO ESTAFETA. ZERO = AINDA NAO ACONTECEU
           05 BIL-HORAPREPARACAO                   PIC 9(06).
           05 BIL-HORAPRONTO                       PIC 9(06).
           05 BIL-HORAENTREGUE                     PIC 9(06).
      *    SOBREMESAS DO PEDIDO, PARA A COZINHA AS PREPARAR COM AS
      *    PIZZAS (AS BEBIDAS SAO SERVIDAS AO BALCAO E NAO VEM AQUI)
           05 BIL-NUMSOBREMESAS                    PIC 9(02).
           05 BIL-SOBREMESA OCCURS 10 TIMES.
               10 BIL-SOBQUANT                     PIC 9(02).
               10 BIL-SOBNOME                      PIC X(30).
