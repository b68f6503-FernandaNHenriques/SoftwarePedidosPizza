       01  REG-FECHO.
           05 FCH-DATA                             PIC 9(08).
           05 FCH-HORA                             PIC 9(06).
      *    TOTAIS POR MEIO DE PAGAMENTO JA LIQUIDOS DAS DEVOLUCOES DAS
      *    NOTAS DE CREDITO; NEGATIVOS QUANDO NUM DIA SE DEVOLVE MAIS
      *    DO QUE SE RECEBE POR ESSE MEIO
           05 FCH-TOTDINHEIRO                      PIC S9(06)V99.
           05 FCH-TOTCARTAO                        PIC S9(06)V99.
           05 FCH-TOTMBWAY                         PIC S9(06)V99.
           05 FCH-TOTNAOPAGO                       PIC 9(06)V99.
           05 FCH-DINHEIROCONTADO                  PIC 9(06)V99.
           05 FCH-DIFERENCA                        PIC S9(06)V99.
