               88 ENT-PENDENTE               VALUE "P".
               88 ENT-EM-ROTA                VALUE "R".
               88 ENT-CONCLUIDA              VALUE "C".
      *    CODIGO POSTAL, ZONA E TAXA DE ENTREGA COBRADA (FZONAS.DAT);
      *    O QUADRO DE EXPEDICAO AGRUPA AS ENTREGAS PENDENTES POR ZONA
           05 ENT-CODPOSTAL                        PIC 9(07).
           05 ENT-ZONA                             PIC 9(04).
           05 ENT-NOMEZONA                         PIC X(20).
           05 ENT-TAXAENTREGA                      PIC 9(02)V99.
