       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_Clientes.
      *****************************************************************
      *    MANUTENCAO DO FICHEIRO MESTRE DE CLIENTES FCLIENTES.DAT:    *
      *    MOSTRA A FICHA DO CLIENTE COM A DIVIDA EM ABERTO (PEDIDOS   *
      *    NAO PAGOS, COMO NAS CONTAS CORRENTES) E PERMITE CORRIGIR    *
      *    NOME E MORADA, BLOQUEAR/DESBLOQUEAR COM MOTIVO, JUNTAR DOIS *
      *    CONTATOS NUM SO (OU MUDAR O CONTATO) LEVANDO TOTAIS, CARTAO *
      *    DE FIDELIDADE E HISTORICO DE PEDIDOS, E ANONIMIZAR O        *
      *    CLIENTE A SEU PEDIDO. JUNTAR, ANONIMIZAR E DESBLOQUEAR      *
      *    PRECISAM DE AUTORIZACAO DO SUPERVISOR; TUDO FICA NO DIARIO  *
      *    DE AUDITORIA FAUDIT.TXT                                     *
      *    AO ANONIMIZAR O CLIENTE PASSA PARA UMA CHAVE FICTICIA       *
      *    (000000001 EM DIANTE) E O NOME, A MORADA E O CONTATO SAO    *
      *    APAGADOS DOS PEDIDOS, NOTAS DE CREDITO, BILHETES, ENTREGAS  *
      *    E DO ARQUIVO DE PEDIDOS (FARQUIVO.DAT); OS VALORES FICAM    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-CLIENTES ASSIGN TO "FCLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CONTATO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-CLIENTES.

           SELECT FICH-PEDIDOS ASSIGN TO "FPEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE
               ALTERNATE RECORD KEY IS REG-CONTATO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-PEDIDOS.

           SELECT FICH-LIQUID ASSIGN TO "FLIQUID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIQ-CHAVE
               FILE STATUS IS FS-LIQUID.

           SELECT FICH-NOTASCRED ASSIGN TO "FNOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CHAVE
               FILE STATUS IS FS-NOTASCRED.

           SELECT FICH-BILHETES ASSIGN TO "FBILHETES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIL-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-BILHETES.

           SELECT FICH-ENTREGAS ASSIGN TO "FENTREGAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS FS-ENTREGAS.

           SELECT FICH-ARQUIVO ASSIGN TO "FARQUIVO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARQUIVO.

           SELECT FICH-OPERADOR ASSIGN TO "FOPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-CODIGO
               FILE STATUS IS FS-OPERADOR.

           SELECT FICH-AUDIT ASSIGN TO "FAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  FICH-CLIENTES
           LABEL RECORDS ARE STANDARD.
           COPY 'CLIMEST.CPY'.

       FD  FICH-PEDIDOS
           LABEL RECORDS ARE STANDARD.
           COPY 'PEDIDO.CPY'.

       FD  FICH-LIQUID
           LABEL RECORDS ARE STANDARD.
           COPY 'LIQUID.CPY'.

       FD  FICH-NOTASCRED
           LABEL RECORDS ARE STANDARD.
           COPY 'NOTACRED.CPY'.

       FD  FICH-BILHETES
           LABEL RECORDS ARE STANDARD.
           COPY 'BILHETE.CPY'.

       FD  FICH-ENTREGAS
           LABEL RECORDS ARE STANDARD.
           COPY 'ENTREGA.CPY'.

      *    PEDIDO ARQUIVADO PELO FECHO DO MES (LAYOUT DE PEDIDO.CPY);
      *    SO INTERESSAM OS DADOS PESSOAIS DO CLIENTE
       FD  FICH-ARQUIVO
           LABEL RECORDS ARE STANDARD.
       01  ARQ-PEDIDO.
           05 FILLER                                 PIC X(21).
           05 ARQ-CLIENTE                            PIC X(30).
           05 ARQ-CONTATO                            PIC 9(09).
           05 FILLER                                 PIC X(01).
           05 ARQ-MORADA                             PIC X(40).
           05 FILLER                                 PIC X(1369).

       FD  FICH-OPERADOR
           LABEL RECORDS ARE STANDARD.
           COPY 'OPERADOR.CPY'.

       FD  FICH-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  LINHA-AUDIT                              PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-CLIENTES                               PIC X(02).
       77  FS-PEDIDOS                                PIC X(02).
       77  FS-BILHETES                               PIC X(02).
       77  FS-ENTREGAS                               PIC X(02).
       77  FS-ARQUIVO                                PIC X(02).
       77  TEMP                                      PIC X(10).
       77  TEMPNOME                                  PIC X(30).
       77  TEMPMORADA                                PIC X(40).
       77  TEMPMOTIVO                                PIC X(30).
       77  DATAHOJE                                  PIC 9(08).
       77  CONTATOESCOLHIDO                          PIC 9(09).
       77  CONTATODESTINO                            PIC 9(09).
       77  MENSAGEM                                  PIC X(60).
       77  SAIDA                                     PIC ZZZZZ9.99.
       77  SAIDALIMITE                               PIC ZZZ9.99.
       77  SAIDAPIZZAS                               PIC ZZZZ9.
       77  SAIDACONT                                 PIC ZZZZ9.
       77  ACCAO                                     PIC A.
           88 VALIDAR-ACCAO              VALUES "C","c","J","j",
                                                "B","b","A","a","0".
       77  CONFIRMA                                  PIC A.
           88 VALIDAR-CONFIRMA                VALUES "S", "s", "N", "n".
       77  DESTINOEXISTE                             PIC X(01).
           88 EIS-DESTINOEXISTE               VALUE "S".
       77  PRIMEIRAVEZ                               PIC X(01)
                                                     VALUE "S".
           88 EIS-PRIMEIRAVEZ                 VALUE "S".
      *    CHAVE FICTICIA DO CLIENTE ANONIMIZADO E NOME QUE FICA NA
      *    FICHA E NOS DOCUMENTOS
       77  CHAVEANONIMA                              PIC 9(09).
       77  NOMEANONIMO                               PIC X(30)
                                                     VALUE
           "CLIENTE ANONIMIZADO".
       77  FIMLISTA                                  PIC X(01).
           88 EIS-FIMLISTA                    VALUE "S".
      *    OS PEDIDOS DO CONTATO SAO ALTERADOS AOS LOTES DE 100: A
      *    CHAVE ALTERNADA MUDA COM A ALTERACAO, POR ISSO AS CHAVES
      *    SAO RECOLHIDAS PRIMEIRO E O PEDIDO E LIDO PELA CHAVE
       77  MODOANONIMO                               PIC X(01).
           88 EIS-MODOANONIMO                 VALUE "S".
       77  ERROMOVER                                 PIC X(01).
           88 EIS-ERROMOVER                   VALUE "S".
       77  HA-NOTAS                                  PIC X(01).
           88 EIS-HA-NOTAS                    VALUE "S".
       77  HA-BILHETES                               PIC X(01).
           88 EIS-HA-BILHETES                 VALUE "S".
       77  HA-ENTREGAS                               PIC X(01).
           88 EIS-HA-ENTREGAS                 VALUE "S".
       77  NUMCHAVES                                 PIC 9(03).
       77  IDXCHAVE                                  PIC 9(03).
       77  PEDIDOSMOVIDOS                            PIC 9(05).
       77  ARQUIVADOS                                PIC 9(05).
       01  TABELA-CHAVES.
           05 CHV OCCURS 100 TIMES.
               10 CHV-DATA                           PIC 9(08).
               10 CHV-NUMPEDIDO                      PIC 9(03).
      *    FICHA DE ORIGEM GUARDADA PARA JUNTAR A DO OUTRO CONTATO
       01  DADOS-ORIGEM.
           05 ORG-NOME                               PIC X(30).
           05 ORG-MORADA                             PIC X(40).
           05 ORG-TOTALPIZZAS                        PIC 9(05).
           05 ORG-TOTALGASTO                         PIC 9(06)V99.
           05 ORG-DATAULTIMO                         PIC 9(08).
           05 ORG-CARTAO                             PIC 9(02).
           05 ORG-BLOQUEADO                          PIC X(01).
               88 ORG-EIS-BLOQUEADO           VALUE "S".
           05 ORG-MOTIVOBLOQUEIO                     PIC X(30).
           05 ORG-DATABLOQUEIO                       PIC 9(08).
       COPY 'AUDITOPER.CPY'.
       COPY 'DIVTRAB.CPY'.

       SCREEN SECTION.
       01 LIMPAR-ENCRAN BLANK SCREEN.

       01 TITULO.
           05 COL 01 VALUE
           "                                                           "
           BACKGROUND-COLOR 4 HIGHLIGHT                         LINE 01.
           05 COL 01 VALUE
           "         PIZZARIA RAMALHO, Ficheiro de Clientes            "
           BACKGROUND-COLOR 2 HIGHLIGHT FOREGROUND-COLOR 6
           LINE 02.
           05 COL 01 VALUE
           "                Pizzas Deliciosas, Lda.                    "
           BACKGROUND-COLOR 2 HIGHLIGHT FOREGROUND-COLOR 6
           LINE 03.
           05 COL 01 VALUE
           "                                                           "
           BACKGROUND-COLOR 4 HIGHLIGHT                         LINE 04.

       PROCEDURE DIVISION.

       PAINEL.
           IF EIS-PRIMEIRAVEZ THEN
               PERFORM OBTER-OPERADOR
               MOVE "N" TO PRIMEIRAVEZ
               MOVE SPACES TO MENSAGEM
           END-IF.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "FICHA DO CLIENTE"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
           IF MENSAGEM NOT = SPACES THEN
               DISPLAY MENSAGEM FOREGROUND-COLOR 2 HIGHLIGHT     AT 2201
               MOVE SPACES TO MENSAGEM
           END-IF.

       OBTER-CONTATO.
           DISPLAY "Contato do cliente (9 digitos) [0] Sair: "  AT 0701.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 0743.
           IF TEMP = "0" THEN
               GO TO SAIR
           END-IF.
           IF TEMP(1:9) IS NOT NUMERIC OR TEMP(10:1) NOT = SPACE THEN
               DISPLAY "CONTATO INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 0755
               GO TO OBTER-CONTATO
           END-IF.
           MOVE TEMP(1:9) TO CONTATOESCOLHIDO.

       MOSTRAR-FICHA.
           DISPLAY LIMPAR-ENCRAN.
           DISPLAY TITULO.
           DISPLAY "FICHA DO CLIENTE"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 0601.
           OPEN INPUT FICH-CLIENTES.
           IF FS-CLIENTES NOT = "00" THEN
               MOVE "SEM FICHEIRO DE CLIENTES!" TO MENSAGEM
               GO TO PAINEL
           END-IF.
           MOVE CONTATOESCOLHIDO TO CLI-CONTATO.
           READ FICH-CLIENTES
               INVALID KEY
                   MOVE FUNCTION CONCATENATE ("CLIENTE ",
                       CONTATOESCOLHIDO, " NAO ENCONTRADO!")
                       TO MENSAGEM
                   CLOSE FICH-CLIENTES
                   GO TO PAINEL
           END-READ.
           CLOSE FICH-CLIENTES.
           MOVE CONTATOESCOLHIDO TO CONTATODIVIDA.
           PERFORM CALCULAR-DIVIDA THRU CALCULAR-DIVIDA-FIM.

           DISPLAY FUNCTION CONCATENATE ("Contato: ", CLI-CONTATO,
           "   Nome: ", FUNCTION TRIM(CLI-NOME))                AT 0801.
           DISPLAY FUNCTION CONCATENATE ("Morada: ",
           FUNCTION TRIM(CLI-MORADA))                           AT 0901.
           MOVE CLI-TOTALPIZZAS TO SAIDAPIZZAS.
           MOVE CLI-TOTALGASTO TO SAIDA.
           DISPLAY FUNCTION CONCATENATE ("Total de pizzas: ",
           SAIDAPIZZAS, "   Total gasto: ", SAIDA, " Euros")    AT 1001.
           IF CLI-DATAULTIMO = 0 THEN
               DISPLAY FUNCTION CONCATENATE ("Cartao fidelidade: ",
               CLI-CARTAO, " pizzas   Ultimo pedido: -")         AT 1101
           ELSE
               DISPLAY FUNCTION CONCATENATE ("Cartao fidelidade: ",
               CLI-CARTAO, " pizzas   Ultimo pedido: ",
               CLI-DATAULTIMO(7:2), "/", CLI-DATAULTIMO(5:2), "/",
               CLI-DATAULTIMO(1:4))                              AT 1101
           END-IF.
           EVALUATE TRUE
               WHEN CLI-EIS-ANONIMO
                   DISPLAY "Situacao: ANONIMIZADO"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 1201
               WHEN CLI-EIS-BLOQUEADO
                   DISPLAY FUNCTION CONCATENATE
                   ("Situacao: BLOQUEADO desde ",
                   CLI-DATABLOQUEIO(7:2), "/", CLI-DATABLOQUEIO(5:2),
                   "/", CLI-DATABLOQUEIO(1:4), " - ",
                   FUNCTION TRIM(CLI-MOTIVOBLOQUEIO))
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 1201
               WHEN OTHER
                   DISPLAY "Situacao: ATIVO"                     AT 1201
           END-EVALUATE.
           MOVE DIVIDACLIENTE TO SAIDA.
           MOVE LIMITEDIVIDA TO SAIDALIMITE.
           DISPLAY FUNCTION CONCATENATE ("Divida em aberto: ",
           SAIDA, " Euros em ", PEDIDOSDIVIDA,
           " pedido(s) - limite ", SAIDALIMITE)                 AT 1301.
           IF DIVIDACLIENTE > LIMITEDIVIDA THEN
               DISPLAY "ACIMA DO LIMITE - NAO PAGO SO COM SUPERVISOR"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 1401
           END-IF.
           IF MENSAGEM NOT = SPACES THEN
               DISPLAY MENSAGEM FOREGROUND-COLOR 2 HIGHLIGHT     AT 2201
               MOVE SPACES TO MENSAGEM
           END-IF.

       ESCOLHER-ACCAO.
           DISPLAY
           "[C] Corrigir nome/morada [J] Juntar/mudar contato"  AT 1601.
           DISPLAY
           "[B] Bloquear/Desbloquear [A] Anonimizar [0] Voltar: "
                                                                AT 1701.
           ACCEPT ACCAO                                         AT 1754.
           IF NOT VALIDAR-ACCAO THEN
               DISPLAY "OPCAO INVALIDA!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 1760
               GO TO ESCOLHER-ACCAO
           END-IF.
           IF ACCAO = "0" THEN
               GO TO PAINEL
           END-IF.
           IF CLI-EIS-ANONIMO THEN
               DISPLAY "CLIENTE ANONIMIZADO - A FICHA NAO SE ALTERA!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2201
               GO TO ESCOLHER-ACCAO
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(ACCAO)
               WHEN "C"
                   GO TO CORRIGIR-FICHA
               WHEN "J"
                   GO TO JUNTAR-CONTATO
               WHEN "B"
                   GO TO COMUTAR-BLOQUEIO
               WHEN "A"
                   GO TO ANONIMIZAR-CLIENTE
           END-EVALUATE.

      *****************************************************************
      *    CORRECAO DO NOME E DA MORADA; ENTER MANTEM O VALOR ATUAL    *
      *****************************************************************
       CORRIGIR-FICHA.
           DISPLAY "Nome (ENTER mantem): "                      AT 1801.
           MOVE SPACES TO TEMPNOME.
           ACCEPT TEMPNOME                                      AT 1822.
           DISPLAY "Morada (ENTER mantem): "                    AT 1901.
           MOVE SPACES TO TEMPMORADA.
           ACCEPT TEMPMORADA                                    AT 1924.
           IF TEMPNOME = SPACES AND TEMPMORADA = SPACES THEN
               GO TO MOSTRAR-FICHA
           END-IF.
           OPEN I-O FICH-CLIENTES.
           IF FS-CLIENTES NOT = "00" THEN
               MOVE "ERRO A ABRIR FICHEIRO DE CLIENTES!" TO MENSAGEM
               GO TO MOSTRAR-FICHA
           END-IF.
           MOVE CONTATOESCOLHIDO TO CLI-CONTATO.
           READ FICH-CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO!" TO MENSAGEM
                   CLOSE FICH-CLIENTES
                   GO TO PAINEL
           END-READ.
           IF TEMPNOME NOT = SPACES THEN
               MOVE FUNCTION CONCATENATE ("CLIENTE ", CLI-CONTATO,
                   " NOME ANTERIOR ", FUNCTION TRIM(CLI-NOME))
                   TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
               MOVE TEMPNOME TO CLI-NOME
           END-IF.
           IF TEMPMORADA NOT = SPACES THEN
               MOVE FUNCTION CONCATENATE ("CLIENTE ", CLI-CONTATO,
                   " MORADA ANTERIOR ", FUNCTION TRIM(CLI-MORADA))
                   TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
               MOVE TEMPMORADA TO CLI-MORADA
           END-IF.
           REWRITE REG-CLIENTE-MESTRE
               INVALID KEY
                   MOVE "ERRO A ATUALIZAR CLIENTE!" TO MENSAGEM
               NOT INVALID KEY
                   MOVE "FICHA CORRIGIDA." TO MENSAGEM
           END-REWRITE.
           CLOSE FICH-CLIENTES.
           MOVE FUNCTION CONCATENATE ("CLIENTE ", CLI-CONTATO,
               " CORRIGIDO: ", FUNCTION TRIM(CLI-NOME), " / ",
               FUNCTION TRIM(CLI-MORADA)) TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.
           GO TO MOSTRAR-FICHA.

      *****************************************************************
      *    BLOQUEIO COM MOTIVO (QUALQUER OPERADOR) E DESBLOQUEIO (SO   *
      *    COM SUPERVISOR). UM CLIENTE BLOQUEADO SO LEVA PEDIDOS NAO   *
      *    PAGOS COM AUTORIZACAO DO SUPERVISOR NO REGISTO DE PEDIDOS   *
      *****************************************************************
       COMUTAR-BLOQUEIO.
           IF CLI-EIS-BLOQUEADO THEN
               GO TO DESBLOQUEAR-CLIENTE
           END-IF.

       BLOQUEAR-CLIENTE.
           DISPLAY "Motivo do bloqueio: "                       AT 1801.
           MOVE SPACES TO TEMPMOTIVO.
           ACCEPT TEMPMOTIVO                                    AT 1821.
           IF TEMPMOTIVO = SPACES THEN
               DISPLAY "INDIQUE O MOTIVO!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 1852
               GO TO BLOQUEAR-CLIENTE
           END-IF.
           OPEN I-O FICH-CLIENTES.
           IF FS-CLIENTES NOT = "00" THEN
               MOVE "ERRO A ABRIR FICHEIRO DE CLIENTES!" TO MENSAGEM
               GO TO MOSTRAR-FICHA
           END-IF.
           MOVE CONTATOESCOLHIDO TO CLI-CONTATO.
           READ FICH-CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO!" TO MENSAGEM
                   CLOSE FICH-CLIENTES
                   GO TO PAINEL
           END-READ.
           MOVE "S" TO CLI-BLOQUEADO.
           MOVE TEMPMOTIVO TO CLI-MOTIVOBLOQUEIO.
           MOVE DATAHOJE TO CLI-DATABLOQUEIO.
           REWRITE REG-CLIENTE-MESTRE
               INVALID KEY
                   MOVE "ERRO A ATUALIZAR CLIENTE!" TO MENSAGEM
               NOT INVALID KEY
                   MOVE "CLIENTE BLOQUEADO." TO MENSAGEM
           END-REWRITE.
           CLOSE FICH-CLIENTES.
           MOVE FUNCTION CONCATENATE ("BLOQUEIO CLIENTE ",
               CONTATOESCOLHIDO, " MOTIVO ", FUNCTION TRIM(TEMPMOTIVO))
               TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.
           GO TO MOSTRAR-FICHA.

       DESBLOQUEAR-CLIENTE.
           DISPLAY "Desbloquear o cliente? S/N: "               AT 1801.
           ACCEPT CONFIRMA                                      AT 1829.
           IF NOT VALIDAR-CONFIRMA THEN
               GO TO DESBLOQUEAR-CLIENTE
           END-IF.
           IF CONFIRMA = "N" OR CONFIRMA = "n" THEN
               GO TO MOSTRAR-FICHA
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT EIS-AUTORIZADO THEN
               GO TO MOSTRAR-FICHA
           END-IF.
           OPEN I-O FICH-CLIENTES.
           IF FS-CLIENTES NOT = "00" THEN
               MOVE "ERRO A ABRIR FICHEIRO DE CLIENTES!" TO MENSAGEM
               GO TO MOSTRAR-FICHA
           END-IF.
           MOVE CONTATOESCOLHIDO TO CLI-CONTATO.
           READ FICH-CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO!" TO MENSAGEM
                   CLOSE FICH-CLIENTES
                   GO TO PAINEL
           END-READ.
           MOVE CLI-MOTIVOBLOQUEIO TO TEMPMOTIVO.
           MOVE "N" TO CLI-BLOQUEADO.
           MOVE SPACES TO CLI-MOTIVOBLOQUEIO.
           MOVE 0 TO CLI-DATABLOQUEIO.
           REWRITE REG-CLIENTE-MESTRE
               INVALID KEY
                   MOVE "ERRO A ATUALIZAR CLIENTE!" TO MENSAGEM
               NOT INVALID KEY
                   MOVE "CLIENTE DESBLOQUEADO." TO MENSAGEM
           END-REWRITE.
           CLOSE FICH-CLIENTES.
           MOVE FUNCTION CONCATENATE ("DESBLOQUEIO CLIENTE ",
               CONTATOESCOLHIDO, " SUP ", SUPERVISOR, " MOTIVO ERA ",
               FUNCTION TRIM(TEMPMOTIVO)) TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.
           GO TO MOSTRAR-FICHA.

      *****************************************************************
      *    JUNTAR ESTE CONTATO A OUTRO (OU MUDAR PARA UM CONTATO NOVO) *
      *    OS PEDIDOS, AS NOTAS DE CREDITO E OS PEDIDOS ARQUIVADOS     *
      *    PASSAM PRIMEIRO PARA O OUTRO CONTATO; SO DEPOIS SE JUNTAM   *
      *    AS FICHAS E SE APAGA A DESTE. SE OS PEDIDOS OU O ARQUIVO    *
      *    NAO PASSAREM TODOS A FICHA FICA COMO ESTAVA E A JUNCAO PODE *
      *    SER REPETIDA. NA JUNCAO FICAM O NOME E A MORADA DA OUTRA    *
      *    FICHA, SOMAM-SE OS TOTAIS E O CARTAO (ATE 18: O PREMIO EM   *
      *    ATRASO E DADO NO PEDIDO SEGUINTE) E FICA A DATA DO ULTIMO   *
      *    PEDIDO MAIS RECENTE E O BLOQUEIO                            *
      *****************************************************************
       JUNTAR-CONTATO.
           DISPLAY "Contato que fica (9 digitos) [0] Voltar: "  AT 1801.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 1843.
           IF TEMP = "0" THEN
               GO TO MOSTRAR-FICHA
           END-IF.
           IF TEMP(1:9) IS NOT NUMERIC OR TEMP(10:1) NOT = SPACE THEN
               DISPLAY "CONTATO INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 1855
               GO TO JUNTAR-CONTATO
           END-IF.
           MOVE TEMP(1:9) TO CONTATODESTINO.
           IF CONTATODESTINO = CONTATOESCOLHIDO OR
               CONTATODESTINO < 100000000 THEN
               DISPLAY "CONTATO INVALIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 1855
               GO TO JUNTAR-CONTATO
           END-IF.
           MOVE "N" TO DESTINOEXISTE.
           OPEN INPUT FICH-CLIENTES.
           IF FS-CLIENTES = "00" THEN
               MOVE CONTATODESTINO TO CLI-CONTATO
               READ FICH-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO DESTINOEXISTE
               END-READ
               CLOSE FICH-CLIENTES
           END-IF.
           IF EIS-DESTINOEXISTE THEN
               DISPLAY FUNCTION CONCATENATE ("Juntar a ficha de ",
               FUNCTION TRIM(CLI-NOME), "? S/N: ")               AT 1901
           ELSE
               DISPLAY "Contato novo: mudar a ficha para ele? S/N: "
                                                                AT 1901
           END-IF.

       CONFIRMAR-JUNCAO.
           ACCEPT CONFIRMA                                      AT 1960.
           IF NOT VALIDAR-CONFIRMA THEN
               GO TO CONFIRMAR-JUNCAO
           END-IF.
           IF CONFIRMA = "N" OR CONFIRMA = "n" THEN
               GO TO MOSTRAR-FICHA
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT EIS-AUTORIZADO THEN
               GO TO MOSTRAR-FICHA
           END-IF.

           MOVE "N" TO MODOANONIMO.
           PERFORM MOVER-PEDIDOS THRU MOVER-PEDIDOS-FIM.
           IF EIS-ERROMOVER THEN
               MOVE FUNCTION CONCATENATE ("PEDIDOS OCUPADOS: ",
                   PEDIDOSMOVIDOS, " PASSARAM - REPETIR A JUNCAO")
                   TO MENSAGEM
               MOVE FUNCTION CONCATENATE ("JUNCAO INCOMPLETA CONTATO ",
                   CONTATOESCOLHIDO, " PARA ", CONTATODESTINO,
                   " PEDIDOS ", PEDIDOSMOVIDOS, " SUP ", SUPERVISOR)
                   TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
               GO TO MOSTRAR-FICHA
           END-IF.
           PERFORM MOVER-ARQUIVO.
           IF EIS-ERROMOVER THEN
               MOVE "ARQUIVO OCUPADO - REPETIR A JUNCAO" TO MENSAGEM
               MOVE FUNCTION CONCATENATE ("JUNCAO INCOMPLETA CONTATO ",
                   CONTATOESCOLHIDO, " PARA ", CONTATODESTINO,
                   " ARQUIVADOS ", ARQUIVADOS, " SUP ", SUPERVISOR)
                   TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
               GO TO MOSTRAR-FICHA
           END-IF.

           OPEN I-O FICH-CLIENTES.
           IF FS-CLIENTES NOT = "00" THEN
               MOVE "ERRO A ABRIR FICHEIRO DE CLIENTES!" TO MENSAGEM
               GO TO MOSTRAR-FICHA
           END-IF.
           MOVE CONTATOESCOLHIDO TO CLI-CONTATO.
           READ FICH-CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO!" TO MENSAGEM
                   CLOSE FICH-CLIENTES
                   GO TO PAINEL
           END-READ.
           MOVE CLI-NOME TO ORG-NOME.
           MOVE CLI-MORADA TO ORG-MORADA.
           MOVE CLI-TOTALPIZZAS TO ORG-TOTALPIZZAS.
           MOVE CLI-TOTALGASTO TO ORG-TOTALGASTO.
           MOVE CLI-DATAULTIMO TO ORG-DATAULTIMO.
           MOVE CLI-CARTAO TO ORG-CARTAO.
           MOVE CLI-BLOQUEADO TO ORG-BLOQUEADO.
           MOVE CLI-MOTIVOBLOQUEIO TO ORG-MOTIVOBLOQUEIO.
           MOVE CLI-DATABLOQUEIO TO ORG-DATABLOQUEIO.

           MOVE CONTATODESTINO TO CLI-CONTATO.
           MOVE "N" TO DESTINOEXISTE.
           READ FICH-CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO DESTINOEXISTE
           END-READ.
           IF EIS-DESTINOEXISTE THEN
               ADD ORG-TOTALPIZZAS TO CLI-TOTALPIZZAS
               ADD ORG-TOTALGASTO TO CLI-TOTALGASTO
               ADD ORG-CARTAO TO CLI-CARTAO
               IF CLI-CARTAO > 18 THEN
                   MOVE 18 TO CLI-CARTAO
               END-IF
               IF ORG-DATAULTIMO > CLI-DATAULTIMO THEN
                   MOVE ORG-DATAULTIMO TO CLI-DATAULTIMO
               END-IF
               IF ORG-EIS-BLOQUEADO AND NOT CLI-EIS-BLOQUEADO THEN
                   MOVE ORG-BLOQUEADO TO CLI-BLOQUEADO
                   MOVE ORG-MOTIVOBLOQUEIO TO CLI-MOTIVOBLOQUEIO
                   MOVE ORG-DATABLOQUEIO TO CLI-DATABLOQUEIO
               END-IF
               REWRITE REG-CLIENTE-MESTRE
                   INVALID KEY
                       MOVE "ERRO A ATUALIZAR CLIENTE!" TO MENSAGEM
               END-REWRITE
           ELSE
               MOVE CONTATODESTINO TO CLI-CONTATO
               MOVE ORG-NOME TO CLI-NOME
               MOVE ORG-MORADA TO CLI-MORADA
               MOVE ORG-TOTALPIZZAS TO CLI-TOTALPIZZAS
               MOVE ORG-TOTALGASTO TO CLI-TOTALGASTO
               MOVE ORG-DATAULTIMO TO CLI-DATAULTIMO
               MOVE ORG-CARTAO TO CLI-CARTAO
               MOVE ORG-BLOQUEADO TO CLI-BLOQUEADO
               MOVE ORG-MOTIVOBLOQUEIO TO CLI-MOTIVOBLOQUEIO
               MOVE ORG-DATABLOQUEIO TO CLI-DATABLOQUEIO
               MOVE "N" TO CLI-ANONIMO
               WRITE REG-CLIENTE-MESTRE
                   INVALID KEY
                       MOVE "ERRO A GRAVAR CLIENTE!" TO MENSAGEM
               END-WRITE
           END-IF.
           IF MENSAGEM NOT = SPACES THEN
               CLOSE FICH-CLIENTES
               GO TO MOSTRAR-FICHA
           END-IF.
           MOVE CONTATOESCOLHIDO TO CLI-CONTATO.
           DELETE FICH-CLIENTES
               INVALID KEY
                   MOVE "ERRO A APAGAR A FICHA ANTIGA!" TO MENSAGEM
           END-DELETE.
           CLOSE FICH-CLIENTES.
           MOVE PEDIDOSMOVIDOS TO SAIDACONT.
           MOVE FUNCTION CONCATENATE ("JUNCAO CONTATO ",
               CONTATOESCOLHIDO, " PARA ", CONTATODESTINO,
               " FICHA EXISTENTE ", DESTINOEXISTE, " PEDIDOS ",
               FUNCTION TRIM(SAIDACONT), " ARQUIVADOS ", ARQUIVADOS,
               " SUP ", SUPERVISOR) TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.
           IF MENSAGEM = SPACES THEN
               MOVE FUNCTION CONCATENATE ("FICHA JUNTA; ",
                   FUNCTION TRIM(SAIDACONT), " PEDIDO(S) PASSARAM.")
                   TO MENSAGEM
           END-IF.
           MOVE CONTATODESTINO TO CONTATOESCOLHIDO.
           GO TO MOSTRAR-FICHA.

      *****************************************************************
      *    ANONIMIZACAO A PEDIDO DO CLIENTE. COM DIVIDA EM ABERTO NAO  *
      *    SE ANONIMIZA (OS DADOS SAO PRECISOS PARA A COBRANCA). A     *
      *    FICHA FICA COM UMA CHAVE FICTICIA E SEM NOME NEM MORADA,    *
      *    MANTENDO OS TOTAIS PARA AS ESTATISTICAS; OS DOCUMENTOS      *
      *    FICAM COM OS VALORES E PASSAM PARA A MESMA CHAVE FICTICIA   *
      *****************************************************************
       ANONIMIZAR-CLIENTE.
           IF DIVIDACLIENTE > 0 THEN
               DISPLAY "CLIENTE COM DIVIDA EM ABERTO - LIQUIDAR ANTES!"
               FOREGROUND-COLOR 4 HIGHLIGHT                      AT 2201
               GO TO ESCOLHER-ACCAO
           END-IF.
           DISPLAY "Apagar nome, morada e contato (IRREVERSIVEL)? S/N: "
                                                                AT 1801.
           ACCEPT CONFIRMA                                      AT 1853.
           IF NOT VALIDAR-CONFIRMA THEN
               GO TO ANONIMIZAR-CLIENTE
           END-IF.
           IF CONFIRMA = "N" OR CONFIRMA = "n" THEN
               GO TO MOSTRAR-FICHA
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT EIS-AUTORIZADO THEN
               GO TO MOSTRAR-FICHA
           END-IF.

           PERFORM PROCURAR-CHAVEANONIMA THRU PROCURAR-CHAVEANONIMA-FIM.
           IF CHAVEANONIMA = 0 THEN
               MOVE "SEM CHAVES FICTICIAS LIVRES!" TO MENSAGEM
               GO TO MOSTRAR-FICHA
           END-IF.
           MOVE CHAVEANONIMA TO CONTATODESTINO.
           MOVE "S" TO MODOANONIMO.
           PERFORM MOVER-PEDIDOS THRU MOVER-PEDIDOS-FIM.
           IF EIS-ERROMOVER THEN
               MOVE FUNCTION CONCATENATE ("PEDIDOS OCUPADOS: ",
                   PEDIDOSMOVIDOS, " TRATADOS - REPETIR A ANONIMIZACAO")
                   TO MENSAGEM
               MOVE FUNCTION CONCATENATE ("ANONIMIZACAO INCOMPLETA ",
                   "CHAVE ", CHAVEANONIMA, " PEDIDOS ", PEDIDOSMOVIDOS,
                   " SUP ", SUPERVISOR) TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
               GO TO MOSTRAR-FICHA
           END-IF.
           PERFORM MOVER-ARQUIVO.
           IF EIS-ERROMOVER THEN
               MOVE "ARQUIVO OCUPADO - REPETIR A ANONIMIZACAO"
                   TO MENSAGEM
               MOVE FUNCTION CONCATENATE ("ANONIMIZACAO INCOMPLETA ",
                   "CHAVE ", CHAVEANONIMA, " ARQUIVADOS ", ARQUIVADOS,
                   " SUP ", SUPERVISOR) TO AUDITTEXTO
               PERFORM GRAVAR-AUDIT
               GO TO MOSTRAR-FICHA
           END-IF.

           OPEN I-O FICH-CLIENTES.
           IF FS-CLIENTES NOT = "00" THEN
               MOVE "ERRO A ABRIR FICHEIRO DE CLIENTES!" TO MENSAGEM
               GO TO MOSTRAR-FICHA
           END-IF.
           MOVE CONTATOESCOLHIDO TO CLI-CONTATO.
           READ FICH-CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO!" TO MENSAGEM
                   CLOSE FICH-CLIENTES
                   GO TO PAINEL
           END-READ.
           DELETE FICH-CLIENTES
               INVALID KEY
                   MOVE "ERRO A APAGAR A FICHA!" TO MENSAGEM
                   CLOSE FICH-CLIENTES
                   GO TO MOSTRAR-FICHA
           END-DELETE.
           MOVE CHAVEANONIMA TO CLI-CONTATO.
           MOVE NOMEANONIMO TO CLI-NOME.
           MOVE SPACES TO CLI-MORADA.
           MOVE 0 TO CLI-CARTAO.
           MOVE "N" TO CLI-BLOQUEADO.
           MOVE SPACES TO CLI-MOTIVOBLOQUEIO.
           MOVE 0 TO CLI-DATABLOQUEIO.
           MOVE "S" TO CLI-ANONIMO.
           WRITE REG-CLIENTE-MESTRE
               INVALID KEY
                   MOVE "ERRO A GRAVAR A FICHA ANONIMA!" TO MENSAGEM
           END-WRITE.
           CLOSE FICH-CLIENTES.
      *    O DIARIO NAO GUARDA O CONTATO APAGADO, SO A CHAVE NOVA
           MOVE PEDIDOSMOVIDOS TO SAIDACONT.
           MOVE FUNCTION CONCATENATE ("ANONIMIZACAO CLIENTE PASSOU A ",
               CHAVEANONIMA, " PEDIDOS ", FUNCTION TRIM(SAIDACONT),
               " ARQUIVADOS ", ARQUIVADOS, " SUP ", SUPERVISOR)
               TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.
           IF MENSAGEM = SPACES THEN
               MOVE FUNCTION CONCATENATE ("CLIENTE ANONIMIZADO (CHAVE ",
                   CHAVEANONIMA, ").") TO MENSAGEM
           END-IF.
           GO TO PAINEL.

       SAIR.
           STOP RUN.

      *****************************************************************
      *    PRIMEIRA CHAVE FICTICIA LIVRE A PARTIR DE 000000001 (AS     *
      *    CHAVES ABAIXO DE 100000000 NAO SAO NUMEROS DE TELEFONE)     *
      *    DEVOLVE 0 SE NAO HOUVER NENHUMA LIVRE                       *
      *****************************************************************
       PROCURAR-CHAVEANONIMA.
           MOVE 1 TO CHAVEANONIMA.
           OPEN INPUT FICH-CLIENTES.
           IF FS-CLIENTES NOT = "00" THEN
               GO TO PROCURAR-CHAVEANONIMA-FIM
           END-IF.
           MOVE "N" TO FIMLISTA.
           MOVE CHAVEANONIMA TO CLI-CONTATO.
           START FICH-CLIENTES KEY IS NOT LESS THAN CLI-CONTATO
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START.
           IF NOT EIS-FIMLISTA THEN
               PERFORM LER-CLIENTE
           END-IF.
           PERFORM SALTAR-CHAVE UNTIL EIS-FIMLISTA.
           CLOSE FICH-CLIENTES.
           IF CHAVEANONIMA >= 100000000 THEN
               MOVE 0 TO CHAVEANONIMA
           END-IF.

       PROCURAR-CHAVEANONIMA-FIM.
           EXIT.

       LER-CLIENTE.
           READ FICH-CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-CLIENTES NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

       SALTAR-CHAVE.
           IF CLI-CONTATO = CHAVEANONIMA THEN
               ADD 1 TO CHAVEANONIMA
               PERFORM LER-CLIENTE
           ELSE
               MOVE "S" TO FIMLISTA
           END-IF.

      *****************************************************************
      *    PASSA OS PEDIDOS DE CONTATOESCOLHIDO PARA CONTATODESTINO,   *
      *    COM AS NOTAS DE CREDITO; EM MODO ANONIMO APAGA TAMBEM O     *
      *    NOME E A MORADA DOS PEDIDOS, NOTAS, BILHETES E ENTREGAS     *
      *    UM PEDIDO QUE NAO SE CONSEGUE ALTERAR (BLOQUEADO POR UMA    *
      *    CAIXA) PARA O PROCESSO COM ERROMOVER A "S"                  *
      *****************************************************************
       MOVER-PEDIDOS.
           MOVE 0 TO PEDIDOSMOVIDOS.
           MOVE "N" TO ERROMOVER.

       MOVER-LOTE.
           PERFORM RECOLHER-PEDIDOS.
           IF NUMCHAVES = 0 THEN
               GO TO MOVER-PEDIDOS-FIM
           END-IF.
           OPEN I-O FICH-PEDIDOS.
           IF FS-PEDIDOS NOT = "00" THEN
               MOVE "S" TO ERROMOVER
               GO TO MOVER-PEDIDOS-FIM
           END-IF.
           MOVE "N" TO HA-NOTAS.
           OPEN I-O FICH-NOTASCRED.
           IF FS-NOTASCRED = "00" THEN
               MOVE "S" TO HA-NOTAS
           END-IF.
           MOVE "N" TO HA-BILHETES.
           MOVE "N" TO HA-ENTREGAS.
           IF EIS-MODOANONIMO THEN
               OPEN I-O FICH-BILHETES
               IF FS-BILHETES = "00" THEN
                   MOVE "S" TO HA-BILHETES
               END-IF
               OPEN I-O FICH-ENTREGAS
               IF FS-ENTREGAS = "00" THEN
                   MOVE "S" TO HA-ENTREGAS
               END-IF
           END-IF.
           PERFORM ALTERAR-PEDIDO VARYING IDXCHAVE FROM 1 BY 1
               UNTIL IDXCHAVE > NUMCHAVES OR EIS-ERROMOVER.
           CLOSE FICH-PEDIDOS.
           IF EIS-HA-NOTAS THEN
               CLOSE FICH-NOTASCRED
           END-IF.
           IF EIS-HA-BILHETES THEN
               CLOSE FICH-BILHETES
           END-IF.
           IF EIS-HA-ENTREGAS THEN
               CLOSE FICH-ENTREGAS
           END-IF.
           IF EIS-ERROMOVER THEN
               GO TO MOVER-PEDIDOS-FIM
           END-IF.
           GO TO MOVER-LOTE.

       MOVER-PEDIDOS-FIM.
           EXIT.

      *    COM CHAVES ALTERNADAS REPETIDAS A LEITURA DEVOLVE "02"
       RECOLHER-PEDIDOS.
           MOVE 0 TO NUMCHAVES.
           OPEN INPUT FICH-PEDIDOS.
           IF FS-PEDIDOS = "00" THEN
               MOVE "N" TO FIMLISTA
               MOVE CONTATOESCOLHIDO TO REG-CONTATO
               START FICH-PEDIDOS KEY IS EQUAL TO REG-CONTATO
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
               IF NOT EIS-FIMLISTA THEN
                   PERFORM LER-PEDIDO
               END-IF
               PERFORM GUARDAR-CHAVE UNTIL EIS-FIMLISTA
               CLOSE FICH-PEDIDOS
           END-IF.

       LER-PEDIDO.
           READ FICH-PEDIDOS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-PEDIDOS(1:1) NOT = "0" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

       GUARDAR-CHAVE.
           IF REG-CONTATO NOT = CONTATOESCOLHIDO OR
               NUMCHAVES >= 100 THEN
               MOVE "S" TO FIMLISTA
           ELSE
               ADD 1 TO NUMCHAVES
               MOVE REG-DATA TO CHV-DATA(NUMCHAVES)
               MOVE REG-NUMPEDIDO TO CHV-NUMPEDIDO(NUMCHAVES)
               PERFORM LER-PEDIDO
           END-IF.

       ALTERAR-PEDIDO.
           MOVE CHV-DATA(IDXCHAVE) TO REG-DATA.
           MOVE CHV-NUMPEDIDO(IDXCHAVE) TO REG-NUMPEDIDO.
           READ FICH-PEDIDOS
               INVALID KEY
                   MOVE "S" TO ERROMOVER
           END-READ.
           IF FS-PEDIDOS NOT = "00" THEN
               MOVE "S" TO ERROMOVER
           END-IF.
      *    O PEDIDO E O ULTIMO A MUDAR: SE UMA NOTA, BILHETE OU
      *    ENTREGA FALHAR, O PEDIDO FICA NO CONTATO ANTIGO E VOLTA A
      *    SER TRATADO QUANDO SE REPETIR A OPERACAO
           IF NOT EIS-ERROMOVER AND EIS-HA-NOTAS THEN
               MOVE CHV-DATA(IDXCHAVE) TO NC-DATA
               MOVE CHV-NUMPEDIDO(IDXCHAVE) TO NC-NUMPEDIDO
               READ FICH-NOTASCRED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTATODESTINO TO NC-CONTATO
                       IF EIS-MODOANONIMO THEN
                           MOVE NOMEANONIMO TO NC-CLIENTE
                       END-IF
                       REWRITE REG-NOTACRED
                           INVALID KEY
                               MOVE "S" TO ERROMOVER
                       END-REWRITE
                       IF FS-NOTASCRED NOT = "00" THEN
                           MOVE "S" TO ERROMOVER
                       END-IF
               END-READ
           END-IF.
           IF NOT EIS-ERROMOVER AND EIS-HA-BILHETES THEN
               MOVE CHV-DATA(IDXCHAVE) TO BIL-DATA
               MOVE CHV-NUMPEDIDO(IDXCHAVE) TO BIL-NUMPEDIDO
               READ FICH-BILHETES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOMEANONIMO TO BIL-CLIENTE
                       REWRITE REG-BILHETE
                           INVALID KEY
                               MOVE "S" TO ERROMOVER
                       END-REWRITE
                       IF FS-BILHETES NOT = "00" THEN
                           MOVE "S" TO ERROMOVER
                       END-IF
               END-READ
           END-IF.
           IF NOT EIS-ERROMOVER AND EIS-HA-ENTREGAS THEN
               MOVE CHV-DATA(IDXCHAVE) TO ENT-DATA
               MOVE CHV-NUMPEDIDO(IDXCHAVE) TO ENT-NUMPEDIDO
               READ FICH-ENTREGAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOMEANONIMO TO ENT-CLIENTE
                       MOVE SPACES TO ENT-MORADA
                       REWRITE REG-ENTREGA
                           INVALID KEY
                               MOVE "S" TO ERROMOVER
                       END-REWRITE
                       IF FS-ENTREGAS NOT = "00" THEN
                           MOVE "S" TO ERROMOVER
                       END-IF
               END-READ
           END-IF.
           IF NOT EIS-ERROMOVER THEN
               MOVE CONTATODESTINO TO REG-CONTATO
               IF EIS-MODOANONIMO THEN
                   MOVE NOMEANONIMO TO REG-CLIENTE
                   MOVE SPACES TO REG-MORADA
               END-IF
               REWRITE REG-PEDIDO
                   INVALID KEY
                       MOVE "S" TO ERROMOVER
                   NOT INVALID KEY
                       ADD 1 TO PEDIDOSMOVIDOS
               END-REWRITE
           END-IF.

      *    OS PEDIDOS JA ARQUIVADOS PELO FECHO DO MES TAMBEM PASSAM
      *    PARA CONTATODESTINO E, EM MODO ANONIMO, PERDEM O NOME E A
      *    MORADA. SEM ARQUIVO (AINDA NAO HOUVE FECHO) NAO HA NADA A
      *    FAZER; ARQUIVO OCUPADO OU REGISTO QUE NAO SE REESCREVE
      *    PARA O PROCESSO COM ERROMOVER A "S"
       MOVER-ARQUIVO.
           MOVE 0 TO ARQUIVADOS.
           MOVE "N" TO ERROMOVER.
           OPEN I-O FICH-ARQUIVO.
           IF FS-ARQUIVO = "00" THEN
               MOVE "N" TO FIMLISTA
               PERFORM LER-ARQUIVO
               PERFORM ALTERAR-ARQUIVO UNTIL EIS-FIMLISTA
               CLOSE FICH-ARQUIVO
           ELSE
               IF FS-ARQUIVO NOT = "35" THEN
                   MOVE "S" TO ERROMOVER
               END-IF
           END-IF.

       LER-ARQUIVO.
           READ FICH-ARQUIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ.
           IF FS-ARQUIVO NOT = "00" THEN
               MOVE "S" TO FIMLISTA
           END-IF.

       ALTERAR-ARQUIVO.
           IF ARQ-CONTATO = CONTATOESCOLHIDO THEN
               MOVE CONTATODESTINO TO ARQ-CONTATO
               IF EIS-MODOANONIMO THEN
                   MOVE NOMEANONIMO TO ARQ-CLIENTE
                   MOVE SPACES TO ARQ-MORADA
               END-IF
               REWRITE ARQ-PEDIDO
               END-REWRITE
               IF FS-ARQUIVO = "00" THEN
                   ADD 1 TO ARQUIVADOS
               ELSE
                   MOVE "S" TO ERROMOVER
               END-IF
           END-IF.
           PERFORM LER-ARQUIVO.

       COPY 'SIGNOPER.CPY'.

       COPY 'AUTORIZA.CPY'.

       COPY 'CALCDIV.CPY'.

       END PROGRAM 0807_Clientes.
