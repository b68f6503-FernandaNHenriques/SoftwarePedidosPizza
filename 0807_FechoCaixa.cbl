               RECORD KEY IS LIQ-CHAVE
               FILE STATUS IS FS-LIQUID.

           SELECT FICH-NOTASCRED ASSIGN TO "FNOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CHAVE
               FILE STATUS IS FS-NOTASCRED.

           SELECT FICH-FECHO ASSIGN TO "FFECHO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
           COPY 'LIQUID.CPY'.

       FD  FICH-NOTASCRED
           LABEL RECORDS ARE STANDARD.
           COPY 'NOTACRED.CPY'.

       FD  FICH-FECHO
           LABEL RECORDS ARE STANDARD.
           COPY 'FECHO.CPY'.
       WORKING-STORAGE SECTION.
       77  FS-PEDIDOS                                PIC X(02).
       77  FS-LIQUID                                 PIC X(02).
       77  FS-NOTASCRED                              PIC X(02).
       77  FS-FECHO                                  PIC X(02).
       77  FS-ZCAIXA                                 PIC X(02).
       77  DATAHOJE                                  PIC 9(08).
       77  TOTDINHEIRO                               PIC 9(06)V99.
       77  TOTCARTAO                                 PIC 9(06)V99.
       77  TOTMBWAY                                  PIC 9(06)V99.
      *    PEDIDOS PAGOS NA PLATAFORMA DO SITE OU DA APLICACAO
       77  TOTTRANSF                                 PIC 9(06)V99.
       77  TOTNAOPAGO                                PIC 9(06)V99.
      *    DEVOLUCOES DAS NOTAS DE CREDITO EMITIDAS HOJE, POR MEIO DE
      *    PAGAMENTO, E DIVIDAS DE HOJE ANULADAS SEM DEVOLUCAO
       77  DEVDINHEIRO                               PIC 9(06)V99.
       77  DEVCARTAO                                 PIC 9(06)V99.
       77  DEVMBWAY                                  PIC 9(06)V99.
       77  DEVTRANSF                                 PIC 9(06)V99.
       77  DIVIDASANULADAS                           PIC 9(06)V99.
       77  TOTNOTAS                                  PIC 9(06)V99.
       77  NUMNOTAS                                  PIC 9(03).
       77  SAIDANOTAS                                PIC ZZ9.
       77  LIQDINHEIRO                               PIC S9(06)V99.
       77  DINHEIROCONTADO                           PIC 9(06)V99.
       77  DIFERENCA                                 PIC S9(06)V99.
       77  SAIDATOTAL                                PIC ZZZZZ9.99.
               10 TCX-DINHEIRO                       PIC 9(06)V99.
               10 TCX-CARTAO                         PIC 9(06)V99.
               10 TCX-MBWAY                          PIC 9(06)V99.
               10 TCX-DEVOLVIDO                      PIC 9(06)V99.
       77  IDXIVA                                    PIC 9(01).
       77  IDXTIV                                    PIC 9(01).
       77  POSTIV                                    PIC 9(01).
       77  NUMTIV                                    PIC 9(01).
       77  TAXAPROCURA                               PIC 9(02)V99.
      *    AS NOTAS DE CREDITO DO DIA ABATEM A BASE E O IMPOSTO, POR
      *    ISSO OS TOTAIS DE IVA TEM SINAL
       77  IVAANTIGO                                 PIC S9(06)V99.
       77  SAIDATAXA                                 PIC Z9.99.
       77  SAIDABASE                                 PIC ZZZZZ9.99-.
       77  SAIDAIVA                                  PIC ZZZZZ9.99-.
       01  TOTAIS-IVA.
           05 TIV OCCURS 5 TIMES.
               10 TIV-TAXA                           PIC 9(02)V99.
               10 TIV-BASE                           PIC S9(06)V99.
               10 TIV-IVA                            PIC S9(06)V99.
       77  LIQUIDADO-HOJE                            PIC X(01).
           88 EIS-LIQUIDADO-HOJE              VALUE "S".
      *    VENDAS DO DIA POR CANAL DE ORIGEM: 1 = LOJA (BALCAO E
      *    TELEFONE), 2 = SITE, 3 = APLICACOES DE ENTREGA
       77  IDXCANAL                                  PIC 9(01).
       77  NOMECANAL                                 PIC X(06).
       77  SAIDAPED                                  PIC ZZZ9.
       77  SAIDACOM                                  PIC ZZZZ9.99.
       01  TOTAIS-CANAL.
           05 TCN OCCURS 3 TIMES.
               10 TCN-PEDIDOS                        PIC 9(04).
               10 TCN-TOTAL                          PIC 9(06)V99.
               10 TCN-COMISSAO                       PIC 9(06)V99.
       COPY 'AUDITOPER.CPY'.

       SCREEN SECTION.
           MOVE TOTMBWAY TO SAIDATOTAL.
           DISPLAY FUNCTION CONCATENATE ("MBWay..............: ",
           SAIDATOTAL, " Euros")                                AT 0801.
           MOVE TOTTRANSF TO SAIDATOTAL.
           DISPLAY FUNCTION CONCATENATE ("Transferencia......: ",
           SAIDATOTAL, " Euros")                                AT 0901.
           MOVE TOTNAOPAGO TO SAIDATOTAL.
           DISPLAY FUNCTION CONCATENATE ("Por cobrar (N/PAGO): ",
           SAIDATOTAL, " Euros")                                AT 1001.
           MOVE NUMNOTAS TO SAIDANOTAS.
           MOVE TOTNOTAS TO SAIDATOTAL.
           DISPLAY FUNCTION CONCATENATE ("Notas de credito...: ",
           SAIDATOTAL, " Euros (", SAIDANOTAS, ")")             AT 1101.

       OBTER-CONTADO.
           DISPLAY "Dinheiro contado na caixa (ex 123.40): "    AT 1201.
           MOVE SPACES TO TEMP.
           ACCEPT TEMP                                          AT 1240.
           IF TEMP = SPACES THEN
               DISPLAY "VALOR INVALIDO!" FOREGROUND-COLOR 4 HIGHLIGHT
                                                                 AT 1255
               GO TO OBTER-CONTADO
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP) TO DINHEIROCONTADO.
           COMPUTE DIFERENCA = DINHEIROCONTADO - LIQDINHEIRO.
           MOVE DIFERENCA TO SAIDADIF.
           DISPLAY FUNCTION CONCATENATE ("Diferenca..........: ",
           SAIDADIF, " Euros")                                  AT 1301.

           PERFORM IMPRIMIR-ZCAIXA.
           PERFORM GRAVAR-FECHO.
               SAIDATOTAL, " DIFERENCA ", SAIDADIF) TO AUDITTEXTO.
           PERFORM GRAVAR-AUDIT.
           DISPLAY "DIA FECHADO. Z ESCRITO EM FZCAIXA.TXT"
           FOREGROUND-COLOR 2 HIGHLIGHT                         AT 1501.
           GO TO SAIR.

       SAIR.
           MOVE 0 TO TOTDINHEIRO.
           MOVE 0 TO TOTCARTAO.
           MOVE 0 TO TOTMBWAY.
           MOVE 0 TO TOTTRANSF.
           MOVE 0 TO TOTNAOPAGO.
           PERFORM VARYING IDXCANAL FROM 1 BY 1 UNTIL IDXCANAL > 3
               MOVE 0 TO TCN-PEDIDOS(IDXCANAL)
               MOVE 0 TO TCN-TOTAL(IDXCANAL)
               MOVE 0 TO TCN-COMISSAO(IDXCANAL)
           END-PERFORM.
           PERFORM VARYING IDXCAIXA FROM 1 BY 1 UNTIL IDXCAIXA > 9
               MOVE 0 TO TCX-DINHEIRO(IDXCAIXA)
               MOVE 0 TO TCX-CARTAO(IDXCAIXA)
               MOVE 0 TO TCX-MBWAY(IDXCAIXA)
               MOVE 0 TO TCX-DEVOLVIDO(IDXCAIXA)
           END-PERFORM.
           MOVE 0 TO NUMTIV.
           MOVE 0 TO IVAANTIGO.
           IF EIS-HA-LIQUIDACOES THEN
               CLOSE FICH-LIQUID
           END-IF.
           PERFORM APURAR-NOTAS.
           COMPUTE LIQDINHEIRO = TOTDINHEIRO - DEVDINHEIRO.
           IF TOTNAOPAGO > DIVIDASANULADAS THEN
               SUBTRACT DIVIDASANULADAS FROM TOTNAOPAGO
           ELSE
               MOVE 0 TO TOTNAOPAGO
           END-IF.

       LER-PEDIDO.
           READ FICH-PEDIDOS NEXT RECORD
       APURAR-PEDIDO.
           IF REG-DATA = DATAHOJE THEN
               PERFORM SOMAR-IVA-PEDIDO
               PERFORM SOMAR-CANAL
           END-IF.
           PERFORM VERIFICAR-LIQUIDACAO-HOJE.
           EVALUATE TRUE
                       WHEN REG-PAGO-MBWAY
                           ADD REG-TOTALPAGAR TO TOTMBWAY
                           PERFORM SOMAR-CAIXA-MBWAY
                       WHEN REG-PAGO-TRANSF
                           ADD REG-TOTALPAGAR TO TOTTRANSF
                   END-EVALUATE
               WHEN REG-NAOPAGO AND REG-DATA = DATAHOJE
                   ADD REG-TOTALPAGAR TO TOTNAOPAGO
      *    DIA; PEDIDOS ANTERIORES A DISCRIMINACAO POR TAXA ENTRAM
      *    NUMA LINHA PROPRIA SEM DISCRIMINACAO
       SOMAR-IVA-PEDIDO.
           IF REG-IVABASE(1) = 0 AND REG-IVABASE(2) = 0 AND
               REG-IVABASE(3) = 0 AND REG-IVABASE(4) = 0 THEN
               ADD REG-IVA TO IVAANTIGO
           ELSE
               PERFORM VARYING IDXIVA FROM 1 BY 1 UNTIL IDXIVA > 4
                   IF REG-IVABASE(IDXIVA) > 0 THEN
                       MOVE REG-IVATAXA(IDXIVA) TO TAXAPROCURA
                       PERFORM ENCONTRAR-TAXA
                       IF POSTIV > 0 THEN
                           ADD REG-IVABASE(IDXIVA)
               END-PERFORM
           END-IF.

      *    OS PEDIDOS IMPORTADOS DO SITE E DAS APLICACOES TRAZEM O
      *    CANAL E A COMISSAO DA PLATAFORMA; OS RESTANTES SAO DA LOJA
       SOMAR-CANAL.
           EVALUATE TRUE
               WHEN REG-CANAL-SITE
                   MOVE 2 TO IDXCANAL
               WHEN REG-CANAL-APP
                   MOVE 3 TO IDXCANAL
               WHEN OTHER
                   MOVE 1 TO IDXCANAL
           END-EVALUATE.
           ADD 1 TO TCN-PEDIDOS(IDXCANAL).
           ADD REG-TOTALPAGAR TO TCN-TOTAL(IDXCANAL).
           ADD REG-COMISSAO TO TCN-COMISSAO(IDXCANAL).

       ENCONTRAR-TAXA.
           MOVE 0 TO POSTIV.
           PERFORM VARYING IDXTIV FROM 1 BY 1
               UNTIL IDXTIV > NUMTIV OR POSTIV > 0
               IF TIV-TAXA(IDXTIV) = TAXAPROCURA THEN
                   MOVE IDXTIV TO POSTIV
               END-IF
           END-PERFORM.
           IF POSTIV = 0 AND NUMTIV < 5 THEN
               ADD 1 TO NUMTIV
               MOVE NUMTIV TO POSTIV
               MOVE TAXAPROCURA TO TIV-TAXA(POSTIV)
           END-IF.

       SOMAR-CAIXA-DINHEIRO.
               ADD REG-TOTALPAGAR TO TCX-MBWAY(REG-CAIXA)
           END-IF.

      *    AS NOTAS DE CREDITO EMITIDAS HOJE DEVOLVEM O DINHEIRO PELO
      *    MEIO EM QUE FOI RECEBIDO (SAI DA GAVETA SE FOR DINHEIRO),
      *    ABATEM O IVA DO DIA E, QUANDO ANULAM UM PEDIDO "NAO PAGO"
      *    DE HOJE, RETIRAM-NO DO POR COBRAR
       APURAR-NOTAS.
           MOVE 0 TO DEVDINHEIRO.
           MOVE 0 TO DEVCARTAO.
           MOVE 0 TO DEVMBWAY.
           MOVE 0 TO DEVTRANSF.
           MOVE 0 TO DIVIDASANULADAS.
           MOVE 0 TO TOTNOTAS.
           MOVE 0 TO NUMNOTAS.
           OPEN INPUT FICH-NOTASCRED.
           IF FS-NOTASCRED = "00" THEN
               PERFORM LER-NOTA
               PERFORM APURAR-NOTA UNTIL FS-NOTASCRED NOT = "00"
               CLOSE FICH-NOTASCRED
           END-IF.

       LER-NOTA.
           READ FICH-NOTASCRED NEXT RECORD
               AT END
                   MOVE "10" TO FS-NOTASCRED
           END-READ.

       APURAR-NOTA.
           IF NC-DATAEMISSAO = DATAHOJE THEN
               ADD 1 TO NUMNOTAS
               ADD NC-TOTAL TO TOTNOTAS
               EVALUATE TRUE
                   WHEN NC-DEVOLVE-DINHEIRO
                       ADD NC-TOTAL TO DEVDINHEIRO
                   WHEN NC-DEVOLVE-CARTAO
                       ADD NC-TOTAL TO DEVCARTAO
                   WHEN NC-DEVOLVE-MBWAY
                       ADD NC-TOTAL TO DEVMBWAY
                   WHEN NC-DEVOLVE-TRANSF
                       ADD NC-TOTAL TO DEVTRANSF
                   WHEN NC-SEM-DEVOLUCAO
                       IF NC-DATA = DATAHOJE THEN
                           ADD NC-TOTAL TO DIVIDASANULADAS
                       END-IF
               END-EVALUATE
               IF NOT NC-SEM-DEVOLUCAO AND
                   NC-CAIXA >= 1 AND NC-CAIXA <= 9 THEN
                   ADD NC-TOTAL TO TCX-DEVOLVIDO(NC-CAIXA)
               END-IF
               PERFORM ABATER-IVA-NOTA
           END-IF.
           PERFORM LER-NOTA.

       ABATER-IVA-NOTA.
           IF NC-IVABASE(1) = 0 AND NC-IVABASE(2) = 0 AND
               NC-IVABASE(3) = 0 AND NC-IVABASE(4) = 0 THEN
               SUBTRACT NC-IVA FROM IVAANTIGO
           ELSE
               PERFORM VARYING IDXIVA FROM 1 BY 1 UNTIL IDXIVA > 4
                   IF NC-IVABASE(IDXIVA) > 0 THEN
                       MOVE NC-IVATAXA(IDXIVA) TO TAXAPROCURA
                       PERFORM ENCONTRAR-TAXA
                       IF POSTIV > 0 THEN
                           SUBTRACT NC-IVABASE(IDXIVA)
                               FROM TIV-BASE(POSTIV)
                           SUBTRACT NC-IVAVALOR(IDXIVA)
                               FROM TIV-IVA(POSTIV)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       VERIFICAR-LIQUIDACAO-HOJE.
           MOVE "N" TO LIQUIDADO-HOJE.
           IF EIS-HA-LIQUIDACOES THEN
           MOVE FUNCTION CONCATENATE ("MBWay..............: ",
               SAIDATOTAL, " Euros") TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           MOVE TOTTRANSF TO SAIDATOTAL.
           MOVE FUNCTION CONCATENATE ("Transferencia......: ",
               SAIDATOTAL, " Euros") TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           COMPUTE DIFERENCA = TOTDINHEIRO + TOTCARTAO + TOTMBWAY +
               TOTTRANSF.
           MOVE DIFERENCA TO SAIDADIF.
           MOVE FUNCTION CONCATENATE ("TOTAL RECEBIDO.....: ",
               SAIDADIF, " Euros") TO LINHA-ZCAIXA
           MOVE "------------------------------------------------"
               TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           MOVE NUMNOTAS TO SAIDANOTAS.
           MOVE FUNCTION CONCATENATE ("NOTAS DE CREDITO EMITIDAS (",
               SAIDANOTAS, ")") TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           IF NUMNOTAS > 0 THEN
               OPEN INPUT FICH-NOTASCRED
               IF FS-NOTASCRED = "00" THEN
                   PERFORM LER-NOTA
                   PERFORM IMPRIMIR-NOTA-Z
                       UNTIL FS-NOTASCRED NOT = "00"
                   CLOSE FICH-NOTASCRED
               END-IF
           END-IF.
           MOVE DEVDINHEIRO TO SAIDATOTAL.
           MOVE FUNCTION CONCATENATE ("Devolvido dinheiro.: ",
               SAIDATOTAL, " Euros") TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           MOVE DEVCARTAO TO SAIDATOTAL.
           MOVE FUNCTION CONCATENATE ("Devolvido cartao...: ",
               SAIDATOTAL, " Euros") TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           MOVE DEVMBWAY TO SAIDATOTAL.
           MOVE FUNCTION CONCATENATE ("Devolvido MBWay....: ",
               SAIDATOTAL, " Euros") TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           MOVE DEVTRANSF TO SAIDATOTAL.
           MOVE FUNCTION CONCATENATE ("Devolvido transf...: ",
               SAIDATOTAL, " Euros") TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           COMPUTE DIFERENCA = TOTDINHEIRO + TOTCARTAO + TOTMBWAY
               + TOTTRANSF - DEVDINHEIRO - DEVCARTAO - DEVMBWAY
               - DEVTRANSF.
           MOVE DIFERENCA TO SAIDADIF.
           MOVE FUNCTION CONCATENATE ("TOTAL LIQUIDO......: ",
               SAIDADIF, " Euros") TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           MOVE "------------------------------------------------"
               TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           MOVE "IVA POR TAXA (DOCUMENTOS DO DIA)" TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           PERFORM VARYING IDXTIV FROM 1 BY 1 UNTIL IDXTIV > NUMTIV
               MOVE TIV-TAXA(IDXTIV) TO SAIDATAXA
               MOVE TIV-BASE(IDXTIV) TO SAIDABASE
               MOVE TIV-IVA(IDXTIV) TO SAIDAIVA
               MOVE FUNCTION CONCATENATE ("  Taxa ", SAIDATAXA,
                   "%  Base:", SAIDABASE, "  IVA:", SAIDAIVA)
                   TO LINHA-ZCAIXA
               WRITE LINHA-ZCAIXA
           END-PERFORM.
           IF IVAANTIGO NOT = 0 THEN
               MOVE IVAANTIGO TO SAIDAIVA
               MOVE FUNCTION CONCATENATE
                   ("  Sem discriminacao  IVA:", SAIDAIVA)
                   TO LINHA-ZCAIXA
               WRITE LINHA-ZCAIXA
           END-IF.
           MOVE "------------------------------------------------"
               TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           MOVE "VENDAS POR CANAL (DOCUMENTOS DO DIA)" TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           PERFORM VARYING IDXCANAL FROM 1 BY 1 UNTIL IDXCANAL > 3
               EVALUATE IDXCANAL
                   WHEN 1
                       MOVE "Loja" TO NOMECANAL
                   WHEN 2
                       MOVE "Site" TO NOMECANAL
                   WHEN 3
                       MOVE "Apps" TO NOMECANAL
               END-EVALUATE
               MOVE TCN-PEDIDOS(IDXCANAL) TO SAIDAPED
               MOVE TCN-TOTAL(IDXCANAL) TO SAIDADIN
               MOVE TCN-COMISSAO(IDXCANAL) TO SAIDACOM
               MOVE FUNCTION CONCATENATE ("  ", NOMECANAL, " Ped:",
                   SAIDAPED, " Total:", SAIDADIN, " Comissao:",
                   SAIDACOM) TO LINHA-ZCAIXA
               WRITE LINHA-ZCAIXA
           END-PERFORM.
           COMPUTE DIFERENCA = TCN-TOTAL(2) + TCN-TOTAL(3)
               - TCN-COMISSAO(2) - TCN-COMISSAO(3).
           MOVE DIFERENCA TO SAIDADIF.
           MOVE FUNCTION CONCATENATE ("  Site+Apps sem comissao:",
               SAIDADIF) TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           MOVE "------------------------------------------------"
               TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           MOVE "RECEBIDO POR CAIXA" TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           PERFORM VARYING IDXCAIXA FROM 1 BY 1 UNTIL IDXCAIXA > 9
               COMPUTE TOTALCAIXA = TCX-DINHEIRO(IDXCAIXA) +
                   TCX-CARTAO(IDXCAIXA) + TCX-MBWAY(IDXCAIXA)
               IF TOTALCAIXA > 0 OR TCX-DEVOLVIDO(IDXCAIXA) > 0 THEN
                   MOVE TCX-DINHEIRO(IDXCAIXA) TO SAIDADIN
                   MOVE TCX-CARTAO(IDXCAIXA) TO SAIDACAR
                   MOVE TCX-MBWAY(IDXCAIXA) TO SAIDAMBW
                       " Din:", SAIDADIN, " Car:", SAIDACAR,
                       " MBW:", SAIDAMBW) TO LINHA-ZCAIXA
                   WRITE LINHA-ZCAIXA
                   IF TCX-DEVOLVIDO(IDXCAIXA) > 0 THEN
                       MOVE TCX-DEVOLVIDO(IDXCAIXA) TO SAIDADIN
                       MOVE FUNCTION CONCATENATE (
                           "          Devolvido:", SAIDADIN)
                           TO LINHA-ZCAIXA
                       WRITE LINHA-ZCAIXA
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "------------------------------------------------"
           MOVE FUNCTION CONCATENATE ("Dinheiro contado...: ",
               SAIDATOTAL, " Euros") TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           MOVE LIQDINHEIRO TO SAIDADIF.
           MOVE FUNCTION CONCATENATE ("Dinheiro esperado..: ",
               SAIDADIF, " Euros") TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           COMPUTE DIFERENCA = DINHEIROCONTADO - LIQDINHEIRO.
           MOVE DIFERENCA TO SAIDADIF.
           MOVE FUNCTION CONCATENATE ("Sobra/Falta........: ",
               SAIDADIF, " Euros") TO LINHA-ZCAIXA
           WRITE LINHA-ZCAIXA.
           CLOSE FICH-ZCAIXA.

       IMPRIMIR-NOTA-Z.
           IF NC-DATAEMISSAO = DATAHOJE THEN
               MOVE NC-TOTAL TO SAIDADIN
               MOVE FUNCTION CONCATENATE ("  NC ", NC-NUMNOTA,
                   " Fat ", NC-NUMFATURA, " ", NC-DEVOLUCAO,
                   "  -", FUNCTION TRIM(SAIDADIN)) TO LINHA-ZCAIXA
               WRITE LINHA-ZCAIXA
           END-IF.
           PERFORM LER-NOTA.

       GRAVAR-FECHO.
           MOVE DATAHOJE TO FCH-DATA.
           MOVE HORA-ATUAL TO FCH-HORA.
      *    O FECHO GUARDA OS VALORES LIQUIDOS DAS DEVOLUCOES
           COMPUTE FCH-TOTDINHEIRO = TOTDINHEIRO - DEVDINHEIRO.
           COMPUTE FCH-TOTCARTAO = TOTCARTAO - DEVCARTAO.
           COMPUTE FCH-TOTMBWAY = TOTMBWAY - DEVMBWAY.
           MOVE TOTNAOPAGO TO FCH-TOTNAOPAGO.
           MOVE DINHEIROCONTADO TO FCH-DINHEIROCONTADO.
           COMPUTE FCH-DIFERENCA = DINHEIROCONTADO - LIQDINHEIRO.
           OPEN I-O FICH-FECHO.
           IF FS-FECHO = "35" THEN
               OPEN OUTPUT FICH-FECHO
           WRITE REG-FECHO
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O FECHO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT                  AT 1601
           END-WRITE.
           CLOSE FICH-FECHO.

