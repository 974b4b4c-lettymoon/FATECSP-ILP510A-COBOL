           SELECT MOVRECEB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELRECEB ASSIGN TO DISK.
           SELECT CADTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-TAB
           FILE STATUS IS TAB-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01 REG-REC.
           02 NUMPED-REC PIC 9(6).
           02 ITEM-REC PIC X(5).
           02 CODITEM-REC REDEFINES ITEM-REC PIC 9(5).
           02 QTDEREC-REC PIC 9(5).

       FD PEDCOMPRA
           LABEL RECORD ARE STANDARD
           02 TIPO-PED PIC X(1).
               88 PED-CABEC VALUE "C".
               88 PED-ITEM VALUE "I".
           02 DADOS-PED PIC X(47).
           02 CABEC-PED REDEFINES DADOS-PED.
               03 CODFORN-PED PIC 9(5).
               03 NOMEFORN-PED PIC X(20).
               03 DATAEMIS-PED PIC 9(6).
               03 DATAPREV-PED PIC 9(6).
               03 SITU-PED PIC X(1).
               03 DATAREC-PED PIC 9(6).
               03 FILLER PIC X(3).
           02 ITEM-PED REDEFINES DADOS-PED.
               03 CODITEM-PED PIC 9(5).
               03 NOMEITEM-PED PIC X(15).
               03 QTDE-PED PIC 9(5).
               03 PRECO-PED PIC 9(6)V9(2).
               03 CUSTO-PED PIC 9(7)V9(2).
               03 QTDEREC-PED PIC 9(5).

       FD MOVRECEB
           LABEL RECORD ARE STANDARD
           02 CATEGORIA-BRU PIC X(10).
           02 LOCAL-BRU PIC X(3).
           02 LOCDEST-BRU PIC X(3).
           02 REQUIS-BRU PIC X(8).
           02 CCUSTO-BRU PIC X(6).
           02 DATAORI-BRU PIC X(6).
           02 HORAORI-BRU PIC X(8).
           02 SEQORI-BRU PIC X(5).

       01 REG-LOTE-INI.
           02 TIPO-LIN PIC X(1).
           02 LOTEID-LIN PIC X(6).
           02 ORIGEM-LIN PIC X(10).
           02 DATA-LIN PIC 9(6).
           02 OPERADOR-LIN PIC X(8).
           02 FILLER PIC X(52).

       01 REG-LOTE-FIM.
           02 TIPO-LFI PIC X(1).
           02 CTREG-LFI PIC 9(5).
           02 SOMAQTDE-LFI PIC 9(7).
           02 FILLER PIC X(70).

       FD RELRECEB
           LABEL RECORD IS OMITTED.
       01 REG-RELR
           PIC X(100).

       FD CADTAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADTAB".

       01 REG-TAB.
           02 CHAVE-TAB.
               03 TIPO-TAB PIC X(1).
                   88 TAB-LOCAL VALUE "L".
               03 CODIGO-TAB PIC X(10).
           02 DESCR-TAB PIC X(20).
           02 ATIVO-TAB PIC X(1).
               88 TAB-ATIVO VALUE "S".
           02 PADRAO-TAB PIC X(1).
               88 TAB-PADRAO VALUE "S".

       WORKING-STORAGE SECTION.
           77 FIM-REC PIC X(03) VALUE "NAO".
           77 FIM-PED PIC X(03) VALUE "NAO".
           77 NUMPED-ATUAL PIC 9(06) VALUE ZEROES.
           77 NOMEFORN-SALVA PIC X(20) VALUE SPACES.
           77 SOMA-QTDE-LOTE PIC 9(07) VALUE ZEROES.
           77 TAB-STATUS PIC X(02) VALUE SPACES.
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 PADRAO-LOCAL PIC X(03) VALUE SPACES.
           77 CT-INF PIC 9(03) VALUE ZEROES.
           77 IND-INF PIC 9(03) VALUE ZEROES.
           77 ITEM-PROCURA PIC 9(05) VALUE ZEROES.
           77 ACHOU-ITEM PIC X(03) VALUE "NAO".
           77 INF-INVALIDO PIC X(03) VALUE "NAO".
           77 ITEM-FORA PIC X(03) VALUE "NAO".
           77 RECEB-PARCIAL PIC X(03) VALUE "NAO".
           77 QTDE-RECEBIDA PIC 9(05) VALUE ZEROES.

       01 TAB-INFORMADO.
           02 ENT-INF OCCURS 999 TIMES.
               03 ITEM-TI PIC 9(5).
               03 QTDE-TI PIC 9(5).
               03 MARCA-TI PIC X(3).
               03 BAIXA-TI PIC X(3).

       01 DATA-EXEC.
           02 ANO-EXEC PIC 9(02).
           MOVE DIA-EXEC TO DIA-CAB.
           MOVE MES-EXEC TO MES-CAB.
           MOVE ANO-EXEC TO ANO-CAB.
           PERFORM LE-LOCAL-PADRAO.
           OPEN INPUT ARQRECEB.
           OPEN I-O PEDCOMPRA.
           OPEN OUTPUT MOVRECEB RELRECEB.
           PERFORM LER-RECEB.

       LE-LOCAL-PADRAO.
           OPEN INPUT CADTAB.
           IF TAB-STATUS NOT EQUAL "00"
               DISPLAY "EX4RECEB: CADTAB AUSENTE - RECEBIMENTO NAO "
                   "EFETUADO"
               STOP RUN
           END-IF.
           MOVE "L" TO TIPO-TAB.
           MOVE LOW-VALUES TO CODIGO-TAB.
           START CADTAB KEY IS NOT LESS THAN CHAVE-TAB
               INVALID KEY MOVE "SIM" TO FIM-TAB
           END-START.
           PERFORM PROCURA-PADRAO UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADTAB.
           IF PADRAO-LOCAL EQUAL SPACES
               DISPLAY "EX4RECEB: LOCAL PADRAO NAO DEFINIDO "
                   "NA CADTAB"
               STOP RUN
           END-IF.

       PROCURA-PADRAO.
           READ CADTAB NEXT RECORD
               AT END MOVE "SIM" TO FIM-TAB
               NOT AT END
                   IF NOT TAB-LOCAL
                       MOVE "SIM" TO FIM-TAB
                   ELSE
                       IF TAB-PADRAO AND TAB-ATIVO
                           MOVE CODIGO-TAB TO PADRAO-LOCAL
                           MOVE "SIM" TO FIM-TAB
                       END-IF
                   END-IF
           END-READ.

       LER-RECEB.
           READ ARQRECEB
               AT END MOVE "SIM" TO FIM-REC

       RECEPCAO.
           MOVE NUMPED-REC TO NUMPED-ATUAL.
           MOVE ZEROES TO CT-INF.
           MOVE "NAO" TO INF-INVALIDO.
           PERFORM GUARDA-INFORMADO
               UNTIL FIM-REC EQUAL "SIM"
                  OR NUMPED-REC NOT EQUAL NUMPED-ATUAL.
           MOVE NUMPED-ATUAL TO NUMPED-PED.
           MOVE ZEROES TO SEQ-PED.
           READ PEDCOMPRA
               INVALID KEY
                   PERFORM CONFERE-PEDIDO
           END-READ.
           PERFORM IMPRIME-PEDIDO.

       GUARDA-INFORMADO.
           IF ITEM-REC NOT EQUAL SPACES
               IF CODITEM-REC NOT NUMERIC OR QTDEREC-REC NOT NUMERIC
                   MOVE "SIM" TO INF-INVALIDO
               ELSE
                   MOVE CODITEM-REC TO ITEM-PROCURA
                   PERFORM PROCURA-INFORMADO
                   IF ACHOU-ITEM EQUAL "SIM"
                       ADD QTDEREC-REC TO QTDE-TI(IND-INF)
                   ELSE
                       PERFORM INCLUI-INFORMADO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-RECEB.

       INCLUI-INFORMADO.
           IF CT-INF NOT LESS THAN 999
               DISPLAY "EX4RECEB: TABELA DE ITENS RECEBIDOS "
                   "CHEIA - ABORTADO"
               CLOSE ARQRECEB PEDCOMPRA MOVRECEB RELRECEB
               STOP RUN
           END-IF.
           ADD 1 TO CT-INF.
           MOVE CODITEM-REC TO ITEM-TI(CT-INF).
           MOVE QTDEREC-REC TO QTDE-TI(CT-INF).
           MOVE "NAO" TO MARCA-TI(CT-INF).
           MOVE "NAO" TO BAIXA-TI(CT-INF).

       CONFERE-PEDIDO.
           EVALUATE TRUE
               WHEN SITU-PED EQUAL "R"
                   MOVE "PEDIDO JA RECEBIDO" TO SITU-DET
                   MOVE ZEROES TO CT-ITENS-PED
                   ADD 1 TO CT-REJEI
               WHEN INF-INVALIDO EQUAL "SIM"
                   MOVE "ITEM/QTDE INVALIDOS" TO SITU-DET
                   MOVE ZEROES TO CT-ITENS-PED
                   ADD 1 TO CT-REJEI
               WHEN OTHER
                   PERFORM CONFERE-INFORMADOS
                   IF ITEM-FORA EQUAL "SIM"
                       MOVE "ITEM FORA DO PEDIDO" TO SITU-DET
                       MOVE ZEROES TO CT-ITENS-PED
                       ADD 1 TO CT-REJEI
                   ELSE
                       PERFORM RECEBE-PEDIDO
                   END-IF
           END-EVALUATE.

       CONFERE-INFORMADOS.
           MOVE "NAO" TO ITEM-FORA.
           IF CT-INF GREATER THAN ZEROES
               MOVE "NAO" TO FIM-PED
               START PEDCOMPRA KEY IS GREATER THAN CHAVE-PED
                   INVALID KEY MOVE "SIM" TO FIM-PED
               END-START
               PERFORM LER-LINHA-PEDIDO
               PERFORM MARCA-INFORMADO UNTIL FIM-PED EQUAL "SIM"
               PERFORM TESTA-MARCA
                   VARYING IND-INF FROM 1 BY 1
                   UNTIL IND-INF GREATER THAN CT-INF
               MOVE NUMPED-ATUAL TO NUMPED-PED
               MOVE ZEROES TO SEQ-PED
               READ PEDCOMPRA
                   INVALID KEY MOVE "SIM" TO ITEM-FORA
               END-READ
           END-IF.

       MARCA-INFORMADO.
           IF PED-ITEM
               MOVE CODITEM-PED TO ITEM-PROCURA
               PERFORM PROCURA-INFORMADO
               IF ACHOU-ITEM EQUAL "SIM"
                   MOVE "SIM" TO MARCA-TI(IND-INF)
               END-IF
           END-IF.
           PERFORM LER-LINHA-PEDIDO.

       TESTA-MARCA.
           IF MARCA-TI(IND-INF) EQUAL "NAO"
               MOVE "SIM" TO ITEM-FORA
           END-IF.

       PROCURA-INFORMADO.
           MOVE "NAO" TO ACHOU-ITEM.
           MOVE ZEROES TO IND-INF.
           PERFORM TESTA-INFORMADO
               UNTIL ACHOU-ITEM EQUAL "SIM"
                  OR IND-INF NOT LESS THAN CT-INF.

       TESTA-INFORMADO.
           ADD 1 TO IND-INF.
           IF ITEM-TI(IND-INF) EQUAL ITEM-PROCURA
               MOVE "SIM" TO ACHOU-ITEM
           END-IF.

       RECEBE-PEDIDO.
           MOVE "R" TO SITU-PED.
           MOVE DATA-EXEC TO DATAREC-PED.
           REWRITE REG-PED.
           MOVE "NAO" TO RECEB-PARCIAL.
           MOVE ZEROES TO CT-ITENS-PED SOMA-QTDE-LOTE.
           PERFORM ABRE-LOTE-BRU.
           MOVE "NAO" TO FIM-PED.
           PERFORM LER-LINHA-PEDIDO.
           PERFORM GERA-ENTRADA UNTIL FIM-PED EQUAL "SIM".
           PERFORM FECHA-LOTE-BRU.
           IF RECEB-PARCIAL EQUAL "SIM"
               MOVE "RECEBIDO PARCIAL" TO SITU-DET
           ELSE
               MOVE "RECEBIDO" TO SITU-DET
           END-IF.
           ADD 1 TO CT-RECEB.

       ABRE-LOTE-BRU.
           MOVE NUMPED-ATUAL TO LOTEID-LIN.
           MOVE "RECEBTO" TO ORIGEM-LIN.
           MOVE DATA-EXEC TO DATA-LIN.
           MOVE "RECEBTO" TO OPERADOR-LIN.
           WRITE REG-BRU.

       FECHA-LOTE-BRU.

       GERA-ENTRADA.
           IF PED-ITEM
               PERFORM APURA-RECEBIDO
               MOVE QTDE-RECEBIDA TO QTDEREC-PED
               REWRITE REG-PED
               IF QTDE-RECEBIDA LESS THAN QTDE-PED
                   MOVE "SIM" TO RECEB-PARCIAL
               END-IF
               IF QTDE-RECEBIDA GREATER THAN ZEROES
                   MOVE SPACES TO REG-BRU
                   MOVE "R" TO TIPO-BRU
                   MOVE CODITEM-PED TO CODIGO-BRU
                   MOVE NOMEITEM-PED TO NOME-BRU
                   MOVE QTDE-RECEBIDA TO QTDEEST-BRU
                   MOVE PRECO-PED TO PRECOUNI-BRU
                   MOVE SPACES TO CATEGORIA-BRU
                   MOVE PADRAO-LOCAL TO LOCAL-BRU
                   MOVE SPACES TO LOCDEST-BRU
                   WRITE REG-BRU
                   ADD 1 TO CT-MOVGER
                   ADD 1 TO CT-ITENS-PED
                   ADD QTDE-RECEBIDA TO SOMA-QTDE-LOTE
               END-IF
           END-IF.
           PERFORM LER-LINHA-PEDIDO.

       APURA-RECEBIDO.
           MOVE QTDE-PED TO QTDE-RECEBIDA.
           IF CT-INF GREATER THAN ZEROES
               MOVE CODITEM-PED TO ITEM-PROCURA
               PERFORM PROCURA-INFORMADO
               IF ACHOU-ITEM EQUAL "SIM"
                   IF BAIXA-TI(IND-INF) EQUAL "SIM"
                       MOVE ZEROES TO QTDE-RECEBIDA
                   ELSE
                       MOVE QTDE-TI(IND-INF) TO QTDE-RECEBIDA
                       MOVE "SIM" TO BAIXA-TI(IND-INF)
                   END-IF
               END-IF
           END-IF.

       IMPRIME-PEDIDO.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
