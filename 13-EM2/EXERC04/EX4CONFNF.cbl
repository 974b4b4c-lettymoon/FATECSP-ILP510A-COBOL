       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX4CONFNF.
       AUTHOR. LETICIA CANDIDO.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. APENAS O AUTOR PODE MODIFICAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAFORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARCONF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-STATUS.
           SELECT PEDCOMPRA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-PED.
           SELECT CADNF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-CNF
           FILE STATUS IS CNF-STATUS.
           SELECT INTPAGAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELCONFNF ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD NOTAFORN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "NOTAFORN".

       01 REG-NF.
           02 TIPO-NF PIC X(1).
               88 NF-CABEC VALUE "C".
               88 NF-ITEM VALUE "I".
           02 DADOS-NF PIC X(26).
           02 CABEC-NF REDEFINES DADOS-NF.
               03 CODFORN-NF PIC 9(5).
               03 NUMNF-NF PIC 9(9).
               03 NUMPED-NF PIC 9(6).
               03 DATAEMIS-NF PIC 9(6).
           02 ITEM-NF REDEFINES DADOS-NF.
               03 CODITEM-NFI PIC 9(5).
               03 QTDE-NFI PIC 9(5).
               03 PRECO-NFI PIC 9(6)V9(2).
               03 FILLER PIC X(8).

       FD PARCONF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "PARCONF".

       01 REG-PAR.
           02 TOLPRECO-PAR PIC 9(3)V9(2).
           02 TOLQTDE-PAR PIC 9(3)V9(2).

       FD PEDCOMPRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "PEDCOMPRA".

       01 REG-PED.
           02 CHAVE-PED.
               03 NUMPED-PED PIC 9(6).
               03 SEQ-PED PIC 9(3).
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

       FD CADNF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADNF".

       01 REG-CNF.
           02 CHAVE-CNF.
               03 CODFORN-CNF PIC 9(5).
               03 NUMNF-CNF PIC 9(9).
               03 SEQ-CNF PIC 9(3).
           02 NUMPED-CNF PIC 9(6).
           02 DADOS-CNF PIC X(25).
           02 CABEC-CNF REDEFINES DADOS-CNF.
               03 DATAEMIS-CNF PIC 9(6).
               03 DATACONF-CNF PIC 9(6).
               03 VALOR-CNF PIC 9(9)V9(2).
               03 FILLER PIC X(2).
           02 ITEM-CNF REDEFINES DADOS-CNF.
               03 CODITEM-CNF PIC 9(5).
               03 QTDE-CNF PIC 9(5).
               03 PRECO-CNF PIC 9(6)V9(2).
               03 FILLER PIC X(7).

       FD INTPAGAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "INTPAGAR".

       01 REG-PAG.
           02 CODFORN-PAG PIC 9(5).
           02 NOMEFORN-PAG PIC X(20).
           02 NUMNF-PAG PIC 9(9).
           02 NUMPED-PAG PIC 9(6).
           02 DATAEMIS-PAG PIC 9(6).
           02 DATACONF-PAG PIC 9(6).
           02 VALOR-PAG PIC 9(9)V9(2).

       FD RELCONFNF
           LABEL RECORD IS OMITTED.
       01 REG-RELC
           PIC X(110).

       WORKING-STORAGE SECTION.
           77 FIM-NF PIC X(03) VALUE "NAO".
           77 FIM-PED PIC X(03) VALUE "NAO".
           77 FIM-CNF PIC X(03) VALUE "NAO".
           77 PAR-STATUS PIC X(02) VALUE SPACES.
           77 CNF-STATUS PIC X(02) VALUE SPACES.
           77 CT-LIN PIC 9(02) VALUE 25.
           77 CT-PAG PIC 9(02) VALUE ZEROES.
           77 CT-NOTAS PIC 9(05) VALUE ZEROES.
           77 CT-CONFERIDAS PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADAS PIC 9(05) VALUE ZEROES.
           77 CT-DIVERG PIC 9(05) VALUE ZEROES.
           77 CT-ITNF PIC 9(03) VALUE ZEROES.
           77 CT-ITPED PIC 9(03) VALUE ZEROES.
           77 IND-NF PIC 9(03) VALUE ZEROES.
           77 IND-PED PIC 9(03) VALUE ZEROES.
           77 ACHOU-ITEM PIC X(03) VALUE "NAO".
           77 NOTA-OK PIC X(03) VALUE "SIM".
           77 TOL-PRECO PIC 9(3)V9(2) VALUE ZEROES.
           77 TOL-QTDE PIC 9(3)V9(2) VALUE ZEROES.
           77 LIMITE-PRECO PIC 9(7)V9(4) VALUE ZEROES.
           77 LIMITE-QTDE PIC 9(7)V9(2) VALUE ZEROES.
           77 FATURADO-TOTAL PIC 9(7) VALUE ZEROES.
           77 VALOR-ITEM PIC 9(9)V9(2) VALUE ZEROES.
           77 VALOR-NOTA PIC 9(9)V9(2) VALUE ZEROES.
           77 VALOR-PAGAR PIC 9(11)V9(2) VALUE ZEROES.
           77 NOMEFORN-ATUAL PIC X(20) VALUE SPACES.
           77 SEQ-GRAVA PIC 9(03) VALUE ZEROES.
           77 ITEM-PROCURA PIC 9(05) VALUE ZEROES.
           77 QTDREC-ITEM PIC 9(05) VALUE ZEROES.
           77 NOTA-INVALIDA PIC X(03) VALUE "NAO".
           77 CT-INVALIDOS PIC 9(05) VALUE ZEROES.

       01 NOTA-ATUAL.
           02 CODFORN-ATU PIC 9(5).
           02 NUMNF-ATU PIC 9(9).
           02 NUMPED-ATU PIC 9(6).
           02 DATAEMIS-ATU PIC 9(6).

       01 TAB-NOTA.
           02 ENT-NOTA OCCURS 999 TIMES.
               03 ITEM-TN PIC 9(5).
               03 QTDE-TN PIC 9(5).
               03 PRECO-TN PIC 9(6)V9(2).

       01 TAB-PEDIDO.
           02 ENT-PEDIDO OCCURS 999 TIMES.
               03 ITEM-TP PIC 9(5).
               03 QTDPED-TP PIC 9(5).
               03 QTDREC-TP PIC 9(5).
               03 PRECO-TP PIC 9(6)V9(2).
               03 FATANT-TP PIC 9(7).
               03 FATATU-TP PIC 9(7).

       01 DATA-EXEC.
           02 ANO-EXEC PIC 9(02).
           02 MES-EXEC PIC 9(02).
           02 DIA-EXEC PIC 9(02).

       01 CAB-01.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 DIA-CAB PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 MES-CAB PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 ANO-CAB PIC 99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "DIVERGENCIAS NA CONFERENCIA DE".
           02 FILLER PIC X(19) VALUE " NOTAS FISCAIS     ".
           02 FILLER PIC X(33) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC 99.
           02 FILLER  PIC X(03) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(10) VALUE "NOTA FISC.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "FORN.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "PEDIDO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "ITEM ".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "OCORRENCIA".
           02 FILLER PIC X(17) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "NA NOTA   ".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "PEDIDO/RECEB. ".
           02 FILLER PIC X(21) VALUE SPACES.
       01 DETALHE.
           02 NUMNF-DET PIC 9(9).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FORN-DET PIC 9(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 PED-DET PIC 9(6).
           02 FILLER PIC X(02) VALUE SPACES.
           02 ITEM-DET PIC 9(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 OCORR-DET PIC X(25).
           02 FILLER PIC X(02) VALUE SPACES.
           02 NOTA-DET PIC 9(7)V99.
           02 FILLER PIC X(05) VALUE SPACES.
           02 REF-DET PIC 9(7)V99.
           02 FILLER PIC X(26) VALUE SPACES.
       01 DETALHE-TOT.
           02 FILLER PIC X(13) VALUE "NOTAS LIDAS: ".
           02 NOTAS-TOT PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "CONFERIDAS:".
           02 CONF-TOT PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "REJEITADAS:".
           02 REJ-TOT PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "DIVERGENCIAS:".
           02 DIV-TOT PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "INVALIDOS:".
           02 INV-TOT PIC 9(05).
           02 FILLER PIC X(15) VALUE SPACES.
       01 DETALHE-TOT2.
           02 FILLER PIC X(30) VALUE "VALOR ENVIADO A CONTAS A PAGAR".
           02 FILLER PIC X(02) VALUE ": ".
           02 PAGAR-TOT PIC 9(11)V99.
           02 FILLER PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       EX1.
           PERFORM INICIO.
           PERFORM PROCESSA-NOTA UNTIL FIM-NF EQUAL "SIM".
           PERFORM TOTALIZA.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE.
           MOVE DIA-EXEC TO DIA-CAB.
           MOVE MES-EXEC TO MES-CAB.
           MOVE ANO-EXEC TO ANO-CAB.
           PERFORM LE-PARAMETROS.
           OPEN INPUT NOTAFORN PEDCOMPRA.
           PERFORM ABRE-CADNF.
           OPEN OUTPUT INTPAGAR RELCONFNF.
           PERFORM LER-NOTA.

       LE-PARAMETROS.
           OPEN INPUT PARCONF.
           IF PAR-STATUS EQUAL "00"
               READ PARCONF
                   AT END CONTINUE
                   NOT AT END
                       MOVE TOLPRECO-PAR TO TOL-PRECO
                       MOVE TOLQTDE-PAR TO TOL-QTDE
               END-READ
               CLOSE PARCONF
           END-IF.

       ABRE-CADNF.
           OPEN I-O CADNF.
           IF CNF-STATUS EQUAL "35"
               OPEN OUTPUT CADNF
               CLOSE CADNF
               OPEN I-O CADNF
           END-IF.

       LER-NOTA.
           READ NOTAFORN
               AT END MOVE "SIM" TO FIM-NF
           END-READ.

       PROCESSA-NOTA.
           IF NOT NF-CABEC
               MOVE ZEROES TO NOTA-ATUAL
               MOVE ZEROES TO VALOR-NOTA
               MOVE "REGISTRO FORA DE NOTA" TO OCORR-DET
               MOVE ZEROES TO ITEM-DET NOTA-DET REF-DET
               PERFORM IMPRIME-DIVERGENCIA
               PERFORM LER-NOTA
           ELSE
               ADD 1 TO CT-NOTAS
               MOVE ZEROES TO CT-ITNF VALOR-NOTA
               PERFORM GUARDA-CABECALHO
               PERFORM LER-NOTA
               PERFORM GUARDA-ITEM-NOTA
                   UNTIL FIM-NF EQUAL "SIM" OR NOT NF-ITEM
               PERFORM CONFERE-NOTA
           END-IF.

       GUARDA-CABECALHO.
           MOVE "NAO" TO NOTA-INVALIDA.
           MOVE ZEROES TO NOTA-ATUAL.
           IF CODFORN-NF NUMERIC
               MOVE CODFORN-NF TO CODFORN-ATU
           ELSE
               MOVE "SIM" TO NOTA-INVALIDA
           END-IF.
           IF NUMNF-NF NUMERIC
               MOVE NUMNF-NF TO NUMNF-ATU
           ELSE
               MOVE "SIM" TO NOTA-INVALIDA
           END-IF.
           IF NUMPED-NF NUMERIC
               MOVE NUMPED-NF TO NUMPED-ATU
           ELSE
               MOVE "SIM" TO NOTA-INVALIDA
           END-IF.
           IF DATAEMIS-NF NUMERIC
               MOVE DATAEMIS-NF TO DATAEMIS-ATU
           ELSE
               MOVE "SIM" TO NOTA-INVALIDA
           END-IF.
           IF NOTA-INVALIDA EQUAL "SIM"
               MOVE ZEROES TO ITEM-DET
               PERFORM REGISTRO-INVALIDO
           END-IF.

       GUARDA-ITEM-NOTA.
           IF CODITEM-NFI NOT NUMERIC OR QTDE-NFI NOT NUMERIC
            OR PRECO-NFI NOT NUMERIC
               MOVE "SIM" TO NOTA-INVALIDA
               IF CODITEM-NFI NUMERIC
                   MOVE CODITEM-NFI TO ITEM-DET
               ELSE
                   MOVE ZEROES TO ITEM-DET
               END-IF
               PERFORM REGISTRO-INVALIDO
           ELSE
               PERFORM GUARDA-ITEM-VALIDO
           END-IF.
           PERFORM LER-NOTA.

       GUARDA-ITEM-VALIDO.
           IF CT-ITNF NOT LESS THAN 999
               DISPLAY "EX4CONFNF: TABELA DE ITENS DA NOTA CHEIA - "
                   "ABORTADO"
               CLOSE NOTAFORN PEDCOMPRA CADNF INTPAGAR RELCONFNF
               STOP RUN
           END-IF.
           ADD 1 TO CT-ITNF.
           MOVE CODITEM-NFI TO ITEM-TN(CT-ITNF).
           MOVE QTDE-NFI TO QTDE-TN(CT-ITNF).
           MOVE PRECO-NFI TO PRECO-TN(CT-ITNF).
           MULTIPLY QTDE-NFI BY PRECO-NFI GIVING VALOR-ITEM.
           ADD VALOR-ITEM TO VALOR-NOTA.

       REGISTRO-INVALIDO.
           MOVE "REGISTRO INVALIDO" TO OCORR-DET.
           MOVE ZEROES TO NOTA-DET REF-DET.
           ADD 1 TO CT-INVALIDOS.
           PERFORM IMPRIME-DIVERGENCIA.

       CONFERE-NOTA.
           MOVE "SIM" TO NOTA-OK.
           MOVE SPACES TO NOMEFORN-ATUAL.
           IF NOTA-INVALIDA EQUAL "SIM"
               MOVE "NAO" TO NOTA-OK
           ELSE
               PERFORM PROCURA-NOTA
           END-IF.
           IF NOTA-OK EQUAL "SIM"
               PERFORM REGISTRA-NOTA
               ADD 1 TO CT-CONFERIDAS
           ELSE
               ADD 1 TO CT-REJEITADAS
           END-IF.

       PROCURA-NOTA.
           MOVE CODFORN-ATU TO CODFORN-CNF.
           MOVE NUMNF-ATU TO NUMNF-CNF.
           MOVE ZEROES TO SEQ-CNF.
           READ CADNF
               INVALID KEY
                   PERFORM CONFERE-PEDIDO
               NOT INVALID KEY
                   MOVE "NOTA DUPLICADA" TO OCORR-DET
                   PERFORM DIVERGENCIA-NOTA
           END-READ.

       CONFERE-PEDIDO.
           MOVE NUMPED-ATU TO NUMPED-PED.
           MOVE ZEROES TO SEQ-PED.
           READ PEDCOMPRA
               INVALID KEY
                   MOVE "PEDIDO INEXISTENTE" TO OCORR-DET
                   PERFORM DIVERGENCIA-NOTA
               NOT INVALID KEY
                   MOVE NOMEFORN-PED TO NOMEFORN-ATUAL
                   EVALUATE TRUE
                       WHEN CODFORN-PED NOT EQUAL CODFORN-ATU
                           MOVE "FORNECEDOR DIVERGENTE" TO OCORR-DET
                           PERFORM DIVERGENCIA-NOTA
                       WHEN SITU-PED NOT EQUAL "R"
                           MOVE "PEDIDO NAO RECEBIDO" TO OCORR-DET
                           PERFORM DIVERGENCIA-NOTA
                       WHEN CT-ITNF EQUAL ZEROES
                           MOVE "NOTA SEM ITENS" TO OCORR-DET
                           PERFORM DIVERGENCIA-NOTA
                       WHEN OTHER
                           PERFORM CARREGA-PEDIDO
                           PERFORM SOMA-FATURADO
                           PERFORM CONFERE-ITEM-NOTA
                               VARYING IND-NF FROM 1 BY 1
                               UNTIL IND-NF GREATER THAN CT-ITNF
                           PERFORM CONFERE-QUANTIDADE
                               VARYING IND-PED FROM 1 BY 1
                               UNTIL IND-PED GREATER THAN CT-ITPED
                   END-EVALUATE
           END-READ.

       CARREGA-PEDIDO.
           MOVE ZEROES TO CT-ITPED.
           MOVE "NAO" TO FIM-PED.
           START PEDCOMPRA KEY IS GREATER THAN CHAVE-PED
               INVALID KEY MOVE "SIM" TO FIM-PED
           END-START.
           PERFORM CARREGA-ITEM-PEDIDO UNTIL FIM-PED EQUAL "SIM".

       CARREGA-ITEM-PEDIDO.
           READ PEDCOMPRA NEXT RECORD
               AT END MOVE "SIM" TO FIM-PED
               NOT AT END
                   IF NUMPED-PED NOT EQUAL NUMPED-ATU
                       MOVE "SIM" TO FIM-PED
                   ELSE
                       IF PED-ITEM
                           PERFORM GUARDA-ITEM-PEDIDO
                       END-IF
                   END-IF
           END-READ.

       GUARDA-ITEM-PEDIDO.
           IF QTDEREC-PED NUMERIC
               MOVE QTDEREC-PED TO QTDREC-ITEM
           ELSE
               MOVE QTDE-PED TO QTDREC-ITEM
           END-IF.
           MOVE CODITEM-PED TO ITEM-PROCURA.
           PERFORM PROCURA-ITEM-PEDIDO.
           IF ACHOU-ITEM EQUAL "SIM"
               ADD QTDE-PED TO QTDPED-TP(IND-PED)
               ADD QTDREC-ITEM TO QTDREC-TP(IND-PED)
           ELSE
               IF CT-ITPED NOT LESS THAN 999
                   DISPLAY "EX4CONFNF: TABELA DE ITENS DO PEDIDO "
                       "CHEIA - ABORTADO"
                   CLOSE NOTAFORN PEDCOMPRA CADNF INTPAGAR RELCONFNF
                   STOP RUN
               END-IF
               ADD 1 TO CT-ITPED
               MOVE CODITEM-PED TO ITEM-TP(CT-ITPED)
               MOVE QTDE-PED TO QTDPED-TP(CT-ITPED)
               MOVE QTDREC-ITEM TO QTDREC-TP(CT-ITPED)
               MOVE PRECO-PED TO PRECO-TP(CT-ITPED)
               MOVE ZEROES TO FATANT-TP(CT-ITPED) FATATU-TP(CT-ITPED)
           END-IF.

       PROCURA-ITEM-PEDIDO.
           MOVE "NAO" TO ACHOU-ITEM.
           MOVE ZEROES TO IND-PED.
           PERFORM TESTA-ITEM-PEDIDO
               UNTIL ACHOU-ITEM EQUAL "SIM"
                  OR IND-PED NOT LESS THAN CT-ITPED.

       TESTA-ITEM-PEDIDO.
           ADD 1 TO IND-PED.
           IF ITEM-TP(IND-PED) EQUAL ITEM-PROCURA
               MOVE "SIM" TO ACHOU-ITEM
           END-IF.

       SOMA-FATURADO.
           MOVE CODFORN-ATU TO CODFORN-CNF.
           MOVE ZEROES TO NUMNF-CNF SEQ-CNF.
           MOVE "NAO" TO FIM-CNF.
           START CADNF KEY IS NOT LESS THAN CHAVE-CNF
               INVALID KEY MOVE "SIM" TO FIM-CNF
           END-START.
           PERFORM SOMA-NOTA-ANTERIOR UNTIL FIM-CNF EQUAL "SIM".

       SOMA-NOTA-ANTERIOR.
           READ CADNF NEXT RECORD
               AT END MOVE "SIM" TO FIM-CNF
               NOT AT END
                   IF CODFORN-CNF NOT EQUAL CODFORN-ATU
                       MOVE "SIM" TO FIM-CNF
                   ELSE
                       IF SEQ-CNF NOT EQUAL ZEROES
                        AND NUMPED-CNF EQUAL NUMPED-ATU
                           MOVE CODITEM-CNF TO ITEM-PROCURA
                           PERFORM PROCURA-ITEM-PEDIDO
                           IF ACHOU-ITEM EQUAL "SIM"
                               ADD QTDE-CNF TO FATANT-TP(IND-PED)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CONFERE-ITEM-NOTA.
           MOVE ITEM-TN(IND-NF) TO ITEM-PROCURA.
           PERFORM PROCURA-ITEM-PEDIDO.
           IF ACHOU-ITEM EQUAL "NAO"
               MOVE "ITEM FORA DO PEDIDO" TO OCORR-DET
               MOVE ITEM-TN(IND-NF) TO ITEM-DET
               MOVE QTDE-TN(IND-NF) TO NOTA-DET
               MOVE ZEROES TO REF-DET
               PERFORM DIVERGENCIA-ITEM
           ELSE
               ADD QTDE-TN(IND-NF) TO FATATU-TP(IND-PED)
               COMPUTE LIMITE-PRECO =
                   PRECO-TP(IND-PED) * (100 + TOL-PRECO) / 100
               IF PRECO-TN(IND-NF) GREATER THAN LIMITE-PRECO
                   MOVE "PRECO ACIMA DO PEDIDO" TO OCORR-DET
                   MOVE ITEM-TN(IND-NF) TO ITEM-DET
                   MOVE PRECO-TN(IND-NF) TO NOTA-DET
                   MOVE PRECO-TP(IND-PED) TO REF-DET
                   PERFORM DIVERGENCIA-ITEM
               END-IF
           END-IF.

       CONFERE-QUANTIDADE.
           IF FATATU-TP(IND-PED) GREATER THAN ZEROES
               ADD FATANT-TP(IND-PED) FATATU-TP(IND-PED)
                   GIVING FATURADO-TOTAL
               COMPUTE LIMITE-QTDE =
                   QTDREC-TP(IND-PED) * (100 + TOL-QTDE) / 100
               IF FATURADO-TOTAL GREATER THAN LIMITE-QTDE
                   MOVE "QTDE ACIMA DO RECEBIDO" TO OCORR-DET
                   MOVE ITEM-TP(IND-PED) TO ITEM-DET
                   MOVE FATURADO-TOTAL TO NOTA-DET
                   MOVE QTDREC-TP(IND-PED) TO REF-DET
                   PERFORM DIVERGENCIA-ITEM
               END-IF
           END-IF.

       DIVERGENCIA-NOTA.
           MOVE ZEROES TO ITEM-DET.
           MOVE VALOR-NOTA TO NOTA-DET.
           MOVE ZEROES TO REF-DET.
           PERFORM DIVERGENCIA-ITEM.

       DIVERGENCIA-ITEM.
           MOVE "NAO" TO NOTA-OK.
           ADD 1 TO CT-DIVERG.
           PERFORM IMPRIME-DIVERGENCIA.

       REGISTRA-NOTA.
           MOVE CODFORN-ATU TO CODFORN-CNF.
           MOVE NUMNF-ATU TO NUMNF-CNF.
           MOVE ZEROES TO SEQ-CNF.
           MOVE NUMPED-ATU TO NUMPED-CNF.
           MOVE SPACES TO DADOS-CNF.
           MOVE DATAEMIS-ATU TO DATAEMIS-CNF.
           MOVE DATA-EXEC TO DATACONF-CNF.
           MOVE VALOR-NOTA TO VALOR-CNF.
           WRITE REG-CNF
               INVALID KEY
                   DISPLAY "EX4CONFNF: ERRO CADNF = " CHAVE-CNF
           END-WRITE.
           MOVE ZEROES TO SEQ-GRAVA.
           PERFORM GRAVA-ITEM-CNF
               VARYING IND-NF FROM 1 BY 1
               UNTIL IND-NF GREATER THAN CT-ITNF.
           PERFORM GRAVA-INTERFACE.

       GRAVA-ITEM-CNF.
           ADD 1 TO SEQ-GRAVA.
           MOVE CODFORN-ATU TO CODFORN-CNF.
           MOVE NUMNF-ATU TO NUMNF-CNF.
           MOVE SEQ-GRAVA TO SEQ-CNF.
           MOVE NUMPED-ATU TO NUMPED-CNF.
           MOVE SPACES TO DADOS-CNF.
           MOVE ITEM-TN(IND-NF) TO CODITEM-CNF.
           MOVE QTDE-TN(IND-NF) TO QTDE-CNF.
           MOVE PRECO-TN(IND-NF) TO PRECO-CNF.
           WRITE REG-CNF
               INVALID KEY
                   DISPLAY "EX4CONFNF: ERRO CADNF = " CHAVE-CNF
           END-WRITE.

       GRAVA-INTERFACE.
           MOVE CODFORN-ATU TO CODFORN-PAG.
           MOVE NOMEFORN-ATUAL TO NOMEFORN-PAG.
           MOVE NUMNF-ATU TO NUMNF-PAG.
           MOVE NUMPED-ATU TO NUMPED-PAG.
           MOVE DATAEMIS-ATU TO DATAEMIS-PAG.
           MOVE DATA-EXEC TO DATACONF-PAG.
           MOVE VALOR-NOTA TO VALOR-PAG.
           WRITE REG-PAG.
           ADD VALOR-NOTA TO VALOR-PAGAR.

       IMPRIME-DIVERGENCIA.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
           END-IF.
           MOVE NUMNF-ATU TO NUMNF-DET.
           MOVE CODFORN-ATU TO FORN-DET.
           MOVE NUMPED-ATU TO PED-DET.
           WRITE REG-RELC FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-RELC.
           WRITE REG-RELC AFTER ADVANCING PAGE.
           WRITE REG-RELC FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-RELC FROM CAB-02 AFTER ADVANCING 2 LINE.
           MOVE ZEROES TO CT-LIN.

       TOTALIZA.
           IF CT-PAG EQUAL ZEROES
               PERFORM CABECALHO
           END-IF.
           MOVE CT-NOTAS TO NOTAS-TOT.
           MOVE CT-CONFERIDAS TO CONF-TOT.
           MOVE CT-REJEITADAS TO REJ-TOT.
           MOVE CT-DIVERG TO DIV-TOT.
           MOVE CT-INVALIDOS TO INV-TOT.
           WRITE REG-RELC FROM DETALHE-TOT AFTER ADVANCING 2 LINE.
           MOVE VALOR-PAGAR TO PAGAR-TOT.
           WRITE REG-RELC FROM DETALHE-TOT2 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE NOTAFORN PEDCOMPRA CADNF INTPAGAR RELCONFNF.
