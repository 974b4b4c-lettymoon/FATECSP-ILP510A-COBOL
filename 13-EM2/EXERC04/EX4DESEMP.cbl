       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX4DESEMP.
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
           SELECT PARDESEMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-STATUS.
           SELECT PEDCOMPRA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHAVE-PED.
           SELECT COTITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-COT
           FILE STATUS IS COT-STATUS.
           SELECT CADNF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-CNF
           FILE STATUS IS CNF-STATUS.
           SELECT DESTEMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT DESORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELDESEMP ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARDESEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "PARDESEMP".

       01 REG-PAR.
           02 DATAINI-PAR PIC 9(6).
           02 DATAFIM-PAR PIC 9(6).
           02 MINPRAZO-PAR PIC 9(3).
           02 MAXATRASO-PAR PIC 9(3).
           02 MAXPRECO-PAR PIC 9(3).

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

       FD COTITEM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "COTITEM".

       01 REG-COT.
           02 CHAVE-COT.
               03 CODITEM-COT PIC 9(5).
               03 CODFORN-COT PIC 9(5).
           02 PRECO-COT PIC 9(6)V9(2).
           02 VALID-COT PIC 9(6).

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

       FD DESTEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "DESTEMP".

       01 REG-DTP.
           02 CODFORN-DTP PIC 9(5).
           02 NUMPED-DTP PIC 9(6).
           02 NOMEFORN-DTP PIC X(20).
           02 SITU-DTP PIC X(1).
           02 ATRASO-DTP PIC 9(5).
           02 QTDPED-DTP PIC 9(7).
           02 QTDREC-DTP PIC 9(7).
           02 VLPED-DTP PIC 9(9)V9(2).
           02 VLCOTP-DTP PIC 9(9)V9(2).
           02 VLFAT-DTP PIC 9(9)V9(2).
           02 VLCOTF-DTP PIC 9(9)V9(2).

       SD WORK-SORT.
       01 SD-REG.
           02 SD-CODFORN PIC 9(5).
           02 SD-NUMPED PIC 9(6).
           02 SD-RESTO PIC X(84).

       FD DESORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "DESORD".

       01 REG-DOR.
           02 CODFORN-DOR PIC 9(5).
           02 NUMPED-DOR PIC 9(6).
           02 NOMEFORN-DOR PIC X(20).
           02 SITU-DOR PIC X(1).
               88 DOR-RECEBIDO VALUE "R".
               88 DOR-SEM-DATA VALUE "N".
               88 DOR-VENCIDO VALUE "V".
           02 ATRASO-DOR PIC 9(5).
           02 QTDPED-DOR PIC 9(7).
           02 QTDREC-DOR PIC 9(7).
           02 VLPED-DOR PIC 9(9)V9(2).
           02 VLCOTP-DOR PIC 9(9)V9(2).
           02 VLFAT-DOR PIC 9(9)V9(2).
           02 VLCOTF-DOR PIC 9(9)V9(2).

       FD RELDESEMP
           LABEL RECORD IS OMITTED.
       01 REG-RELD
           PIC X(100).

       WORKING-STORAGE SECTION.
           77 FIM-PED PIC X(03) VALUE "NAO".
           77 FIM-CNF PIC X(03) VALUE "NAO".
           77 FIM-ORD PIC X(03) VALUE "NAO".
           77 PAR-STATUS PIC X(02) VALUE SPACES.
           77 COT-STATUS PIC X(02) VALUE SPACES.
           77 CNF-STATUS PIC X(02) VALUE SPACES.
           77 COTITEM-DISPONIVEL PIC X(03) VALUE "NAO".
           77 CADNF-DISPONIVEL PIC X(03) VALUE "NAO".
           77 CT-LIN PIC 9(02) VALUE 25.
           77 CT-PAG PIC 9(02) VALUE ZEROES.
           77 DATA-INI PIC 9(06) VALUE ZEROES.
           77 DATA-FIM PIC 9(06) VALUE 999999.
           77 MIN-PRAZO PIC 9(03) VALUE 90.
           77 MAX-ATRASO PIC 9(03) VALUE 5.
           77 MAX-PRECO PIC 9(03) VALUE 5.
           77 LIMITE-PRECO PIC 9(04) VALUE ZEROES.
           77 DIAS-HOJE PIC 9(07) VALUE ZEROES.
           77 DIAS-PREV PIC 9(07) VALUE ZEROES.
           77 DIAS-CALC PIC 9(07) VALUE ZEROES.
           77 QUOC-BISS PIC 9(02) VALUE ZEROES.
           77 REST-BISS PIC 9(01) VALUE ZEROES.
           77 PRECO-COTADO PIC 9(6)V9(2) VALUE ZEROES.
           77 CT-ITPED PIC 9(03) VALUE ZEROES.
           77 IND-PED PIC 9(03) VALUE ZEROES.
           77 ITEM-PROCURA PIC 9(05) VALUE ZEROES.
           77 ACHOU-ITEM PIC X(03) VALUE "NAO".
           77 FORN-QBR PIC 9(05) VALUE ZEROES.
           77 NOMEFORN-QBR PIC X(20) VALUE SPACES.
           77 PRIMEIRO-FORN PIC X(03) VALUE "SIM".
           77 CT-FORN PIC 9(05) VALUE ZEROES.
           77 CT-ALERTA PIC 9(05) VALUE ZEROES.
           77 CT-PEDIDOS PIC 9(05) VALUE ZEROES.
           77 PERC-PRAZO PIC 9(3)V9(2) VALUE ZEROES.
           77 MEDIA-ATRASO PIC 9(5)V9(2) VALUE ZEROES.
           77 RAZAO-PED PIC 9(5)V9(2) VALUE ZEROES.
           77 RAZAO-FAT PIC 9(5)V9(2) VALUE ZEROES.

       01 PEDIDO-ATUAL.
           02 CODFORN-ATU PIC 9(5).
           02 NOMEFORN-ATU PIC X(20).
           02 NUMPED-ATU PIC 9(6).
           02 DATAEMIS-ATU PIC 9(6).
           02 DATAPREV-ATU PIC 9(6).
           02 SITU-ATU PIC X(1).
           02 DATAREC-ATU PIC 9(6).
           02 DATAREC-ATUX REDEFINES DATAREC-ATU PIC X(6).
           02 QTDPED-ATU PIC 9(7).
           02 QTDREC-ATU PIC 9(7).
           02 VLPED-ATU PIC 9(9)V9(2).
           02 VLCOTP-ATU PIC 9(9)V9(2).
           02 VLFAT-ATU PIC 9(9)V9(2).
           02 VLCOTF-ATU PIC 9(9)V9(2).

       01 TAB-PEDIDO.
           02 ENT-PEDIDO OCCURS 999 TIMES.
               03 ITEM-TP PIC 9(5).
               03 PRECOCOT-TP PIC 9(6)V9(2).

       01 ACUM-FORN.
           02 PEDIDOS-FOR PIC 9(05).
           02 RECEB-FOR PIC 9(05).
           02 AVAL-FOR PIC 9(05).
           02 PONTUAL-FOR PIC 9(05).
           02 ATRAS-FOR PIC 9(05).
           02 DIASATR-FOR PIC 9(07).
           02 QTDPED-FOR PIC 9(09).
           02 QTDREC-FOR PIC 9(09).
           02 VLPED-FOR PIC 9(11)V9(2).
           02 VLCOTP-FOR PIC 9(11)V9(2).
           02 VLFAT-FOR PIC 9(11)V9(2).
           02 VLCOTF-FOR PIC 9(11)V9(2).

       01 DATA-EXEC.
           02 ANO-EXEC PIC 9(02).
           02 MES-EXEC PIC 9(02).
           02 DIA-EXEC PIC 9(02).

       01 DATA-CALC.
           02 ANO-CALC PIC 9(02).
           02 MES-CALC PIC 9(02).
           02 DIA-CALC PIC 9(02).

       01 TAB-ACUM-V.
           02 FILLER PIC X(18) VALUE "000031059090120151".
           02 FILLER PIC X(18) VALUE "181212243273304334".
       01 TAB-ACUM REDEFINES TAB-ACUM-V.
           02 DIAS-ACUM OCCURS 12 TIMES PIC 9(3).

       01 CAB-01.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 DIA-CAB PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 MES-CAB PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 ANO-CAB PIC 99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "DESEMPENHO DE FORNECEDORES - P".
           02 FILLER PIC X(14) VALUE "EDIDOS DE COMP".
           02 FILLER PIC X(02) VALUE "RA".
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC 99.
           02 FILLER  PIC X(03) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "FORN.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "NOME".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PEDID".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "RECEB".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "ATRAS".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "%PRZ".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "ATR.M".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "%QTD".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PED/C".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "FAT/C".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "ALERTA".
           02 FILLER PIC X(10) VALUE SPACES.
       01 DETALHE.
           02 MARCA-DET PIC X(01).
           02 FORN-DET PIC 9(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 NOME-DET PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 PEDID-DET PIC 9(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 RECEB-DET PIC 9(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 ATRAS-DET PIC 9(5).
           02 FILLER PIC X(03) VALUE SPACES.
           02 PRAZO-DET PIC 9(3).
           02 PRAZO-DETX REDEFINES PRAZO-DET PIC X(3).
           02 FILLER PIC X(04) VALUE SPACES.
           02 MEDIA-DET PIC 9(3).
           02 MEDIA-DETX REDEFINES MEDIA-DET PIC X(3).
           02 FILLER PIC X(03) VALUE SPACES.
           02 QTDE-DET PIC 9(3).
           02 QTDE-DETX REDEFINES QTDE-DET PIC X(3).
           02 FILLER PIC X(04) VALUE SPACES.
           02 PEDCOT-DET PIC 9(3).
           02 PEDCOT-DETX REDEFINES PEDCOT-DET PIC X(3).
           02 FILLER PIC X(04) VALUE SPACES.
           02 FATCOT-DET PIC 9(3).
           02 FATCOT-DETX REDEFINES FATCOT-DET PIC X(3).
           02 FILLER PIC X(02) VALUE SPACES.
           02 ALERTA-DET.
               03 ALERTA-PRZ PIC X(01).
               03 ALERTA-ATR PIC X(01).
               03 ALERTA-PRC PIC X(01).
               03 FILLER PIC X(03).
           02 FILLER PIC X(10) VALUE SPACES.
       01 DETALHE-TOT.
           02 FILLER PIC X(24) VALUE "FORNECEDORES AVALIADOS: ".
           02 FORN-TOT PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "COM ALERTA: ".
           02 ALERTA-TOT PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "PEDIDOS: ".
           02 PEDIDOS-TOT PIC 9(05).
           02 FILLER PIC X(34) VALUE SPACES.
       01 DETALHE-PER.
           02 FILLER PIC X(20) VALUE "PERIODO DE EMISSAO: ".
           02 INI-PER PIC 9(06).
           02 FILLER PIC X(03) VALUE " A ".
           02 FIM-PER PIC 9(06).
           02 FILLER PIC X(65) VALUE SPACES.
       01 DETALHE-LEG1.
           02 FILLER PIC X(30) VALUE "ALERTA P = ENTREGAS NO PRAZO A".
           02 FILLER PIC X(10) VALUE "BAIXO DE  ".
           02 PRAZO-LEG PIC 9(3).
           02 FILLER PIC X(01) VALUE "%".
           02 FILLER PIC X(56) VALUE SPACES.
       01 DETALHE-LEG2.
           02 FILLER PIC X(30) VALUE "ALERTA A = ATRASO MEDIO ACIMA ".
           02 FILLER PIC X(10) VALUE "DE        ".
           02 ATRASO-LEG PIC 9(3).
           02 FILLER PIC X(05) VALUE " DIAS".
           02 FILLER PIC X(52) VALUE SPACES.
       01 DETALHE-LEG3.
           02 FILLER PIC X(30) VALUE "ALERTA C = PRECO ACIMA DA COTA".
           02 FILLER PIC X(10) VALUE "CAO EM    ".
           02 PRECO-LEG PIC 9(3).
           02 FILLER PIC X(01) VALUE "%".
           02 FILLER PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       EX1.
           PERFORM EXTRAI.
           SORT WORK-SORT ON ASCENDING KEY SD-CODFORN
                                           SD-NUMPED
               USING DESTEMP
               GIVING DESORD.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ORD EQUAL "SIM".
           IF PRIMEIRO-FORN EQUAL "NAO"
               PERFORM QUEBRA-FORNECEDOR
           END-IF.
           PERFORM TOTALIZA.
           PERFORM FIM.
           STOP RUN.

       EXTRAI.
           ACCEPT DATA-EXEC FROM DATE.
           MOVE DATA-EXEC TO DATA-CALC.
           PERFORM CALCULA-DIAS.
           MOVE DIAS-CALC TO DIAS-HOJE.
           PERFORM LE-PARAMETROS.
           OPEN INPUT PEDCOMPRA.
           PERFORM ABRE-COTITEM.
           PERFORM ABRE-CADNF.
           OPEN OUTPUT DESTEMP.
           PERFORM LER-PED.
           PERFORM PROCESSA-PEDIDO UNTIL FIM-PED EQUAL "SIM".
           CLOSE PEDCOMPRA DESTEMP.
           IF COTITEM-DISPONIVEL EQUAL "SIM"
               CLOSE COTITEM
           END-IF.
           IF CADNF-DISPONIVEL EQUAL "SIM"
               CLOSE CADNF
           END-IF.

       LE-PARAMETROS.
           OPEN INPUT PARDESEMP.
           IF PAR-STATUS EQUAL "00"
               READ PARDESEMP
                   AT END CONTINUE
                   NOT AT END
                       MOVE DATAINI-PAR TO DATA-INI
                       MOVE DATAFIM-PAR TO DATA-FIM
                       MOVE MINPRAZO-PAR TO MIN-PRAZO
                       MOVE MAXATRASO-PAR TO MAX-ATRASO
                       MOVE MAXPRECO-PAR TO MAX-PRECO
               END-READ
               CLOSE PARDESEMP
           END-IF.
           IF DATA-FIM EQUAL ZEROES
               MOVE 999999 TO DATA-FIM
           END-IF.
           COMPUTE LIMITE-PRECO = 100 + MAX-PRECO.

       ABRE-COTITEM.
           OPEN INPUT COTITEM.
           IF COT-STATUS EQUAL "00"
               MOVE "SIM" TO COTITEM-DISPONIVEL
           ELSE
               MOVE "NAO" TO COTITEM-DISPONIVEL
           END-IF.

       ABRE-CADNF.
           OPEN INPUT CADNF.
           IF CNF-STATUS EQUAL "00"
               MOVE "SIM" TO CADNF-DISPONIVEL
           ELSE
               MOVE "NAO" TO CADNF-DISPONIVEL
           END-IF.

       LER-PED.
           READ PEDCOMPRA
               AT END MOVE "SIM" TO FIM-PED
           END-READ.

       PROCESSA-PEDIDO.
           IF NOT PED-CABEC
               PERFORM LER-PED
           ELSE
               MOVE CODFORN-PED TO CODFORN-ATU
               MOVE NOMEFORN-PED TO NOMEFORN-ATU
               MOVE NUMPED-PED TO NUMPED-ATU
               MOVE DATAEMIS-PED TO DATAEMIS-ATU
               MOVE DATAPREV-PED TO DATAPREV-ATU
               MOVE SITU-PED TO SITU-ATU
               MOVE DATAREC-PED TO DATAREC-ATUX
               MOVE ZEROES TO QTDPED-ATU QTDREC-ATU VLPED-ATU
                   VLCOTP-ATU VLFAT-ATU VLCOTF-ATU CT-ITPED
               PERFORM LER-PED
               PERFORM GUARDA-ITEM
                   UNTIL FIM-PED EQUAL "SIM" OR NOT PED-ITEM
               IF DATAEMIS-ATU NOT LESS THAN DATA-INI
                  AND DATAEMIS-ATU NOT GREATER THAN DATA-FIM
                   PERFORM AVALIA-PEDIDO
               END-IF
           END-IF.

       GUARDA-ITEM.
           IF CT-ITPED NOT LESS THAN 999
               DISPLAY "EX4DESEMP: TABELA DE ITENS DO PEDIDO "
                   "CHEIA - ABORTADO"
               CLOSE PEDCOMPRA DESTEMP
               STOP RUN
           END-IF.
           ADD QTDE-PED TO QTDPED-ATU.
           IF QTDEREC-PED NUMERIC
               ADD QTDEREC-PED TO QTDREC-ATU
           ELSE
               IF SITU-ATU EQUAL "R"
                   ADD QTDE-PED TO QTDREC-ATU
               END-IF
           END-IF.
           PERFORM BUSCA-COTACAO.
           ADD 1 TO CT-ITPED.
           MOVE CODITEM-PED TO ITEM-TP(CT-ITPED).
           MOVE PRECO-COTADO TO PRECOCOT-TP(CT-ITPED).
           IF PRECO-COTADO GREATER THAN ZEROES
               COMPUTE VLPED-ATU = VLPED-ATU + QTDE-PED * PRECO-PED
               COMPUTE VLCOTP-ATU =
                   VLCOTP-ATU + QTDE-PED * PRECO-COTADO
           END-IF.
           PERFORM LER-PED.

       BUSCA-COTACAO.
           MOVE ZEROES TO PRECO-COTADO.
           IF COTITEM-DISPONIVEL EQUAL "SIM"
               MOVE CODITEM-PED TO CODITEM-COT
               MOVE CODFORN-ATU TO CODFORN-COT
               READ COTITEM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PRECO-COT TO PRECO-COTADO
               END-READ
           END-IF.

       AVALIA-PEDIDO.
           MOVE ZEROES TO ATRASO-DTP.
           EVALUATE TRUE
               WHEN SITU-ATU EQUAL "R"
                   IF DATAREC-ATUX NOT NUMERIC
                      OR DATAREC-ATU EQUAL ZEROES
                       MOVE "N" TO SITU-DTP
                   ELSE
                       MOVE "R" TO SITU-DTP
                       MOVE DATAPREV-ATU TO DATA-CALC
                       PERFORM CALCULA-DIAS
                       MOVE DIAS-CALC TO DIAS-PREV
                       MOVE DATAREC-ATU TO DATA-CALC
                       PERFORM CALCULA-DIAS
                       IF DIAS-CALC GREATER THAN DIAS-PREV
                           SUBTRACT DIAS-PREV FROM DIAS-CALC
                               GIVING ATRASO-DTP
                       END-IF
                   END-IF
                   PERFORM SOMA-FATURADO
               WHEN OTHER
                   MOVE "A" TO SITU-DTP
                   MOVE ZEROES TO QTDREC-ATU
                   MOVE DATAPREV-ATU TO DATA-CALC
                   PERFORM CALCULA-DIAS
                   MOVE DIAS-CALC TO DIAS-PREV
                   IF DIAS-HOJE GREATER THAN DIAS-PREV
                       MOVE "V" TO SITU-DTP
                       SUBTRACT DIAS-PREV FROM DIAS-HOJE
                           GIVING ATRASO-DTP
                   END-IF
           END-EVALUATE.
           MOVE CODFORN-ATU TO CODFORN-DTP.
           MOVE NUMPED-ATU TO NUMPED-DTP.
           MOVE NOMEFORN-ATU TO NOMEFORN-DTP.
           MOVE QTDPED-ATU TO QTDPED-DTP.
           MOVE QTDREC-ATU TO QTDREC-DTP.
           MOVE VLPED-ATU TO VLPED-DTP.
           MOVE VLCOTP-ATU TO VLCOTP-DTP.
           MOVE VLFAT-ATU TO VLFAT-DTP.
           MOVE VLCOTF-ATU TO VLCOTF-DTP.
           WRITE REG-DTP.

       SOMA-FATURADO.
           IF CADNF-DISPONIVEL EQUAL "SIM"
               MOVE CODFORN-ATU TO CODFORN-CNF
               MOVE ZEROES TO NUMNF-CNF SEQ-CNF
               MOVE "NAO" TO FIM-CNF
               START CADNF KEY IS NOT LESS THAN CHAVE-CNF
                   INVALID KEY MOVE "SIM" TO FIM-CNF
               END-START
               PERFORM SOMA-NOTA UNTIL FIM-CNF EQUAL "SIM"
           END-IF.

       SOMA-NOTA.
           READ CADNF NEXT RECORD
               AT END MOVE "SIM" TO FIM-CNF
               NOT AT END
                   IF CODFORN-CNF NOT EQUAL CODFORN-ATU
                       MOVE "SIM" TO FIM-CNF
                   ELSE
                       IF SEQ-CNF NOT EQUAL ZEROES
                        AND NUMPED-CNF EQUAL NUMPED-ATU
                           PERFORM SOMA-ITEM-NOTA
                       END-IF
                   END-IF
           END-READ.

       SOMA-ITEM-NOTA.
           MOVE CODITEM-CNF TO ITEM-PROCURA.
           PERFORM PROCURA-ITEM-PEDIDO.
           IF ACHOU-ITEM EQUAL "SIM"
               IF PRECOCOT-TP(IND-PED) GREATER THAN ZEROES
                   COMPUTE VLFAT-ATU =
                       VLFAT-ATU + QTDE-CNF * PRECO-CNF
                   COMPUTE VLCOTF-ATU =
                       VLCOTF-ATU + QTDE-CNF * PRECOCOT-TP(IND-PED)
               END-IF
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

       CALCULA-DIAS.
           COMPUTE DIAS-CALC = ANO-CALC * 365
               + DIAS-ACUM(MES-CALC) + DIA-CALC.
           DIVIDE ANO-CALC BY 4 GIVING QUOC-BISS
               REMAINDER REST-BISS.
           ADD QUOC-BISS TO DIAS-CALC.
           IF REST-BISS NOT EQUAL ZEROES
               ADD 1 TO DIAS-CALC
           ELSE
               IF MES-CALC GREATER THAN 02
                   ADD 1 TO DIAS-CALC
               END-IF
           END-IF.

       INICIO.
           MOVE DIA-EXEC TO DIA-CAB.
           MOVE MES-EXEC TO MES-CAB.
           MOVE ANO-EXEC TO ANO-CAB.
           OPEN INPUT DESORD.
           OPEN OUTPUT RELDESEMP.
           PERFORM LER-ORD.

       LER-ORD.
           READ DESORD
               AT END MOVE "SIM" TO FIM-ORD
           END-READ.

       PRINCIPAL.
           IF PRIMEIRO-FORN EQUAL "SIM"
               MOVE "NAO" TO PRIMEIRO-FORN
               PERFORM INICIA-FORNECEDOR
           ELSE
               IF CODFORN-DOR NOT EQUAL FORN-QBR
                   PERFORM QUEBRA-FORNECEDOR
                   PERFORM INICIA-FORNECEDOR
               END-IF
           END-IF.
           PERFORM ACUMULA-PEDIDO.
           PERFORM LER-ORD.

       INICIA-FORNECEDOR.
           MOVE CODFORN-DOR TO FORN-QBR.
           MOVE NOMEFORN-DOR TO NOMEFORN-QBR.
           MOVE ZEROES TO ACUM-FORN.

       ACUMULA-PEDIDO.
           ADD 1 TO PEDIDOS-FOR.
           ADD 1 TO CT-PEDIDOS.
           IF DOR-RECEBIDO OR DOR-SEM-DATA
               ADD 1 TO RECEB-FOR
               ADD QTDPED-DOR TO QTDPED-FOR
               ADD QTDREC-DOR TO QTDREC-FOR
               ADD VLFAT-DOR TO VLFAT-FOR
               ADD VLCOTF-DOR TO VLCOTF-FOR
           END-IF.
           IF DOR-RECEBIDO OR DOR-VENCIDO
               ADD 1 TO AVAL-FOR
               IF ATRASO-DOR GREATER THAN ZEROES
                   ADD 1 TO ATRAS-FOR
                   ADD ATRASO-DOR TO DIASATR-FOR
               ELSE
                   ADD 1 TO PONTUAL-FOR
               END-IF
           END-IF.
           ADD VLPED-DOR TO VLPED-FOR.
           ADD VLCOTP-DOR TO VLCOTP-FOR.

       QUEBRA-FORNECEDOR.
           MOVE SPACES TO MARCA-DET ALERTA-DET.
           MOVE FORN-QBR TO FORN-DET.
           MOVE NOMEFORN-QBR TO NOME-DET.
           MOVE PEDIDOS-FOR TO PEDID-DET.
           MOVE RECEB-FOR TO RECEB-DET.
           MOVE ATRAS-FOR TO ATRAS-DET.
           IF AVAL-FOR GREATER THAN ZEROES
               COMPUTE PERC-PRAZO = PONTUAL-FOR * 100 / AVAL-FOR
               COMPUTE PRAZO-DET ROUNDED =
                   PONTUAL-FOR * 100 / AVAL-FOR
               IF PERC-PRAZO LESS THAN MIN-PRAZO
                   MOVE "P" TO ALERTA-PRZ
               END-IF
           ELSE
               MOVE SPACES TO PRAZO-DETX
           END-IF.
           IF ATRAS-FOR GREATER THAN ZEROES
               COMPUTE MEDIA-ATRASO = DIASATR-FOR / ATRAS-FOR
               COMPUTE MEDIA-DET ROUNDED = DIASATR-FOR / ATRAS-FOR
               IF MEDIA-ATRASO GREATER THAN MAX-ATRASO
                   MOVE "A" TO ALERTA-ATR
               END-IF
           ELSE
               MOVE ZEROES TO MEDIA-DET
           END-IF.
           IF QTDPED-FOR GREATER THAN ZEROES
               COMPUTE QTDE-DET ROUNDED = QTDREC-FOR * 100 / QTDPED-FOR
           ELSE
               MOVE SPACES TO QTDE-DETX
           END-IF.
           IF VLCOTP-FOR GREATER THAN ZEROES
               COMPUTE RAZAO-PED = VLPED-FOR * 100 / VLCOTP-FOR
               COMPUTE PEDCOT-DET ROUNDED = VLPED-FOR * 100 / VLCOTP-FOR
               IF RAZAO-PED GREATER THAN LIMITE-PRECO
                   MOVE "C" TO ALERTA-PRC
               END-IF
           ELSE
               MOVE SPACES TO PEDCOT-DETX
           END-IF.
           IF VLCOTF-FOR GREATER THAN ZEROES
               COMPUTE RAZAO-FAT = VLFAT-FOR * 100 / VLCOTF-FOR
               COMPUTE FATCOT-DET ROUNDED = VLFAT-FOR * 100 / VLCOTF-FOR
               IF RAZAO-FAT GREATER THAN LIMITE-PRECO
                   MOVE "C" TO ALERTA-PRC
               END-IF
           ELSE
               MOVE SPACES TO FATCOT-DETX
           END-IF.
           IF ALERTA-DET NOT EQUAL SPACES
               MOVE "*" TO MARCA-DET
               ADD 1 TO CT-ALERTA
           END-IF.
           ADD 1 TO CT-FORN.
           PERFORM IMPRIME-FORNECEDOR.

       IMPRIME-FORNECEDOR.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
           END-IF.
           WRITE REG-RELD FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-RELD.
           WRITE REG-RELD AFTER ADVANCING PAGE.
           WRITE REG-RELD FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-RELD FROM CAB-02 AFTER ADVANCING 2 LINE.
           MOVE ZEROES TO CT-LIN.

       TOTALIZA.
           IF CT-LIN GREATER THAN 13
               PERFORM CABECALHO
           END-IF.
           MOVE CT-FORN TO FORN-TOT.
           MOVE CT-ALERTA TO ALERTA-TOT.
           MOVE CT-PEDIDOS TO PEDIDOS-TOT.
           WRITE REG-RELD FROM DETALHE-TOT AFTER ADVANCING 2 LINE.
           MOVE DATA-INI TO INI-PER.
           MOVE DATA-FIM TO FIM-PER.
           WRITE REG-RELD FROM DETALHE-PER AFTER ADVANCING 2 LINE.
           MOVE MIN-PRAZO TO PRAZO-LEG.
           WRITE REG-RELD FROM DETALHE-LEG1 AFTER ADVANCING 1 LINE.
           MOVE MAX-ATRASO TO ATRASO-LEG.
           WRITE REG-RELD FROM DETALHE-LEG2 AFTER ADVANCING 1 LINE.
           MOVE MAX-PRECO TO PRECO-LEG.
           WRITE REG-RELD FROM DETALHE-LEG3 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE DESORD RELDESEMP.
           DISPLAY "EX4DESEMP: FORNECEDORES COM ALERTA = " CT-ALERTA.
