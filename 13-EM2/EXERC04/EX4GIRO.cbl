       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX4GIRO.
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
           SELECT HISTMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.
           SELECT ARQHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQ-STATUS.
           SELECT SAITEMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT SAIORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADESTOQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CODIGO-ENT.
           SELECT SALDOLOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHAVE-LOC
           FILE STATUS IS LOC-STATUS.
           SELECT GIROTEMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-ITEM ASSIGN TO DISK.
           SELECT GIROORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELGIRO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD HISTMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "HISTMOV".

       01 REG-HIST.
           02 DATA-HIST PIC 9(06).
           02 HORA-HIST PIC 9(08).
           02 SEQ-HIST PIC 9(05).
           02 MOV-HIST.
               03 TIPO-HIST PIC X(01).
               03 CODIGO-HIST PIC 9(05).
               03 NOME-HIST PIC X(15).
               03 QTDEEST-HIST PIC 9(05).
               03 PRECOUNI-HIST PIC 9(6)V9(2).
               03 CATEGORIA-HIST PIC X(10).
           02 ANT-HIST PIC X(38).
           02 DEP-HIST PIC X(38).
           02 LOCAL-HIST PIC X(03).
           02 LOCDEST-HIST PIC X(03).
           02 PERIODO-HIST PIC 9(04).
           02 REQUIS-HIST PIC X(08).
           02 CCUSTO-HIST PIC X(06).
           02 REFORI-HIST.
               03 DATAORI-HIST PIC 9(06).
               03 HORAORI-HIST PIC 9(08).
               03 SEQORI-HIST PIC 9(05).
           02 TIPOORI-HIST PIC X(01).
           02 OPERADOR-HIST PIC X(08).

       FD ARQHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "ARQHIST".

       01 REG-ARQ.
           02 TIPO-ARQ PIC X(1).
               88 ARQ-DETALHE VALUE "D".
           02 DADOS-ARQ PIC X(191).

       01 REG-ARQD.
           02 FILLER PIC X(1).
           02 DATA-ARQ PIC 9(06).
           02 HORA-ARQ PIC 9(08).
           02 SEQ-ARQ PIC 9(05).
           02 TIPOMOV-ARQ PIC X(01).
           02 CODIGO-ARQ PIC 9(05).
           02 FILLER PIC X(138).
           02 DATAORI-ARQ PIC 9(06).
           02 HORAORI-ARQ PIC 9(08).
           02 SEQORI-ARQ PIC 9(05).
           02 TIPOORI-ARQ PIC X(01).
           02 OPERADOR-ARQ PIC X(08).

       FD SAITEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "SAITEMP".

       01 REG-STP.
           02 CODIGO-STP PIC 9(5).
           02 DATA-STP PIC 9(6).
           02 HORA-STP PIC 9(8).
           02 SEQ-STP PIC 9(5).
           02 MARCA-STP PIC X(1).

       SD WORK-SORT.
       01 SD-REG.
           02 SD-CODIGO PIC 9(5).
           02 SD-DATA PIC 9(6).
           02 SD-HORA PIC 9(8).
           02 SD-SEQ PIC 9(5).
           02 SD-MARCA PIC X(1).

       FD SAIORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "SAIORD".

       01 REG-SOR.
           02 CODIGO-SOR PIC 9(5).
           02 CHAVE-SOR.
               03 DATA-SOR PIC 9(6).
               03 HORA-SOR PIC 9(8).
               03 SEQ-SOR PIC 9(5).
           02 MARCA-SOR PIC X(1).

       FD CADESTOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADESTOQ".

       01 REG-ENT.
           02 CODIGO-ENT  PIC 9(5).
           02 NOME-ENT PIC X(15).
           02 QTDEEST-ENT PIC 9(5).
           02 PRECOUNI-ENT PIC 9(6)V9(2).
           02 CATEGORIA-ENT PIC X(10).

       FD SALDOLOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "SALDOLOC".

       01 REG-LOC.
           02 CHAVE-LOC.
               03 CODIGO-LOC PIC 9(5).
               03 LOCAL-LOC PIC X(3).
           02 QTDEEST-LOC PIC 9(5).

       FD GIROTEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "GIROTEMP".

       01 REG-GTP.
           02 CATEGORIA-GTP PIC X(10).
           02 CODIGO-GTP PIC 9(5).
           02 NOME-GTP PIC X(15).
           02 QTDE-GTP PIC 9(5).
           02 PRECO-GTP PIC 9(6)V9(2).
           02 VALOR-GTP PIC 9(9)V9(2).
           02 ULTSAI-GTP PIC 9(6).
           02 DIAS-GTP PIC 9(5).
           02 FAIXA-GTP PIC 9(1).

       SD WORK-ITEM.
       01 SI-REG.
           02 SI-CATEGORIA PIC X(10).
           02 SI-CODIGO PIC 9(5).
           02 SI-NOME PIC X(15).
           02 SI-QTDE PIC 9(5).
           02 SI-PRECO PIC 9(6)V9(2).
           02 SI-VALOR PIC 9(9)V9(2).
           02 SI-ULTSAI PIC 9(6).
           02 SI-DIAS PIC 9(5).
           02 SI-FAIXA PIC 9(1).

       FD GIROORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "GIROORD".

       01 REG-GOR.
           02 CATEGORIA-GOR PIC X(10).
           02 CODIGO-GOR PIC 9(5).
           02 NOME-GOR PIC X(15).
           02 QTDE-GOR PIC 9(5).
           02 PRECO-GOR PIC 9(6)V9(2).
           02 VALOR-GOR PIC 9(9)V9(2).
           02 ULTSAI-GOR PIC 9(6).
           02 DIAS-GOR PIC 9(5).
           02 FAIXA-GOR PIC 9(1).

       FD RELGIRO
           LABEL RECORD IS OMITTED.
       01 REG-RELG
           PIC X(110).

       WORKING-STORAGE SECTION.
           77 HIST-STATUS PIC X(02) VALUE SPACES.
           77 ARQ-STATUS PIC X(02) VALUE SPACES.
           77 LOC-STATUS PIC X(02) VALUE SPACES.
           77 FIM-HIST PIC X(03) VALUE "NAO".
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 FIM-SAI PIC X(03) VALUE "NAO".
           77 FIM-ENT PIC X(03) VALUE "NAO".
           77 FIM-LOC PIC X(03) VALUE "NAO".
           77 FIM-GIRO PIC X(03) VALUE "NAO".
           77 SALDOLOC-DISPONIVEL PIC X(03) VALUE "NAO".
           77 CT-LIN PIC 9(02) VALUE 25.
           77 CT-PAG PIC 9(02) VALUE ZEROES.
           77 CT-ITENS PIC 9(05) VALUE ZEROES.
           77 ULT-SAIDA PIC 9(06) VALUE ZEROES.
           77 ULT-ANTERIOR PIC 9(06) VALUE ZEROES.
           77 CHAVE-ULT PIC X(19) VALUE SPACES.
           77 DIAS-HOJE PIC 9(07) VALUE ZEROES.
           77 DIAS-SAIDA PIC 9(07) VALUE ZEROES.
           77 DIAS-PARADO PIC 9(05) VALUE ZEROES.
           77 QUOC-BISS PIC 9(02) VALUE ZEROES.
           77 REST-BISS PIC 9(01) VALUE ZEROES.
           77 DIAS-CALC PIC 9(07) VALUE ZEROES.
           77 FAIXA-ITEM PIC 9(01) VALUE ZEROES.
           77 QTDE-LOCAIS PIC 9(07) VALUE ZEROES.
           77 QTDE-RESTO PIC 9(05) VALUE ZEROES.
           77 VALOR-LOCAL PIC 9(9)V99 VALUE ZEROES.
           77 LOCAL-PROCURA PIC X(03) VALUE SPACES.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 IND-LOC PIC 9(02) VALUE ZEROES.
           77 CT-LOCAIS PIC 9(02) VALUE ZEROES.
           77 IND-FX PIC 9(01) VALUE ZEROES.
           77 CAT-QBR PIC X(10) VALUE SPACES.
           77 PRIMEIRA-CAT PIC X(03) VALUE "SIM".

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

       01 TAB-NOME-FAIXA-V.
           02 FILLER PIC X(10) VALUE "0-90 DIAS ".
           02 FILLER PIC X(10) VALUE "91-180    ".
           02 FILLER PIC X(10) VALUE "181-365   ".
           02 FILLER PIC X(10) VALUE "ACIMA 365 ".
           02 FILLER PIC X(10) VALUE "NUNCA MOV.".
       01 TAB-NOME-FAIXA REDEFINES TAB-NOME-FAIXA-V.
           02 NOME-FAIXA OCCURS 5 TIMES PIC X(10).

       01 TAB-TOT-CAT.
           02 VALOR-CAT OCCURS 6 TIMES PIC 9(9)V99.
       01 TAB-TOT-GERAL.
           02 VALOR-GERAL OCCURS 6 TIMES PIC 9(9)V99.

       01 TAB-LOCAIS.
           02 ENT-LOCAL OCCURS 50 TIMES.
               03 LOCAL-TL PIC X(03).
               03 VALOR-TL OCCURS 6 TIMES PIC 9(9)V99.

       01 CAB-01.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 DIA-CAB PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 MES-CAB PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 ANO-CAB PIC 99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "ESTOQUE PARADO - IDADE DA ULTI".
           02 FILLER PIC X(10) VALUE "MA SAIDA  ".
           02 FILLER PIC X(42) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC 99.
           02 FILLER  PIC X(03) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(06) VALUE "CODIGO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "NOME".
           02 FILLER PIC X(13) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "QTDE ".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "PRC.UNIT".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "VALOR      ".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "ULT.SD".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "DIAS ".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "FAIXA".
           02 FILLER PIC X(35) VALUE SPACES.
       01 DETALHE-CAT.
           02 FILLER PIC X(11) VALUE "CATEGORIA: ".
           02 CAT-DET PIC X(10).
           02 FILLER PIC X(89) VALUE SPACES.
       01 DETALHE.
           02 COD-DET PIC 9(5).
           02 FILLER PIC X(03) VALUE SPACES.
           02 NOM-DET PIC X(15).
           02 FILLER PIC X(02) VALUE SPACES.
           02 QTDE-DET PIC 9(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 PRECO-DET PIC 9(6)V99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 VALOR-DET PIC 9(9)V99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 ULTSAI-DET PIC 9(6).
           02 ULTSAI-DETX REDEFINES ULTSAI-DET PIC X(6).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DIAS-DET PIC 9(5).
           02 DIAS-DETX REDEFINES DIAS-DET PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FAIXA-DET PIC X(10).
           02 FILLER PIC X(30) VALUE SPACES.
       01 CAB-FAIXA.
           02 FILLER PIC X(21) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "0-90 DIAS".
           02 FILLER PIC X(13) VALUE "91-180".
           02 FILLER PIC X(13) VALUE "181-365".
           02 FILLER PIC X(13) VALUE "ACIMA 365".
           02 FILLER PIC X(13) VALUE "NUNCA MOV.".
           02 FILLER PIC X(13) VALUE "TOTAL".
           02 FILLER PIC X(11) VALUE SPACES.
       01 DETALHE-SUB.
           02 ROT-SUB PIC X(09).
           02 CHAVE-SUB PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 COL-SUB OCCURS 6 TIMES.
               03 VALOR-SUB PIC 9(9)V99.
               03 FILLER PIC X(02).
           02 FILLER PIC X(11) VALUE SPACES.
       01 DETALHE-TOT.
           02 FILLER PIC X(18) VALUE "ITENS ANALISADOS: ".
           02 ITENS-TOT PIC 9(05).
           02 FILLER PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       EX1.
           PERFORM EXTRAI.
           SORT WORK-SORT ON ASCENDING KEY SD-CODIGO
                                           SD-DATA
                                           SD-HORA
                                           SD-SEQ
                                           SD-MARCA
               USING SAITEMP
               GIVING SAIORD.
           PERFORM CLASSIFICA.
           SORT WORK-ITEM ON ASCENDING KEY SI-CATEGORIA
                                           SI-CODIGO
               USING GIROTEMP
               GIVING GIROORD.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-GIRO EQUAL "SIM".
           IF PRIMEIRA-CAT EQUAL "NAO"
               PERFORM QUEBRA-CATEGORIA
           END-IF.
           PERFORM RESUMO-LOCAIS.
           PERFORM TOTALIZA.
           PERFORM FIM.
           STOP RUN.

       EXTRAI.
           OPEN OUTPUT SAITEMP.
           OPEN INPUT HISTMOV.
           IF HIST-STATUS EQUAL "00"
               PERFORM LER-HIST
               PERFORM SELECIONA-HIST UNTIL FIM-HIST EQUAL "SIM"
               CLOSE HISTMOV
           ELSE
               DISPLAY "EX4GIRO: HISTMOV AUSENTE"
           END-IF.
           OPEN INPUT ARQHIST.
           IF ARQ-STATUS EQUAL "00"
               PERFORM LER-ARQ
               PERFORM SELECIONA-ARQ UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE ARQHIST
           END-IF.
           CLOSE SAITEMP.

       LER-HIST.
           READ HISTMOV
               AT END MOVE "SIM" TO FIM-HIST
           END-READ.

       SELECIONA-HIST.
           IF TIPO-HIST EQUAL "S" AND OPERADOR-HIST NOT EQUAL "INVENT"
               MOVE CODIGO-HIST TO CODIGO-STP
               MOVE DATA-HIST TO DATA-STP
               MOVE HORA-HIST TO HORA-STP
               MOVE SEQ-HIST TO SEQ-STP
               MOVE SPACES TO MARCA-STP
               WRITE REG-STP
           END-IF.
           IF TIPO-HIST EQUAL "X" AND TIPOORI-HIST EQUAL "S"
               MOVE CODIGO-HIST TO CODIGO-STP
               MOVE DATAORI-HIST TO DATA-STP
               MOVE HORAORI-HIST TO HORA-STP
               MOVE SEQORI-HIST TO SEQ-STP
               MOVE "E" TO MARCA-STP
               WRITE REG-STP
           END-IF.
           PERFORM LER-HIST.

       LER-ARQ.
           READ ARQHIST
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.

       SELECIONA-ARQ.
           IF ARQ-DETALHE AND TIPOMOV-ARQ EQUAL "S"
              AND OPERADOR-ARQ NOT EQUAL "INVENT"
               MOVE CODIGO-ARQ TO CODIGO-STP
               MOVE DATA-ARQ TO DATA-STP
               MOVE HORA-ARQ TO HORA-STP
               MOVE SEQ-ARQ TO SEQ-STP
               MOVE SPACES TO MARCA-STP
               WRITE REG-STP
           END-IF.
           IF ARQ-DETALHE AND TIPOMOV-ARQ EQUAL "X"
              AND TIPOORI-ARQ EQUAL "S"
               MOVE CODIGO-ARQ TO CODIGO-STP
               MOVE DATAORI-ARQ TO DATA-STP
               MOVE HORAORI-ARQ TO HORA-STP
               MOVE SEQORI-ARQ TO SEQ-STP
               MOVE "E" TO MARCA-STP
               WRITE REG-STP
           END-IF.
           PERFORM LER-ARQ.

       CLASSIFICA.
           ACCEPT DATA-EXEC FROM DATE.
           MOVE DIA-EXEC TO DIA-CAB.
           MOVE MES-EXEC TO MES-CAB.
           MOVE ANO-EXEC TO ANO-CAB.
           MOVE DATA-EXEC TO DATA-CALC.
           PERFORM CALCULA-DIAS.
           MOVE DIAS-CALC TO DIAS-HOJE.
           MOVE ZEROES TO CT-LOCAIS.
           PERFORM ZERA-GERAL
               VARYING IND-FX FROM 1 BY 1
               UNTIL IND-FX GREATER THAN 6.
           OPEN INPUT SAIORD CADESTOQ.
           OPEN INPUT SALDOLOC.
           IF LOC-STATUS EQUAL "00"
               MOVE "SIM" TO SALDOLOC-DISPONIVEL
               PERFORM LER-LOC
           ELSE
               DISPLAY "EX4GIRO: SALDOLOC AUSENTE - RESUMO POR "
                   "LOCAL SEM DETALHE"
               MOVE "SIM" TO FIM-LOC
           END-IF.
           OPEN OUTPUT GIROTEMP.
           PERFORM LER-SAI.
           PERFORM LER-ENT.
           PERFORM AVALIA-ITEM UNTIL FIM-ENT EQUAL "SIM".
           CLOSE SAIORD CADESTOQ GIROTEMP.
           IF SALDOLOC-DISPONIVEL EQUAL "SIM"
               CLOSE SALDOLOC
           END-IF.

       ZERA-GERAL.
           MOVE ZEROES TO VALOR-GERAL(IND-FX).

       LER-SAI.
           READ SAIORD
               AT END MOVE "SIM" TO FIM-SAI
           END-READ.

       LER-ENT.
           READ CADESTOQ
               AT END MOVE "SIM" TO FIM-ENT
           END-READ.

       LER-LOC.
           READ SALDOLOC
               AT END MOVE "SIM" TO FIM-LOC
           END-READ.

       AVALIA-ITEM.
           MOVE ZEROES TO ULT-SAIDA ULT-ANTERIOR.
           MOVE SPACES TO CHAVE-ULT.
           PERFORM LER-SAI
               UNTIL FIM-SAI EQUAL "SIM"
                  OR CODIGO-SOR NOT LESS THAN CODIGO-ENT.
           PERFORM GUARDA-SAIDA
               UNTIL FIM-SAI EQUAL "SIM"
                  OR CODIGO-SOR NOT EQUAL CODIGO-ENT.
           PERFORM CALCULA-FAIXA.
           MOVE CATEGORIA-ENT TO CATEGORIA-GTP.
           MOVE CODIGO-ENT TO CODIGO-GTP.
           MOVE NOME-ENT TO NOME-GTP.
           MOVE QTDEEST-ENT TO QTDE-GTP.
           MOVE PRECOUNI-ENT TO PRECO-GTP.
           MULTIPLY QTDEEST-ENT BY PRECOUNI-ENT GIVING VALOR-GTP.
           MOVE ULT-SAIDA TO ULTSAI-GTP.
           MOVE DIAS-PARADO TO DIAS-GTP.
           MOVE FAIXA-ITEM TO FAIXA-GTP.
           WRITE REG-GTP.
           ADD VALOR-GTP TO VALOR-GERAL(FAIXA-ITEM) VALOR-GERAL(6).
           PERFORM DISTRIBUI-LOCAIS.
           PERFORM LER-ENT.

       GUARDA-SAIDA.
           IF MARCA-SOR EQUAL "E"
               IF CHAVE-SOR EQUAL CHAVE-ULT
                   MOVE ULT-ANTERIOR TO ULT-SAIDA
                   MOVE SPACES TO CHAVE-ULT
               END-IF
           ELSE
               MOVE ULT-SAIDA TO ULT-ANTERIOR
               MOVE DATA-SOR TO ULT-SAIDA
               MOVE CHAVE-SOR TO CHAVE-ULT
           END-IF.
           PERFORM LER-SAI.

       CALCULA-FAIXA.
           MOVE ZEROES TO DIAS-PARADO.
           IF ULT-SAIDA EQUAL ZEROES
               MOVE 5 TO FAIXA-ITEM
           ELSE
               MOVE ULT-SAIDA TO DATA-CALC
               PERFORM CALCULA-DIAS
               MOVE DIAS-CALC TO DIAS-SAIDA
               IF DIAS-HOJE GREATER THAN DIAS-SAIDA
                   SUBTRACT DIAS-SAIDA FROM DIAS-HOJE
                       GIVING DIAS-PARADO
               END-IF
               EVALUATE TRUE
                   WHEN DIAS-PARADO NOT GREATER THAN 90
                       MOVE 1 TO FAIXA-ITEM
                   WHEN DIAS-PARADO NOT GREATER THAN 180
                       MOVE 2 TO FAIXA-ITEM
                   WHEN DIAS-PARADO NOT GREATER THAN 365
                       MOVE 3 TO FAIXA-ITEM
                   WHEN OTHER
                       MOVE 4 TO FAIXA-ITEM
               END-EVALUATE
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

       DISTRIBUI-LOCAIS.
           MOVE ZEROES TO QTDE-LOCAIS.
           PERFORM LER-LOC
               UNTIL FIM-LOC EQUAL "SIM"
                  OR CODIGO-LOC NOT LESS THAN CODIGO-ENT.
           PERFORM ACUMULA-LOCAL
               UNTIL FIM-LOC EQUAL "SIM"
                  OR CODIGO-LOC NOT EQUAL CODIGO-ENT.
           IF QTDEEST-ENT GREATER THAN QTDE-LOCAIS
               SUBTRACT QTDE-LOCAIS FROM QTDEEST-ENT
                   GIVING QTDE-RESTO
               MOVE "---" TO LOCAL-PROCURA
               MULTIPLY QTDE-RESTO BY PRECOUNI-ENT GIVING VALOR-LOCAL
               PERFORM SOMA-LOCAL
           END-IF.

       ACUMULA-LOCAL.
           ADD QTDEEST-LOC TO QTDE-LOCAIS.
           MOVE LOCAL-LOC TO LOCAL-PROCURA.
           MULTIPLY QTDEEST-LOC BY PRECOUNI-ENT GIVING VALOR-LOCAL.
           PERFORM SOMA-LOCAL.
           PERFORM LER-LOC.

       SOMA-LOCAL.
           MOVE "NAO" TO ACHOU.
           MOVE ZEROES TO IND-LOC.
           PERFORM TESTA-LOCAL
               UNTIL ACHOU EQUAL "SIM" OR IND-LOC NOT LESS THAN
               CT-LOCAIS.
           IF ACHOU EQUAL "NAO"
               IF CT-LOCAIS LESS THAN 50
                   ADD 1 TO CT-LOCAIS
                   MOVE CT-LOCAIS TO IND-LOC
                   MOVE LOCAL-PROCURA TO LOCAL-TL(IND-LOC)
                   PERFORM ZERA-LOCAL
                       VARYING IND-FX FROM 1 BY 1
                       UNTIL IND-FX GREATER THAN 6
               ELSE
                   DISPLAY "EX4GIRO: TABELA DE LOCAIS CHEIA - "
                       "ABORTADO"
                   STOP RUN
               END-IF
           END-IF.
           ADD VALOR-LOCAL TO VALOR-TL(IND-LOC FAIXA-ITEM)
                              VALOR-TL(IND-LOC 6).

       TESTA-LOCAL.
           ADD 1 TO IND-LOC.
           IF LOCAL-TL(IND-LOC) EQUAL LOCAL-PROCURA
               MOVE "SIM" TO ACHOU
           END-IF.

       ZERA-LOCAL.
           MOVE ZEROES TO VALOR-TL(IND-LOC IND-FX).

       INICIO.
           OPEN INPUT GIROORD
                OUTPUT RELGIRO.
           PERFORM LER-GIRO.

       LER-GIRO.
           READ GIROORD
               AT END MOVE "SIM" TO FIM-GIRO
           END-READ.

       PRINCIPAL.
           IF CATEGORIA-GOR NOT EQUAL CAT-QBR
            OR PRIMEIRA-CAT EQUAL "SIM"
               IF PRIMEIRA-CAT EQUAL "NAO"
                   PERFORM QUEBRA-CATEGORIA
               END-IF
               PERFORM ABRE-CATEGORIA
           END-IF.
           PERFORM IMPRESSAO.
           PERFORM LER-GIRO.

       ABRE-CATEGORIA.
           MOVE CATEGORIA-GOR TO CAT-QBR.
           MOVE "NAO" TO PRIMEIRA-CAT.
           PERFORM ZERA-CATEGORIA
               VARYING IND-FX FROM 1 BY 1
               UNTIL IND-FX GREATER THAN 6.
           IF CT-LIN GREATER THAN 17
               PERFORM CABECALHO
           END-IF.
           MOVE CATEGORIA-GOR TO CAT-DET.
           MOVE SPACES TO REG-RELG.
           WRITE REG-RELG AFTER ADVANCING 1 LINE.
           WRITE REG-RELG FROM DETALHE-CAT AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.

       ZERA-CATEGORIA.
           MOVE ZEROES TO VALOR-CAT(IND-FX).

       IMPRESSAO.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
           END-IF.
           MOVE CODIGO-GOR TO COD-DET.
           MOVE NOME-GOR TO NOM-DET.
           MOVE QTDE-GOR TO QTDE-DET.
           MOVE PRECO-GOR TO PRECO-DET.
           MOVE VALOR-GOR TO VALOR-DET.
           IF FAIXA-GOR EQUAL 5
               MOVE SPACES TO ULTSAI-DETX DIAS-DETX
           ELSE
               MOVE ULTSAI-GOR TO ULTSAI-DET
               MOVE DIAS-GOR TO DIAS-DET
           END-IF.
           MOVE NOME-FAIXA(FAIXA-GOR) TO FAIXA-DET.
           WRITE REG-RELG FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-ITENS.
           ADD VALOR-GOR TO VALOR-CAT(FAIXA-GOR) VALOR-CAT(6).

       QUEBRA-CATEGORIA.
           IF CT-LIN GREATER THAN 18
               PERFORM CABECALHO
           END-IF.
           MOVE SPACES TO DETALHE-SUB.
           MOVE "SUBTOTAL " TO ROT-SUB.
           MOVE CAT-QBR TO CHAVE-SUB.
           PERFORM MOVE-CATEGORIA
               VARYING IND-FX FROM 1 BY 1
               UNTIL IND-FX GREATER THAN 6.
           WRITE REG-RELG FROM CAB-FAIXA AFTER ADVANCING 1 LINE.
           WRITE REG-RELG FROM DETALHE-SUB AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.

       MOVE-CATEGORIA.
           MOVE VALOR-CAT(IND-FX) TO VALOR-SUB(IND-FX).

       RESUMO-LOCAIS.
           PERFORM CABECALHO.
           WRITE REG-RELG FROM CAB-FAIXA AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           PERFORM IMPRIME-LOCAL
               VARYING IND-LOC FROM 1 BY 1
               UNTIL IND-LOC GREATER THAN CT-LOCAIS.

       IMPRIME-LOCAL.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
               WRITE REG-RELG FROM CAB-FAIXA AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
           END-IF.
           MOVE SPACES TO DETALHE-SUB.
           MOVE "LOCAL    " TO ROT-SUB.
           IF LOCAL-TL(IND-LOC) EQUAL "---"
               MOVE "SEM LOCAL" TO CHAVE-SUB
           ELSE
               MOVE LOCAL-TL(IND-LOC) TO CHAVE-SUB
           END-IF.
           PERFORM MOVE-LOCAL
               VARYING IND-FX FROM 1 BY 1
               UNTIL IND-FX GREATER THAN 6.
           WRITE REG-RELG FROM DETALHE-SUB AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       MOVE-LOCAL.
           MOVE VALOR-TL(IND-LOC IND-FX) TO VALOR-SUB(IND-FX).

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-RELG.
           WRITE REG-RELG AFTER ADVANCING PAGE.
           WRITE REG-RELG FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-RELG FROM CAB-02 AFTER ADVANCING 2 LINE.
           MOVE ZEROES TO CT-LIN.

       TOTALIZA.
           IF CT-LIN GREATER THAN 17
               PERFORM CABECALHO
           END-IF.
           MOVE SPACES TO DETALHE-SUB.
           MOVE "TOTAL    " TO ROT-SUB.
           MOVE "GERAL" TO CHAVE-SUB.
           PERFORM MOVE-GERAL
               VARYING IND-FX FROM 1 BY 1
               UNTIL IND-FX GREATER THAN 6.
           WRITE REG-RELG FROM DETALHE-SUB AFTER ADVANCING 2 LINE.
           MOVE CT-ITENS TO ITENS-TOT.
           WRITE REG-RELG FROM DETALHE-TOT AFTER ADVANCING 1 LINE.

       MOVE-GERAL.
           MOVE VALOR-GERAL(IND-FX) TO VALOR-SUB(IND-FX).

       FIM.
           CLOSE GIROORD RELGIRO.
           DISPLAY "EX4GIRO: ITENS ANALISADOS = " CT-ITENS.
