       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX4CONSUM.
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
           SELECT PARCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-STATUS.
           SELECT HISTMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.
           SELECT ARQHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQ-STATUS.
           SELECT CONSTEMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT CONSORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADESTOQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CODIGO-ENT.
           SELECT PARAMPLA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PLA
           FILE STATUS IS PLA-STATUS.
           SELECT COTITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-COT.
           SELECT CADFORN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-FORN.
           SELECT MOVPLAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELCONS ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARCONS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "PARCONS".

       01 REG-PAR.
           02 NUMPER-PAR PIC 9(2).
           02 PERFIM-PAR PIC 9(4).
           02 COBERT-PAR PIC 9(2).
           02 VARMIN-PAR PIC 9(3).
           02 PRAZOPAD-PAR PIC 9(3).

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
           02 NOME-ARQ PIC X(15).
           02 QTDEEST-ARQ PIC 9(05).
           02 PRECOUNI-ARQ PIC 9(6)V9(2).
           02 CATEGORIA-ARQ PIC X(10).
           02 ANT-ARQ PIC X(38).
           02 DEP-ARQ PIC X(38).
           02 LOCAL-ARQ PIC X(03).
           02 LOCDEST-ARQ PIC X(03).
           02 PERIODO-ARQ PIC 9(04).
           02 REQUIS-ARQ PIC X(08).
           02 CCUSTO-ARQ PIC X(06).
           02 DATAORI-ARQ PIC 9(06).
           02 HORAORI-ARQ PIC 9(08).
           02 SEQORI-ARQ PIC 9(05).
           02 TIPOORI-ARQ PIC X(01).
           02 OPERADOR-ARQ PIC X(08).

       FD CONSTEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CONSTEMP".

       01 REG-CTP.
           02 CODIGO-CTP PIC 9(5).
           02 IND-CTP PIC 9(2).
           02 SINAL-CTP PIC X(1).
           02 QTDE-CTP PIC 9(5).

       SD WORK-SORT.
       01 SD-REG.
           02 SD-CODIGO PIC 9(5).
           02 SD-IND PIC 9(2).
           02 SD-SINAL PIC X(1).
           02 SD-QTDE PIC 9(5).

       FD CONSORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CONSORD".

       01 REG-ORD.
           02 CODIGO-ORD PIC 9(5).
           02 IND-ORD PIC 9(2).
           02 SINAL-ORD PIC X(1).
           02 QTDE-ORD PIC 9(5).

       FD CADESTOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADESTOQ".

       01 REG-ENT.
           02 CODIGO-ENT  PIC 9(5).
           02 NOME-ENT PIC X(15).
           02 QTDEEST-ENT PIC 9(5).
           02 PRECOUNI-ENT PIC 9(6)V9(2).
           02 CATEGORIA-ENT PIC X(10).

       FD PARAMPLA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "PARAMPLA".

       01 REG-PLA.
           02 CODIGO-PLA PIC 9(5).
           02 PONTORES-PLA PIC 9(5).
           02 LOTEMIN-PLA PIC 9(5).
           02 ESTMAX-PLA PIC 9(5).

       FD COTITEM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "COTITEM".

       01 REG-COT.
           02 CHAVE-COT.
               03 CODITEM-COT PIC 9(5).
               03 CODFORN-COT PIC 9(5).
           02 PRECO-COT PIC 9(6)V9(2).
           02 VALID-COT PIC 9(6).

       FD CADFORN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADFORN".

       01 REG-FORN.
           02 CODIGO-FORN PIC 9(5).
           02 NOME-FORN PIC X(20).
           02 PRAZO-FORN PIC 9(3).

       FD MOVPLAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "MOVPLAN".

       01 REG-MOVP.
           02 TIPO-MOVP PIC X(1).
           02 CODIGO-MOVP PIC 9(5).
           02 PONTORES-MOVP PIC 9(5).
           02 LOTEMIN-MOVP PIC 9(5).
           02 ESTMAX-MOVP PIC 9(5).

       FD RELCONS
           LABEL RECORD IS OMITTED.
       01 REG-RELS
           PIC X(110).

       WORKING-STORAGE SECTION.
           77 PAR-STATUS PIC X(02) VALUE SPACES.
           77 HIST-STATUS PIC X(02) VALUE SPACES.
           77 ARQ-STATUS PIC X(02) VALUE SPACES.
           77 PLA-STATUS PIC X(02) VALUE SPACES.
           77 FIM-HIST PIC X(03) VALUE "NAO".
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 FIM-CONS PIC X(03) VALUE "NAO".
           77 FIM-ENT PIC X(03) VALUE "NAO".
           77 FIM-COT PIC X(03) VALUE "NAO".
           77 CT-LIN PIC 9(02) VALUE 25.
           77 CT-PAG PIC 9(02) VALUE ZEROES.
           77 NUM-PER PIC 9(02) VALUE 06.
           77 COBERTURA PIC 9(02) VALUE 01.
           77 VAR-MIN PIC 9(03) VALUE 010.
           77 PRAZO-PAD PIC 9(03) VALUE 015.
           77 PERIODO-MOV PIC 9(04) VALUE ZEROES.
           77 MESES-MOV PIC 9(05) VALUE ZEROES.
           77 MESES-INI PIC 9(05) VALUE ZEROES.
           77 MESES-FIM PIC 9(05) VALUE ZEROES.
           77 IND-MES PIC 9(02) VALUE ZEROES.
           77 CT-REG-ITEM PIC 9(05) VALUE ZEROES.
           77 TOTAL-ITEM PIC 9(07) VALUE ZEROES.
           77 PICO-ITEM PIC 9(07) VALUE ZEROES.
           77 MEDIA-ITEM PIC 9(5)V99 VALUE ZEROES.
           77 PRAZO-ITEM PIC 9(03) VALUE ZEROES.
           77 PONTO-PROP PIC 9(05) VALUE ZEROES.
           77 MAX-PROP PIC 9(05) VALUE ZEROES.
           77 CALC-DEC PIC 9(7)V99 VALUE ZEROES.
           77 CALC-INT PIC 9(07) VALUE ZEROES.
           77 VALOR-ATUAL PIC 9(05) VALUE ZEROES.
           77 VALOR-PROP PIC 9(05) VALUE ZEROES.
           77 DIF-VALOR PIC 9(05) VALUE ZEROES.
           77 VARIOU PIC X(03) VALUE "NAO".
           77 PARAM-DISPONIVEL PIC X(03) VALUE "NAO".
           77 PARAM-ITEM PIC X(03) VALUE "NAO".
           77 PONTO-ITEM PIC 9(05) VALUE ZEROES.
           77 LOTE-ITEM PIC 9(05) VALUE ZEROES.
           77 MAX-ITEM PIC 9(05) VALUE ZEROES.
           77 DATA-HOJE PIC 9(06) VALUE ZEROES.
           77 FORN-ACHADO PIC X(03) VALUE "NAO".
           77 PRAZO-ESC PIC 9(03) VALUE ZEROES.
           77 PRECO-ESC PIC 9(6)V99 VALUE ZEROES.
           77 PRAZO-CAND PIC 9(03) VALUE ZEROES.
           77 CT-ITENS PIC 9(05) VALUE ZEROES.
           77 CT-PROPOSTOS PIC 9(05) VALUE ZEROES.
           77 CT-MANTIDOS PIC 9(05) VALUE ZEROES.
           77 CT-SEMHIST PIC 9(05) VALUE ZEROES.

       01 DATA-EXEC.
           02 ANO-EXEC PIC 9(02).
           02 MES-EXEC PIC 9(02).
           02 DIA-EXEC PIC 9(02).

       01 PERIODO-TRAB.
           02 ANO-TRAB PIC 9(02).
           02 MES-TRAB PIC 9(02).
       01 PERIODO-TRAB-N REDEFINES PERIODO-TRAB PIC 9(04).

       01 TAB-CONS.
           02 QTDE-MES OCCURS 24 TIMES PIC 9(07).

       01 CAB-01.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 DIA-CAB PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 MES-CAB PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 ANO-CAB PIC 99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "ANALISE DE CONSUMO - PARAMETRO".
           02 FILLER PIC X(14) VALUE "S DE REPOSICAO".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "PERIODOS ".
           02 PERINI-CAB PIC 9(04).
           02 FILLER PIC X(03) VALUE " A ".
           02 PERFIM-CAB PIC 9(04).
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC 99.
           02 FILLER  PIC X(03) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(06) VALUE "CODIGO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "NOME".
           02 FILLER PIC X(13) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "MEDIA".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "PICO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(03) VALUE "PRZ".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "P.ATU".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "P.NOV".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "M.ATU".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "M.NOV".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "SITUACAO".
           02 FILLER PIC X(27) VALUE SPACES.
       01 DETALHE.
           02 COD-DET PIC 9(5).
           02 FILLER PIC X(03) VALUE SPACES.
           02 NOM-DET PIC X(15).
           02 FILLER PIC X(02) VALUE SPACES.
           02 MEDIA-DET PIC 9(5)V99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 PICO-DET PIC 9(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 PRAZO-DET PIC 9(3).
           02 ORIG-DET PIC X(01).
           02 FILLER PIC X(02) VALUE SPACES.
           02 PATU-DET PIC 9(5).
           02 PATU-DETX REDEFINES PATU-DET PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 PNOV-DET PIC 9(5).
           02 PNOV-DETX REDEFINES PNOV-DET PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 MATU-DET PIC 9(5).
           02 MATU-DETX REDEFINES MATU-DET PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 MNOV-DET PIC 9(5).
           02 MNOV-DETX REDEFINES MNOV-DET PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 SITU-DET PIC X(20).
           02 FILLER PIC X(15) VALUE SPACES.
       01 DETALHE-TOT.
           02 FILLER PIC X(18) VALUE "ITENS ANALISADOS: ".
           02 ITENS-TOT PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "PROPOSTOS: ".
           02 PROP-TOT PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "SEM ALTERACAO: ".
           02 MANT-TOT PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "SEM HISTORICO: ".
           02 SEMH-TOT PIC 9(05).
           02 FILLER PIC X(22) VALUE SPACES.
       01 DETALHE-OBS.
           02 FILLER PIC X(30) VALUE "* PRAZO PADRAO (SEM COTACAO VA".
           02 FILLER PIC X(30) VALUE "LIDA OU FORNECEDOR NAO CADASTR".
           02 FILLER PIC X(06) VALUE "ADO)  ".
           02 FILLER PIC X(17) VALUE "COBERTURA MESES: ".
           02 COBERT-OBS PIC 9(02).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "VARIACAO MIN.%:".
           02 VARMIN-OBS PIC 9(03).
           02 FILLER PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       EX1.
           PERFORM LE-PARAMETROS.
           PERFORM EXTRAI.
           SORT WORK-SORT ON ASCENDING KEY SD-CODIGO
                                           SD-IND
                                           SD-SINAL
               USING CONSTEMP
               GIVING CONSORD.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ENT EQUAL "SIM".
           PERFORM TOTALIZA.
           PERFORM FIM.
           STOP RUN.

       LE-PARAMETROS.
           ACCEPT DATA-EXEC FROM DATE.
           MOVE DIA-EXEC TO DIA-CAB.
           MOVE MES-EXEC TO MES-CAB.
           MOVE ANO-EXEC TO ANO-CAB.
           MOVE ANO-EXEC TO ANO-TRAB.
           MOVE MES-EXEC TO MES-TRAB.
           IF MES-TRAB EQUAL 01
               MOVE 12 TO MES-TRAB
               IF ANO-TRAB EQUAL ZEROES
                   MOVE 99 TO ANO-TRAB
               ELSE
                   SUBTRACT 1 FROM ANO-TRAB
               END-IF
           ELSE
               SUBTRACT 1 FROM MES-TRAB
           END-IF.
           OPEN INPUT PARCONS.
           IF PAR-STATUS EQUAL "00"
               READ PARCONS
                   AT END CONTINUE
                   NOT AT END PERFORM GUARDA-PARAMETRO
               END-READ
               CLOSE PARCONS
           END-IF.
           IF NUM-PER EQUAL ZEROES OR NUM-PER GREATER THAN 24
               DISPLAY "EX4CONSUM: NUMERO DE PERIODOS INVALIDO = "
                   NUM-PER
               STOP RUN
           END-IF.
           IF MES-TRAB EQUAL ZEROES OR MES-TRAB GREATER THAN 12
               DISPLAY "EX4CONSUM: PERIODO FINAL INVALIDO = "
                   PERIODO-TRAB-N
               STOP RUN
           END-IF.
           MOVE PERIODO-TRAB-N TO PERFIM-CAB.
           COMPUTE MESES-FIM = ANO-TRAB * 12 + MES-TRAB - 1.
           IF NUM-PER GREATER THAN MESES-FIM
               DISPLAY "EX4CONSUM: JANELA ANTERIOR AO ANO 00 - "
                   "ANALISE NAO EFETUADA"
               STOP RUN
           END-IF.
           COMPUTE MESES-INI = MESES-FIM - NUM-PER + 1.
           DIVIDE MESES-INI BY 12 GIVING ANO-TRAB
               REMAINDER MES-TRAB.
           ADD 1 TO MES-TRAB.
           MOVE PERIODO-TRAB-N TO PERINI-CAB.
           MOVE COBERTURA TO COBERT-OBS.
           MOVE VAR-MIN TO VARMIN-OBS.

       GUARDA-PARAMETRO.
           IF NUMPER-PAR NUMERIC AND NUMPER-PAR GREATER THAN ZEROES
               MOVE NUMPER-PAR TO NUM-PER
           END-IF.
           IF PERFIM-PAR NUMERIC AND PERFIM-PAR GREATER THAN ZEROES
               MOVE PERFIM-PAR TO PERIODO-TRAB-N
           END-IF.
           IF COBERT-PAR NUMERIC
               MOVE COBERT-PAR TO COBERTURA
           END-IF.
           IF VARMIN-PAR NUMERIC
               MOVE VARMIN-PAR TO VAR-MIN
           END-IF.
           IF PRAZOPAD-PAR NUMERIC AND PRAZOPAD-PAR GREATER THAN ZEROES
               MOVE PRAZOPAD-PAR TO PRAZO-PAD
           END-IF.

       EXTRAI.
           OPEN OUTPUT CONSTEMP.
           OPEN INPUT HISTMOV.
           IF HIST-STATUS EQUAL "00"
               PERFORM LER-HIST
               PERFORM SELECIONA-HIST UNTIL FIM-HIST EQUAL "SIM"
               CLOSE HISTMOV
           ELSE
               DISPLAY "EX4CONSUM: HISTMOV AUSENTE"
           END-IF.
           OPEN INPUT ARQHIST.
           IF ARQ-STATUS EQUAL "00"
               PERFORM LER-ARQ
               PERFORM SELECIONA-ARQ UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE ARQHIST
           END-IF.
           CLOSE CONSTEMP.

       LER-HIST.
           READ HISTMOV
               AT END MOVE "SIM" TO FIM-HIST
           END-READ.

       SELECIONA-HIST.
           IF TIPO-HIST EQUAL "S" AND OPERADOR-HIST NOT EQUAL "INVENT"
               IF PERIODO-HIST NUMERIC
                   MOVE PERIODO-HIST TO PERIODO-MOV
               ELSE
                   DIVIDE DATA-HIST BY 100 GIVING PERIODO-MOV
               END-IF
               MOVE CODIGO-HIST TO CODIGO-CTP
               MOVE QTDEEST-HIST TO QTDE-CTP
               MOVE SPACES TO SINAL-CTP
               PERFORM GRAVA-CONSUMO
           END-IF.
           IF TIPO-HIST EQUAL "X" AND TIPOORI-HIST EQUAL "S"
               IF PERIODO-HIST NUMERIC
                   MOVE PERIODO-HIST TO PERIODO-MOV
               ELSE
                   DIVIDE DATAORI-HIST BY 100 GIVING PERIODO-MOV
               END-IF
               MOVE CODIGO-HIST TO CODIGO-CTP
               MOVE QTDEEST-HIST TO QTDE-CTP
               MOVE "-" TO SINAL-CTP
               PERFORM GRAVA-CONSUMO
           END-IF.
           PERFORM LER-HIST.

       LER-ARQ.
           READ ARQHIST
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.

       SELECIONA-ARQ.
           IF ARQ-DETALHE AND TIPOMOV-ARQ EQUAL "S"
              AND OPERADOR-ARQ NOT EQUAL "INVENT"
               IF PERIODO-ARQ NUMERIC
                   MOVE PERIODO-ARQ TO PERIODO-MOV
               ELSE
                   DIVIDE DATA-ARQ BY 100 GIVING PERIODO-MOV
               END-IF
               MOVE CODIGO-ARQ TO CODIGO-CTP
               MOVE QTDEEST-ARQ TO QTDE-CTP
               MOVE SPACES TO SINAL-CTP
               PERFORM GRAVA-CONSUMO
           END-IF.
           IF ARQ-DETALHE AND TIPOMOV-ARQ EQUAL "X"
              AND TIPOORI-ARQ EQUAL "S"
               IF PERIODO-ARQ NUMERIC
                   MOVE PERIODO-ARQ TO PERIODO-MOV
               ELSE
                   DIVIDE DATAORI-ARQ BY 100 GIVING PERIODO-MOV
               END-IF
               MOVE CODIGO-ARQ TO CODIGO-CTP
               MOVE QTDEEST-ARQ TO QTDE-CTP
               MOVE "-" TO SINAL-CTP
               PERFORM GRAVA-CONSUMO
           END-IF.
           PERFORM LER-ARQ.

       GRAVA-CONSUMO.
           MOVE PERIODO-MOV TO PERIODO-TRAB-N.
           IF MES-TRAB GREATER THAN ZEROES
               COMPUTE MESES-MOV = ANO-TRAB * 12 + MES-TRAB - 1
               IF MESES-MOV NOT LESS THAN MESES-INI
                AND MESES-MOV NOT GREATER THAN MESES-FIM
                   COMPUTE IND-CTP = MESES-MOV - MESES-INI + 1
                   WRITE REG-CTP
               END-IF
           END-IF.

       INICIO.
           ACCEPT DATA-HOJE FROM DATE.
           OPEN INPUT CONSORD CADESTOQ COTITEM CADFORN.
           PERFORM ABRE-PARAMPLA.
           OPEN OUTPUT MOVPLAN RELCONS.
           PERFORM LER-CONS.
           PERFORM LEITURA.

       ABRE-PARAMPLA.
           OPEN INPUT PARAMPLA.
           IF PLA-STATUS EQUAL "00"
               MOVE "SIM" TO PARAM-DISPONIVEL
           ELSE
               MOVE "NAO" TO PARAM-DISPONIVEL
           END-IF.

       LER-CONS.
           READ CONSORD
               AT END MOVE "SIM" TO FIM-CONS
           END-READ.

       LEITURA.
           READ CADESTOQ
               AT END MOVE "SIM" TO FIM-ENT
           END-READ.

       PRINCIPAL.
           PERFORM ZERA-MES
               VARYING IND-MES FROM 1 BY 1
               UNTIL IND-MES GREATER THAN NUM-PER.
           MOVE ZEROES TO CT-REG-ITEM.
           PERFORM LER-CONS
               UNTIL FIM-CONS EQUAL "SIM"
                  OR CODIGO-ORD NOT LESS THAN CODIGO-ENT.
           PERFORM ACUMULA-CONSUMO
               UNTIL FIM-CONS EQUAL "SIM"
                  OR CODIGO-ORD NOT EQUAL CODIGO-ENT.
           PERFORM BUSCA-PARAM.
           ADD 1 TO CT-ITENS.
           IF CT-REG-ITEM EQUAL ZEROES
               PERFORM SEM-HISTORICO
           ELSE
               PERFORM CALCULA-PROPOSTA
               PERFORM AVALIA-PROPOSTA
           END-IF.
           PERFORM IMPRESSAO.
           PERFORM LEITURA.

       ZERA-MES.
           MOVE ZEROES TO QTDE-MES(IND-MES).

       ACUMULA-CONSUMO.
           IF SINAL-ORD EQUAL "-"
               IF QTDE-ORD GREATER THAN QTDE-MES(IND-ORD)
                   MOVE ZEROES TO QTDE-MES(IND-ORD)
               ELSE
                   SUBTRACT QTDE-ORD FROM QTDE-MES(IND-ORD)
               END-IF
               IF CT-REG-ITEM GREATER THAN ZEROES
                   SUBTRACT 1 FROM CT-REG-ITEM
               END-IF
           ELSE
               ADD QTDE-ORD TO QTDE-MES(IND-ORD)
               ADD 1 TO CT-REG-ITEM
           END-IF.
           PERFORM LER-CONS.

       BUSCA-PARAM.
           MOVE "NAO" TO PARAM-ITEM.
           MOVE ZEROES TO PONTO-ITEM LOTE-ITEM MAX-ITEM.
           IF PARAM-DISPONIVEL EQUAL "SIM"
               MOVE CODIGO-ENT TO CODIGO-PLA
               READ PARAMPLA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO PARAM-ITEM
                       MOVE PONTORES-PLA TO PONTO-ITEM
                       MOVE LOTEMIN-PLA TO LOTE-ITEM
                       MOVE ESTMAX-PLA TO MAX-ITEM
               END-READ
           END-IF.

       SEM-HISTORICO.
           MOVE ZEROES TO MEDIA-ITEM PICO-ITEM PRAZO-ITEM.
           MOVE ZEROES TO PONTO-PROP MAX-PROP.
           MOVE SPACES TO ORIG-DET.
           MOVE "*SEM HISTORICO*" TO SITU-DET.
           ADD 1 TO CT-SEMHIST.

       CALCULA-PROPOSTA.
           MOVE ZEROES TO TOTAL-ITEM PICO-ITEM.
           PERFORM SOMA-MES
               VARYING IND-MES FROM 1 BY 1
               UNTIL IND-MES GREATER THAN NUM-PER.
           COMPUTE MEDIA-ITEM ROUNDED = TOTAL-ITEM / NUM-PER.
           PERFORM ESCOLHE-FORNECEDOR.
           IF FORN-ACHADO EQUAL "SIM" AND PRAZO-ESC NOT EQUAL 999
               MOVE PRAZO-ESC TO PRAZO-ITEM
               MOVE SPACES TO ORIG-DET
           ELSE
               MOVE PRAZO-PAD TO PRAZO-ITEM
               MOVE "*" TO ORIG-DET
           END-IF.
           COMPUTE CALC-DEC = PICO-ITEM * PRAZO-ITEM / 30.
           PERFORM ARREDONDA.
           MOVE CALC-INT TO PONTO-PROP.
           COMPUTE CALC-DEC = MEDIA-ITEM * COBERTURA.
           PERFORM ARREDONDA.
           IF CALC-INT LESS THAN LOTE-ITEM
               MOVE LOTE-ITEM TO CALC-INT
           END-IF.
           COMPUTE MAX-PROP = PONTO-PROP + CALC-INT.

       SOMA-MES.
           ADD QTDE-MES(IND-MES) TO TOTAL-ITEM.
           IF QTDE-MES(IND-MES) GREATER THAN PICO-ITEM
               MOVE QTDE-MES(IND-MES) TO PICO-ITEM
           END-IF.

       ARREDONDA.
           MOVE CALC-DEC TO CALC-INT.
           IF CALC-DEC GREATER THAN CALC-INT
               ADD 1 TO CALC-INT
           END-IF.

       ESCOLHE-FORNECEDOR.
           MOVE "NAO" TO FORN-ACHADO.
           MOVE "NAO" TO FIM-COT.
           MOVE ZEROES TO PRAZO-ESC PRECO-ESC.
           MOVE CODIGO-ENT TO CODITEM-COT.
           MOVE ZEROES TO CODFORN-COT.
           START COTITEM KEY IS NOT LESS THAN CHAVE-COT
               INVALID KEY MOVE "SIM" TO FIM-COT
           END-START.
           PERFORM AVALIA-COTACAO UNTIL FIM-COT EQUAL "SIM".

       AVALIA-COTACAO.
           READ COTITEM NEXT RECORD
               AT END MOVE "SIM" TO FIM-COT
           END-READ.
           IF FIM-COT EQUAL "NAO"
               IF CODITEM-COT NOT EQUAL CODIGO-ENT
                   MOVE "SIM" TO FIM-COT
               ELSE
                   IF VALID-COT NOT LESS THAN DATA-HOJE
                       PERFORM COMPARA-COTACAO
                   END-IF
               END-IF
           END-IF.

       COMPARA-COTACAO.
           PERFORM LE-PRAZO-FORN.
           IF FORN-ACHADO EQUAL "NAO"
            OR PRECO-COT LESS THAN PRECO-ESC
            OR (PRECO-COT EQUAL PRECO-ESC
                AND PRAZO-CAND LESS THAN PRAZO-ESC)
               MOVE "SIM" TO FORN-ACHADO
               MOVE PRAZO-CAND TO PRAZO-ESC
               MOVE PRECO-COT TO PRECO-ESC
           END-IF.

       LE-PRAZO-FORN.
           MOVE CODFORN-COT TO CODIGO-FORN.
           READ CADFORN
               INVALID KEY
                   MOVE 999 TO PRAZO-CAND
               NOT INVALID KEY
                   MOVE PRAZO-FORN TO PRAZO-CAND
           END-READ.

       AVALIA-PROPOSTA.
           IF PARAM-ITEM EQUAL "NAO"
               MOVE "I" TO TIPO-MOVP
               MOVE "PROPOSTO - INCLUSAO" TO SITU-DET
               PERFORM GRAVA-PROPOSTA
           ELSE
               MOVE PONTO-ITEM TO VALOR-ATUAL
               MOVE PONTO-PROP TO VALOR-PROP
               PERFORM CALCULA-VARIACAO
               IF VARIOU EQUAL "NAO"
                   MOVE MAX-ITEM TO VALOR-ATUAL
                   MOVE MAX-PROP TO VALOR-PROP
                   PERFORM CALCULA-VARIACAO
               END-IF
               IF VARIOU EQUAL "SIM"
                   MOVE "A" TO TIPO-MOVP
                   MOVE "PROPOSTO - ALTERACAO" TO SITU-DET
                   PERFORM GRAVA-PROPOSTA
               ELSE
                   MOVE "SEM ALTERACAO" TO SITU-DET
                   ADD 1 TO CT-MANTIDOS
               END-IF
           END-IF.

       CALCULA-VARIACAO.
           IF VALOR-PROP GREATER THAN VALOR-ATUAL
               SUBTRACT VALOR-ATUAL FROM VALOR-PROP GIVING DIF-VALOR
           ELSE
               SUBTRACT VALOR-PROP FROM VALOR-ATUAL GIVING DIF-VALOR
           END-IF.
           IF DIF-VALOR * 100 GREATER THAN VALOR-ATUAL * VAR-MIN
               MOVE "SIM" TO VARIOU
           ELSE
               MOVE "NAO" TO VARIOU
           END-IF.

       GRAVA-PROPOSTA.
           MOVE CODIGO-ENT TO CODIGO-MOVP.
           MOVE PONTO-PROP TO PONTORES-MOVP.
           MOVE LOTE-ITEM TO LOTEMIN-MOVP.
           MOVE MAX-PROP TO ESTMAX-MOVP.
           WRITE REG-MOVP.
           ADD 1 TO CT-PROPOSTOS.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
           END-IF.
           MOVE CODIGO-ENT TO COD-DET.
           MOVE NOME-ENT TO NOM-DET.
           MOVE MEDIA-ITEM TO MEDIA-DET.
           MOVE PICO-ITEM TO PICO-DET.
           MOVE PRAZO-ITEM TO PRAZO-DET.
           IF PARAM-ITEM EQUAL "SIM"
               MOVE PONTO-ITEM TO PATU-DET
               MOVE MAX-ITEM TO MATU-DET
           ELSE
               MOVE SPACES TO PATU-DETX MATU-DETX
           END-IF.
           IF CT-REG-ITEM EQUAL ZEROES
               MOVE SPACES TO PNOV-DETX MNOV-DETX
           ELSE
               MOVE PONTO-PROP TO PNOV-DET
               MOVE MAX-PROP TO MNOV-DET
           END-IF.
           WRITE REG-RELS FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-RELS.
           WRITE REG-RELS AFTER ADVANCING PAGE.
           WRITE REG-RELS FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-RELS FROM CAB-02 AFTER ADVANCING 2 LINE.
           MOVE ZEROES TO CT-LIN.

       TOTALIZA.
           IF CT-LIN GREATER THAN 17
               PERFORM CABECALHO
           END-IF.
           MOVE CT-ITENS TO ITENS-TOT.
           MOVE CT-PROPOSTOS TO PROP-TOT.
           MOVE CT-MANTIDOS TO MANT-TOT.
           MOVE CT-SEMHIST TO SEMH-TOT.
           WRITE REG-RELS FROM DETALHE-TOT AFTER ADVANCING 2 LINE.
           WRITE REG-RELS FROM DETALHE-OBS AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE CONSORD CADESTOQ COTITEM CADFORN MOVPLAN RELCONS.
           IF PARAM-DISPONIVEL EQUAL "SIM"
               CLOSE PARAMPLA
           END-IF.
           DISPLAY "EX4CONSUM: ITENS ANALISADOS = " CT-ITENS.
           DISPLAY "EX4CONSUM: PROPOSTAS GERADAS = " CT-PROPOSTOS.
           DISPLAY "EX4CONSUM: ITENS SEM HISTORICO = " CT-SEMHIST.
