       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX4RATEIO.
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
           SELECT PERCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-STATUS.
           SELECT HISTMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.
           SELECT ARQHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQ-STATUS.
           SELECT RATTEMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT RATORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-TAB
           FILE STATUS IS TAB-STATUS.
           SELECT RESRATEIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELRATEIO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PERCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "PERCTL".

       01 REG-PER.
           02 PERIODO-PER.
               03 ANO-PER PIC 9(2).
               03 MES-PER PIC 9(2).
           02 SITU-PER PIC X(1).
               88 PER-FECHADO VALUE "F".

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
           02 DEP-HIST.
               03 NOME-DEP PIC X(15).
               03 QTDE-DEP PIC 9(05).
               03 PRECO-DEP PIC 9(6)V9(2).
               03 CAT-DEP PIC X(10).
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

       FD RATTEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "RATTEMP".

       01 REG-RTP.
           02 CCUSTO-RTP PIC X(6).
           02 CATEGORIA-RTP PIC X(10).
           02 CODIGO-RTP PIC 9(5).
           02 DATA-RTP PIC 9(6).
           02 NOME-RTP PIC X(15).
           02 REQUIS-RTP PIC X(8).
           02 QTDE-RTP PIC 9(5).
           02 PRECO-RTP PIC 9(6)V9(2).
           02 VALOR-RTP PIC 9(9)V9(2).
           02 SINAL-RTP PIC X(1).

       SD WORK-SORT.
       01 SD-REG.
           02 SD-CCUSTO PIC X(6).
           02 SD-CATEGORIA PIC X(10).
           02 SD-CODIGO PIC 9(5).
           02 SD-DATA PIC 9(6).
           02 SD-RESTO PIC X(48).

       FD RATORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "RATORD".

       01 REG-ROR.
           02 CCUSTO-ROR PIC X(6).
           02 CATEGORIA-ROR PIC X(10).
           02 CODIGO-ROR PIC 9(5).
           02 DATA-ROR PIC 9(6).
           02 NOME-ROR PIC X(15).
           02 REQUIS-ROR PIC X(8).
           02 QTDE-ROR PIC 9(5).
           02 PRECO-ROR PIC 9(6)V9(2).
           02 VALOR-ROR PIC 9(9)V9(2).
           02 SINAL-ROR PIC X(1).

       FD CADTAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADTAB".

       01 REG-TAB.
           02 CHAVE-TAB.
               03 TIPO-TAB PIC X(1).
               03 CODIGO-TAB PIC X(10).
           02 DESCR-TAB PIC X(20).
           02 ATIVO-TAB PIC X(1).
               88 TAB-ATIVO VALUE "S".
           02 PADRAO-TAB PIC X(1).

       FD RESRATEIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "RESRATEIO".

       01 REG-RES.
           02 PERIODO-RES PIC 9(4).
           02 CCUSTO-RES PIC X(6).
           02 CATEGORIA-RES PIC X(10).
           02 QTDE-RES PIC 9(7).
           02 VALOR-RES PIC 9(11)V9(2).
           02 SINAL-RES PIC X(1).

       FD RELRATEIO
           LABEL RECORD IS OMITTED.
       01 REG-RELR
           PIC X(110).

       WORKING-STORAGE SECTION.
           77 PER-STATUS PIC X(02) VALUE SPACES.
           77 HIST-STATUS PIC X(02) VALUE SPACES.
           77 ARQ-STATUS PIC X(02) VALUE SPACES.
           77 TAB-STATUS PIC X(02) VALUE SPACES.
           77 FIM-HIST PIC X(03) VALUE "NAO".
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 FIM-RAT PIC X(03) VALUE "NAO".
           77 CADTAB-DISPONIVEL PIC X(03) VALUE "NAO".
           77 PRIMEIRO-CC PIC X(03) VALUE "SIM".
           77 PRIMEIRA-CAT PIC X(03) VALUE "SIM".
           77 CC-QBR PIC X(06) VALUE SPACES.
           77 CAT-QBR PIC X(10) VALUE SPACES.
           77 PERIODO-FECHADO PIC 9(04) VALUE ZEROES.
           77 PERIODO-MOV PIC 9(04) VALUE ZEROES.
           77 CT-LIN PIC 9(02) VALUE 25.
           77 CT-PAG PIC 9(02) VALUE ZEROES.
           77 CT-SAIDAS PIC 9(05) VALUE ZEROES.
           77 CT-RESUMO PIC 9(05) VALUE ZEROES.
           77 QTDE-CAT PIC S9(07) VALUE ZEROES.
           77 VALOR-CAT PIC S9(11)V99 VALUE ZEROES.
           77 QTDE-CC PIC S9(07) VALUE ZEROES.
           77 VALOR-CC PIC S9(11)V99 VALUE ZEROES.
           77 QTDE-GERAL PIC S9(07) VALUE ZEROES.
           77 VALOR-GERAL PIC S9(11)V99 VALUE ZEROES.
           77 QTDE-SINAL PIC S9(07) VALUE ZEROES.
           77 VALOR-SINAL PIC S9(11)V99 VALUE ZEROES.

       01 DATA-EXEC.
           02 ANO-EXEC PIC 9(02).
           02 MES-EXEC PIC 9(02).
           02 DIA-EXEC PIC 9(02).

       01 REG-ARQD.
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
           02 NOMEDEP-ARQ PIC X(15).
           02 QTDEDEP-ARQ PIC 9(05).
           02 PRECODEP-ARQ PIC 9(6)V9(2).
           02 CATDEP-ARQ PIC X(10).
           02 LOCAL-ARQ PIC X(03).
           02 LOCDEST-ARQ PIC X(03).
           02 PERIODO-ARQ PIC 9(04).
           02 REQUIS-ARQ PIC X(08).
           02 CCUSTO-ARQ PIC X(06).
           02 DATAORI-ARQ PIC 9(06).
           02 HORAORI-ARQ PIC 9(08).
           02 SEQORI-ARQ PIC 9(05).
           02 TIPOORI-ARQ PIC X(01).

       01 CAB-01.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 DIA-CAB PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 MES-CAB PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 ANO-CAB PIC 99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "RATEIO DE CONSUMO POR CENTRO D".
           02 FILLER PIC X(10) VALUE "E CUSTO - ".
           02 FILLER PIC X(09) VALUE "PERIODO: ".
           02 PER-CAB PIC 9(04).
           02 FILLER PIC X(29) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC 99.
           02 FILLER  PIC X(03) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(06) VALUE "CODIGO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "NOME".
           02 FILLER PIC X(13) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "REQUIS. ".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA  ".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "QTDE ".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "PRC.UNIT".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "VALOR      ".
           02 FILLER PIC X(39) VALUE SPACES.
       01 DETALHE-CC.
           02 FILLER PIC X(17) VALUE "CENTRO DE CUSTO: ".
           02 CC-DET PIC X(06).
           02 FILLER PIC X(03) VALUE " - ".
           02 DESCR-DET PIC X(20).
           02 FILLER PIC X(64) VALUE SPACES.
       01 DETALHE-CAT.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "CATEGORIA: ".
           02 CAT-DET PIC X(10).
           02 FILLER PIC X(86) VALUE SPACES.
       01 DETALHE.
           02 COD-DET PIC 9(5).
           02 FILLER PIC X(03) VALUE SPACES.
           02 NOM-DET PIC X(15).
           02 FILLER PIC X(02) VALUE SPACES.
           02 REQUIS-DET PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DATA-DET PIC 9(6).
           02 FILLER PIC X(01) VALUE SPACES.
           02 SINAL-DET PIC X(1).
           02 QTDE-DET PIC 9(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 PRECO-DET PIC 9(6)V99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 SINALV-DET PIC X(1).
           02 VALOR-DET PIC 9(9)V99.
           02 FILLER PIC X(39) VALUE SPACES.
       01 DETALHE-SUB.
           02 ROT-SUB PIC X(16).
           02 CHAVE-SUB PIC X(10).
           02 FILLER PIC X(10) VALUE SPACES.
           02 SINAL-SUB PIC X(1).
           02 QTDE-SUB PIC 9(7).
           02 FILLER PIC X(11) VALUE SPACES.
           02 SINALV-SUB PIC X(1).
           02 VALOR-SUB PIC 9(11)V99.
           02 FILLER PIC X(41) VALUE SPACES.
       01 DETALHE-TOT.
           02 FILLER PIC X(19) VALUE "SAIDAS RATEADAS:   ".
           02 SAIDAS-TOT PIC 9(05).
           02 FILLER PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       EX1.
           PERFORM LE-PERIODO.
           PERFORM EXTRAI.
           SORT WORK-SORT ON ASCENDING KEY SD-CCUSTO
                                           SD-CATEGORIA
                                           SD-CODIGO
                                           SD-DATA
               USING RATTEMP
               GIVING RATORD.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-RAT EQUAL "SIM".
           IF PRIMEIRO-CC EQUAL "NAO"
               PERFORM QUEBRA-CATEGORIA
               PERFORM QUEBRA-CCUSTO
           END-IF.
           PERFORM TOTALIZA.
           PERFORM FIM.
           STOP RUN.

       LE-PERIODO.
           ACCEPT DATA-EXEC FROM DATE.
           MOVE DIA-EXEC TO DIA-CAB.
           MOVE MES-EXEC TO MES-CAB.
           MOVE ANO-EXEC TO ANO-CAB.
           OPEN INPUT PERCTL.
           IF PER-STATUS NOT EQUAL "00"
               DISPLAY "EX4RATEIO: PERCTL AUSENTE - RATEIO NAO GERADO"
               STOP RUN
           END-IF.
           READ PERCTL
               AT END
                   DISPLAY "EX4RATEIO: PERCTL VAZIO - RATEIO NAO "
                       "GERADO"
                   CLOSE PERCTL
                   STOP RUN
           END-READ.
           IF NOT PER-FECHADO
               DISPLAY "EX4RATEIO: PERIODO " PERIODO-PER
                   " AINDA ABERTO - RATEIO NAO GERADO"
               CLOSE PERCTL
               STOP RUN
           END-IF.
           MOVE PERIODO-PER TO PERIODO-FECHADO.
           MOVE PERIODO-FECHADO TO PER-CAB.
           CLOSE PERCTL.

       EXTRAI.
           OPEN OUTPUT RATTEMP.
           OPEN INPUT HISTMOV.
           IF HIST-STATUS EQUAL "00"
               PERFORM LER-HIST
               PERFORM SELECIONA-HIST UNTIL FIM-HIST EQUAL "SIM"
               CLOSE HISTMOV
           ELSE
               DISPLAY "EX4RATEIO: HISTMOV AUSENTE"
           END-IF.
           OPEN INPUT ARQHIST.
           IF ARQ-STATUS EQUAL "00"
               PERFORM LER-ARQ
               PERFORM SELECIONA-ARQ UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE ARQHIST
           END-IF.
           CLOSE RATTEMP.

       LER-HIST.
           READ HISTMOV
               AT END MOVE "SIM" TO FIM-HIST
           END-READ.

       SELECIONA-HIST.
           IF TIPO-HIST EQUAL "S" OR
              (TIPO-HIST EQUAL "X" AND TIPOORI-HIST EQUAL "S")
               IF PERIODO-HIST NUMERIC
                   MOVE PERIODO-HIST TO PERIODO-MOV
               ELSE
                   DIVIDE DATA-HIST BY 100 GIVING PERIODO-MOV
               END-IF
               IF PERIODO-MOV EQUAL PERIODO-FECHADO
                   MOVE CCUSTO-HIST TO CCUSTO-RTP
                   MOVE CAT-DEP TO CATEGORIA-RTP
                   MOVE CODIGO-HIST TO CODIGO-RTP
                   MOVE DATA-HIST TO DATA-RTP
                   MOVE NOME-HIST TO NOME-RTP
                   MOVE REQUIS-HIST TO REQUIS-RTP
                   MOVE QTDEEST-HIST TO QTDE-RTP
                   IF TIPO-HIST EQUAL "X"
                       MOVE PRECOUNI-HIST TO PRECO-RTP
                       MOVE "-" TO SINAL-RTP
                   ELSE
                       MOVE PRECO-DEP TO PRECO-RTP
                       MOVE SPACES TO SINAL-RTP
                   END-IF
                   PERFORM GRAVA-TEMP
               END-IF
           END-IF.
           PERFORM LER-HIST.

       LER-ARQ.
           READ ARQHIST
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.

       SELECIONA-ARQ.
           IF ARQ-DETALHE
               MOVE DADOS-ARQ TO REG-ARQD
               IF TIPOMOV-ARQ EQUAL "S" OR
                  (TIPOMOV-ARQ EQUAL "X" AND TIPOORI-ARQ EQUAL "S")
                   PERFORM SELECIONA-ARQD
               END-IF
           END-IF.
           PERFORM LER-ARQ.

       SELECIONA-ARQD.
           IF PERIODO-ARQ NUMERIC
               MOVE PERIODO-ARQ TO PERIODO-MOV
           ELSE
               DIVIDE DATA-ARQ BY 100 GIVING PERIODO-MOV
           END-IF.
           IF PERIODO-MOV EQUAL PERIODO-FECHADO
               MOVE CCUSTO-ARQ TO CCUSTO-RTP
               MOVE CATDEP-ARQ TO CATEGORIA-RTP
               MOVE CODIGO-ARQ TO CODIGO-RTP
               MOVE DATA-ARQ TO DATA-RTP
               MOVE NOME-ARQ TO NOME-RTP
               MOVE REQUIS-ARQ TO REQUIS-RTP
               MOVE QTDEEST-ARQ TO QTDE-RTP
               IF TIPOMOV-ARQ EQUAL "X"
                   MOVE PRECOUNI-ARQ TO PRECO-RTP
                   MOVE "-" TO SINAL-RTP
               ELSE
                   MOVE PRECODEP-ARQ TO PRECO-RTP
                   MOVE SPACES TO SINAL-RTP
               END-IF
               PERFORM GRAVA-TEMP
           END-IF.

       GRAVA-TEMP.
           MULTIPLY QTDE-RTP BY PRECO-RTP GIVING VALOR-RTP.
           WRITE REG-RTP.

       INICIO.
           OPEN INPUT RATORD
                OUTPUT RESRATEIO RELRATEIO.
           OPEN INPUT CADTAB.
           IF TAB-STATUS EQUAL "00"
               MOVE "SIM" TO CADTAB-DISPONIVEL
           ELSE
               DISPLAY "EX4RATEIO: CADTAB AUSENTE - CENTROS DE CUSTO "
                   "SEM DESCRICAO"
           END-IF.
           PERFORM LER-RAT.

       LER-RAT.
           READ RATORD
               AT END MOVE "SIM" TO FIM-RAT
           END-READ.

       PRINCIPAL.
           IF CCUSTO-ROR NOT EQUAL CC-QBR
            OR PRIMEIRO-CC EQUAL "SIM"
               IF PRIMEIRO-CC EQUAL "NAO"
                   PERFORM QUEBRA-CATEGORIA
                   PERFORM QUEBRA-CCUSTO
               END-IF
               PERFORM ABRE-CCUSTO
               PERFORM ABRE-CATEGORIA
           ELSE
               IF CATEGORIA-ROR NOT EQUAL CAT-QBR
                   PERFORM QUEBRA-CATEGORIA
                   PERFORM ABRE-CATEGORIA
               END-IF
           END-IF.
           PERFORM IMPRESSAO.
           PERFORM LER-RAT.

       ABRE-CCUSTO.
           MOVE CCUSTO-ROR TO CC-QBR.
           MOVE "NAO" TO PRIMEIRO-CC.
           MOVE ZEROES TO QTDE-CC VALOR-CC.
           PERFORM CABECALHO.
           IF CCUSTO-ROR EQUAL SPACES
               MOVE "*SEM CC*" TO CC-DET
               MOVE SPACES TO DESCR-DET
           ELSE
               MOVE CCUSTO-ROR TO CC-DET
               PERFORM DESCRICAO-CCUSTO
           END-IF.
           WRITE REG-RELR FROM DETALHE-CC AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       DESCRICAO-CCUSTO.
           MOVE SPACES TO DESCR-DET.
           IF CADTAB-DISPONIVEL EQUAL "SIM"
               MOVE "D" TO TIPO-TAB
               MOVE CCUSTO-ROR TO CODIGO-TAB
               READ CADTAB
                   INVALID KEY MOVE "*NAO CADASTRADO*" TO DESCR-DET
                   NOT INVALID KEY MOVE DESCR-TAB TO DESCR-DET
               END-READ
           END-IF.

       ABRE-CATEGORIA.
           MOVE CATEGORIA-ROR TO CAT-QBR.
           MOVE ZEROES TO QTDE-CAT VALOR-CAT.
           IF CT-LIN GREATER THAN 17
               PERFORM CABECALHO
           END-IF.
           MOVE CATEGORIA-ROR TO CAT-DET.
           MOVE SPACES TO REG-RELR.
           WRITE REG-RELR AFTER ADVANCING 1 LINE.
           WRITE REG-RELR FROM DETALHE-CAT AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
           END-IF.
           MOVE CODIGO-ROR TO COD-DET.
           MOVE NOME-ROR TO NOM-DET.
           MOVE REQUIS-ROR TO REQUIS-DET.
           MOVE DATA-ROR TO DATA-DET.
           MOVE QTDE-ROR TO QTDE-DET.
           MOVE PRECO-ROR TO PRECO-DET.
           MOVE VALOR-ROR TO VALOR-DET.
           MOVE SINAL-ROR TO SINAL-DET SINALV-DET.
           WRITE REG-RELR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-SAIDAS.
           IF SINAL-ROR EQUAL "-"
               SUBTRACT QTDE-ROR FROM QTDE-CAT
               SUBTRACT VALOR-ROR FROM VALOR-CAT
           ELSE
               ADD QTDE-ROR TO QTDE-CAT
               ADD VALOR-ROR TO VALOR-CAT
           END-IF.

       QUEBRA-CATEGORIA.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
           END-IF.
           MOVE "SUBTOTAL CATEG. " TO ROT-SUB.
           MOVE CAT-QBR TO CHAVE-SUB.
           MOVE QTDE-CAT TO QTDE-SINAL.
           MOVE VALOR-CAT TO VALOR-SINAL.
           PERFORM MOSTRA-SINAL.
           WRITE REG-RELR FROM DETALHE-SUB AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD QTDE-CAT TO QTDE-CC.
           ADD VALOR-CAT TO VALOR-CC.
           PERFORM GRAVA-RESUMO.

       GRAVA-RESUMO.
           MOVE PERIODO-FECHADO TO PERIODO-RES.
           MOVE CC-QBR TO CCUSTO-RES.
           MOVE CAT-QBR TO CATEGORIA-RES.
           MOVE QTDE-CAT TO QTDE-RES.
           MOVE VALOR-CAT TO VALOR-RES.
           IF VALOR-CAT LESS THAN ZEROES
               MOVE "-" TO SINAL-RES
           ELSE
               MOVE SPACES TO SINAL-RES
           END-IF.
           WRITE REG-RES.
           ADD 1 TO CT-RESUMO.

       QUEBRA-CCUSTO.
           IF CT-LIN GREATER THAN 18
               PERFORM CABECALHO
           END-IF.
           MOVE "TOTAL C.CUSTO   " TO ROT-SUB.
           IF CC-QBR EQUAL SPACES
               MOVE "*SEM CC*" TO CHAVE-SUB
           ELSE
               MOVE CC-QBR TO CHAVE-SUB
           END-IF.
           MOVE QTDE-CC TO QTDE-SINAL.
           MOVE VALOR-CC TO VALOR-SINAL.
           PERFORM MOSTRA-SINAL.
           WRITE REG-RELR FROM DETALHE-SUB AFTER ADVANCING 2 LINE.
           ADD 2 TO CT-LIN.
           ADD QTDE-CC TO QTDE-GERAL.
           ADD VALOR-CC TO VALOR-GERAL.

       MOSTRA-SINAL.
           IF QTDE-SINAL LESS THAN ZEROES
               MOVE "-" TO SINAL-SUB
               COMPUTE QTDE-SINAL = QTDE-SINAL * -1
           ELSE
               MOVE SPACES TO SINAL-SUB
           END-IF.
           IF VALOR-SINAL LESS THAN ZEROES
               MOVE "-" TO SINALV-SUB
               COMPUTE VALOR-SINAL = VALOR-SINAL * -1
           ELSE
               MOVE SPACES TO SINALV-SUB
           END-IF.
           MOVE QTDE-SINAL TO QTDE-SUB.
           MOVE VALOR-SINAL TO VALOR-SUB.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-RELR.
           WRITE REG-RELR AFTER ADVANCING PAGE.
           WRITE REG-RELR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-RELR FROM CAB-02 AFTER ADVANCING 2 LINE.
           MOVE ZEROES TO CT-LIN.

       TOTALIZA.
           IF CT-LIN GREATER THAN 17
               PERFORM CABECALHO
           END-IF.
           MOVE "TOTAL GERAL     " TO ROT-SUB.
           MOVE SPACES TO CHAVE-SUB.
           MOVE QTDE-GERAL TO QTDE-SINAL.
           MOVE VALOR-GERAL TO VALOR-SINAL.
           PERFORM MOSTRA-SINAL.
           WRITE REG-RELR FROM DETALHE-SUB AFTER ADVANCING 2 LINE.
           MOVE CT-SAIDAS TO SAIDAS-TOT.
           WRITE REG-RELR FROM DETALHE-TOT AFTER ADVANCING 1 LINE.

       FIM.
           IF CADTAB-DISPONIVEL EQUAL "SIM"
               CLOSE CADTAB
           END-IF.
           CLOSE RATORD RESRATEIO RELRATEIO.
           DISPLAY "EX4RATEIO: SAIDAS RATEADAS = " CT-SAIDAS.
           DISPLAY "EX4RATEIO: REGISTROS DE RESUMO = " CT-RESUMO.
