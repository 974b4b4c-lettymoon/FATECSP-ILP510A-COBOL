       FILE-CONTROL.
           SELECT HISTMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KARDTEMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT HISTORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
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

       FD KARDTEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "KARDTEMP".

       01 REG-KTP.
           02 CODIGO-KTP PIC 9(05).
           02 DATA-KTP PIC 9(06).
           02 HORA-KTP PIC 9(08).
           02 SEQ-KTP PIC 9(05).
           02 ORDEM-KTP PIC 9(01).
           02 HIST-KTP PIC X(191).

       SD WORK-SORT.
       01 SD-REG.
           02 SD-CODIGO PIC 9(05).
           02 SD-DATA PIC 9(06).
           02 SD-HORA PIC 9(08).
           02 SD-SEQ PIC 9(05).
           02 SD-ORDEM PIC 9(01).
           02 SD-HIST PIC X(191).

       FD HISTORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "HISTORD".

       01 REG-KOR.
           02 CHAVE-KOR PIC X(25).
           02 HIST-KOR PIC X(191).

       FD PARKARD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "PARKARD".

       01 REG-PAR.
           02 COD-INI-PAR PIC 9(05).
           02 COD-FIM-PAR PIC 9(05).

       FD RELKARD
           LABEL RECORD IS OMITTED.
       01 REG-RELK
           PIC X(100).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 CT-LIN PIC 9(02) VALUE 25.
           77 CT-PAG PIC 9(02) VALUE ZEROES.
           77 CODIGO-ANT PIC 9(05) VALUE ZEROES.
           77 PRIMEIRO-ITEM PIC X(03) VALUE "SIM".
           77 CT-MOV PIC 9(05) VALUE ZEROES.
           77 FIM-HIST PIC X(03) VALUE "NAO".
           77 FIM-PRX PIC X(03) VALUE "NAO".

       01 REG-ORD.
           02 DATA-ORD PIC 9(06).
           02 HORA-ORD PIC 9(08).
           02 LOCAL-ORD PIC X(03).
           02 LOCDEST-ORD PIC X(03).
           02 PERIODO-ORD PIC 9(04).
           02 REQUIS-ORD PIC X(08).
           02 CCUSTO-ORD PIC X(06).
           02 REFORI-ORD.
               03 DATAORI-ORD PIC 9(06).
               03 HORAORI-ORD PIC 9(08).
               03 SEQORI-ORD PIC 9(05).
           02 KITORI-ORD REDEFINES REFORI-ORD.
               03 FILLER PIC X(14).
               03 CODKIT-ORD PIC 9(05).
           02 TIPOORI-ORD PIC X(01).
           02 OPERADOR-ORD PIC X(08).

       01 REG-PRX.
           02 DATA-PRX PIC 9(06).
           02 HORA-PRX PIC 9(08).
           02 SEQ-PRX PIC 9(05).
           02 TIPO-PRX PIC X(01).
           02 CODIGO-PRX PIC 9(05).
           02 FILLER PIC X(138).
           02 REFORI-PRX.
               03 DATAORI-PRX PIC 9(06).
               03 HORAORI-PRX PIC 9(08).
               03 SEQORI-PRX PIC 9(05).
           02 TIPOORI-PRX PIC X(01).
           02 OPERADOR-PRX PIC X(08).

       01 DATA-EXEC.
           02 ANO-EXEC PIC 9(02).
           02 MES-EXEC PIC 9(02).
           02 DIA-EXEC PIC 9(02).

       01 OBS-KIT.
           02 FILLER PIC X(04) VALUE "KIT ".
           02 KIT-OBS PIC 9(05).

       01 CAB-01.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 DIA-CAB PIC 99.
           02 FILLER PIC X(11) VALUE "SALDO ATUAL".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "LOCAL MOV".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "SITUACAO ".
           02 FILLER PIC X(03) VALUE SPACES.
       01 DETALHE-ITEM.
           02 FILLER PIC X(06) VALUE "ITEM: ".
           02 COD-ITEM PIC 9(5).
           02 LOCAL-DET PIC X(03).
           02 SEPLOC-DET PIC X(01).
           02 DEST-DET PIC X(03).
           02 FILLER PIC X(06) VALUE SPACES.
           02 OBS-DET PIC X(09).
           02 FILLER PIC X(03) VALUE SPACES.
       01 DETALHE-TOT.
           02 FILLER PIC X(22) VALUE "MOVIMENTOS LISTADOS = ".
           02 TOTMOV-DET PIC 9(05).

       PROCEDURE DIVISION.
       EX1.
           PERFORM PREPARA.
           SORT WORK-SORT ON ASCENDING KEY SD-CODIGO
                                           SD-DATA
                                           SD-HORA
                                           SD-SEQ
                                           SD-ORDEM
               USING KARDTEMP
               GIVING HISTORD.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       PREPARA.
           OPEN INPUT HISTMOV
                OUTPUT KARDTEMP.
           PERFORM LER-HIST.
           PERFORM GERA-CHAVE UNTIL FIM-HIST EQUAL "SIM".
           CLOSE HISTMOV KARDTEMP.

       LER-HIST.
           READ HISTMOV
               AT END MOVE "SIM" TO FIM-HIST
           END-READ.

       GERA-CHAVE.
           MOVE CODIGO-HIST TO CODIGO-KTP.
           IF TIPO-HIST EQUAL "X"
               MOVE DATAORI-HIST TO DATA-KTP
               MOVE HORAORI-HIST TO HORA-KTP
               MOVE SEQORI-HIST TO SEQ-KTP
               MOVE 1 TO ORDEM-KTP
           ELSE
               MOVE DATA-HIST TO DATA-KTP
               MOVE HORA-HIST TO HORA-KTP
               MOVE SEQ-HIST TO SEQ-KTP
               MOVE 0 TO ORDEM-KTP
           END-IF.
           MOVE REG-HIST TO HIST-KTP.
           WRITE REG-KTP.
           PERFORM LER-HIST.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE.
           MOVE DIA-EXEC TO DIA-CAB.
           END-IF.
           OPEN INPUT HISTORD
                OUTPUT RELKARD.
           PERFORM LER-PROXIMO.
           PERFORM LEITURA.

       LEITURA.
           IF FIM-PRX EQUAL "SIM"
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE REG-PRX TO REG-ORD
               PERFORM LER-PROXIMO
           END-IF.

       LER-PROXIMO.
           READ HISTORD
               AT END MOVE "SIM" TO FIM-PRX
               NOT AT END MOVE HIST-KOR TO REG-PRX
           END-READ.

       PRINCIPAL.
           IF CODIGO-ORD NOT LESS THAN COD-INI-PAR AND
           MOVE QTDE-ANT-ORD TO SALDANT-DET.
           MOVE QTDE-DEP-ORD TO SALDATU-DET.
           MOVE LOCAL-ORD TO LOCAL-DET.
           EVALUATE TRUE
               WHEN TIPO-ORD EQUAL "T"
                   MOVE ">" TO SEPLOC-DET
                   MOVE LOCDEST-ORD TO DEST-DET
               WHEN TIPO-ORD EQUAL "X" AND TIPOORI-ORD EQUAL "T"
                   MOVE "<" TO SEPLOC-DET
                   MOVE LOCDEST-ORD TO DEST-DET
               WHEN OTHER
                   MOVE SPACES TO SEPLOC-DET DEST-DET
           END-EVALUATE.
           PERFORM SITUACAO-ESTORNO.
           WRITE REG-RELK FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-MOV.

       SITUACAO-ESTORNO.
           MOVE SPACES TO OBS-DET.
           IF TIPO-ORD EQUAL "X"
               MOVE "ESTORNO" TO OBS-DET
           ELSE
               IF FIM-PRX EQUAL "NAO"
                AND TIPO-PRX EQUAL "X"
                AND CODIGO-PRX EQUAL CODIGO-ORD
                AND DATAORI-PRX EQUAL DATA-ORD
                AND HORAORI-PRX EQUAL HORA-ORD
                AND SEQORI-PRX EQUAL SEQ-ORD
                   MOVE "ESTORNADO" TO OBS-DET
               ELSE
                   IF TIPOORI-ORD EQUAL "K"
                       MOVE CODKIT-ORD TO KIT-OBS
                       MOVE OBS-KIT TO OBS-DET
                   END-IF
               END-IF
           END-IF.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
