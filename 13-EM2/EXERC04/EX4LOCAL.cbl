           SELECT LOCORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELLOCAL ASSIGN TO DISK.
           SELECT CADTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-TAB
           FILE STATUS IS TAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 REG-RELL
           PIC X(100).

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
               88 TAB-PADRAO VALUE "S".

       WORKING-STORAGE SECTION.
           77 FIM-LOC PIC X(03) VALUE "NAO".
           77 FIM-ORD PIC X(03) VALUE "NAO".
           77 VALOR-LOCAL PIC 9(8)V99 VALUE ZEROES.
           77 QTD-GERAL PIC 9(7) VALUE ZEROES.
           77 VALOR-GERAL PIC 9(9)V99 VALUE ZEROES.
           77 TAB-STATUS PIC X(02) VALUE SPACES.

       01 DATA-EXEC.
           02 ANO-EXEC PIC 9(02).
       01 DETALHE-LOCAL.
           02 FILLER PIC X(07) VALUE "LOCAL: ".
           02 LOCAL-DET PIC X(3).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DESCR-LDET PIC X(20).
           02 FILLER PIC X(03) VALUE SPACES.
           02 SITU-LDET PIC X(16).
           02 FILLER PIC X(48) VALUE SPACES.
       01 DETALHE.
           02 COD-DET PIC 9(5).
           02 FILLER PIC X(04) VALUE SPACES.
           MOVE DIA-EXEC TO DIA-CAB.
           MOVE MES-EXEC TO MES-CAB.
           MOVE ANO-EXEC TO ANO-CAB.
           OPEN INPUT CADTAB.
           IF TAB-STATUS NOT EQUAL "00"
               DISPLAY "EX4LOCAL: CADTAB AUSENTE - RELATORIO NAO "
                   "EMITIDO"
               STOP RUN
           END-IF.
           OPEN INPUT LOCORD
                OUTPUT RELLOCAL.
           PERFORM LER-ORD.
               PERFORM CABECALHO
           END-IF.
           MOVE LOCAL-ORD TO LOCAL-DET.
           PERFORM DESCREVE-LOCAL.
           MOVE SPACES TO REG-RELL.
           WRITE REG-RELL AFTER ADVANCING 1 LINE.
           WRITE REG-RELL FROM DETALHE-LOCAL AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.

       DESCREVE-LOCAL.
           MOVE "L" TO TIPO-TAB.
           MOVE LOCAL-ORD TO CODIGO-TAB.
           READ CADTAB
               INVALID KEY
                   MOVE SPACES TO DESCR-LDET
                   MOVE "*NAO CADASTRADO*" TO SITU-LDET
               NOT INVALID KEY
                   MOVE DESCR-TAB TO DESCR-LDET
                   EVALUATE TRUE
                       WHEN NOT TAB-ATIVO
                           MOVE "*INATIVO*" TO SITU-LDET
                       WHEN TAB-PADRAO
                           MOVE "(PADRAO)" TO SITU-LDET
                       WHEN OTHER
                           MOVE SPACES TO SITU-LDET
                   END-EVALUATE
           END-READ.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
           WRITE REG-RELL FROM DETALHE-TOT AFTER ADVANCING 2 LINE.

       FIM.
           CLOSE LOCORD RELLOCAL CADTAB.
