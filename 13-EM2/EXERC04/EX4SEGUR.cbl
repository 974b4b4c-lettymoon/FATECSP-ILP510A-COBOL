       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX4SEGUR.
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
           SELECT SEGLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-STATUS.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT SEGORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODOPER-OPE
           FILE STATUS IS OPE-STATUS.
           SELECT RELSEGUR ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD SEGLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "SEGLOG".

       01 REG-SEG.
           02 DATA-SEG PIC 9(06).
           02 HORA-SEG PIC 9(08).
           02 OPERADOR-SEG PIC X(08).
           02 LOTE-SEG PIC X(06).
           02 ORIGEM-SEG PIC X(10).
           02 DATALOTE-SEG PIC X(06).
           02 REGS-SEG PIC 9(05).
           02 MOTIVO-SEG PIC X(20).
           02 TIPO-SEG PIC X(01).
           02 CODIGO-SEG PIC X(05).
           02 LOCAL-SEG PIC X(03).

       SD WORK-SORT.
       01 SD-REG.
           02 SD-DATA PIC 9(06).
           02 SD-HORA PIC 9(08).
           02 SD-OPERADOR PIC X(08).
           02 SD-RESTO PIC X(56).

       FD SEGORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "SEGORD".

       01 REG-ORD.
           02 DATA-ORD PIC 9(06).
           02 HORA-ORD.
               03 HHMMSS-ORD PIC 9(06).
               03 CENT-ORD PIC 9(02).
           02 OPERADOR-ORD PIC X(08).
           02 LOTE-ORD PIC X(06).
           02 ORIGEM-ORD PIC X(10).
           02 DATALOTE-ORD PIC X(06).
           02 REGS-ORD PIC 9(05).
           02 MOTIVO-ORD PIC X(20).
           02 TIPO-ORD PIC X(01).
           02 CODIGO-ORD PIC X(05).
           02 LOCAL-ORD PIC X(03).

       FD CADOPER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADOPER".

       01 REG-OPE.
           02 CODOPER-OPE PIC X(08).
           02 NOME-OPE PIC X(20).
           02 ATIVO-OPE PIC X(01).
               88 OPE-ATIVO VALUE "S".
           02 TIPOS-OPE.
               03 TIPO-OPE OCCURS 8 TIMES PIC X(01).
           02 LOCAIS-OPE.
               03 LOCAL-OPE OCCURS 10 TIMES PIC X(03).

       FD RELSEGUR
           LABEL RECORD IS OMITTED.
       01 REG-RELS
           PIC X(100).

       WORKING-STORAGE SECTION.
           77 FIM-ORD PIC X(03) VALUE "NAO".
           77 CT-LIN PIC 9(02) VALUE 25.
           77 CT-PAG PIC 9(02) VALUE ZEROES.
           77 OPE-STATUS PIC X(02) VALUE SPACES.
           77 SEG-STATUS PIC X(02) VALUE SPACES.
           77 OPER-DISPONIVEL PIC X(03) VALUE "NAO".
           77 OPERADOR-QBR PIC X(08) VALUE SPACES.
           77 PRIMEIRO-OPER PIC X(03) VALUE "SIM".
           77 CT-TENTATIVAS PIC 9(05) VALUE ZEROES.
           77 CT-OPERADORES PIC 9(05) VALUE ZEROES.
           77 CT-REGS PIC 9(07) VALUE ZEROES.
           77 TENT-OPER PIC 9(05) VALUE ZEROES.
           77 REGS-OPER PIC 9(07) VALUE ZEROES.

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
           02 FILLER PIC X(30) VALUE "EXCECOES DE SEGURANCA - LOTES ".
           02 FILLER PIC X(10) VALUE "REJEITADOS".
           02 FILLER PIC X(32) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC 99.
           02 FILLER  PIC X(03) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(04) VALUE "DATA".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "HORA".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "LOTE".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "ORIGEM".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "DT.LOTE".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "REGS".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "MOTIVO".
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(01) VALUE "T".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "COD.".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "LOCAL".
           02 FILLER PIC X(12) VALUE SPACES.
       01 DETALHE-OPER.
           02 FILLER PIC X(10) VALUE "OPERADOR: ".
           02 COD-OPER PIC X(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 NOME-OPER PIC X(20).
           02 FILLER PIC X(59) VALUE SPACES.
       01 DETALHE.
           02 DATA-DET PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 HORA-DET PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LOTE-DET PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 ORIGEM-DET PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DTLOTE-DET PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 REGS-DET PIC 9(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 MOTIVO-DET PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 TIPO-DET PIC X(01).
           02 FILLER PIC X(02) VALUE SPACES.
           02 CODIGO-DET PIC X(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LOCAL-DET PIC X(03).
           02 FILLER PIC X(14) VALUE SPACES.
       01 DETALHE-VAZIO.
           02 FILLER PIC X(13) VALUE "SEM REGISTROS".
           02 FILLER PIC X(87) VALUE SPACES.
       01 DETALHE-SUB.
           02 FILLER PIC X(26) VALUE "TENTATIVAS DO OPERADOR:   ".
           02 TENTSUB PIC 9(05).
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "REGISTROS BLOQUEADOS".
           02 FILLER PIC X(02) VALUE ": ".
           02 REGSSUB PIC 9(07).
           02 FILLER PIC X(35) VALUE SPACES.
       01 DETALHE-TOT.
           02 FILLER PIC X(26) VALUE "TENTATIVAS REJEITADAS   = ".
           02 TENT-TOT PIC 9(05).
           02 FILLER PIC X(69) VALUE SPACES.
       01 DETALHE-TOT2.
           02 FILLER PIC X(26) VALUE "OPERADORES ENVOLVIDOS   = ".
           02 OPER-TOT PIC 9(05).
           02 FILLER PIC X(69) VALUE SPACES.
       01 DETALHE-TOT3.
           02 FILLER PIC X(26) VALUE "REGISTROS BLOQUEADOS    = ".
           02 REGS-TOT PIC 9(07).
           02 FILLER PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       EX1.
           PERFORM VERIFICA-SEGLOG.
           SORT WORK-SORT ON ASCENDING KEY SD-OPERADOR
                                           SD-DATA
                                           SD-HORA
               USING SEGLOG
               GIVING SEGORD.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ORD EQUAL "SIM".
           IF PRIMEIRO-OPER EQUAL "NAO"
               PERFORM QUEBRA-OPERADOR
           END-IF.
           PERFORM TOTALIZA.
           PERFORM FIM.
           STOP RUN.

       VERIFICA-SEGLOG.
           OPEN INPUT SEGLOG.
           IF SEG-STATUS EQUAL "35"
               PERFORM DATA-CABECALHO
               OPEN OUTPUT RELSEGUR
               PERFORM TOTALIZA
               CLOSE RELSEGUR
               DISPLAY "EX4SEGUR: SEGLOG AUSENTE - SEM REGISTROS"
               STOP RUN
           END-IF.
           CLOSE SEGLOG.

       DATA-CABECALHO.
           ACCEPT DATA-EXEC FROM DATE.
           MOVE DIA-EXEC TO DIA-CAB.
           MOVE MES-EXEC TO MES-CAB.
           MOVE ANO-EXEC TO ANO-CAB.

       INICIO.
           PERFORM DATA-CABECALHO.
           OPEN INPUT CADOPER.
           IF OPE-STATUS EQUAL "00"
               MOVE "SIM" TO OPER-DISPONIVEL
           END-IF.
           OPEN INPUT SEGORD.
           OPEN OUTPUT RELSEGUR.
           PERFORM LER-ORD.

       LER-ORD.
           READ SEGORD
               AT END MOVE "SIM" TO FIM-ORD
           END-READ.

       PRINCIPAL.
           IF OPERADOR-ORD NOT EQUAL OPERADOR-QBR
            OR PRIMEIRO-OPER EQUAL "SIM"
               IF PRIMEIRO-OPER EQUAL "NAO"
                   PERFORM QUEBRA-OPERADOR
               END-IF
               PERFORM ABRE-OPERADOR
           END-IF.
           PERFORM IMPRESSAO.
           PERFORM LER-ORD.

       ABRE-OPERADOR.
           MOVE OPERADOR-ORD TO OPERADOR-QBR.
           MOVE "NAO" TO PRIMEIRO-OPER.
           ADD 1 TO CT-OPERADORES.
           IF CT-LIN GREATER THAN 17
               PERFORM CABECALHO
           END-IF.
           MOVE OPERADOR-ORD TO COD-OPER.
           PERFORM BUSCA-NOME.
           MOVE SPACES TO REG-RELS.
           WRITE REG-RELS AFTER ADVANCING 1 LINE.
           WRITE REG-RELS FROM DETALHE-OPER AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.

       BUSCA-NOME.
           EVALUATE TRUE
               WHEN OPERADOR-ORD EQUAL SPACES
                   MOVE "NAO INFORMADO" TO NOME-OPER
               WHEN OPER-DISPONIVEL EQUAL "NAO"
                   MOVE SPACES TO NOME-OPER
               WHEN OTHER
                   MOVE OPERADOR-ORD TO CODOPER-OPE
                   READ CADOPER
                       INVALID KEY
                           MOVE "DESCONHECIDO" TO NOME-OPER
                       NOT INVALID KEY
                           MOVE NOME-OPE TO NOME-OPER
                   END-READ
           END-EVALUATE.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
           END-IF.
           MOVE DATA-ORD TO DATA-DET.
           MOVE HHMMSS-ORD TO HORA-DET.
           MOVE LOTE-ORD TO LOTE-DET.
           MOVE ORIGEM-ORD TO ORIGEM-DET.
           MOVE DATALOTE-ORD TO DTLOTE-DET.
           MOVE REGS-ORD TO REGS-DET.
           MOVE MOTIVO-ORD TO MOTIVO-DET.
           MOVE TIPO-ORD TO TIPO-DET.
           MOVE CODIGO-ORD TO CODIGO-DET.
           MOVE LOCAL-ORD TO LOCAL-DET.
           WRITE REG-RELS FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-TENTATIVAS TENT-OPER.
           ADD REGS-ORD TO CT-REGS REGS-OPER.

       QUEBRA-OPERADOR.
           MOVE TENT-OPER TO TENTSUB.
           MOVE REGS-OPER TO REGSSUB.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
           END-IF.
           WRITE REG-RELS FROM DETALHE-SUB AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           MOVE ZEROES TO TENT-OPER REGS-OPER.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-RELS.
           WRITE REG-RELS AFTER ADVANCING PAGE.
           WRITE REG-RELS FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-RELS FROM CAB-02 AFTER ADVANCING 2 LINE.
           MOVE ZEROES TO CT-LIN.

       TOTALIZA.
           IF CT-PAG EQUAL ZEROES
               PERFORM CABECALHO
           END-IF.
           IF CT-TENTATIVAS EQUAL ZEROES
               WRITE REG-RELS FROM DETALHE-VAZIO AFTER ADVANCING 1 LINE
           END-IF.
           MOVE CT-TENTATIVAS TO TENT-TOT.
           WRITE REG-RELS FROM DETALHE-TOT AFTER ADVANCING 2 LINE.
           MOVE CT-OPERADORES TO OPER-TOT.
           WRITE REG-RELS FROM DETALHE-TOT2 AFTER ADVANCING 1 LINE.
           MOVE CT-REGS TO REGS-TOT.
           WRITE REG-RELS FROM DETALHE-TOT3 AFTER ADVANCING 1 LINE.

       FIM.
           IF OPER-DISPONIVEL EQUAL "SIM"
               CLOSE CADOPER
           END-IF.
           CLOSE SEGORD RELSEGUR.
           DISPLAY "EX4SEGUR: TENTATIVAS REJEITADAS = " CT-TENTATIVAS.
