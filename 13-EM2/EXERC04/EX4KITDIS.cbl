       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX4KITDIS.
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
           SELECT CADKIT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHAVE-KIT
           FILE STATUS IS KIT-STATUS.
           SELECT CADESTOQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-ENT.
           SELECT RELKIT ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD CADKIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADKIT".

       01 REG-KIT.
           02 CHAVE-KIT.
               03 CODKIT-KIT PIC 9(5).
               03 CODCOMP-KIT PIC 9(5).
                   88 KIT-CABECALHO VALUE ZEROES.
           02 DESCR-KIT PIC X(15).
           02 QTDE-KIT PIC 9(3).
           02 ATIVO-KIT PIC X(1).
               88 KIT-ATIVO VALUE "S".

       FD CADESTOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADESTOQ".

       01 REG-ENT.
           02 CODIGO-ENT  PIC 9(5).
           02 NOME-ENT PIC X(15).
           02 QTDEEST-ENT PIC 9(5).
           02 PRECOUNI-ENT PIC 9(6)V9(2).
           02 CATEGORIA-ENT PIC X(10).

       FD RELKIT
           LABEL RECORD IS OMITTED.
       01 REG-RELK
           PIC X(100).

       WORKING-STORAGE SECTION.
           77 KIT-STATUS PIC X(02) VALUE SPACES.
           77 FIM-KIT PIC X(03) VALUE "NAO".
           77 CT-LIN PIC 9(02) VALUE 25.
           77 CT-PAG PIC 9(02) VALUE ZEROES.
           77 KIT-QBR PIC 9(05) VALUE ZEROES.
           77 PRIMEIRO-KIT PIC X(03) VALUE "SIM".
           77 CT-KITS PIC 9(05) VALUE ZEROES.
           77 CT-MONTAVEIS PIC 9(05) VALUE ZEROES.
           77 CT-COMP-KIT PIC 9(03) VALUE ZEROES.
           77 QTDE-ESTOQUE PIC 9(05) VALUE ZEROES.
           77 KITS-COMP PIC 9(05) VALUE ZEROES.
           77 MIN-KIT PIC 9(05) VALUE ZEROES.
           77 COD-LIMITE PIC 9(05) VALUE ZEROES.
           77 NOME-LIMITE PIC X(15) VALUE SPACES.
           77 KIT-INATIVO PIC 9(05) VALUE ZEROES.
           77 CT-INATIVOS PIC 9(05) VALUE ZEROES.

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
           02 FILLER PIC X(30) VALUE "KITS MONTAVEIS COM O ESTOQUE A".
           02 FILLER PIC X(05) VALUE "TUAL ".
           02 FILLER PIC X(35) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC 99.
           02 FILLER  PIC X(03) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "COMPONENTE".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "NOME".
           02 FILLER PIC X(13) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "QTDE/KIT".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "ESTOQUE".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "KITS POSS.".
           02 FILLER PIC X(37) VALUE SPACES.
       01 DETALHE-KIT.
           02 FILLER PIC X(05) VALUE "KIT: ".
           02 COD-KIT PIC 9(5).
           02 FILLER PIC X(03) VALUE SPACES.
           02 NOM-KIT PIC X(15).
           02 FILLER PIC X(72) VALUE SPACES.
       01 DETALHE.
           02 FILLER PIC X(03) VALUE SPACES.
           02 COD-DET PIC 9(5).
           02 FILLER PIC X(07) VALUE SPACES.
           02 NOM-DET PIC X(15).
           02 FILLER PIC X(05) VALUE SPACES.
           02 QTDKIT-DET PIC 9(3).
           02 FILLER PIC X(06) VALUE SPACES.
           02 ESTOQUE-DET PIC 9(5).
           02 FILLER PIC X(08) VALUE SPACES.
           02 POSS-DET PIC 9(5).
           02 FILLER PIC X(38) VALUE SPACES.
       01 DETALHE-RES.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "KITS MONTAVEIS: ".
           02 MONT-RES PIC 9(5).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "LIMITADO POR: ".
           02 LIM-RES PIC X(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 NOMLIM-RES PIC X(20).
           02 FILLER PIC X(33) VALUE SPACES.
       01 DETALHE-TOT.
           02 FILLER PIC X(17) VALUE "KITS LISTADOS  = ".
           02 KITS-TOT PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "KITS MONTAVEIS = ".
           02 MONT-TOT PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "SEM ESTOQUE    = ".
           02 SEMEST-TOT PIC 9(05).
           02 FILLER PIC X(28) VALUE SPACES.
       01 DETALHE-TOT2.
           02 FILLER PIC X(17) VALUE "KITS INATIVOS  = ".
           02 INAT-TOT PIC 9(05).
           02 FILLER PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
       EX1.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-KIT EQUAL "SIM".
           IF PRIMEIRO-KIT EQUAL "NAO"
               PERFORM QUEBRA-KIT
           END-IF.
           PERFORM TOTALIZA.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE.
           MOVE DIA-EXEC TO DIA-CAB.
           MOVE MES-EXEC TO MES-CAB.
           MOVE ANO-EXEC TO ANO-CAB.
           OPEN INPUT CADKIT.
           IF KIT-STATUS NOT EQUAL "00"
               DISPLAY "EX4KITDIS: CADKIT AUSENTE - RELATORIO NAO "
                   "EMITIDO"
               STOP RUN
           END-IF.
           OPEN INPUT CADESTOQ.
           OPEN OUTPUT RELKIT.
           PERFORM LER-KIT.

       LER-KIT.
           READ CADKIT
               AT END MOVE "SIM" TO FIM-KIT
           END-READ.

       PRINCIPAL.
           IF KIT-CABECALHO AND NOT KIT-ATIVO
               MOVE CODKIT-KIT TO KIT-INATIVO
               ADD 1 TO CT-INATIVOS
           END-IF.
           IF CODKIT-KIT NOT EQUAL KIT-INATIVO
               PERFORM SELECIONA-KIT
           END-IF.
           PERFORM LER-KIT.

       SELECIONA-KIT.
           IF CODKIT-KIT NOT EQUAL KIT-QBR
            OR PRIMEIRO-KIT EQUAL "SIM"
               IF PRIMEIRO-KIT EQUAL "NAO"
                   PERFORM QUEBRA-KIT
               END-IF
               PERFORM ABRE-KIT
           END-IF.
           IF NOT KIT-CABECALHO
               PERFORM IMPRESSAO
           END-IF.

       ABRE-KIT.
           MOVE CODKIT-KIT TO KIT-QBR.
           MOVE "NAO" TO PRIMEIRO-KIT.
           MOVE ZEROES TO CT-COMP-KIT COD-LIMITE.
           MOVE 99999 TO MIN-KIT.
           MOVE SPACES TO NOME-LIMITE.
           IF CT-LIN GREATER THAN 16
               PERFORM CABECALHO
           END-IF.
           MOVE CODKIT-KIT TO COD-KIT.
           IF KIT-CABECALHO
               MOVE DESCR-KIT TO NOM-KIT
           ELSE
               MOVE SPACES TO NOM-KIT
           END-IF.
           MOVE SPACES TO REG-RELK.
           WRITE REG-RELK AFTER ADVANCING 1 LINE.
           WRITE REG-RELK FROM DETALHE-KIT AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
           END-IF.
           MOVE CODCOMP-KIT TO CODIGO-ENT.
           READ CADESTOQ
               INVALID KEY
                   MOVE "*INEXISTENTE*" TO NOME-ENT
                   MOVE ZEROES TO QTDE-ESTOQUE
               NOT INVALID KEY
                   MOVE QTDEEST-ENT TO QTDE-ESTOQUE
           END-READ.
           IF QTDE-KIT EQUAL ZEROES
               MOVE ZEROES TO KITS-COMP
           ELSE
               DIVIDE QTDE-ESTOQUE BY QTDE-KIT GIVING KITS-COMP
           END-IF.
           IF KITS-COMP LESS THAN MIN-KIT
               MOVE KITS-COMP TO MIN-KIT
               MOVE CODCOMP-KIT TO COD-LIMITE
               MOVE NOME-ENT TO NOME-LIMITE
           END-IF.
           ADD 1 TO CT-COMP-KIT.
           MOVE CODCOMP-KIT TO COD-DET.
           MOVE NOME-ENT TO NOM-DET.
           MOVE QTDE-KIT TO QTDKIT-DET.
           MOVE QTDE-ESTOQUE TO ESTOQUE-DET.
           MOVE KITS-COMP TO POSS-DET.
           WRITE REG-RELK FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       QUEBRA-KIT.
           ADD 1 TO CT-KITS.
           IF CT-COMP-KIT EQUAL ZEROES
               MOVE ZEROES TO MONT-RES
               MOVE SPACES TO LIM-RES
               MOVE "KIT SEM COMPONENTES" TO NOMLIM-RES
           ELSE
               MOVE MIN-KIT TO MONT-RES
               MOVE COD-LIMITE TO LIM-RES
               MOVE NOME-LIMITE TO NOMLIM-RES
               IF MIN-KIT GREATER THAN ZEROES
                   ADD 1 TO CT-MONTAVEIS
               END-IF
           END-IF.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO
           END-IF.
           WRITE REG-RELK FROM DETALHE-RES AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-RELK.
           WRITE REG-RELK AFTER ADVANCING PAGE.
           WRITE REG-RELK FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-RELK FROM CAB-02 AFTER ADVANCING 2 LINE.
           MOVE ZEROES TO CT-LIN.

       TOTALIZA.
           MOVE CT-KITS TO KITS-TOT.
           MOVE CT-MONTAVEIS TO MONT-TOT.
           SUBTRACT CT-MONTAVEIS FROM CT-KITS GIVING SEMEST-TOT.
           WRITE REG-RELK FROM DETALHE-TOT AFTER ADVANCING 2 LINE.
           MOVE CT-INATIVOS TO INAT-TOT.
           WRITE REG-RELK FROM DETALHE-TOT2 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE CADKIT CADESTOQ RELKIT.
           DISPLAY "EX4KITDIS: KITS LISTADOS = " CT-KITS.
           DISPLAY "EX4KITDIS: KITS MONTAVEIS = " CT-MONTAVEIS.
