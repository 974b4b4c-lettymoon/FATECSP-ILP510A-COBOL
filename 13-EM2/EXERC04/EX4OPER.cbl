       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX4OPER.
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
           SELECT CADOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODOPER-OPE
           FILE STATUS IS OPE-STATUS.
           SELECT CADTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-TAB
           FILE STATUS IS TAB-STATUS.
           SELECT MOVOPER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTOPER ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

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

       FD MOVOPER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "MOVOPER".

       01 REG-MOVO.
           02 TIPO-MOVO PIC X(1).
               88 MOVO-INCLUI VALUE "I".
               88 MOVO-ALTERA VALUE "A".
               88 MOVO-DESATIVA VALUE "D".
               88 MOVO-REATIVA VALUE "R".
           02 CODOPER-MOVO PIC X(08).
           02 NOME-MOVO PIC X(20).
           02 TIPOS-MOVO.
               03 TIPOAUT-MOVO OCCURS 8 TIMES PIC X(01).
                   88 MOVO-TIPO-VALIDO VALUE "I" "A" "E" "R" "S" "T"
                                             "X" "K" " ".
           02 LOCAIS-MOVO.
               03 LOCAL-MOVO OCCURS 10 TIMES PIC X(03).

       FD LISTOPER
           LABEL RECORD IS OMITTED.
       01 REG-LISTA
           PIC X(100).

       WORKING-STORAGE SECTION.
           77 FIM-MOV PIC X(03) VALUE "NAO".
           77 FIM-OPE PIC X(03) VALUE "NAO".
           77 CT-APLIC PIC 9(05) VALUE ZEROES.
           77 CT-REJEI PIC 9(05) VALUE ZEROES.
           77 CT-ERROS PIC 9(05) VALUE ZEROES.
           77 OPE-STATUS PIC X(02) VALUE SPACES.
           77 TAB-STATUS PIC X(02) VALUE SPACES.
           77 IND-MOVO PIC 9(02) VALUE ZEROES.
           77 TIPOS-OK PIC X(03) VALUE "SIM".
           77 LOCAIS-OK PIC X(03) VALUE "SIM".

       01 DETALHE-LISTA.
           02 TIPO-LST PIC X(01).
           02 FILLER PIC X(02) VALUE SPACES.
           02 COD-LST PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 NOME-LST PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 TIPOS-LST PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LOCAIS-LST PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 SITU-LST PIC X(20).
           02 FILLER PIC X(03) VALUE SPACES.

       01 DETALHE-RESUMO.
           02 FILLER PIC X(20) VALUE "MOVIMENTOS APLICADOS".
           02 FILLER PIC X(01) VALUE SPACES.
           02 APLIC-LST PIC 9(05).
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(21) VALUE "MOVIMENTOS REJEITADOS".
           02 FILLER PIC X(01) VALUE SPACES.
           02 REJEI-LST PIC 9(05).
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(19) VALUE "ERROS DE REGRAVACAO".
           02 FILLER PIC X(01) VALUE SPACES.
           02 ERROS-LST PIC 9(05).
           02 FILLER PIC X(12) VALUE SPACES.

       01 CAB-OPER.
           02 FILLER PIC X(30) VALUE "CADASTRO DE OPERADORES ATUALIZ".
           02 FILLER PIC X(03) VALUE "ADO".
           02 FILLER PIC X(67) VALUE SPACES.

       01 CAB-OPER2.
           02 FILLER PIC X(08) VALUE "OPERADOR".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "NOME".
           02 FILLER PIC X(19) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "ATIVO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "TIPOS".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "LOCAIS".
           02 FILLER PIC X(41) VALUE SPACES.

       01 DETALHE-OPER.
           02 COD-DOP PIC X(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 NOME-DOP PIC X(20).
           02 FILLER PIC X(05) VALUE SPACES.
           02 ATIVO-DOP PIC X(01).
           02 FILLER PIC X(05) VALUE SPACES.
           02 TIPOS-DOP PIC X(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 LOCAIS-DOP OCCURS 10 TIMES.
               03 LOCAL-DOP PIC X(03).
               03 FILLER PIC X(01).
           02 FILLER PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       EX1.
           PERFORM INICIO.
           PERFORM ATUALIZA UNTIL FIM-MOV EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN INPUT CADTAB.
           IF TAB-STATUS NOT EQUAL "00"
               DISPLAY "EX4OPER: CADTAB AUSENTE - MANUTENCAO NAO "
                   "EFETUADA"
               STOP RUN
           END-IF.
           PERFORM ABRE-CADOPER.
           OPEN INPUT MOVOPER.
           OPEN OUTPUT LISTOPER.
           PERFORM LER-MOV.

       ABRE-CADOPER.
           OPEN I-O CADOPER.
           IF OPE-STATUS EQUAL "35"
               OPEN OUTPUT CADOPER
               CLOSE CADOPER
               OPEN I-O CADOPER
           END-IF.

       LER-MOV.
           READ MOVOPER
               AT END MOVE "SIM" TO FIM-MOV
           END-READ.

       ATUALIZA.
           MOVE SPACES TO SITU-LST.
           PERFORM CONFERE-TIPOS.
           PERFORM CONFERE-LOCAIS.
           EVALUATE TRUE
               WHEN CODOPER-MOVO EQUAL SPACES
                   MOVE "CODIGO EM BRANCO" TO SITU-LST
               WHEN TIPOS-OK EQUAL "NAO"
                   MOVE "TIPO MOV INVALIDO" TO SITU-LST
               WHEN LOCAIS-OK EQUAL "NAO"
                   MOVE "LOCAL INVALIDO" TO SITU-LST
               WHEN MOVO-INCLUI AND NOME-MOVO EQUAL SPACES
                   MOVE "NOME EM BRANCO" TO SITU-LST
               WHEN MOVO-INCLUI AND TIPOS-MOVO EQUAL SPACES
                   MOVE "TIPOS EM BRANCO" TO SITU-LST
           END-EVALUATE.
           IF SITU-LST NOT EQUAL SPACES
               ADD 1 TO CT-REJEI
           ELSE
               MOVE CODOPER-MOVO TO CODOPER-OPE
               EVALUATE TRUE
                   WHEN MOVO-INCLUI
                       PERFORM INCLUI-OPERADOR
                   WHEN MOVO-ALTERA
                       PERFORM ALTERA-OPERADOR
                   WHEN MOVO-DESATIVA
                       PERFORM DESATIVA-OPERADOR
                   WHEN MOVO-REATIVA
                       PERFORM REATIVA-OPERADOR
                   WHEN OTHER
                       MOVE "TIPO INVALIDO" TO SITU-LST
                       ADD 1 TO CT-REJEI
               END-EVALUATE
           END-IF.
           PERFORM GRAVA-LISTA.
           PERFORM LER-MOV.

       CONFERE-TIPOS.
           MOVE "SIM" TO TIPOS-OK.
           PERFORM TESTA-TIPO
               VARYING IND-MOVO FROM 1 BY 1
               UNTIL IND-MOVO GREATER THAN 8.

       TESTA-TIPO.
           IF NOT MOVO-TIPO-VALIDO(IND-MOVO)
               MOVE "NAO" TO TIPOS-OK
           END-IF.

       CONFERE-LOCAIS.
           MOVE "SIM" TO LOCAIS-OK.
           PERFORM TESTA-LOCAL
               VARYING IND-MOVO FROM 1 BY 1
               UNTIL IND-MOVO GREATER THAN 10 OR LOCAIS-OK EQUAL "NAO".

       TESTA-LOCAL.
           IF LOCAL-MOVO(IND-MOVO) NOT EQUAL SPACES
            AND LOCAL-MOVO(IND-MOVO) NOT EQUAL "***"
               MOVE "L" TO TIPO-TAB
               MOVE LOCAL-MOVO(IND-MOVO) TO CODIGO-TAB
               READ CADTAB
                   INVALID KEY
                       MOVE "NAO" TO LOCAIS-OK
                   NOT INVALID KEY
                       IF NOT TAB-ATIVO
                           MOVE "NAO" TO LOCAIS-OK
                       END-IF
               END-READ
           END-IF.

       INCLUI-OPERADOR.
           READ CADOPER
               INVALID KEY
                   PERFORM GRAVA-INCLUSAO
               NOT INVALID KEY
                   MOVE "OPERADOR JA EXISTE" TO SITU-LST
                   ADD 1 TO CT-REJEI
           END-READ.

       GRAVA-INCLUSAO.
           MOVE CODOPER-MOVO TO CODOPER-OPE.
           MOVE NOME-MOVO TO NOME-OPE.
           MOVE "S" TO ATIVO-OPE.
           MOVE TIPOS-MOVO TO TIPOS-OPE.
           MOVE LOCAIS-MOVO TO LOCAIS-OPE.
           WRITE REG-OPE
               INVALID KEY
                   MOVE "ERRO NA GRAVACAO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   MOVE "INCLUIDO" TO SITU-LST
                   ADD 1 TO CT-APLIC
           END-WRITE.

       ALTERA-OPERADOR.
           READ CADOPER
               INVALID KEY
                   MOVE "NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   PERFORM GRAVA-ALTERACAO
           END-READ.

       GRAVA-ALTERACAO.
           IF NOME-MOVO NOT EQUAL SPACES
               MOVE NOME-MOVO TO NOME-OPE
           END-IF.
           IF TIPOS-MOVO NOT EQUAL SPACES
               MOVE TIPOS-MOVO TO TIPOS-OPE
           END-IF.
           IF LOCAIS-MOVO NOT EQUAL SPACES
               MOVE LOCAIS-MOVO TO LOCAIS-OPE
           END-IF.
           REWRITE REG-OPE
               INVALID KEY
                   DISPLAY "EX4OPER: ERRO NA REGRAVACAO " CODOPER-OPE
                   MOVE "ERRO NA REGRAVACAO" TO SITU-LST
                   ADD 1 TO CT-REJEI CT-ERROS
               NOT INVALID KEY
                   MOVE "ALTERADO" TO SITU-LST
                   ADD 1 TO CT-APLIC
           END-REWRITE.

       DESATIVA-OPERADOR.
           READ CADOPER
               INVALID KEY
                   MOVE "NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   IF NOT OPE-ATIVO
                       MOVE "JA INATIVO" TO SITU-LST
                       ADD 1 TO CT-REJEI
                   ELSE
                       MOVE "N" TO ATIVO-OPE
                       REWRITE REG-OPE
                           INVALID KEY
                               DISPLAY "EX4OPER: ERRO NA REGRAVACAO "
                                   CODOPER-OPE
                               MOVE "ERRO NA REGRAVACAO" TO SITU-LST
                               ADD 1 TO CT-REJEI CT-ERROS
                           NOT INVALID KEY
                               MOVE "DESATIVADO" TO SITU-LST
                               ADD 1 TO CT-APLIC
                       END-REWRITE
                   END-IF
           END-READ.

       REATIVA-OPERADOR.
           READ CADOPER
               INVALID KEY
                   MOVE "NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   IF OPE-ATIVO
                       MOVE "JA ATIVO" TO SITU-LST
                       ADD 1 TO CT-REJEI
                   ELSE
                       MOVE "S" TO ATIVO-OPE
                       REWRITE REG-OPE
                           INVALID KEY
                               DISPLAY "EX4OPER: ERRO NA REGRAVACAO "
                                   CODOPER-OPE
                               MOVE "ERRO NA REGRAVACAO" TO SITU-LST
                               ADD 1 TO CT-REJEI CT-ERROS
                           NOT INVALID KEY
                               MOVE "REATIVADO" TO SITU-LST
                               ADD 1 TO CT-APLIC
                       END-REWRITE
                   END-IF
           END-READ.

       GRAVA-LISTA.
           MOVE TIPO-MOVO TO TIPO-LST.
           MOVE CODOPER-MOVO TO COD-LST.
           MOVE NOME-MOVO TO NOME-LST.
           MOVE TIPOS-MOVO TO TIPOS-LST.
           MOVE LOCAIS-MOVO TO LOCAIS-LST.
           WRITE REG-LISTA FROM DETALHE-LISTA AFTER ADVANCING 1 LINE.

       GRAVA-RESUMO.
           MOVE CT-APLIC TO APLIC-LST.
           MOVE CT-REJEI TO REJEI-LST.
           MOVE CT-ERROS TO ERROS-LST.
           WRITE REG-LISTA FROM DETALHE-RESUMO AFTER ADVANCING 2 LINE.

       LISTA-OPERADORES.
           WRITE REG-LISTA FROM CAB-OPER AFTER ADVANCING 3 LINE.
           WRITE REG-LISTA FROM CAB-OPER2 AFTER ADVANCING 2 LINE.
           MOVE LOW-VALUES TO CODOPER-OPE.
           MOVE "NAO" TO FIM-OPE.
           START CADOPER KEY IS NOT LESS THAN CODOPER-OPE
               INVALID KEY MOVE "SIM" TO FIM-OPE
           END-START.
           PERFORM LISTA-OPERADOR UNTIL FIM-OPE EQUAL "SIM".

       LISTA-OPERADOR.
           READ CADOPER NEXT RECORD
               AT END MOVE "SIM" TO FIM-OPE
               NOT AT END
                   MOVE CODOPER-OPE TO COD-DOP
                   MOVE NOME-OPE TO NOME-DOP
                   MOVE ATIVO-OPE TO ATIVO-DOP
                   MOVE TIPOS-OPE TO TIPOS-DOP
                   PERFORM MONTA-LOCAL
                       VARYING IND-MOVO FROM 1 BY 1
                       UNTIL IND-MOVO GREATER THAN 10
                   WRITE REG-LISTA FROM DETALHE-OPER
                       AFTER ADVANCING 1 LINE
           END-READ.

       MONTA-LOCAL.
           MOVE SPACES TO LOCAIS-DOP(IND-MOVO).
           MOVE LOCAL-OPE(IND-MOVO) TO LOCAL-DOP(IND-MOVO).

       FIM.
           PERFORM GRAVA-RESUMO.
           PERFORM LISTA-OPERADORES.
           CLOSE CADOPER CADTAB MOVOPER LISTOPER.
