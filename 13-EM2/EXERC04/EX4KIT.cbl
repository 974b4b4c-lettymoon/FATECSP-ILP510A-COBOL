       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX4KIT.
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-KIT
           FILE STATUS IS KIT-STATUS.
           SELECT CADESTOQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-ENT
           FILE STATUS IS ENT-STATUS.
           SELECT MOVKIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTKIT ASSIGN TO DISK.

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

       FD MOVKIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "MOVKIT".

       01 REG-MOVK.
           02 TIPO-MOVK PIC X(1).
               88 MOVK-INCLUI VALUE "I".
               88 MOVK-ALTERA VALUE "A".
               88 MOVK-EXCLUI VALUE "E".
               88 MOVK-DESATIVA VALUE "D".
               88 MOVK-REATIVA VALUE "R".
           02 CODKIT-MOVK PIC 9(5).
           02 CODCOMP-MOVK PIC 9(5).
           02 DESCR-MOVK PIC X(15).
           02 QTDE-MOVK PIC 9(3).

       FD LISTKIT
           LABEL RECORD IS OMITTED.
       01 REG-LISTA
           PIC X(100).

       WORKING-STORAGE SECTION.
           77 FIM-MOV PIC X(03) VALUE "NAO".
           77 FIM-KIT PIC X(03) VALUE "NAO".
           77 CT-APLIC PIC 9(05) VALUE ZEROES.
           77 CT-REJEI PIC 9(05) VALUE ZEROES.
           77 KIT-STATUS PIC X(02) VALUE SPACES.
           77 ENT-STATUS PIC X(02) VALUE SPACES.
           77 KIT-EXISTE PIC X(03) VALUE "NAO".
           77 CT-COMP PIC 9(03) VALUE ZEROES.
           77 MAX-COMP PIC 9(03) VALUE 20.
           77 CHAVE-SALVA PIC X(10) VALUE SPACES.

       01 DETALHE-LISTA.
           02 TIPO-LST PIC X(01).
           02 FILLER PIC X(03) VALUE SPACES.
           02 KIT-LST PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 COMP-LST PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DESCR-LST PIC X(15).
           02 FILLER PIC X(03) VALUE SPACES.
           02 QTDE-LST PIC 9(03).
           02 FILLER PIC X(03) VALUE SPACES.
           02 SITU-LST PIC X(20).
           02 FILLER PIC X(34) VALUE SPACES.

       01 DETALHE-RESUMO.
           02 FILLER PIC X(20) VALUE "MOVIMENTOS APLICADOS".
           02 FILLER PIC X(01) VALUE SPACES.
           02 APLIC-LST PIC 9(05).
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(21) VALUE "MOVIMENTOS REJEITADOS".
           02 FILLER PIC X(01) VALUE SPACES.
           02 REJEI-LST PIC 9(05).
           02 FILLER PIC X(42) VALUE SPACES.

       01 CAB-KIT.
           02 FILLER PIC X(30) VALUE "ESTRUTURA DE KITS ATUALIZADA".
           02 FILLER PIC X(70) VALUE SPACES.

       01 CAB-KIT2.
           02 FILLER PIC X(03) VALUE "KIT".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "COMPONENTE".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "DESCRICAO".
           02 FILLER PIC X(09) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "QTDE/KIT".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "ATIVO".
           02 FILLER PIC X(46) VALUE SPACES.

       01 DETALHE-KIT.
           02 KIT-DKT PIC 9(05).
           02 FILLER PIC X(03) VALUE SPACES.
           02 COMP-DKT PIC X(05).
           02 FILLER PIC X(08) VALUE SPACES.
           02 DESCR-DKT PIC X(15).
           02 FILLER PIC X(03) VALUE SPACES.
           02 QTDE-DKT PIC X(03).
           02 FILLER PIC X(09) VALUE SPACES.
           02 ATIVO-DKT PIC X(01).
           02 FILLER PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       EX1.
           PERFORM INICIO.
           PERFORM ATUALIZA UNTIL FIM-MOV EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN INPUT CADESTOQ.
           IF ENT-STATUS NOT EQUAL "00"
               DISPLAY "EX4KIT: CADESTOQ AUSENTE - MOVIMENTOS NAO "
                   "APLICADOS"
               STOP RUN
           END-IF.
           PERFORM ABRE-CADKIT.
           OPEN INPUT MOVKIT.
           OPEN OUTPUT LISTKIT.
           PERFORM LER-MOV.

       ABRE-CADKIT.
           OPEN I-O CADKIT.
           IF KIT-STATUS EQUAL "35"
               OPEN OUTPUT CADKIT
               CLOSE CADKIT
               OPEN I-O CADKIT
           END-IF.

       LER-MOV.
           READ MOVKIT
               AT END MOVE "SIM" TO FIM-MOV
           END-READ.

       ATUALIZA.
           MOVE SPACES TO SITU-LST.
           EVALUATE TRUE
               WHEN CODKIT-MOVK NOT NUMERIC
                   MOVE "KIT INVALIDO" TO SITU-LST
               WHEN CODKIT-MOVK EQUAL ZEROES
                   MOVE "KIT INVALIDO" TO SITU-LST
               WHEN CODCOMP-MOVK NOT NUMERIC
                   MOVE "COMPONENTE INVALIDO" TO SITU-LST
               WHEN CODCOMP-MOVK EQUAL CODKIT-MOVK
                   MOVE "KIT NO PROPRIO KIT" TO SITU-LST
           END-EVALUATE.
           IF SITU-LST NOT EQUAL SPACES
               ADD 1 TO CT-REJEI
           ELSE
               MOVE CODKIT-MOVK TO CODKIT-KIT
               MOVE CODCOMP-MOVK TO CODCOMP-KIT
               MOVE CHAVE-KIT TO CHAVE-SALVA
               IF CODCOMP-MOVK EQUAL ZEROES
                   PERFORM TRATA-CABECALHO
               ELSE
                   PERFORM TRATA-COMPONENTE
               END-IF
           END-IF.
           PERFORM GRAVA-LISTA.
           PERFORM LER-MOV.

       TRATA-CABECALHO.
           EVALUATE TRUE
               WHEN MOVK-INCLUI
                   PERFORM INCLUI-KIT
               WHEN MOVK-ALTERA
                   PERFORM ALTERA-KIT
               WHEN MOVK-EXCLUI
                   PERFORM EXCLUI-KIT
               WHEN MOVK-DESATIVA
                   PERFORM DESATIVA-KIT
               WHEN MOVK-REATIVA
                   PERFORM REATIVA-KIT
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO SITU-LST
                   ADD 1 TO CT-REJEI
           END-EVALUATE.

       INCLUI-KIT.
           IF DESCR-MOVK EQUAL SPACES
               MOVE "DESCRICAO EM BRANCO" TO SITU-LST
               ADD 1 TO CT-REJEI
           ELSE
               MOVE DESCR-MOVK TO DESCR-KIT
               MOVE ZEROES TO QTDE-KIT
               MOVE "S" TO ATIVO-KIT
               WRITE REG-KIT
                   INVALID KEY
                       MOVE "KIT JA EXISTE" TO SITU-LST
                       ADD 1 TO CT-REJEI
                   NOT INVALID KEY
                       MOVE "KIT INCLUIDO" TO SITU-LST
                       ADD 1 TO CT-APLIC
               END-WRITE
           END-IF.

       ALTERA-KIT.
           READ CADKIT
               INVALID KEY
                   MOVE "KIT NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   IF DESCR-MOVK EQUAL SPACES
                       MOVE "DESCRICAO EM BRANCO" TO SITU-LST
                       ADD 1 TO CT-REJEI
                   ELSE
                       MOVE DESCR-MOVK TO DESCR-KIT
                       REWRITE REG-KIT
                       MOVE "KIT ALTERADO" TO SITU-LST
                       ADD 1 TO CT-APLIC
                   END-IF
           END-READ.

       EXCLUI-KIT.
           READ CADKIT
               INVALID KEY
                   MOVE "KIT NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   PERFORM EXCLUI-ESTRUTURA
                   MOVE "KIT EXCLUIDO" TO SITU-LST
                   ADD 1 TO CT-APLIC
           END-READ.

       DESATIVA-KIT.
           READ CADKIT
               INVALID KEY
                   MOVE "KIT NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   IF NOT KIT-ATIVO
                       MOVE "KIT JA INATIVO" TO SITU-LST
                       ADD 1 TO CT-REJEI
                   ELSE
                       MOVE "N" TO ATIVO-KIT
                       REWRITE REG-KIT
                       MOVE "KIT DESATIVADO" TO SITU-LST
                       ADD 1 TO CT-APLIC
                   END-IF
           END-READ.

       REATIVA-KIT.
           READ CADKIT
               INVALID KEY
                   MOVE "KIT NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   IF KIT-ATIVO
                       MOVE "KIT JA ATIVO" TO SITU-LST
                       ADD 1 TO CT-REJEI
                   ELSE
                       MOVE "S" TO ATIVO-KIT
                       REWRITE REG-KIT
                       MOVE "KIT REATIVADO" TO SITU-LST
                       ADD 1 TO CT-APLIC
                   END-IF
           END-READ.

       EXCLUI-ESTRUTURA.
           MOVE "NAO" TO FIM-KIT.
           START CADKIT KEY IS NOT LESS THAN CHAVE-KIT
               INVALID KEY MOVE "SIM" TO FIM-KIT
           END-START.
           PERFORM EXCLUI-UM-REGISTRO UNTIL FIM-KIT EQUAL "SIM".

       EXCLUI-UM-REGISTRO.
           READ CADKIT NEXT RECORD
               AT END MOVE "SIM" TO FIM-KIT
               NOT AT END
                   IF CODKIT-KIT NOT EQUAL CODKIT-MOVK
                       MOVE "SIM" TO FIM-KIT
                   ELSE
                       DELETE CADKIT
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

       TRATA-COMPONENTE.
           PERFORM CONFERE-KIT.
           EVALUATE TRUE
               WHEN KIT-EXISTE EQUAL "NAO"
                   MOVE "KIT NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN MOVK-INCLUI
                   PERFORM INCLUI-COMPONENTE
               WHEN MOVK-ALTERA
                   PERFORM ALTERA-COMPONENTE
               WHEN MOVK-EXCLUI
                   PERFORM EXCLUI-COMPONENTE
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO SITU-LST
                   ADD 1 TO CT-REJEI
           END-EVALUATE.

       CONFERE-KIT.
           MOVE CODKIT-MOVK TO CODKIT-KIT.
           MOVE ZEROES TO CODCOMP-KIT.
           READ CADKIT
               INVALID KEY
                   MOVE "NAO" TO KIT-EXISTE
               NOT INVALID KEY
                   MOVE "SIM" TO KIT-EXISTE
           END-READ.
           MOVE CHAVE-SALVA TO CHAVE-KIT.

       INCLUI-COMPONENTE.
           MOVE CODCOMP-MOVK TO CODIGO-ENT.
           PERFORM CONTA-COMPONENTES.
           EVALUATE TRUE
               WHEN QTDE-MOVK NOT NUMERIC
                   MOVE "QTDE INVALIDA" TO SITU-LST
               WHEN QTDE-MOVK EQUAL ZEROES
                   MOVE "QTDE INVALIDA" TO SITU-LST
               WHEN CT-COMP NOT LESS THAN MAX-COMP
                   MOVE "LIMITE COMPONENTES" TO SITU-LST
           END-EVALUATE.
           IF SITU-LST EQUAL SPACES
               READ CADESTOQ
                   INVALID KEY
                       MOVE "COMPONENTE INEXIST." TO SITU-LST
               END-READ
           END-IF.
           IF SITU-LST NOT EQUAL SPACES
               ADD 1 TO CT-REJEI
           ELSE
               MOVE CHAVE-SALVA TO CHAVE-KIT
               MOVE NOME-ENT TO DESCR-KIT
               MOVE QTDE-MOVK TO QTDE-KIT
               MOVE "S" TO ATIVO-KIT
               WRITE REG-KIT
                   INVALID KEY
                       MOVE "COMPON. JA EXISTE" TO SITU-LST
                       ADD 1 TO CT-REJEI
                   NOT INVALID KEY
                       MOVE "COMPON. INCLUIDO" TO SITU-LST
                       ADD 1 TO CT-APLIC
               END-WRITE
           END-IF.

       CONTA-COMPONENTES.
           MOVE ZEROES TO CT-COMP.
           MOVE CODKIT-MOVK TO CODKIT-KIT.
           MOVE 1 TO CODCOMP-KIT.
           MOVE "NAO" TO FIM-KIT.
           START CADKIT KEY IS NOT LESS THAN CHAVE-KIT
               INVALID KEY MOVE "SIM" TO FIM-KIT
           END-START.
           PERFORM CONTA-UM-COMPONENTE UNTIL FIM-KIT EQUAL "SIM".

       CONTA-UM-COMPONENTE.
           READ CADKIT NEXT RECORD
               AT END MOVE "SIM" TO FIM-KIT
               NOT AT END
                   IF CODKIT-KIT NOT EQUAL CODKIT-MOVK
                       MOVE "SIM" TO FIM-KIT
                   ELSE
                       ADD 1 TO CT-COMP
                   END-IF
           END-READ.

       ALTERA-COMPONENTE.
           READ CADKIT
               INVALID KEY
                   MOVE "COMPON. NAO ENCONTR." TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   IF QTDE-MOVK NOT NUMERIC OR QTDE-MOVK EQUAL ZEROES
                       MOVE "QTDE INVALIDA" TO SITU-LST
                       ADD 1 TO CT-REJEI
                   ELSE
                       MOVE QTDE-MOVK TO QTDE-KIT
                       REWRITE REG-KIT
                       MOVE "COMPON. ALTERADO" TO SITU-LST
                       ADD 1 TO CT-APLIC
                   END-IF
           END-READ.

       EXCLUI-COMPONENTE.
           DELETE CADKIT
               INVALID KEY
                   MOVE "COMPON. NAO ENCONTR." TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   MOVE "COMPON. EXCLUIDO" TO SITU-LST
                   ADD 1 TO CT-APLIC
           END-DELETE.

       GRAVA-LISTA.
           MOVE TIPO-MOVK TO TIPO-LST.
           MOVE CODKIT-MOVK TO KIT-LST.
           MOVE CODCOMP-MOVK TO COMP-LST.
           MOVE DESCR-MOVK TO DESCR-LST.
           MOVE QTDE-MOVK TO QTDE-LST.
           WRITE REG-LISTA FROM DETALHE-LISTA AFTER ADVANCING 1 LINE.

       GRAVA-RESUMO.
           MOVE CT-APLIC TO APLIC-LST.
           MOVE CT-REJEI TO REJEI-LST.
           WRITE REG-LISTA FROM DETALHE-RESUMO AFTER ADVANCING 2 LINE.

       LISTA-KITS.
           WRITE REG-LISTA FROM CAB-KIT AFTER ADVANCING 3 LINE.
           WRITE REG-LISTA FROM CAB-KIT2 AFTER ADVANCING 2 LINE.
           MOVE LOW-VALUES TO CHAVE-KIT.
           MOVE "NAO" TO FIM-KIT.
           START CADKIT KEY IS NOT LESS THAN CHAVE-KIT
               INVALID KEY MOVE "SIM" TO FIM-KIT
           END-START.
           PERFORM LISTA-REGISTRO UNTIL FIM-KIT EQUAL "SIM".

       LISTA-REGISTRO.
           READ CADKIT NEXT RECORD
               AT END MOVE "SIM" TO FIM-KIT
               NOT AT END
                   PERFORM IMPRIME-REGISTRO
           END-READ.

       IMPRIME-REGISTRO.
           MOVE CODKIT-KIT TO KIT-DKT.
           MOVE DESCR-KIT TO DESCR-DKT.
           IF KIT-CABECALHO
               MOVE SPACES TO COMP-DKT QTDE-DKT
               MOVE ATIVO-KIT TO ATIVO-DKT
               WRITE REG-LISTA FROM DETALHE-KIT
                   AFTER ADVANCING 2 LINE
           ELSE
               MOVE CODCOMP-KIT TO COMP-DKT
               MOVE QTDE-KIT TO QTDE-DKT
               MOVE SPACES TO ATIVO-DKT
               WRITE REG-LISTA FROM DETALHE-KIT
                   AFTER ADVANCING 1 LINE
           END-IF.

       FIM.
           PERFORM GRAVA-RESUMO.
           PERFORM LISTA-KITS.
           CLOSE CADKIT CADESTOQ MOVKIT LISTKIT.
