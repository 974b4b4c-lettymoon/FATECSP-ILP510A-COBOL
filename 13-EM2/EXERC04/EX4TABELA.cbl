       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX4TABELA.
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
           SELECT CADTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-TAB
           FILE STATUS IS TAB-STATUS.
           SELECT MOVTABELA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTTABELA ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD CADTAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADTAB".

       01 REG-TAB.
           02 CHAVE-TAB.
               03 TIPO-TAB PIC X(1).
                   88 TAB-LOCAL VALUE "L".
                   88 TAB-CATEG VALUE "C".
                   88 TAB-CCUSTO VALUE "D".
               03 CODIGO-TAB PIC X(10).
           02 DESCR-TAB PIC X(20).
           02 ATIVO-TAB PIC X(1).
               88 TAB-ATIVO VALUE "S".
           02 PADRAO-TAB PIC X(1).
               88 TAB-PADRAO VALUE "S".

       FD MOVTABELA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "MOVTABELA".

       01 REG-MOVT.
           02 TIPO-MOVT PIC X(1).
               88 MOVT-INCLUI VALUE "I".
               88 MOVT-ALTERA VALUE "A".
               88 MOVT-DESATIVA VALUE "D".
               88 MOVT-REATIVA VALUE "R".
           02 TIPOTAB-MOVT PIC X(1).
               88 MOVT-TAB-VALIDA VALUE "L" "C" "D".
               88 MOVT-TAB-LOCAL VALUE "L".
               88 MOVT-TAB-CCUSTO VALUE "D".
           02 CODIGO-MOVT PIC X(10).
           02 DESCR-MOVT PIC X(20).
           02 PADRAO-MOVT PIC X(1).
               88 MOVT-PADRAO VALUE "S".
               88 MOVT-PADRAO-OK VALUE "S" "N" " ".

       FD LISTTABELA
           LABEL RECORD IS OMITTED.
       01 REG-LISTA
           PIC X(100).

       WORKING-STORAGE SECTION.
           77 FIM-MOV PIC X(03) VALUE "NAO".
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 CT-APLIC PIC 9(05) VALUE ZEROES.
           77 CT-REJEI PIC 9(05) VALUE ZEROES.
           77 CT-ERROS PIC 9(05) VALUE ZEROES.
           77 TAB-STATUS PIC X(02) VALUE SPACES.
           77 CHAVE-SALVA PIC X(11) VALUE SPACES.

       01 DETALHE-LISTA.
           02 TIPO-LST PIC X(01).
           02 FILLER PIC X(03) VALUE SPACES.
           02 TAB-LST PIC X(01).
           02 FILLER PIC X(03) VALUE SPACES.
           02 COD-LST PIC X(10).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DESCR-LST PIC X(20).
           02 FILLER PIC X(03) VALUE SPACES.
           02 PADRAO-LST PIC X(01).
           02 FILLER PIC X(03) VALUE SPACES.
           02 SITU-LST PIC X(20).
           02 FILLER PIC X(33) VALUE SPACES.

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

       01 CAB-TABELA.
           02 FILLER PIC X(30) VALUE "TABELA DE CODIGOS ATUALIZADA".
           02 FILLER PIC X(70) VALUE SPACES.

       01 CAB-TABELA2.
           02 FILLER PIC X(04) VALUE "TIPO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "CODIGO".
           02 FILLER PIC X(07) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "DESCRICAO".
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "ATIVO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "PADRAO".
           02 FILLER PIC X(44) VALUE SPACES.

       01 DETALHE-TABELA.
           02 TIPO-DTB PIC X(01).
           02 FILLER PIC X(05) VALUE SPACES.
           02 COD-DTB PIC X(10).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DESCR-DTB PIC X(20).
           02 FILLER PIC X(05) VALUE SPACES.
           02 ATIVO-DTB PIC X(01).
           02 FILLER PIC X(07) VALUE SPACES.
           02 PADRAO-DTB PIC X(01).
           02 FILLER PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       EX1.
           PERFORM INICIO.
           PERFORM ATUALIZA UNTIL FIM-MOV EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM ABRE-CADTAB.
           OPEN INPUT MOVTABELA.
           OPEN OUTPUT LISTTABELA.
           PERFORM LER-MOV.

       ABRE-CADTAB.
           OPEN I-O CADTAB.
           IF TAB-STATUS EQUAL "35"
               OPEN OUTPUT CADTAB
               CLOSE CADTAB
               OPEN I-O CADTAB
           END-IF.

       LER-MOV.
           READ MOVTABELA
               AT END MOVE "SIM" TO FIM-MOV
           END-READ.

       ATUALIZA.
           MOVE SPACES TO SITU-LST.
           EVALUATE TRUE
               WHEN NOT MOVT-TAB-VALIDA
                   MOVE "TABELA INVALIDA" TO SITU-LST
               WHEN CODIGO-MOVT EQUAL SPACES
                   MOVE "CODIGO EM BRANCO" TO SITU-LST
               WHEN MOVT-TAB-LOCAL
                AND CODIGO-MOVT(4:7) NOT EQUAL SPACES
                   MOVE "LOCAL MAIOR QUE 3" TO SITU-LST
               WHEN MOVT-TAB-CCUSTO
                AND CODIGO-MOVT(7:4) NOT EQUAL SPACES
                   MOVE "C.CUSTO MAIOR QUE 6" TO SITU-LST
               WHEN NOT MOVT-PADRAO-OK
                   MOVE "PADRAO INVALIDO" TO SITU-LST
               WHEN MOVT-PADRAO AND NOT MOVT-TAB-LOCAL
                   MOVE "PADRAO SO P/ LOCAL" TO SITU-LST
           END-EVALUATE.
           IF SITU-LST NOT EQUAL SPACES
               ADD 1 TO CT-REJEI
           ELSE
               MOVE TIPOTAB-MOVT TO TIPO-TAB
               MOVE CODIGO-MOVT TO CODIGO-TAB
               MOVE CHAVE-TAB TO CHAVE-SALVA
               EVALUATE TRUE
                   WHEN MOVT-INCLUI
                       PERFORM INCLUI-CODIGO
                   WHEN MOVT-ALTERA
                       PERFORM ALTERA-CODIGO
                   WHEN MOVT-DESATIVA
                       PERFORM DESATIVA-CODIGO
                   WHEN MOVT-REATIVA
                       PERFORM REATIVA-CODIGO
                   WHEN OTHER
                       MOVE "TIPO INVALIDO" TO SITU-LST
                       ADD 1 TO CT-REJEI
               END-EVALUATE
           END-IF.
           PERFORM GRAVA-LISTA.
           PERFORM LER-MOV.

       INCLUI-CODIGO.
           READ CADTAB
               INVALID KEY
                   PERFORM GRAVA-INCLUSAO
               NOT INVALID KEY
                   MOVE "CODIGO JA EXISTE" TO SITU-LST
                   ADD 1 TO CT-REJEI
           END-READ.

       GRAVA-INCLUSAO.
           IF MOVT-PADRAO
               PERFORM LIMPA-PADRAO
           END-IF.
           MOVE CHAVE-SALVA TO CHAVE-TAB.
           MOVE DESCR-MOVT TO DESCR-TAB.
           MOVE "S" TO ATIVO-TAB.
           IF MOVT-PADRAO
               MOVE "S" TO PADRAO-TAB
           ELSE
               MOVE "N" TO PADRAO-TAB
           END-IF.
           WRITE REG-TAB
               INVALID KEY
                   MOVE "ERRO NA GRAVACAO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   MOVE "INCLUIDO" TO SITU-LST
                   ADD 1 TO CT-APLIC
           END-WRITE.

       ALTERA-CODIGO.
           READ CADTAB
               INVALID KEY
                   MOVE "NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   PERFORM GRAVA-ALTERACAO
           END-READ.

       GRAVA-ALTERACAO.
           EVALUATE TRUE
               WHEN MOVT-PADRAO AND NOT TAB-ATIVO
                   MOVE "CODIGO INATIVO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN TAB-PADRAO AND PADRAO-MOVT EQUAL "N"
                   MOVE "DEFINA OUTRO PADRAO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN MOVT-PADRAO
                   PERFORM LIMPA-PADRAO
                   MOVE CHAVE-SALVA TO CHAVE-TAB
                   READ CADTAB
                       INVALID KEY
                           MOVE "NAO ENCONTRADO" TO SITU-LST
                           ADD 1 TO CT-REJEI
                       NOT INVALID KEY
                           MOVE "S" TO PADRAO-TAB
                           PERFORM REGRAVA-CODIGO
                   END-READ
               WHEN OTHER
                   PERFORM REGRAVA-CODIGO
           END-EVALUATE.

       REGRAVA-CODIGO.
           IF PADRAO-MOVT EQUAL "N"
               MOVE "N" TO PADRAO-TAB
           END-IF.
           IF DESCR-MOVT NOT EQUAL SPACES
               MOVE DESCR-MOVT TO DESCR-TAB
           END-IF.
           REWRITE REG-TAB
               INVALID KEY
                   DISPLAY "EX4TABELA: ERRO NA REGRAVACAO " CHAVE-TAB
                   MOVE "ERRO NA REGRAVACAO" TO SITU-LST
                   ADD 1 TO CT-REJEI CT-ERROS
               NOT INVALID KEY
                   MOVE "ALTERADO" TO SITU-LST
                   ADD 1 TO CT-APLIC
           END-REWRITE.

       DESATIVA-CODIGO.
           READ CADTAB
               INVALID KEY
                   MOVE "NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT TAB-ATIVO
                           MOVE "JA INATIVO" TO SITU-LST
                           ADD 1 TO CT-REJEI
                       WHEN TAB-PADRAO
                           MOVE "LOCAL PADRAO" TO SITU-LST
                           ADD 1 TO CT-REJEI
                       WHEN OTHER
                           MOVE "N" TO ATIVO-TAB
                           REWRITE REG-TAB
                               INVALID KEY
                                   DISPLAY "EX4TABELA: ERRO NA "
                                       "REGRAVACAO " CHAVE-TAB
                                   MOVE "ERRO NA REGRAVACAO" TO SITU-LST
                                   ADD 1 TO CT-REJEI CT-ERROS
                               NOT INVALID KEY
                                   MOVE "DESATIVADO" TO SITU-LST
                                   ADD 1 TO CT-APLIC
                           END-REWRITE
                   END-EVALUATE
           END-READ.

       REATIVA-CODIGO.
           READ CADTAB
               INVALID KEY
                   MOVE "NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   IF TAB-ATIVO
                       MOVE "JA ATIVO" TO SITU-LST
                       ADD 1 TO CT-REJEI
                   ELSE
                       MOVE "S" TO ATIVO-TAB
                       REWRITE REG-TAB
                           INVALID KEY
                               DISPLAY "EX4TABELA: ERRO NA REGRAVACAO "
                                   CHAVE-TAB
                               MOVE "ERRO NA REGRAVACAO" TO SITU-LST
                               ADD 1 TO CT-REJEI CT-ERROS
                           NOT INVALID KEY
                               MOVE "REATIVADO" TO SITU-LST
                               ADD 1 TO CT-APLIC
                       END-REWRITE
                   END-IF
           END-READ.

       LIMPA-PADRAO.
           MOVE "L" TO TIPO-TAB.
           MOVE LOW-VALUES TO CODIGO-TAB.
           MOVE "NAO" TO FIM-TAB.
           START CADTAB KEY IS NOT LESS THAN CHAVE-TAB
               INVALID KEY MOVE "SIM" TO FIM-TAB
           END-START.
           PERFORM LIMPA-UM-PADRAO UNTIL FIM-TAB EQUAL "SIM".

       LIMPA-UM-PADRAO.
           READ CADTAB NEXT RECORD
               AT END MOVE "SIM" TO FIM-TAB
               NOT AT END
                   IF NOT TAB-LOCAL
                       MOVE "SIM" TO FIM-TAB
                   ELSE
                       IF TAB-PADRAO
                        AND CHAVE-TAB NOT EQUAL CHAVE-SALVA
                           MOVE "N" TO PADRAO-TAB
                           REWRITE REG-TAB
                               INVALID KEY
                                   DISPLAY "EX4TABELA: ERRO NA "
                                       "REGRAVACAO " CHAVE-TAB
                                   ADD 1 TO CT-ERROS
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       GRAVA-LISTA.
           MOVE TIPO-MOVT TO TIPO-LST.
           MOVE TIPOTAB-MOVT TO TAB-LST.
           MOVE CODIGO-MOVT TO COD-LST.
           MOVE DESCR-MOVT TO DESCR-LST.
           MOVE PADRAO-MOVT TO PADRAO-LST.
           WRITE REG-LISTA FROM DETALHE-LISTA AFTER ADVANCING 1 LINE.

       GRAVA-RESUMO.
           MOVE CT-APLIC TO APLIC-LST.
           MOVE CT-REJEI TO REJEI-LST.
           MOVE CT-ERROS TO ERROS-LST.
           WRITE REG-LISTA FROM DETALHE-RESUMO AFTER ADVANCING 2 LINE.

       LISTA-TABELA.
           WRITE REG-LISTA FROM CAB-TABELA AFTER ADVANCING 3 LINE.
           WRITE REG-LISTA FROM CAB-TABELA2 AFTER ADVANCING 2 LINE.
           MOVE LOW-VALUES TO CHAVE-TAB.
           MOVE "NAO" TO FIM-TAB.
           START CADTAB KEY IS NOT LESS THAN CHAVE-TAB
               INVALID KEY MOVE "SIM" TO FIM-TAB
           END-START.
           PERFORM LISTA-CODIGO UNTIL FIM-TAB EQUAL "SIM".

       LISTA-CODIGO.
           READ CADTAB NEXT RECORD
               AT END MOVE "SIM" TO FIM-TAB
               NOT AT END
                   MOVE TIPO-TAB TO TIPO-DTB
                   MOVE CODIGO-TAB TO COD-DTB
                   MOVE DESCR-TAB TO DESCR-DTB
                   MOVE ATIVO-TAB TO ATIVO-DTB
                   MOVE PADRAO-TAB TO PADRAO-DTB
                   WRITE REG-LISTA FROM DETALHE-TABELA
                       AFTER ADVANCING 1 LINE
           END-READ.

       FIM.
           PERFORM GRAVA-RESUMO.
           PERFORM LISTA-TABELA.
           CLOSE CADTAB MOVTABELA LISTTABELA.
