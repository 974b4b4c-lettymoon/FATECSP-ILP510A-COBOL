           SELECT MOVAJUST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELDIVER ASSIGN TO DISK.
           SELECT CADTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-TAB
           FILE STATUS IS TAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 CATEGORIA-AJU PIC X(10).
           02 LOCAL-AJU PIC X(3).
           02 LOCDEST-AJU PIC X(3).
           02 REQUIS-AJU PIC X(8).
           02 CCUSTO-AJU PIC X(6).
           02 DATAORI-AJU PIC 9(6).
           02 HORAORI-AJU PIC 9(8).
           02 SEQORI-AJU PIC 9(5).
           02 OPERADOR-AJU PIC X(8).

       FD RELDIVER
           LABEL RECORD IS OMITTED.
       01 REG-DIV
           PIC X(100).

       FD CADTAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADTAB".

       01 REG-TAB.
           02 CHAVE-TAB.
               03 TIPO-TAB PIC X(1).
                   88 TAB-LOCAL VALUE "L".
               03 CODIGO-TAB PIC X(10).
           02 DESCR-TAB PIC X(20).
           02 ATIVO-TAB PIC X(1).
               88 TAB-ATIVO VALUE "S".
           02 PADRAO-TAB PIC X(1).
               88 TAB-PADRAO VALUE "S".

       WORKING-STORAGE SECTION.
           77 FIM-CONT PIC X(03) VALUE "NAO".
           77 CT-LIN PIC 9(02) VALUE 25.
           77 TOTAL-FALTA PIC 9(8)V99 VALUE ZEROES.
           77 CT-LOCINV PIC 9(05) VALUE ZEROES.
           77 SALDO-LIVRO PIC 9(05) VALUE ZEROES.
           77 TAB-STATUS PIC X(02) VALUE SPACES.
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 PADRAO-LOCAL PIC X(03) VALUE SPACES.
           77 LOCAL-VALIDO PIC X(03) VALUE "NAO".

       01 DATA-EXEC.
           02 ANO-EXEC PIC 9(02).
           MOVE DIA-EXEC TO DIA-CAB.
           MOVE MES-EXEC TO MES-CAB.
           MOVE ANO-EXEC TO ANO-CAB.
           PERFORM LE-LOCAL-PADRAO.
           OPEN INPUT CADESTOQ.
           OPEN INPUT SALDOLOC.
           OPEN INPUT ARQCONT.
           OPEN OUTPUT RELDIVER.
           PERFORM LER-CONT.

       LE-LOCAL-PADRAO.
           OPEN INPUT CADTAB.
           IF TAB-STATUS NOT EQUAL "00"
               DISPLAY "EX4INVENT: CADTAB AUSENTE - "
                   "CONTAGEM NAO CONCILIADA"
               STOP RUN
           END-IF.
           MOVE "L" TO TIPO-TAB.
           MOVE LOW-VALUES TO CODIGO-TAB.
           START CADTAB KEY IS NOT LESS THAN CHAVE-TAB
               INVALID KEY MOVE "SIM" TO FIM-TAB
           END-START.
           PERFORM PROCURA-PADRAO UNTIL FIM-TAB EQUAL "SIM".
           IF PADRAO-LOCAL EQUAL SPACES
               DISPLAY "EX4INVENT: LOCAL PADRAO NAO DEFINIDO "
                   "NA CADTAB"
               CLOSE CADTAB
               STOP RUN
           END-IF.

       PROCURA-PADRAO.
           READ CADTAB NEXT RECORD
               AT END MOVE "SIM" TO FIM-TAB
               NOT AT END
                   IF NOT TAB-LOCAL
                       MOVE "SIM" TO FIM-TAB
                   ELSE
                       IF TAB-PADRAO AND TAB-ATIVO
                           MOVE CODIGO-TAB TO PADRAO-LOCAL
                           MOVE "SIM" TO FIM-TAB
                       END-IF
                   END-IF
           END-READ.

       LER-CONT.
           READ ARQCONT
               AT END MOVE "SIM" TO FIM-CONT

       CONCILIA.
           IF LOCAL-CONT EQUAL SPACES
               MOVE PADRAO-LOCAL TO LOCAL-CONT
           END-IF.
           PERFORM VALIDA-LOCAL.
           IF LOCAL-VALIDO EQUAL "NAO"
               PERFORM IMPRIME-SEMLOC
           ELSE
               MOVE CODIGO-CONT TO CODIGO-ENT
           END-IF.
           PERFORM LER-CONT.

       VALIDA-LOCAL.
           MOVE "NAO" TO LOCAL-VALIDO.
           MOVE "L" TO TIPO-TAB.
           MOVE LOCAL-CONT TO CODIGO-TAB.
           READ CADTAB
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TAB-ATIVO
                       MOVE "SIM" TO LOCAL-VALIDO
                   END-IF
           END-READ.

       BUSCA-SALDO-LOCAL.
           MOVE CODIGO-CONT TO CODIGO-LOC.
           MOVE LOCAL-CONT TO LOCAL-LOC.
           MOVE CATEGORIA-ENT TO CATEGORIA-AJU.
           MOVE LOCAL-CONT TO LOCAL-AJU.
           MOVE SPACES TO LOCDEST-AJU.
           MOVE SPACES TO REQUIS-AJU CCUSTO-AJU.
           MOVE ZEROES TO DATAORI-AJU HORAORI-AJU SEQORI-AJU.
           MOVE "INVENT" TO OPERADOR-AJU.
           WRITE REG-AJU.

       IMPRIME-DIVERGENCIA.

       FIM.
           PERFORM GRAVA-RESUMO.
           CLOSE CADESTOQ SALDOLOC ARQCONT MOVAJUST RELDIVER CADTAB.

       GRAVA-RESUMO.
           MOVE CT-CONFERE TO CONF-RES.
