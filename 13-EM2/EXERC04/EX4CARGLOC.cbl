           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHAVE-LOC
           FILE STATUS IS LOC-STATUS.
           SELECT CADTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-TAB
           FILE STATUS IS TAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
               03 LOCAL-LOC PIC X(3).
           02 QTDEEST-LOC PIC 9(5).

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
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 CT-CARGA PIC 9(07) VALUE ZEROES.
           77 LOC-STATUS PIC X(02) VALUE SPACES.
           77 JA-CARREGADO PIC X(03) VALUE "NAO".
           77 TAB-STATUS PIC X(02) VALUE SPACES.
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 PADRAO-LOCAL PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       EX1.
           PERFORM CONFERE-SALDOLOC.
           PERFORM LE-LOCAL-PADRAO.
           PERFORM CARREGA-SALDOS.
           STOP RUN.

               STOP RUN
           END-IF.

       LE-LOCAL-PADRAO.
           OPEN INPUT CADTAB.
           IF TAB-STATUS NOT EQUAL "00"
               DISPLAY "EX4CARGLOC: CADTAB AUSENTE - "
                   "CARGA NAO EXECUTADA"
               STOP RUN
           END-IF.
           MOVE "L" TO TIPO-TAB.
           MOVE LOW-VALUES TO CODIGO-TAB.
           START CADTAB KEY IS NOT LESS THAN CHAVE-TAB
               INVALID KEY MOVE "SIM" TO FIM-TAB
           END-START.
           PERFORM PROCURA-PADRAO UNTIL FIM-TAB EQUAL "SIM".
           IF PADRAO-LOCAL EQUAL SPACES
               DISPLAY "EX4CARGLOC: LOCAL PADRAO NAO DEFINIDO "
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

       CARREGA-SALDOS.
           OPEN INPUT CADESTOQ.
           OPEN OUTPUT SALDOLOC.
           PERFORM CARREGA-ITEM UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADESTOQ SALDOLOC CADTAB.
           DISPLAY "EX4CARGLOC: SALDOS CARREGADOS = " CT-CARGA.

       CARREGA-ITEM.

       GRAVA-SALDO.
           MOVE CODIGO-ENT TO CODIGO-LOC.
           MOVE PADRAO-LOCAL TO LOCAL-LOC.
           MOVE QTDEEST-ENT TO QTDEEST-LOC.
           WRITE REG-LOC
               INVALID KEY
