           RECORD KEY IS CHAVE-LOC.
           SELECT MOVESTOQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADKIT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-KIT
           FILE STATUS IS KIT-STATUS.
           SELECT PENDNOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTREP ASSIGN TO DISK.
           02 PRECOUNI-PEND PIC 9(6)V9(2).
           02 CATEGORIA-PEND PIC X(10).
           02 LOCAL-PEND PIC X(03).
           02 REQUIS-PEND PIC X(08).
           02 CCUSTO-PEND PIC X(06).
           02 TIPO-PEND PIC X(01).
               88 PEND-KIT VALUE "K".
           02 OPERADOR-PEND PIC X(08).

       FD SALDOLOC
           LABEL RECORD ARE STANDARD
           02 CATEGORIA-MOV PIC X(10).
           02 LOCAL-MOV PIC X(3).
           02 LOCDEST-MOV PIC X(3).
           02 REQUIS-MOV PIC X(8).
           02 CCUSTO-MOV PIC X(6).
           02 DATAORI-MOV PIC 9(6).
           02 HORAORI-MOV PIC 9(8).
           02 SEQORI-MOV PIC 9(5).
           02 OPERADOR-MOV PIC X(8).

       FD CADKIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADKIT".

       01 REG-KIT.
           02 CHAVE-KIT.
               03 CODKIT-KIT PIC 9(5).
               03 CODCOMP-KIT PIC 9(5).
           02 DESCR-KIT PIC X(15).
           02 QTDE-KIT PIC 9(3).
           02 ATIVO-KIT PIC X(1).
               88 KIT-ATIVO VALUE "S".

       FD PENDNOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "PENDNOVO".

       01 REG-NOVO
           PIC X(88).

       FD LISTREP
           LABEL RECORD IS OMITTED.
           77 IND-TAB PIC 9(05) VALUE ZEROES.
           77 ACHOU-TAB PIC X(03) VALUE "NAO".
           77 SALDO-DISP PIC 9(05) VALUE ZEROES.
           77 CODIGO-BUSCA PIC 9(05) VALUE ZEROES.
           77 LOCAL-BUSCA PIC X(03) VALUE SPACES.
           77 KIT-STATUS PIC X(02) VALUE SPACES.
           77 CADKIT-DISPONIVEL PIC X(03) VALUE "NAO".
           77 FIM-KIT PIC X(03) VALUE "NAO".
           77 KIT-VALIDO PIC X(03) VALUE "NAO".
           77 CT-COMP PIC 9(03) VALUE ZEROES.
           77 IND-COMP PIC 9(03) VALUE ZEROES.
           77 CT-FALTA PIC 9(03) VALUE ZEROES.

       01 TAB-COMPONENTES.
           02 ENT-COMP OCCURS 20 TIMES.
               03 CODIGO-TC PIC 9(05).
               03 QTDE-TC PIC 9(05).
               03 IND-TC PIC 9(05).

       01 TAB-SALDO.
           02 ENT-SALDO OCCURS 9999 TIMES.
               STOP RUN
           END-IF.
           OPEN INPUT SALDOLOC.
           OPEN INPUT CADKIT.
           IF KIT-STATUS EQUAL "00"
               MOVE "SIM" TO CADKIT-DISPONIVEL
           END-IF.
           OPEN OUTPUT MOVESTOQ PENDNOVO LISTREP.
           PERFORM LER-PEND.

           END-READ.

       REAPLICA.
           IF PEND-KIT
               PERFORM REAPLICA-KIT
           ELSE
               MOVE CODIGO-PEND TO CODIGO-BUSCA
               MOVE LOCAL-PEND TO LOCAL-BUSCA
               PERFORM BUSCA-SALDO-DISPONIVEL
               IF QTDE-PEND NOT GREATER THAN SALDO-DISP
                   SUBTRACT QTDE-PEND FROM SALDO-TAB(IND-TAB)
                   PERFORM LIBERA-PENDENCIA
               ELSE
                   MOVE "MANTIDA" TO SITU-DET
                   PERFORM MANTEM-PENDENCIA
               END-IF
           END-IF.
           PERFORM LER-PEND.

       REAPLICA-KIT.
           PERFORM CARREGA-KIT.
           MOVE ZEROES TO CT-FALTA.
           IF KIT-VALIDO EQUAL "SIM"
               PERFORM CONFERE-COMPONENTE
                   VARYING IND-COMP FROM 1 BY 1
                   UNTIL IND-COMP GREATER THAN CT-COMP
           END-IF.
           EVALUATE TRUE
               WHEN KIT-VALIDO EQUAL "NAO"
                   MOVE "MANTIDA - KIT INVAL." TO SITU-DET
                   PERFORM MANTEM-PENDENCIA
               WHEN CT-FALTA GREATER THAN ZEROES
                   MOVE "MANTIDA" TO SITU-DET
                   PERFORM MANTEM-PENDENCIA
               WHEN OTHER
                   PERFORM RESERVA-COMPONENTE
                       VARYING IND-COMP FROM 1 BY 1
                       UNTIL IND-COMP GREATER THAN CT-COMP
                   PERFORM LIBERA-PENDENCIA
           END-EVALUATE.

       CARREGA-KIT.
           MOVE "NAO" TO KIT-VALIDO.
           MOVE ZEROES TO CT-COMP.
           IF CADKIT-DISPONIVEL EQUAL "SIM"
               MOVE CODIGO-PEND TO CODKIT-KIT
               MOVE ZEROES TO CODCOMP-KIT
               READ CADKIT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF KIT-ATIVO
                           PERFORM LE-COMPONENTES
                       END-IF
               END-READ
           END-IF.

       LE-COMPONENTES.
           MOVE CODIGO-PEND TO CODKIT-KIT.
           MOVE 1 TO CODCOMP-KIT.
           MOVE "NAO" TO FIM-KIT.
           START CADKIT KEY IS NOT LESS THAN CHAVE-KIT
               INVALID KEY MOVE "SIM" TO FIM-KIT
           END-START.
           MOVE "SIM" TO KIT-VALIDO.
           PERFORM GUARDA-COMPONENTE UNTIL FIM-KIT EQUAL "SIM".
           IF CT-COMP EQUAL ZEROES
               MOVE "NAO" TO KIT-VALIDO
           END-IF.

       GUARDA-COMPONENTE.
           READ CADKIT NEXT RECORD
               AT END MOVE "SIM" TO FIM-KIT
               NOT AT END
                   IF CODKIT-KIT NOT EQUAL CODIGO-PEND
                       MOVE "SIM" TO FIM-KIT
                   ELSE
                       PERFORM INCLUI-COMPONENTE
                   END-IF
           END-READ.

       INCLUI-COMPONENTE.
           IF CT-COMP NOT LESS THAN 20
               MOVE "NAO" TO KIT-VALIDO
               MOVE "SIM" TO FIM-KIT
           ELSE
               ADD 1 TO CT-COMP
               MOVE CODCOMP-KIT TO CODIGO-TC(CT-COMP)
               COMPUTE QTDE-TC(CT-COMP) = QTDE-KIT * QTDE-PEND
                   ON SIZE ERROR
                       MOVE "NAO" TO KIT-VALIDO
                       MOVE "SIM" TO FIM-KIT
               END-COMPUTE
           END-IF.

       CONFERE-COMPONENTE.
           MOVE CODIGO-TC(IND-COMP) TO CODIGO-BUSCA.
           MOVE LOCAL-PEND TO LOCAL-BUSCA.
           PERFORM BUSCA-SALDO-DISPONIVEL.
           MOVE IND-TAB TO IND-TC(IND-COMP).
           IF QTDE-TC(IND-COMP) GREATER THAN SALDO-DISP
               ADD 1 TO CT-FALTA
           END-IF.

       RESERVA-COMPONENTE.
           MOVE IND-TC(IND-COMP) TO IND-TAB.
           SUBTRACT QTDE-TC(IND-COMP) FROM SALDO-TAB(IND-TAB).

       BUSCA-SALDO-DISPONIVEL.
           MOVE "NAO" TO ACHOU-TAB.
           MOVE 1 TO IND-TAB.
           MOVE SALDO-TAB(IND-TAB) TO SALDO-DISP.

       PROCURA-TABELA.
           IF COD-TAB(IND-TAB) EQUAL CODIGO-BUSCA
            AND LOC-TAB(IND-TAB) EQUAL LOCAL-BUSCA
               MOVE "SIM" TO ACHOU-TAB
           ELSE
               ADD 1 TO IND-TAB
           IF CT-TAB NOT LESS THAN 9999
               DISPLAY "EX4REPEND: TABELA DE SALDOS CHEIA - ABORTADO"
               CLOSE PENDSAI SALDOLOC MOVESTOQ PENDNOVO LISTREP
               IF CADKIT-DISPONIVEL EQUAL "SIM"
                   CLOSE CADKIT
               END-IF
               STOP RUN
           END-IF.
           ADD 1 TO CT-TAB.
           MOVE CT-TAB TO IND-TAB.
           MOVE CODIGO-BUSCA TO COD-TAB(IND-TAB).
           MOVE LOCAL-BUSCA TO LOC-TAB(IND-TAB).
           MOVE CODIGO-BUSCA TO CODIGO-LOC.
           MOVE LOCAL-BUSCA TO LOCAL-LOC.
           READ SALDOLOC
               INVALID KEY
                   MOVE ZEROES TO SALDO-TAB(IND-TAB)
           END-READ.

       LIBERA-PENDENCIA.
           MOVE SPACES TO REG-MOV.
           IF PEND-KIT
               MOVE "K" TO TIPO-MOV
           ELSE
               MOVE "S" TO TIPO-MOV
           END-IF.
           MOVE CODIGO-PEND TO CODIGO-MOV.
           MOVE NOME-PEND TO NOME-MOV.
           MOVE QTDE-PEND TO QTDEEST-MOV.
           MOVE CATEGORIA-PEND TO CATEGORIA-MOV.
           MOVE LOCAL-PEND TO LOCAL-MOV.
           MOVE SPACES TO LOCDEST-MOV.
           MOVE REQUIS-PEND TO REQUIS-MOV.
           MOVE CCUSTO-PEND TO CCUSTO-MOV.
           MOVE ZEROES TO DATAORI-MOV HORAORI-MOV SEQORI-MOV.
           MOVE OPERADOR-PEND TO OPERADOR-MOV.
           WRITE REG-MOV.
           ADD 1 TO CT-LIBERADAS.
           MOVE "LIBERADA" TO SITU-DET.
           MOVE REG-PEND TO REG-NOVO.
           WRITE REG-NOVO.
           ADD 1 TO CT-MANTIDAS.
           PERFORM IMPRESSAO.

       IMPRESSAO.

       ENCERRA-SELECAO.
           CLOSE PENDSAI SALDOLOC MOVESTOQ PENDNOVO.
           IF CADKIT-DISPONIVEL EQUAL "SIM"
               CLOSE CADKIT
           END-IF.

       RECARREGA-PENDENCIAS.
           OPEN INPUT PENDNOVO.
