           02 TIPO-PED PIC X(1).
               88 PED-CABEC VALUE "C".
               88 PED-ITEM VALUE "I".
           02 DADOS-PED PIC X(47).
           02 CABEC-PED REDEFINES DADOS-PED.
               03 CODFORN-PED PIC 9(5).
               03 NOMEFORN-PED PIC X(20).
               03 DATAEMIS-PED PIC 9(6).
               03 DATAPREV-PED PIC 9(6).
               03 SITU-PED PIC X(1).
               03 DATAREC-PED PIC 9(6).
               03 FILLER PIC X(3).
           02 ITEM-PED REDEFINES DADOS-PED.
               03 CODITEM-PED PIC 9(5).
               03 NOMEITEM-PED PIC X(15).
               03 QTDE-PED PIC 9(5).
               03 PRECO-PED PIC 9(6)V9(2).
               03 CUSTO-PED PIC 9(7)V9(2).
               03 QTDEREC-PED PIC 9(5).

       FD ARQNUMPED
           LABEL RECORD ARE STANDARD
           MOVE DATA-EXEC TO DATAEMIS-PED.
           MOVE DATA-PREVISTA TO DATAPREV-PED.
           MOVE "A" TO SITU-PED.
           MOVE ZEROES TO DATAREC-PED.
           WRITE REG-PED
               INVALID KEY
                   DISPLAY "EX4PEDIDO: PEDIDO JA EXISTE = " NUMPED-ATUAL
           MOVE QTDESUG-SUG TO QTDE-PED.
           MOVE PRECOUNI-SUG TO PRECO-PED.
           MOVE CUSTO-SUG TO CUSTO-PED.
           MOVE ZEROES TO QTDEREC-PED.
           WRITE REG-PED
               INVALID KEY
                   DISPLAY "EX4PEDIDO: ITEM JA EXISTE = " CHAVE-PED
