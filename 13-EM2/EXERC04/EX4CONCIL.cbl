           02 LOCAL-HIST PIC X(03).
           02 LOCDEST-HIST PIC X(03).
           02 PERIODO-HIST PIC X(04).
           02 REQUIS-HIST PIC X(08).
           02 CCUSTO-HIST PIC X(06).
           02 REFORI-HIST.
               03 DATAORI-HIST PIC 9(06).
               03 HORAORI-HIST PIC 9(08).
               03 SEQORI-HIST PIC 9(05).
           02 TIPOORI-HIST PIC X(01).
           02 OPERADOR-HIST PIC X(08).

       SD WORK-SORT.
       01 SD-REG.
           02 SD-LOCAL PIC X(03).
           02 SD-LOCDEST PIC X(03).
           02 SD-PERIODO PIC X(04).
           02 SD-REQUIS PIC X(08).
           02 SD-CCUSTO PIC X(06).
           02 SD-REFORI PIC X(19).
           02 SD-TIPOORI PIC X(01).
           02 SD-OPERADOR PIC X(08).

       FD CONCORD
           LABEL RECORD ARE STANDARD
           02 LOCAL-ORD PIC X(03).
           02 LOCDEST-ORD PIC X(03).
           02 PERIODO-ORD PIC 9(04).
           02 REQUIS-ORD PIC X(08).
           02 CCUSTO-ORD PIC X(06).
           02 DATAORI-ORD PIC 9(06).
           02 HORAORI-ORD PIC 9(08).
           02 SEQORI-ORD PIC 9(05).
           02 TIPOORI-ORD PIC X(01).
           02 OPERADOR-ORD PIC X(08).

       FD SNAPANT
           LABEL RECORD ARE STANDARD
                   MOVE QTDE-DEP-ORD TO SALDO-CALC
               WHEN "E"
                   MOVE QTDE-DEP-ORD TO SALDO-CALC
               WHEN "X"
                   PERFORM APLICA-ESTORNO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APLICA-ESTORNO.
           EVALUATE TIPOORI-ORD
               WHEN "R"
                   SUBTRACT QTDEEST-ORD FROM SALDO-CALC
               WHEN "S"
                   ADD QTDEEST-ORD TO SALDO-CALC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
