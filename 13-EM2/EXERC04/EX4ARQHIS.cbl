           02 LOCAL-HIST PIC X(03).
           02 LOCDEST-HIST PIC X(03).
           02 PERIODO-HIST PIC 9(04).
           02 REQUIS-HIST PIC X(08).
           02 CCUSTO-HIST PIC X(06).
           02 REFORI-HIST.
               03 DATAORI-HIST PIC 9(06).
               03 HORAORI-HIST PIC 9(08).
               03 SEQORI-HIST PIC 9(05).
           02 TIPOORI-HIST PIC X(01).
           02 OPERADOR-HIST PIC X(08).

       FD ARQHIST
           LABEL RECORD ARE STANDARD

       01 REG-ARQ.
           02 TIPO-ARQ PIC X(1).
           02 DADOS-ARQ PIC X(191).

       01 REG-TRLA.
           02 TIPO-TRLA PIC X(1).
           02 CTREG-TRL PIC 9(7).
           02 HASHQTDE-TRL PIC 9(9).
           02 HASHVALOR-TRL PIC 9(11)V9(2).
           02 FILLER PIC X(162).

       FD HISTNOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "HISTNOVO".

       01 REG-NOVO
           PIC X(191).

       FD RELARQH
           LABEL RECORD IS OMITTED.
