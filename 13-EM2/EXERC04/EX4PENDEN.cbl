           02 PRECOUNI-PEND PIC 9(6)V9(2).
           02 CATEGORIA-PEND PIC X(10).
           02 LOCAL-PEND PIC X(03).
           02 REQUIS-PEND PIC X(08).
           02 CCUSTO-PEND PIC X(06).
           02 TIPO-PEND PIC X(01).
           02 OPERADOR-PEND PIC X(08).

       SD WORK-SORT.
       01 SD-REG.
           02 SD-HORA PIC 9(08).
           02 SD-SEQ PIC 9(05).
           02 SD-CODIGO PIC 9(05).
           02 SD-RESTO PIC X(55).
           02 SD-TIPO PIC X(01).
           02 SD-OPERADOR PIC X(08).

       FD PENDORD
           LABEL RECORD ARE STANDARD
           02 PRECOUNI-ORD PIC 9(6)V9(2).
           02 CATEGORIA-ORD PIC X(10).
           02 LOCAL-ORD PIC X(03).
           02 REQUIS-ORD PIC X(08).
           02 CCUSTO-ORD PIC X(06).
           02 TIPO-ORD PIC X(01).
               88 ORD-KIT VALUE "K".
           02 OPERADOR-ORD PIC X(08).

       FD RELPENDE
           LABEL RECORD IS OMITTED.
           77 CT-LIN PIC 9(02) VALUE 25.
           77 CT-PAG PIC 9(02) VALUE ZEROES.
           77 ITEM-QBR PIC 9(05) VALUE ZEROES.
           77 TIPO-QBR PIC X(01) VALUE SPACES.
           77 PRIMEIRO-ITEM PIC X(03) VALUE "SIM".
           77 CT-PENDENTES PIC 9(05) VALUE ZEROES.
           77 QTD-ITEM PIC 9(07) VALUE ZEROES.
           02 FILLER PIC X(13) VALUE "DIAS PENDENTE".
           02 FILLER PIC X(43) VALUE SPACES.
       01 DETALHE-ITEM.
           02 ROT-ITEM PIC X(06).
           02 COD-ITEM PIC 9(5).
           02 FILLER PIC X(03) VALUE SPACES.
           02 NOM-ITEM PIC X(15).

       PROCEDURE DIVISION.
       EX1.
           SORT WORK-SORT ON ASCENDING KEY SD-TIPO
                                           SD-CODIGO
                                           SD-DATA
                                           SD-HORA
                                           SD-SEQ

       PRINCIPAL.
           IF CODIGO-ORD NOT EQUAL ITEM-QBR
            OR TIPO-ORD NOT EQUAL TIPO-QBR
            OR PRIMEIRO-ITEM EQUAL "SIM"
               IF PRIMEIRO-ITEM EQUAL "NAO"
                   PERFORM QUEBRA-ITEM

       ABRE-ITEM.
           MOVE CODIGO-ORD TO ITEM-QBR.
           MOVE TIPO-ORD TO TIPO-QBR.
           IF ORD-KIT
               MOVE "KIT:  " TO ROT-ITEM
           ELSE
               MOVE "ITEM: " TO ROT-ITEM
           END-IF.
           MOVE "NAO" TO PRIMEIRO-ITEM.
           IF CT-LIN GREATER THAN 17
               PERFORM CABECALHO
