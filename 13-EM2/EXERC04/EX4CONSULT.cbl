       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX4CONSULT.
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
           SELECT CADESTOQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO-ENT
           FILE STATUS IS ENT-STATUS.
           SELECT SALDOLOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-LOC
           FILE STATUS IS LOC-STATUS.
           SELECT CADTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-TAB
           FILE STATUS IS TAB-STATUS.
           SELECT PEDCOMPRA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHAVE-PED
           FILE STATUS IS PED-STATUS.
           SELECT PENDSAI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEND-STATUS.
           SELECT PARAMPLA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PLA
           FILE STATUS IS PLA-STATUS.
           SELECT HISTMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CADESTOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADESTOQ".

       01 REG-ENT.
           02 CODIGO-ENT  PIC 9(5).
           02 NOME-ENT PIC X(15).
           02 QTDEEST-ENT PIC 9(5).
           02 PRECOUNI-ENT PIC 9(6)V9(2).
           02 CATEGORIA-ENT PIC X(10).

       FD SALDOLOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "SALDOLOC".

       01 REG-LOC.
           02 CHAVE-LOC.
               03 CODIGO-LOC PIC 9(5).
               03 LOCAL-LOC PIC X(3).
           02 QTDEEST-LOC PIC 9(5).

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

       FD PEDCOMPRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "PEDCOMPRA".

       01 REG-PED.
           02 CHAVE-PED.
               03 NUMPED-PED PIC 9(6).
               03 SEQ-PED PIC 9(3).
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

       FD PENDSAI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "PENDSAI".

       01 REG-PEND.
           02 DATA-PEND PIC 9(06).
           02 HORA-PEND PIC 9(08).
           02 SEQ-PEND PIC 9(05).
           02 CODIGO-PEND PIC 9(05).
           02 NOME-PEND PIC X(15).
           02 QTDE-PEND PIC 9(05).
           02 PRECOUNI-PEND PIC 9(6)V9(2).
           02 CATEGORIA-PEND PIC X(10).
           02 LOCAL-PEND PIC X(03).
           02 REQUIS-PEND PIC X(08).
           02 CCUSTO-PEND PIC X(06).
           02 TIPO-PEND PIC X(01).
               88 PEND-KIT VALUE "K".
           02 OPERADOR-PEND PIC X(08).

       FD PARAMPLA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "PARAMPLA".

       01 REG-PLA.
           02 CODIGO-PLA PIC 9(5).
           02 PONTORES-PLA PIC 9(5).
           02 LOTEMIN-PLA PIC 9(5).
           02 ESTMAX-PLA PIC 9(5).

       FD HISTMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "HISTMOV".

       01 REG-HIST.
           02 DATA-HIST PIC 9(06).
           02 HORA-HIST PIC 9(08).
           02 SEQ-HIST PIC 9(05).
           02 MOV-HIST.
               03 TIPO-HIST PIC X(01).
               03 CODIGO-HIST PIC 9(05).
               03 NOME-HIST PIC X(15).
               03 QTDEEST-HIST PIC 9(05).
               03 PRECOUNI-HIST PIC 9(6)V9(2).
               03 CATEGORIA-HIST PIC X(10).
           02 ANT-HIST PIC X(38).
           02 DEP-HIST.
               03 NOME-DEP PIC X(15).
               03 QTDE-DEP PIC 9(05).
               03 PRECO-DEP PIC 9(6)V9(2).
               03 CAT-DEP PIC X(10).
           02 LOCAL-HIST PIC X(03).
           02 LOCDEST-HIST PIC X(03).
           02 PERIODO-HIST PIC 9(04).
           02 REQUIS-HIST PIC X(08).
           02 CCUSTO-HIST PIC X(06).
           02 REFORI-HIST.
               03 DATAORI-HIST PIC 9(06).
               03 HORAORI-HIST PIC 9(08).
               03 SEQORI-HIST PIC 9(05).
           02 KITORI-HIST REDEFINES REFORI-HIST.
               03 FILLER PIC X(14).
               03 CODKIT-HIST PIC 9(05).
           02 TIPOORI-HIST PIC X(01).
           02 OPERADOR-HIST PIC X(08).

       WORKING-STORAGE SECTION.
           77 ENT-STATUS PIC X(02) VALUE SPACES.
           77 LOC-STATUS PIC X(02) VALUE SPACES.
           77 TAB-STATUS PIC X(02) VALUE SPACES.
           77 PED-STATUS PIC X(02) VALUE SPACES.
           77 PEND-STATUS PIC X(02) VALUE SPACES.
           77 PLA-STATUS PIC X(02) VALUE SPACES.
           77 HIST-STATUS PIC X(02) VALUE SPACES.
           77 FIM-CONSULTA PIC X(03) VALUE "NAO".
           77 FIM-ENT PIC X(03) VALUE "NAO".
           77 FIM-LOC PIC X(03) VALUE "NAO".
           77 FIM-PED PIC X(03) VALUE "NAO".
           77 FIM-PEND PIC X(03) VALUE "NAO".
           77 FIM-HIST PIC X(03) VALUE "NAO".
           77 ACHOU PIC X(03) VALUE "NAO".
           77 PEDIDO-ABERTO PIC X(03) VALUE "NAO".
           77 RESPOSTA PIC X(03) VALUE SPACES.
           77 TAM-FRAG PIC 9(02) VALUE ZEROES.
           77 POS-NOME PIC 9(02) VALUE ZEROES.
           77 ULT-POS PIC 9(02) VALUE ZEROES.
           77 CT-LISTA PIC 9(05) VALUE ZEROES.
           77 CT-TELA PIC 9(02) VALUE ZEROES.
           77 CT-LOCAIS PIC 9(03) VALUE ZEROES.
           77 CT-PEDIDOS PIC 9(03) VALUE ZEROES.
           77 CT-PEND PIC 9(03) VALUE ZEROES.
           77 QTDE-PENDENTE PIC 9(07) VALUE ZEROES.
           77 QTDE-PEDIDA PIC 9(07) VALUE ZEROES.
           77 CT-ULT PIC 9(01) VALUE ZEROES.
           77 IND-ULT PIC 9(01) VALUE ZEROES.
           77 IND-MOSTRA PIC 9(01) VALUE ZEROES.
           77 MAX-ULT PIC 9(01) VALUE 5.
           77 ITEM-PROCURA PIC 9(05) VALUE ZEROES.
           77 NUMPED-ATU PIC 9(06) VALUE ZEROES.
           77 CODFORN-ATU PIC 9(05) VALUE ZEROES.
           77 NOMEFORN-ATU PIC X(20) VALUE SPACES.
           77 DATAPREV-ATU PIC 9(06) VALUE ZEROES.

       01 ENTRADA PIC X(15) VALUE SPACES.
       01 ENTRADA-COD REDEFINES ENTRADA.
           02 CODIGO-DIG PIC X(05).
           02 RESTO-DIG PIC X(10).

       01 TAB-ULTIMOS.
           02 ENT-ULT OCCURS 5 TIMES.
               03 DATA-ULT PIC 9(06).
               03 HORA-ULT PIC 9(08).
               03 TIPO-ULT PIC X(01).
               03 QTDE-ULT PIC 9(05).
               03 PRECO-ULT PIC 9(6)V99.
               03 LOCAL-ULT PIC X(03).
               03 LOCDEST-ULT PIC X(03).
               03 REQUIS-ULT PIC X(08).
               03 CCUSTO-ULT PIC X(06).
               03 REF-ULT PIC X(09).

       01 REF-KIT.
           02 FILLER PIC X(04) VALUE "KIT ".
           02 KIT-REF PIC 9(05).

       01 LIN-ITEM.
           02 FILLER PIC X(08) VALUE "CODIGO: ".
           02 COD-LIT PIC 9(5).
           02 FILLER PIC X(03) VALUE SPACES.
           02 NOM-LIT PIC X(15).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "CATEGORIA: ".
           02 CAT-LIT PIC X(10).
       01 LIN-SALDO.
           02 FILLER PIC X(13) VALUE "SALDO TOTAL: ".
           02 QTDE-LIT PIC 9(5).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "PRECO UNIT.:  ".
           02 PRECO-LIT PIC 9(6)V99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "PONTO RESSUP: ".
           02 PONTORES-LIT PIC 9(5).
           02 PONTORES-LITX REDEFINES PONTORES-LIT PIC X(5).
       01 LIN-LISTA.
           02 FILLER PIC X(02) VALUE SPACES.
           02 COD-LIS PIC 9(5).
           02 FILLER PIC X(03) VALUE SPACES.
           02 NOM-LIS PIC X(15).
           02 FILLER PIC X(03) VALUE SPACES.
           02 QTDE-LIS PIC 9(5).
           02 FILLER PIC X(03) VALUE SPACES.
           02 CAT-LIS PIC X(10).
       01 LIN-LOCAL.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LOCAL-LIL PIC X(03).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DESCR-LIL PIC X(20).
           02 FILLER PIC X(03) VALUE SPACES.
           02 QTDE-LIL PIC 9(5).
       01 LIN-PEDIDO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 NUMPED-LIP PIC 9(6).
           02 FILLER PIC X(02) VALUE SPACES.
           02 CODFORN-LIP PIC 9(5).
           02 FILLER PIC X(01) VALUE SPACES.
           02 NOMEFORN-LIP PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 QTDE-LIP PIC 9(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 PREV-LIP PIC 9(6).
       01 LIN-PEND.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DATA-LPE PIC 9(6).
           02 FILLER PIC X(02) VALUE SPACES.
           02 QTDE-LPE PIC 9(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LOCAL-LPE PIC X(03).
           02 FILLER PIC X(02) VALUE SPACES.
           02 REQUIS-LPE PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 CCUSTO-LPE PIC X(06).
       01 LIN-MOVTO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DATA-LMO PIC 9(6).
           02 FILLER PIC X(01) VALUE SPACES.
           02 HORA-LMO PIC 9(8).
           02 FILLER PIC X(02) VALUE SPACES.
           02 TIPO-LMO PIC X(01).
           02 FILLER PIC X(02) VALUE SPACES.
           02 QTDE-LMO PIC 9(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 PRECO-LMO PIC 9(6)V99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LOCAL-LMO PIC X(03).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LOCDEST-LMO PIC X(03).
           02 FILLER PIC X(02) VALUE SPACES.
           02 REQUIS-LMO PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 CCUSTO-LMO PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 REF-LMO PIC X(09).

       PROCEDURE DIVISION.
       EX1.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-CONSULTA EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN INPUT CADESTOQ.
           IF ENT-STATUS NOT EQUAL "00"
               DISPLAY "EX4CONSULT: CADESTOQ AUSENTE - CONSULTA "
                   "ENCERRADA"
               STOP RUN
           END-IF.
           CLOSE CADESTOQ.
           DISPLAY "EX4CONSULT: CONSULTA DE ITENS DO ESTOQUE".

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "INFORME O CODIGO, PARTE DO NOME OU FIM: ".
           MOVE SPACES TO ENTRADA.
           ACCEPT ENTRADA.
           EVALUATE TRUE
               WHEN ENTRADA EQUAL SPACES
                   CONTINUE
               WHEN ENTRADA EQUAL "FIM"
                   MOVE "SIM" TO FIM-CONSULTA
               WHEN CODIGO-DIG NUMERIC AND RESTO-DIG EQUAL SPACES
                   MOVE CODIGO-DIG TO ITEM-PROCURA
                   PERFORM CONSULTA-ITEM
               WHEN OTHER
                   PERFORM PROCURA-NOME
           END-EVALUATE.

       PROCURA-NOME.
           MOVE ZEROES TO TAM-FRAG.
           PERFORM MEDE-FRAGMENTO
               VARYING POS-NOME FROM 15 BY -1
               UNTIL POS-NOME LESS THAN 1
                  OR TAM-FRAG NOT EQUAL ZEROES.
           COMPUTE ULT-POS = 16 - TAM-FRAG.
           MOVE ZEROES TO CT-LISTA CT-TELA.
           MOVE "NAO" TO FIM-ENT RESPOSTA.
           OPEN INPUT CADESTOQ.
           MOVE ZEROES TO CODIGO-ENT.
           START CADESTOQ KEY IS NOT LESS THAN CODIGO-ENT
               INVALID KEY MOVE "SIM" TO FIM-ENT
           END-START.
           PERFORM LER-PROXIMO-ENT.
           PERFORM TESTA-NOME UNTIL FIM-ENT EQUAL "SIM".
           CLOSE CADESTOQ.
           IF CT-LISTA EQUAL ZEROES
               DISPLAY "NENHUM ITEM CONTEM " ENTRADA
           ELSE
               DISPLAY "ITENS LISTADOS: " CT-LISTA
                   " - INFORME O CODIGO PARA CONSULTAR"
           END-IF.

       MEDE-FRAGMENTO.
           IF ENTRADA(POS-NOME:1) NOT EQUAL SPACE
               MOVE POS-NOME TO TAM-FRAG
           END-IF.

       LER-PROXIMO-ENT.
           IF FIM-ENT EQUAL "NAO"
               READ CADESTOQ NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ENT
               END-READ
           END-IF.

       TESTA-NOME.
           MOVE "NAO" TO ACHOU.
           PERFORM COMPARA-NOME
               VARYING POS-NOME FROM 1 BY 1
               UNTIL POS-NOME GREATER THAN ULT-POS
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "SIM"
               PERFORM LISTA-ITEM
           END-IF.
           PERFORM LER-PROXIMO-ENT.

       COMPARA-NOME.
           IF NOME-ENT(POS-NOME:TAM-FRAG) EQUAL ENTRADA(1:TAM-FRAG)
               MOVE "SIM" TO ACHOU
           END-IF.

       LISTA-ITEM.
           IF CT-TELA EQUAL 15
               DISPLAY "TECLE ENTER PARA CONTINUAR OU FIM: "
               MOVE SPACES TO RESPOSTA
               ACCEPT RESPOSTA
               MOVE ZEROES TO CT-TELA
               IF RESPOSTA EQUAL "FIM"
                   MOVE "SIM" TO FIM-ENT
               END-IF
           END-IF.
           IF FIM-ENT EQUAL "NAO"
               IF CT-LISTA EQUAL ZEROES
                   DISPLAY "  CODIGO   NOME              QTDE   "
                       "CATEGORIA"
               END-IF
               MOVE CODIGO-ENT TO COD-LIS
               MOVE NOME-ENT TO NOM-LIS
               MOVE QTDEEST-ENT TO QTDE-LIS
               MOVE CATEGORIA-ENT TO CAT-LIS
               DISPLAY LIN-LISTA
               ADD 1 TO CT-LISTA CT-TELA
           END-IF.

       CONSULTA-ITEM.
           OPEN INPUT CADESTOQ.
           MOVE ITEM-PROCURA TO CODIGO-ENT.
           READ CADESTOQ
               INVALID KEY MOVE "NAO" TO ACHOU
               NOT INVALID KEY
                   MOVE "SIM" TO ACHOU
                   PERFORM GUARDA-CADASTRO
           END-READ.
           CLOSE CADESTOQ.
           IF ACHOU EQUAL "NAO"
               DISPLAY "ITEM " ITEM-PROCURA " NAO CADASTRADO"
           ELSE
               PERFORM MOSTRA-CADASTRO
               PERFORM MOSTRA-LOCAIS
               PERFORM MOSTRA-PEDIDOS
               PERFORM MOSTRA-PENDENCIAS
               PERFORM MOSTRA-MOVIMENTOS
           END-IF.

       GUARDA-CADASTRO.
           MOVE CODIGO-ENT TO COD-LIT.
           MOVE NOME-ENT TO NOM-LIT.
           MOVE CATEGORIA-ENT TO CAT-LIT.
           MOVE QTDEEST-ENT TO QTDE-LIT.
           MOVE PRECOUNI-ENT TO PRECO-LIT.

       MOSTRA-CADASTRO.
           MOVE "NAO" TO ACHOU.
           OPEN INPUT PARAMPLA.
           IF PLA-STATUS EQUAL "00"
               MOVE ITEM-PROCURA TO CODIGO-PLA
               READ PARAMPLA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "SIM" TO ACHOU
               END-READ
               CLOSE PARAMPLA
           END-IF.
           IF ACHOU EQUAL "SIM"
               MOVE PONTORES-PLA TO PONTORES-LIT
           ELSE
               MOVE "-----" TO PONTORES-LITX
           END-IF.
           DISPLAY " ".
           DISPLAY LIN-ITEM.
           DISPLAY LIN-SALDO.

       MOSTRA-LOCAIS.
           DISPLAY " ".
           DISPLAY "SALDO POR LOCAL:".
           MOVE ZEROES TO CT-LOCAIS.
           OPEN INPUT SALDOLOC.
           IF LOC-STATUS EQUAL "00"
               OPEN INPUT CADTAB
               MOVE "NAO" TO FIM-LOC
               MOVE ITEM-PROCURA TO CODIGO-LOC
               MOVE LOW-VALUES TO LOCAL-LOC
               START SALDOLOC KEY IS NOT LESS THAN CHAVE-LOC
                   INVALID KEY MOVE "SIM" TO FIM-LOC
               END-START
               PERFORM LER-LOCAL
               PERFORM MOSTRA-LOCAL UNTIL FIM-LOC EQUAL "SIM"
               IF TAB-STATUS EQUAL "00"
                   CLOSE CADTAB
               END-IF
               CLOSE SALDOLOC
           END-IF.
           IF CT-LOCAIS EQUAL ZEROES
               DISPLAY "  NENHUM SALDO POR LOCAL"
           END-IF.

       LER-LOCAL.
           IF FIM-LOC EQUAL "NAO"
               READ SALDOLOC NEXT RECORD
                   AT END MOVE "SIM" TO FIM-LOC
               END-READ
           END-IF.
           IF FIM-LOC EQUAL "NAO"
               IF CODIGO-LOC NOT EQUAL ITEM-PROCURA
                   MOVE "SIM" TO FIM-LOC
               END-IF
           END-IF.

       MOSTRA-LOCAL.
           MOVE LOCAL-LOC TO LOCAL-LIL.
           MOVE SPACES TO DESCR-LIL.
           IF TAB-STATUS EQUAL "00"
               MOVE "L" TO TIPO-TAB
               MOVE LOCAL-LOC TO CODIGO-TAB
               READ CADTAB
                   INVALID KEY MOVE "*NAO CADASTRADO*" TO DESCR-LIL
                   NOT INVALID KEY MOVE DESCR-TAB TO DESCR-LIL
               END-READ
           END-IF.
           MOVE QTDEEST-LOC TO QTDE-LIL.
           DISPLAY LIN-LOCAL.
           ADD 1 TO CT-LOCAIS.
           PERFORM LER-LOCAL.

       MOSTRA-PEDIDOS.
           DISPLAY " ".
           DISPLAY "PEDIDOS DE COMPRA EM ABERTO:".
           MOVE ZEROES TO CT-PEDIDOS QTDE-PEDIDA.
           MOVE "NAO" TO PEDIDO-ABERTO.
           OPEN INPUT PEDCOMPRA.
           IF PED-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-PED
               PERFORM LER-PEDIDO
               PERFORM TESTA-PEDIDO UNTIL FIM-PED EQUAL "SIM"
               CLOSE PEDCOMPRA
           END-IF.
           IF CT-PEDIDOS EQUAL ZEROES
               DISPLAY "  NENHUM PEDIDO EM ABERTO"
           ELSE
               DISPLAY "  TOTAL A RECEBER: " QTDE-PEDIDA
           END-IF.

       LER-PEDIDO.
           READ PEDCOMPRA
               AT END MOVE "SIM" TO FIM-PED
           END-READ.

       TESTA-PEDIDO.
           IF PED-CABEC
               MOVE "NAO" TO PEDIDO-ABERTO
               IF SITU-PED EQUAL "A"
                   MOVE "SIM" TO PEDIDO-ABERTO
                   MOVE NUMPED-PED TO NUMPED-ATU
                   MOVE CODFORN-PED TO CODFORN-ATU
                   MOVE NOMEFORN-PED TO NOMEFORN-ATU
                   MOVE DATAPREV-PED TO DATAPREV-ATU
               END-IF
           ELSE
               IF PEDIDO-ABERTO EQUAL "SIM"
                AND CODITEM-PED EQUAL ITEM-PROCURA
                   PERFORM MOSTRA-PEDIDO
               END-IF
           END-IF.
           PERFORM LER-PEDIDO.

       MOSTRA-PEDIDO.
           IF CT-PEDIDOS EQUAL ZEROES
               DISPLAY "  PEDIDO  FORNECEDOR                  QTDE   "
                   "PREVISAO"
           END-IF.
           MOVE NUMPED-ATU TO NUMPED-LIP.
           MOVE CODFORN-ATU TO CODFORN-LIP.
           MOVE NOMEFORN-ATU TO NOMEFORN-LIP.
           MOVE QTDE-PED TO QTDE-LIP.
           MOVE DATAPREV-ATU TO PREV-LIP.
           DISPLAY LIN-PEDIDO.
           ADD 1 TO CT-PEDIDOS.
           ADD QTDE-PED TO QTDE-PEDIDA.

       MOSTRA-PENDENCIAS.
           DISPLAY " ".
           DISPLAY "SAIDAS PENDENTES:".
           MOVE ZEROES TO CT-PEND QTDE-PENDENTE.
           OPEN INPUT PENDSAI.
           IF PEND-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-PEND
               PERFORM LER-PENDENCIA
               PERFORM TESTA-PENDENCIA UNTIL FIM-PEND EQUAL "SIM"
               CLOSE PENDSAI
           END-IF.
           IF CT-PEND EQUAL ZEROES
               DISPLAY "  NENHUMA SAIDA PENDENTE"
           ELSE
               DISPLAY "  TOTAL PENDENTE: " QTDE-PENDENTE
           END-IF.

       LER-PENDENCIA.
           READ PENDSAI
               AT END MOVE "SIM" TO FIM-PEND
           END-READ.

       TESTA-PENDENCIA.
           IF CODIGO-PEND EQUAL ITEM-PROCURA AND NOT PEND-KIT
               IF CT-PEND EQUAL ZEROES
                   DISPLAY "  DATA    QTDE   LOC  REQUIS.   C.CUSTO"
               END-IF
               MOVE DATA-PEND TO DATA-LPE
               MOVE QTDE-PEND TO QTDE-LPE
               MOVE LOCAL-PEND TO LOCAL-LPE
               MOVE REQUIS-PEND TO REQUIS-LPE
               MOVE CCUSTO-PEND TO CCUSTO-LPE
               DISPLAY LIN-PEND
               ADD 1 TO CT-PEND
               ADD QTDE-PEND TO QTDE-PENDENTE
           END-IF.
           PERFORM LER-PENDENCIA.

       MOSTRA-MOVIMENTOS.
           DISPLAY " ".
           DISPLAY "ULTIMAS MOVIMENTACOES:".
           MOVE ZEROES TO CT-ULT IND-ULT.
           OPEN INPUT HISTMOV.
           IF HIST-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-HIST
               PERFORM LER-HIST
               PERFORM TESTA-HIST UNTIL FIM-HIST EQUAL "SIM"
               CLOSE HISTMOV
           END-IF.
           IF CT-ULT EQUAL ZEROES
               DISPLAY "  NENHUMA MOVIMENTACAO NO HISTORICO"
           ELSE
               DISPLAY "  DATA   HORA      T  QTDE   PRC.UNIT  "
                   "LOC DST  REQUIS.  C.CUSTO  ORIGEM"
               IF CT-ULT LESS THAN MAX-ULT
                   MOVE 1 TO IND-MOSTRA
               ELSE
                   MOVE IND-ULT TO IND-MOSTRA
                   PERFORM AVANCA-MOSTRA
               END-IF
               PERFORM MOSTRA-MOVIMENTO CT-ULT TIMES
           END-IF.

       LER-HIST.
           READ HISTMOV
               AT END MOVE "SIM" TO FIM-HIST
           END-READ.

       TESTA-HIST.
           IF CODIGO-HIST EQUAL ITEM-PROCURA
               PERFORM GUARDA-MOVIMENTO
           END-IF.
           PERFORM LER-HIST.

       GUARDA-MOVIMENTO.
           IF IND-ULT EQUAL MAX-ULT
               MOVE 1 TO IND-ULT
           ELSE
               ADD 1 TO IND-ULT
           END-IF.
           IF CT-ULT LESS THAN MAX-ULT
               ADD 1 TO CT-ULT
           END-IF.
           MOVE DATA-HIST TO DATA-ULT(IND-ULT).
           MOVE HORA-HIST TO HORA-ULT(IND-ULT).
           MOVE TIPO-HIST TO TIPO-ULT(IND-ULT).
           MOVE QTDEEST-HIST TO QTDE-ULT(IND-ULT).
           MOVE PRECO-DEP TO PRECO-ULT(IND-ULT).
           MOVE LOCAL-HIST TO LOCAL-ULT(IND-ULT).
           MOVE LOCDEST-HIST TO LOCDEST-ULT(IND-ULT).
           MOVE REQUIS-HIST TO REQUIS-ULT(IND-ULT).
           MOVE CCUSTO-HIST TO CCUSTO-ULT(IND-ULT).
           IF TIPOORI-HIST EQUAL "K"
               MOVE CODKIT-HIST TO KIT-REF
               MOVE REF-KIT TO REF-ULT(IND-ULT)
           ELSE
               MOVE SPACES TO REF-ULT(IND-ULT)
           END-IF.

       MOSTRA-MOVIMENTO.
           MOVE DATA-ULT(IND-MOSTRA) TO DATA-LMO.
           MOVE HORA-ULT(IND-MOSTRA) TO HORA-LMO.
           MOVE TIPO-ULT(IND-MOSTRA) TO TIPO-LMO.
           MOVE QTDE-ULT(IND-MOSTRA) TO QTDE-LMO.
           MOVE PRECO-ULT(IND-MOSTRA) TO PRECO-LMO.
           MOVE LOCAL-ULT(IND-MOSTRA) TO LOCAL-LMO.
           MOVE LOCDEST-ULT(IND-MOSTRA) TO LOCDEST-LMO.
           MOVE REQUIS-ULT(IND-MOSTRA) TO REQUIS-LMO.
           MOVE CCUSTO-ULT(IND-MOSTRA) TO CCUSTO-LMO.
           MOVE REF-ULT(IND-MOSTRA) TO REF-LMO.
           DISPLAY LIN-MOVTO.
           PERFORM AVANCA-MOSTRA.

       AVANCA-MOSTRA.
           IF IND-MOSTRA EQUAL MAX-ULT
               MOVE 1 TO IND-MOSTRA
           ELSE
               ADD 1 TO IND-MOSTRA
           END-IF.

       FIM.
           DISPLAY "EX4CONSULT: CONSULTA ENCERRADA".
