           SELECT MOVRECIC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEDIT ASSIGN TO DISK.
           SELECT CADTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-TAB
           FILE STATUS IS TAB-STATUS.
           SELECT CADOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODOPER-OPE
           FILE STATUS IS OPE-STATUS.
           SELECT SEGLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88 BRU-ENTRADA VALUE "R".
               88 BRU-SAIDA VALUE "S".
               88 BRU-TRANSF VALUE "T".
               88 BRU-ESTORNO VALUE "X".
               88 BRU-KIT VALUE "K".
               88 BRU-LOTE-INI VALUE "H".
               88 BRU-LOTE-FIM VALUE "F".
               88 BRU-TIPO-VALIDO VALUE "I" "A" "E" "R" "S" "T"
                                        "X" "K".
           02 CODIGO-BRU PIC X(5).
           02 CODIGO-BRU-N REDEFINES CODIGO-BRU PIC 9(5).
           02 NOME-BRU PIC X(15).
           02 PRECOUNI-BRU PIC X(8).
           02 PRECOUNI-BRU-N REDEFINES PRECOUNI-BRU PIC 9(6)V9(2).
           02 CATEGORIA-BRU PIC X(10).
           02 LOCAL-BRU PIC X(3).
               88 BRU-LOCAL-BRANCO VALUE SPACES.
           02 LOCDEST-BRU PIC X(3).
           02 REQUIS-BRU PIC X(8).
           02 CCUSTO-BRU PIC X(6).
           02 DATAORI-BRU PIC X(6).
           02 DATAORI-BRU-N REDEFINES DATAORI-BRU PIC 9(6).
           02 HORAORI-BRU PIC X(8).
           02 HORAORI-BRU-N REDEFINES HORAORI-BRU PIC 9(8).
           02 SEQORI-BRU PIC X(5).
           02 SEQORI-BRU-N REDEFINES SEQORI-BRU PIC 9(5).

       01 REG-LOTE-INI.
           02 TIPO-LIN PIC X(1).
           02 LOTEID-LIN PIC X(6).
           02 ORIGEM-LIN PIC X(10).
           02 DATA-LIN PIC 9(6).
           02 OPERADOR-LIN PIC X(8).
           02 FILLER PIC X(52).

       01 REG-LOTE-FIM.
           02 TIPO-LFI PIC X(1).
           02 CTREG-LFI-N REDEFINES CTREG-LFI PIC 9(5).
           02 SOMAQTDE-LFI PIC X(7).
           02 SOMAQTDE-LFI-N REDEFINES SOMAQTDE-LFI PIC 9(7).
           02 FILLER PIC X(70).

       FD MOVESTOQ
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

       FD MOVRECIC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "MOVRECIC".

       01 REG-REC.
           02 MOVIMENTO-REC PIC X(83).
           02 MOTIVO-REC PIC X(25).

       FD RELEDIT
       01 REG-RELE
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

       FD CADOPER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "CADOPER".

       01 REG-OPE.
           02 CODOPER-OPE PIC X(08).
           02 NOME-OPE PIC X(20).
           02 ATIVO-OPE PIC X(01).
               88 OPE-ATIVO VALUE "S".
           02 TIPOS-OPE.
               03 TIPO-OPE OCCURS 8 TIMES PIC X(01).
           02 LOCAIS-OPE.
               03 LOCAL-OPE OCCURS 10 TIMES PIC X(03).

       FD SEGLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-IS IS "SEGLOG".

       01 REG-SEG.
           02 DATA-SEG PIC 9(06).
           02 HORA-SEG PIC 9(08).
           02 OPERADOR-SEG PIC X(08).
           02 LOTE-SEG PIC X(06).
           02 ORIGEM-SEG PIC X(10).
           02 DATALOTE-SEG PIC X(06).
           02 REGS-SEG PIC 9(05).
           02 MOTIVO-SEG PIC X(20).
           02 TIPO-SEG PIC X(01).
           02 CODIGO-SEG PIC X(05).
           02 LOCAL-SEG PIC X(03).

       WORKING-STORAGE SECTION.
           77 FIM-BRU PIC X(03) VALUE "NAO".
           77 MOVIMENTO-VALIDO PIC X(03) VALUE "SIM".
           77 LOTE-ATUAL PIC X(06) VALUE SPACES.
           77 ORIGEM-ATUAL PIC X(10) VALUE SPACES.
           77 SITU-LOTE PIC X(20) VALUE SPACES.
           77 TAB-STATUS PIC X(02) VALUE SPACES.
           77 CODIGO-OK PIC X(03) VALUE "NAO".
           77 LOCAL-OK PIC X(03) VALUE "NAO".
           77 DEST-OK PIC X(03) VALUE "NAO".
           77 CATEG-OK PIC X(03) VALUE "NAO".
           77 CCUSTO-OK PIC X(03) VALUE "NAO".
           77 OPE-STATUS PIC X(02) VALUE SPACES.
           77 SEG-STATUS PIC X(02) VALUE SPACES.
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 PADRAO-LOCAL PIC X(03) VALUE SPACES.
           77 OPERADOR-ATUAL PIC X(08) VALUE SPACES.
           77 DATALOTE-ATUAL PIC X(06) VALUE SPACES.
           77 SEGUR-LOTE PIC X(20) VALUE SPACES.
           77 TIPO-NEGADO PIC X(01) VALUE SPACES.
           77 CODIGO-NEGADO PIC X(05) VALUE SPACES.
           77 LOCAL-NEGADO PIC X(03) VALUE SPACES.
           77 LOCAL-CONF PIC X(03) VALUE SPACES.
           77 TIPO-AUT PIC X(03) VALUE "NAO".
           77 LOCAL-AUT PIC X(03) VALUE "NAO".
           77 IND-OPE PIC 9(02) VALUE ZEROES.
           77 CT-LOTES-SEG PIC 9(05) VALUE ZEROES.

       01 TAB-LOTE.
           02 ENT-LOTE OCCURS 9999 TIMES.
               03 MOVTAB PIC X(83).
               03 VALTAB PIC X(3).
               03 MOTTAB PIC X(25).

           02 CATEGORIA-TRAB PIC X(10).
           02 LOCAL-TRAB PIC X(3).
           02 LOCDEST-TRAB PIC X(3).
           02 REQUIS-TRAB PIC X(8).
           02 CCUSTO-TRAB PIC X(6).
           02 DATAORI-TRAB PIC X(6).
           02 DATAORI-TRAB-N REDEFINES DATAORI-TRAB PIC 9(6).
           02 HORAORI-TRAB PIC X(8).
           02 HORAORI-TRAB-N REDEFINES HORAORI-TRAB PIC 9(8).
           02 SEQORI-TRAB PIC X(5).
           02 SEQORI-TRAB-N REDEFINES SEQORI-TRAB PIC 9(5).

       01 DATA-EXEC.
           02 ANO-EXEC PIC 9(02).
           02 FILLER PIC X(02) VALUE "= ".
           02 CTLREJ-CTL PIC 9(05).
           02 FILLER PIC X(41) VALUE SPACES.
       01 DETALHE-CTL6.
           02 FILLER PIC X(20) VALUE "LOTES REJ. SEGURANCA".
           02 FILLER PIC X(02) VALUE "= ".
           02 LOTSEG-CTL PIC 9(05).
           02 FILLER PIC X(73) VALUE SPACES.
       01 CAB-LOTES.
           02 FILLER PIC X(04) VALUE "LOTE".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "ORIGEM".
           02 FILLER PIC X(07) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "OPERADOR".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "REGISTROS".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "SOMA QTDE".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "SITUACAO".
           02 FILLER PIC X(35) VALUE SPACES.
       01 DETALHE-LOTE.
           02 LOTE-REG PIC X(6).
           02 FILLER PIC X(03) VALUE SPACES.
           02 ORIGEM-REG PIC X(10).
           02 FILLER PIC X(03) VALUE SPACES.
           02 OPER-REG PIC X(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 REGS-REG PIC 9(05).
           02 FILLER PIC X(07) VALUE SPACES.
           02 SOMA-REG PIC 9(07).
           02 FILLER PIC X(05) VALUE SPACES.
           02 SITU-REG PIC X(20).
           02 FILLER PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       EX1.
           MOVE DIA-EXEC TO DIA-CAB.
           MOVE MES-EXEC TO MES-CAB.
           MOVE ANO-EXEC TO ANO-CAB.
           OPEN INPUT CADTAB.
           IF TAB-STATUS NOT EQUAL "00"
               DISPLAY "EX4EDIT: CADTAB AUSENTE - CRITICA NAO EFETUADA"
               STOP RUN
           END-IF.
           OPEN INPUT CADOPER.
           IF OPE-STATUS NOT EQUAL "00"
               DISPLAY "EX4EDIT: CADOPER AUSENTE - CRITICA NAO EFETUADA"
               CLOSE CADTAB
               STOP RUN
           END-IF.
           PERFORM LE-LOCAL-PADRAO.
           OPEN INPUT MOVBRUTO.
           OPEN OUTPUT MOVESTOQ MOVRECIC RELEDIT.
           OPEN EXTEND SEGLOG.
           IF SEG-STATUS EQUAL "35"
               OPEN OUTPUT SEGLOG
           END-IF.
           WRITE REG-RELE FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-RELE FROM CAB-LOTES AFTER ADVANCING 2 LINE.
           PERFORM LER-BRUTO.

       LE-LOCAL-PADRAO.
           MOVE "L" TO TIPO-TAB.
           MOVE LOW-VALUES TO CODIGO-TAB.
           START CADTAB KEY IS NOT LESS THAN CHAVE-TAB
               INVALID KEY MOVE "SIM" TO FIM-TAB
           END-START.
           PERFORM PROCURA-PADRAO UNTIL FIM-TAB EQUAL "SIM".
           IF PADRAO-LOCAL EQUAL SPACES
               DISPLAY "EX4EDIT: LOCAL PADRAO NAO DEFINIDO"
               CLOSE CADTAB CADOPER
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

       LER-BRUTO.
           READ MOVBRUTO
               AT END MOVE "SIM" TO FIM-BRU
           MOVE "SIM" TO DENTRO-LOTE.
           MOVE LOTEID-LIN TO LOTE-ATUAL.
           MOVE ORIGEM-LIN TO ORIGEM-ATUAL.
           MOVE OPERADOR-LIN TO OPERADOR-ATUAL.
           MOVE DATA-LIN TO DATALOTE-ATUAL.
           MOVE ZEROES TO CT-REG-LOTE SOMA-QTDE-LOTE.
           MOVE SPACES TO TIPO-NEGADO CODIGO-NEGADO LOCAL-NEGADO.
           PERFORM CONFERE-OPERADOR.

       CONFERE-OPERADOR.
           MOVE SPACES TO SEGUR-LOTE.
           EVALUATE TRUE
               WHEN OPERADOR-ATUAL EQUAL SPACES
                   MOVE "OPERADOR EM BRANCO" TO SEGUR-LOTE
               WHEN OPERADOR-ATUAL EQUAL "INVENT"
                   MOVE "OPERADOR RESERVADO" TO SEGUR-LOTE
               WHEN OPERADOR-ATUAL EQUAL "RECEBTO"
                AND ORIGEM-ATUAL NOT EQUAL "RECEBTO"
                   MOVE "OPERADOR RESERVADO" TO SEGUR-LOTE
               WHEN OTHER
                   PERFORM LE-OPERADOR
           END-EVALUATE.

       LE-OPERADOR.
           MOVE OPERADOR-ATUAL TO CODOPER-OPE.
           READ CADOPER
               INVALID KEY
                   MOVE "OPERADOR INEXISTENTE" TO SEGUR-LOTE
               NOT INVALID KEY
                   IF NOT OPE-ATIVO
                       MOVE "OPERADOR INATIVO" TO SEGUR-LOTE
                   END-IF
           END-READ.

       GUARDA-MOVIMENTO.
           IF CT-REG-LOTE NOT LESS THAN 9999
               DISPLAY "EX4EDIT: TABELA DE LOTE CHEIA - ABORTADO"
               CLOSE MOVBRUTO MOVESTOQ MOVRECIC RELEDIT CADTAB CADOPER
                   SEGLOG
               STOP RUN
           END-IF.
           ADD 1 TO CT-REG-LOTE.
               ADD QTDEEST-BRU-N TO SOMA-QTDE-LOTE
           END-IF.
           PERFORM VALIDA-MOVIMENTO.
           IF SEGUR-LOTE EQUAL SPACES AND BRU-TIPO-VALIDO
               PERFORM CONFERE-AUTORIZACAO
           END-IF.
           MOVE REG-BRU TO MOVTAB(CT-REG-LOTE).
           MOVE MOVIMENTO-VALIDO TO VALTAB(CT-REG-LOTE).
           MOVE MOTIVO TO MOTTAB(CT-REG-LOTE).
           IF DENTRO-LOTE EQUAL "NAO"
               PERFORM REJEITA-CONTROLE
           ELSE
               EVALUATE TRUE
                   WHEN SEGUR-LOTE NOT EQUAL SPACES
                       PERFORM REJEITA-SEGURANCA
                   WHEN CTREG-LFI NUMERIC
                    AND SOMAQTDE-LFI NUMERIC
                    AND CTREG-LFI-N EQUAL CT-REG-LOTE
                    AND SOMAQTDE-LFI-N EQUAL SOMA-QTDE-LOTE
                       MOVE "LOTE OK" TO SITU-LOTE
                       PERFORM LIBERA-LOTE
                   WHEN OTHER
                       MOVE "LOTE NAO BALANCEADO" TO SITU-LOTE
                       MOVE "LOTE NAO BALANCEADO" TO MOTIVO
                       PERFORM REJEITA-LOTE
               END-EVALUATE
               PERFORM REGISTRA-LOTE
               MOVE "NAO" TO DENTRO-LOTE
           END-IF.
           WRITE REG-REC.

       DESCARTA-LOTE.
           IF SEGUR-LOTE NOT EQUAL SPACES
               PERFORM REJEITA-SEGURANCA
           ELSE
               MOVE "LOTE SEM TRAILER" TO SITU-LOTE
               MOVE "LOTE SEM TRAILER" TO MOTIVO
               PERFORM REJEITA-LOTE
           END-IF.
           PERFORM REGISTRA-LOTE.
           MOVE "NAO" TO DENTRO-LOTE.

           MOVE MOVTAB(IND-LOTE) TO MOV-TRAB.
           PERFORM GRAVA-REJEITADO.

       REJEITA-SEGURANCA.
           ADD 1 TO CT-LOTES-SEG.
           MOVE SEGUR-LOTE TO SITU-LOTE.
           MOVE SEGUR-LOTE TO MOTIVO.
           PERFORM REJEITA-LOTE.
           PERFORM GRAVA-SEGLOG.

       GRAVA-SEGLOG.
           MOVE DATA-EXEC TO DATA-SEG.
           ACCEPT HORA-SEG FROM TIME.
           MOVE OPERADOR-ATUAL TO OPERADOR-SEG.
           MOVE LOTE-ATUAL TO LOTE-SEG.
           MOVE ORIGEM-ATUAL TO ORIGEM-SEG.
           MOVE DATALOTE-ATUAL TO DATALOTE-SEG.
           MOVE CT-REG-LOTE TO REGS-SEG.
           MOVE SEGUR-LOTE TO MOTIVO-SEG.
           MOVE TIPO-NEGADO TO TIPO-SEG.
           MOVE CODIGO-NEGADO TO CODIGO-SEG.
           MOVE LOCAL-NEGADO TO LOCAL-SEG.
           WRITE REG-SEG.

       REGISTRA-LOTE.
           ADD 1 TO CT-LOTES.
           MOVE LOTE-ATUAL TO LOTE-REG.
           MOVE ORIGEM-ATUAL TO ORIGEM-REG.
           MOVE OPERADOR-ATUAL TO OPER-REG.
           MOVE CT-REG-LOTE TO REGS-REG.
           MOVE SOMA-QTDE-LOTE TO SOMA-REG.
           MOVE SITU-LOTE TO SITU-REG.
                   PERFORM REJEITA-CODIGO
               WHEN BRU-INCLUI OR BRU-ALTERA
                   PERFORM VALIDA-CADASTRAL
               WHEN BRU-ENTRADA OR BRU-SAIDA OR BRU-KIT
                   PERFORM VALIDA-QUANTIDADE
               WHEN BRU-TRANSF
                   PERFORM VALIDA-TRANSFER
               WHEN BRU-ESTORNO
                   PERFORM VALIDA-ESTORNO
           END-EVALUATE.

       REJEITA-TIPO.
           MOVE "CODIGO INVALIDO" TO MOTIVO.

       VALIDA-CADASTRAL.
           PERFORM CONFERE-CATEGORIA.
           PERFORM CONFERE-LOCAL.
           EVALUATE TRUE
               WHEN QTDEEST-BRU NOT NUMERIC
                   MOVE "QTDE NAO NUMERICA" TO MOTIVO
                   MOVE "PRECO NAO NUMERICO" TO MOTIVO
               WHEN PRECOUNI-BRU-N EQUAL ZEROES
                   MOVE "PRECO ZERADO" TO MOTIVO
               WHEN CATEG-OK EQUAL "NAO"
                   MOVE "CATEGORIA INVALIDA" TO MOTIVO
               WHEN LOCAL-OK EQUAL "NAO" AND NOT BRU-LOCAL-BRANCO
                   MOVE "LOCAL INVALIDO" TO MOTIVO
           END-EVALUATE.
           IF MOTIVO NOT EQUAL SPACES
           END-IF.

       VALIDA-QUANTIDADE.
           PERFORM CONFERE-LOCAL.
           MOVE "SIM" TO CCUSTO-OK.
           IF BRU-SAIDA OR BRU-KIT
               PERFORM CONFERE-CCUSTO
           END-IF.
           EVALUATE TRUE
               WHEN QTDEEST-BRU NOT NUMERIC
                   MOVE "QTDE NAO NUMERICA" TO MOTIVO
               WHEN QTDEEST-BRU-N EQUAL ZEROES
                   MOVE "QTDE ZERADA" TO MOTIVO
               WHEN LOCAL-OK EQUAL "NAO" AND NOT BRU-LOCAL-BRANCO
                   MOVE "LOCAL INVALIDO" TO MOTIVO
               WHEN (BRU-SAIDA OR BRU-KIT) AND REQUIS-BRU EQUAL SPACES
                   MOVE "REQUISICAO EM BRANCO" TO MOTIVO
               WHEN CCUSTO-OK EQUAL "NAO"
                   MOVE "CENTRO CUSTO INVALIDO" TO MOTIVO
           END-EVALUATE.
           IF MOTIVO NOT EQUAL SPACES
               MOVE "NAO" TO MOVIMENTO-VALIDO
           END-IF.

       VALIDA-TRANSFER.
           PERFORM CONFERE-LOCAL.
           PERFORM CONFERE-DESTINO.
           EVALUATE TRUE
               WHEN QTDEEST-BRU NOT NUMERIC
                   MOVE "QTDE NAO NUMERICA" TO MOTIVO
               WHEN QTDEEST-BRU-N EQUAL ZEROES
                   MOVE "QTDE ZERADA" TO MOTIVO
               WHEN LOCAL-OK EQUAL "NAO"
                   MOVE "LOCAL ORIGEM INVALIDO" TO MOTIVO
               WHEN DEST-OK EQUAL "NAO"
                   MOVE "LOCAL DESTINO INVALIDO" TO MOTIVO
               WHEN LOCAL-BRU EQUAL LOCDEST-BRU
                   MOVE "LOCAIS IGUAIS" TO MOTIVO
               MOVE "NAO" TO MOVIMENTO-VALIDO
           END-IF.

       VALIDA-ESTORNO.
           PERFORM CONFERE-LOCAL.
           MOVE "SIM" TO DEST-OK.
           IF LOCDEST-BRU NOT EQUAL SPACES
               PERFORM CONFERE-DESTINO
           END-IF.
           EVALUATE TRUE
               WHEN DATAORI-BRU NOT NUMERIC
                   MOVE "REFERENCIA INVALIDA" TO MOTIVO
               WHEN DATAORI-BRU-N EQUAL ZEROES
                   MOVE "REFERENCIA INVALIDA" TO MOTIVO
               WHEN HORAORI-BRU NOT NUMERIC
                   MOVE "REFERENCIA INVALIDA" TO MOTIVO
               WHEN SEQORI-BRU NOT NUMERIC
                   MOVE "REFERENCIA INVALIDA" TO MOTIVO
               WHEN SEQORI-BRU-N EQUAL ZEROES
                   MOVE "REFERENCIA INVALIDA" TO MOTIVO
               WHEN BRU-LOCAL-BRANCO
                   MOVE "LOCAL EM BRANCO" TO MOTIVO
               WHEN LOCAL-OK EQUAL "NAO"
                   MOVE "LOCAL INVALIDO" TO MOTIVO
               WHEN DEST-OK EQUAL "NAO"
                   MOVE "LOCAL DESTINO INVALIDO" TO MOTIVO
           END-EVALUATE.
           IF MOTIVO NOT EQUAL SPACES
               MOVE "NAO" TO MOVIMENTO-VALIDO
           END-IF.

       CONFERE-AUTORIZACAO.
           MOVE "NAO" TO TIPO-AUT.
           PERFORM TESTA-TIPO
               VARYING IND-OPE FROM 1 BY 1
               UNTIL IND-OPE GREATER THAN 8 OR TIPO-AUT EQUAL "SIM".
           IF TIPO-AUT EQUAL "NAO"
               MOVE "TIPO NAO AUTORIZADO" TO SEGUR-LOTE
               MOVE LOCAL-BRU TO LOCAL-NEGADO
               PERFORM GUARDA-NEGADO
           ELSE
               IF NOT BRU-EXCLUI
                   MOVE LOCAL-BRU TO LOCAL-CONF
                   IF LOCAL-CONF EQUAL SPACES
                       MOVE PADRAO-LOCAL TO LOCAL-CONF
                   END-IF
                   PERFORM CONFERE-LOCAL-OPER
                   IF LOCAL-AUT EQUAL "SIM"
                    AND (BRU-TRANSF OR
                        (BRU-ESTORNO AND LOCDEST-BRU NOT EQUAL SPACES))
                       MOVE LOCDEST-BRU TO LOCAL-CONF
                       PERFORM CONFERE-LOCAL-OPER
                   END-IF
                   IF LOCAL-AUT EQUAL "NAO"
                       MOVE "LOCAL NAO AUTORIZADO" TO SEGUR-LOTE
                       MOVE LOCAL-CONF TO LOCAL-NEGADO
                       PERFORM GUARDA-NEGADO
                   END-IF
               END-IF
           END-IF.

       GUARDA-NEGADO.
           MOVE TIPO-BRU TO TIPO-NEGADO.
           MOVE CODIGO-BRU TO CODIGO-NEGADO.

       TESTA-TIPO.
           IF TIPO-OPE(IND-OPE) EQUAL TIPO-BRU
               MOVE "SIM" TO TIPO-AUT
           END-IF.

       CONFERE-LOCAL-OPER.
           MOVE "NAO" TO LOCAL-AUT.
           PERFORM TESTA-LOCAL-OPER
               VARYING IND-OPE FROM 1 BY 1
               UNTIL IND-OPE GREATER THAN 10 OR LOCAL-AUT EQUAL "SIM".

       TESTA-LOCAL-OPER.
           IF LOCAL-OPE(IND-OPE) EQUAL "***"
               MOVE "SIM" TO LOCAL-AUT
           END-IF.
           IF LOCAL-OPE(IND-OPE) EQUAL LOCAL-CONF
            AND LOCAL-CONF NOT EQUAL SPACES
               MOVE "SIM" TO LOCAL-AUT
           END-IF.

       CONFERE-CATEGORIA.
           MOVE "C" TO TIPO-TAB.
           MOVE CATEGORIA-BRU TO CODIGO-TAB.
           PERFORM CONFERE-TABELA.
           MOVE CODIGO-OK TO CATEG-OK.

       CONFERE-LOCAL.
           MOVE "L" TO TIPO-TAB.
           MOVE LOCAL-BRU TO CODIGO-TAB.
           PERFORM CONFERE-TABELA.
           MOVE CODIGO-OK TO LOCAL-OK.

       CONFERE-DESTINO.
           MOVE "L" TO TIPO-TAB.
           MOVE LOCDEST-BRU TO CODIGO-TAB.
           PERFORM CONFERE-TABELA.
           MOVE CODIGO-OK TO DEST-OK.

       CONFERE-CCUSTO.
           MOVE "D" TO TIPO-TAB.
           MOVE CCUSTO-BRU TO CODIGO-TAB.
           PERFORM CONFERE-TABELA.
           MOVE CODIGO-OK TO CCUSTO-OK.

       CONFERE-TABELA.
           MOVE "NAO" TO CODIGO-OK.
           READ CADTAB
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TAB-ATIVO
                       MOVE "SIM" TO CODIGO-OK
                   END-IF
           END-READ.

       GRAVA-ACEITO.
           ADD 1 TO CT-ACEITOS.
           MOVE TIPO-TRAB TO TIPO-MOV.
           MOVE CATEGORIA-TRAB TO CATEGORIA-MOV.
           MOVE LOCAL-TRAB TO LOCAL-MOV.
           MOVE LOCDEST-TRAB TO LOCDEST-MOV.
           MOVE REQUIS-TRAB TO REQUIS-MOV.
           MOVE CCUSTO-TRAB TO CCUSTO-MOV.
           MOVE OPERADOR-ATUAL TO OPERADOR-MOV.
           IF TIPO-TRAB EQUAL "X"
               MOVE DATAORI-TRAB-N TO DATAORI-MOV
               MOVE HORAORI-TRAB-N TO HORAORI-MOV
               MOVE SEQORI-TRAB-N TO SEQORI-MOV
           ELSE
               MOVE ZEROES TO DATAORI-MOV HORAORI-MOV SEQORI-MOV
           END-IF.
           WRITE REG-MOV.

       GRAVA-REJEITADO.

       FIM.
           PERFORM GRAVA-CONTROLE.
           CLOSE MOVBRUTO MOVESTOQ MOVRECIC RELEDIT CADTAB CADOPER
               SEGLOG.

       GRAVA-CONTROLE.
           MOVE CT-LIDOS TO LIDOS-CTL.
           MOVE CT-CONTROLE TO CONTR-CTL.
           MOVE CT-CTLREJ TO CTLREJ-CTL.
           WRITE REG-RELE FROM DETALHE-CTL5 AFTER ADVANCING 1 LINE.
           MOVE CT-LOTES-SEG TO LOTSEG-CTL.
           WRITE REG-RELE FROM DETALHE-CTL6 AFTER ADVANCING 1 LINE.
