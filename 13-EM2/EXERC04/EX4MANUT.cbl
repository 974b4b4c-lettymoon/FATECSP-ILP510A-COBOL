           SELECT PENDSAI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEND-STATUS.
           SELECT CADTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-TAB
           FILE STATUS IS TAB-STATUS.
           SELECT CADKIT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-KIT
           FILE STATUS IS KIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88 MOV-ENTRADA VALUE "R".
               88 MOV-SAIDA VALUE "S".
               88 MOV-TRANSF VALUE "T".
               88 MOV-ESTORNO VALUE "X".
               88 MOV-KIT VALUE "K".
           02 CODIGO-MOV  PIC 9(5).
           02 NOME-MOV PIC X(15).
           02 QTDEEST-MOV PIC 9(5).
           02 CATEGORIA-MOV PIC X(10).
           02 LOCAL-MOV PIC X(3).
           02 LOCDEST-MOV PIC X(3).
           02 REQUIS-MOV PIC X(8).
           02 CCUSTO-MOV PIC X(6).
           02 DATAORI-MOV PIC 9(6).
           02 HORAORI-MOV PIC 9(8).
           02 SEQORI-MOV PIC 9(5).
           02 OPERADOR-MOV PIC X(8).

       FD LISTMANUT
           LABEL RECORD IS OMITTED.
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

       FD PERCTL
           LABEL RECORD ARE STANDARD
           02 PRECOUNI-PEND PIC 9(6)V9(2).
           02 CATEGORIA-PEND PIC X(10).
           02 LOCAL-PEND PIC X(03).
           02 REQUIS-PEND PIC X(08).
           02 CCUSTO-PEND PIC X(06).
           02 TIPO-PEND PIC X(01).
           02 OPERADOR-PEND PIC X(08).

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

       WORKING-STORAGE SECTION.
           77 FIM-MOV PIC X(03) VALUE "NAO".
           77 PERIODO-EXEC PIC 9(04) VALUE ZEROES.
           77 CT-PEND PIC 9(05) VALUE ZEROES.
           77 SEQ-PEND-EXEC PIC 9(05) VALUE ZEROES.
           77 TAB-STATUS PIC X(02) VALUE SPACES.
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 FIM-LOC PIC X(03) VALUE "NAO".
           77 PADRAO-LOCAL PIC X(03) VALUE SPACES.
           77 LOCAL-VALIDO PIC X(03) VALUE "NAO".
           77 FIM-HIST PIC X(03) VALUE "NAO".
           77 CT-EST PIC 9(03) VALUE ZEROES.
           77 IND-EST PIC 9(03) VALUE ZEROES.
           77 ACHOU-EST PIC X(03) VALUE "NAO".
           77 TIPOORI-TRAB PIC X(01) VALUE SPACES.
           77 KIT-ATUAL PIC 9(05) VALUE ZEROES.
           77 VALOR-ESTORNO PIC S9(11)V99 VALUE ZEROES.
           77 VALOR-RESTANTE PIC S9(11)V99 VALUE ZEROES.
           77 KIT-STATUS PIC X(02) VALUE SPACES.
           77 CADKIT-DISPONIVEL PIC X(03) VALUE "NAO".
           77 FIM-KIT PIC X(03) VALUE "NAO".
           77 CT-COMP PIC 9(03) VALUE ZEROES.
           77 IND-COMP PIC 9(03) VALUE ZEROES.
           77 CT-FALTA PIC 9(03) VALUE ZEROES.

       01 MOV-KIT-SALVO PIC X(91).

       01 TAB-COMPONENTES.
           02 ENT-COMP OCCURS 20 TIMES.
               03 CODIGO-TC PIC 9(05).
               03 QTDE-TC PIC 9(05).

       01 LOCAL-TESTE PIC X(03).

       01 CHAVE-PROCURA.
           02 DATA-PROCURA PIC 9(06).
           02 HORA-PROCURA PIC 9(08).
           02 SEQ-PROCURA PIC 9(05).

       01 TAB-ESTORNOS.
           02 ENT-EST OCCURS 500 TIMES.
               03 CHAVE-EST.
                   04 DATA-EST PIC 9(06).
                   04 HORA-EST PIC 9(08).
                   04 SEQ-EST PIC 9(05).
               03 ACHADO-EST PIC X(03).
               03 ESTORNADO-EST PIC X(03).
               03 TIPO-EST PIC X(01).
               03 CODIGO-EST PIC 9(05).
               03 QTDE-EST PIC 9(05).
               03 PRECOUNI-EST PIC 9(6)V99.
               03 QTDEANT-EST PIC 9(05).
               03 PRECOANT-EST PIC 9(6)V99.
               03 QTDEDEP-EST PIC 9(05).
               03 PRECODEP-EST PIC 9(6)V99.
               03 LOCAL-EST PIC X(03).
               03 LOCDEST-EST PIC X(03).
               03 PERIODO-EST PIC 9(04).
               03 REQUIS-EST PIC X(08).
               03 CCUSTO-EST PIC X(06).
               03 OPERADOR-EST PIC X(08).

       01 IMAGEM-ANTES.
           02 NOME-IA PIC X(15).
           02 FILLER PIC X(03) VALUE SPACES.
           02 TIPO-LST PIC X(01).
           02 FILLER PIC X(03) VALUE SPACES.
           02 OPER-LST PIC X(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 SITU-LST PIC X(20).
           02 FILLER PIC X(36) VALUE SPACES.

       01 DETALHE-RESUMO.
           02 FILLER PIC X(20) VALUE "MOVIMENTOS APLICADOS".
                   " FECHADO - MOVIMENTOS NAO APLICADOS"
               STOP RUN
           END-IF.
           PERFORM LE-LOCAL-PADRAO.
           PERFORM CARREGA-ESTORNOS.
           OPEN I-O CADESTOQ.
           PERFORM ABRE-SALDOLOC.
           OPEN INPUT MOVESTOQ.
           OPEN OUTPUT LISTMANUT.
           PERFORM ABRE-HIST.
           PERFORM ABRE-PENDSAI.
           PERFORM ABRE-CADKIT.
           PERFORM LER-MOV.

       LE-PERIODO.
               MOVE "A" TO SITU-PERIODO
           END-IF.

       LE-LOCAL-PADRAO.
           OPEN INPUT CADTAB.
           IF TAB-STATUS NOT EQUAL "00"
               DISPLAY "EX4MANUT: CADTAB AUSENTE - MOVIMENTOS NAO "
                   "APLICADOS"
               STOP RUN
           END-IF.
           MOVE "L" TO TIPO-TAB.
           MOVE LOW-VALUES TO CODIGO-TAB.
           START CADTAB KEY IS NOT LESS THAN CHAVE-TAB
               INVALID KEY MOVE "SIM" TO FIM-TAB
           END-START.
           PERFORM PROCURA-PADRAO UNTIL FIM-TAB EQUAL "SIM".
           IF PADRAO-LOCAL EQUAL SPACES
               DISPLAY "EX4MANUT: LOCAL PADRAO NAO DEFINIDO NA CADTAB"
                   " - MOVIMENTOS NAO APLICADOS"
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

       CARREGA-ESTORNOS.
           OPEN INPUT MOVESTOQ.
           PERFORM LER-MOV.
           PERFORM SELECIONA-ESTORNO UNTIL FIM-MOV EQUAL "SIM".
           CLOSE MOVESTOQ.
           MOVE "NAO" TO FIM-MOV.
           IF CT-EST GREATER THAN ZEROES
               OPEN INPUT HISTMOV
               IF HIST-STATUS EQUAL "00"
                   PERFORM LER-HIST
                   PERFORM CONFERE-HISTORICO
                       UNTIL FIM-HIST EQUAL "SIM"
                   CLOSE HISTMOV
               END-IF
           END-IF.

       SELECIONA-ESTORNO.
           IF MOV-ESTORNO
               MOVE DATAORI-MOV TO DATA-PROCURA
               MOVE HORAORI-MOV TO HORA-PROCURA
               MOVE SEQORI-MOV TO SEQ-PROCURA
               PERFORM BUSCA-ESTORNO
               IF ACHOU-EST EQUAL "NAO"
                   PERFORM INCLUI-ESTORNO
               END-IF
           END-IF.
           PERFORM LER-MOV.

       INCLUI-ESTORNO.
           IF CT-EST NOT LESS THAN 500
               DISPLAY "EX4MANUT: TABELA DE ESTORNOS CHEIA - ABORTADO"
               CLOSE MOVESTOQ CADTAB
               STOP RUN
           END-IF.
           ADD 1 TO CT-EST.
           MOVE CT-EST TO IND-EST.
           MOVE CHAVE-PROCURA TO CHAVE-EST(IND-EST).
           MOVE "NAO" TO ACHADO-EST(IND-EST).
           MOVE "NAO" TO ESTORNADO-EST(IND-EST).

       BUSCA-ESTORNO.
           MOVE "NAO" TO ACHOU-EST.
           MOVE 1 TO IND-EST.
           PERFORM PROCURA-ESTORNO
               UNTIL ACHOU-EST EQUAL "SIM"
                  OR IND-EST GREATER THAN CT-EST.

       PROCURA-ESTORNO.
           IF CHAVE-EST(IND-EST) EQUAL CHAVE-PROCURA
               MOVE "SIM" TO ACHOU-EST
           ELSE
               ADD 1 TO IND-EST
           END-IF.

       LER-HIST.
           READ HISTMOV
               AT END MOVE "SIM" TO FIM-HIST
           END-READ.

       CONFERE-HISTORICO.
           MOVE DATA-HIST TO DATA-PROCURA.
           MOVE HORA-HIST TO HORA-PROCURA.
           MOVE SEQ-HIST TO SEQ-PROCURA.
           PERFORM BUSCA-ESTORNO.
           IF ACHOU-EST EQUAL "SIM"
               PERFORM GUARDA-ORIGINAL
           END-IF.
           IF TIPO-HIST EQUAL "X"
               MOVE REFORI-HIST TO CHAVE-PROCURA
               PERFORM BUSCA-ESTORNO
               IF ACHOU-EST EQUAL "SIM"
                   MOVE "SIM" TO ESTORNADO-EST(IND-EST)
               END-IF
           END-IF.
           PERFORM LER-HIST.

       GUARDA-ORIGINAL.
           MOVE "SIM" TO ACHADO-EST(IND-EST).
           MOVE TIPO-HIST TO TIPO-EST(IND-EST).
           MOVE CODIGO-HIST TO CODIGO-EST(IND-EST).
           MOVE QTDEEST-HIST TO QTDE-EST(IND-EST).
           MOVE PRECOUNI-HIST TO PRECOUNI-EST(IND-EST).
           MOVE QTDE-ANT TO QTDEANT-EST(IND-EST).
           MOVE PRECO-ANT TO PRECOANT-EST(IND-EST).
           MOVE QTDE-DEP TO QTDEDEP-EST(IND-EST).
           MOVE PRECO-DEP TO PRECODEP-EST(IND-EST).
           MOVE LOCAL-HIST TO LOCAL-EST(IND-EST).
           MOVE LOCDEST-HIST TO LOCDEST-EST(IND-EST).
           IF PERIODO-HIST NUMERIC
               MOVE PERIODO-HIST TO PERIODO-EST(IND-EST)
           ELSE
               DIVIDE DATA-HIST BY 100 GIVING PERIODO-EST(IND-EST)
           END-IF.
           MOVE REQUIS-HIST TO REQUIS-EST(IND-EST).
           MOVE CCUSTO-HIST TO CCUSTO-EST(IND-EST).
           MOVE OPERADOR-HIST TO OPERADOR-EST(IND-EST).

       ABRE-SALDOLOC.
           OPEN I-O SALDOLOC.
           IF LOC-STATUS EQUAL "35"
               OPEN OUTPUT PENDSAI
           END-IF.

       ABRE-CADKIT.
           OPEN INPUT CADKIT.
           IF KIT-STATUS EQUAL "00"
               MOVE "SIM" TO CADKIT-DISPONIVEL
           ELSE
               MOVE "NAO" TO CADKIT-DISPONIVEL
           END-IF.

       LER-MOV.
           READ MOVESTOQ
               AT END MOVE "SIM" TO FIM-MOV

       ATUALIZA.
           MOVE CODIGO-MOV TO CODIGO-ENT.
           MOVE SPACES TO TIPOORI-TRAB.
           PERFORM LIMPA-ANTES.
           EVALUATE TRUE
               WHEN MOV-INCLUI
                   PERFORM SAIDA-ESTOQUE
               WHEN MOV-TRANSF
                   PERFORM TRANSF-ESTOQUE
               WHEN MOV-ESTORNO
                   PERFORM ESTORNO-MOVIMENTO
               WHEN MOV-KIT
                   PERFORM KIT-ESTOQUE
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO SITU-LST
                   ADD 1 TO CT-REJEI
       INCLUI-REGISTRO.
           PERFORM LOCAL-PADRAO.
           MOVE LOCAL-MOV TO LOCAL-TESTE.
           PERFORM VALIDA-LOCAL.
           IF LOCAL-VALIDO EQUAL "NAO"
               MOVE "LOCAL INVALIDO" TO SITU-LST
               ADD 1 TO CT-REJEI
           ELSE

       APLICA-TRANSFERENCIA.
           MOVE LOCAL-MOV TO LOCAL-TESTE.
           PERFORM VALIDA-LOCAL.
           IF LOCAL-VALIDO EQUAL "NAO"
               MOVE "LOCAL INVALIDO" TO SITU-LST
               ADD 1 TO CT-REJEI
           ELSE
               MOVE LOCDEST-MOV TO LOCAL-TESTE
               PERFORM VALIDA-LOCAL
               IF LOCAL-VALIDO EQUAL "NAO"
                OR LOCDEST-MOV EQUAL LOCAL-MOV
                   MOVE "LOCAL INVALIDO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               PERFORM GRAVA-HIST
           END-IF.

       ESTORNO-MOVIMENTO.
           MOVE DATAORI-MOV TO DATA-PROCURA.
           MOVE HORAORI-MOV TO HORA-PROCURA.
           MOVE SEQORI-MOV TO SEQ-PROCURA.
           PERFORM BUSCA-ESTORNO.
           EVALUATE TRUE
               WHEN ACHOU-EST EQUAL "NAO"
                   MOVE "ORIGINAL INEXISTENTE" TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN ACHADO-EST(IND-EST) EQUAL "NAO"
                   MOVE "ORIGINAL INEXISTENTE" TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN CODIGO-EST(IND-EST) NOT EQUAL CODIGO-MOV
                   MOVE "CODIGO NAO CONFERE" TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN ESTORNADO-EST(IND-EST) EQUAL "SIM"
                   MOVE "JA ESTORNADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN PERIODO-EST(IND-EST) NOT EQUAL PERIODO-ABERTO
                   MOVE "PERIODO FECHADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN TIPO-EST(IND-EST) NOT EQUAL "R"
                AND TIPO-EST(IND-EST) NOT EQUAL "S"
                AND TIPO-EST(IND-EST) NOT EQUAL "T"
                   MOVE "TIPO NAO ESTORNAVEL" TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN OPERADOR-EST(IND-EST) EQUAL "INVENT"
                   MOVE "AJUSTE DE INVENTARIO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN LOCAL-MOV NOT EQUAL LOCAL-EST(IND-EST)
                OR LOCDEST-MOV NOT EQUAL LOCDEST-EST(IND-EST)
                   MOVE "LOCAL NAO CONFERE" TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN OTHER
                   PERFORM LE-ITEM-ESTORNO
           END-EVALUATE.

       LE-ITEM-ESTORNO.
           READ CADESTOQ
               INVALID KEY
                   MOVE "NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT INVALID KEY
                   PERFORM SALVA-ANTES
                   PERFORM DESFAZ-MOVIMENTO
           END-READ.

       DESFAZ-MOVIMENTO.
           MOVE NOME-ENT TO NOME-MOV.
           MOVE CATEGORIA-ENT TO CATEGORIA-MOV.
           MOVE QTDE-EST(IND-EST) TO QTDEEST-MOV.
           IF TIPO-EST(IND-EST) EQUAL "S"
               MOVE PRECODEP-EST(IND-EST) TO PRECOUNI-MOV
           ELSE
               MOVE PRECOUNI-EST(IND-EST) TO PRECOUNI-MOV
           END-IF.
           MOVE LOCAL-EST(IND-EST) TO LOCAL-MOV.
           MOVE LOCDEST-EST(IND-EST) TO LOCDEST-MOV.
           MOVE REQUIS-EST(IND-EST) TO REQUIS-MOV.
           MOVE CCUSTO-EST(IND-EST) TO CCUSTO-MOV.
           MOVE TIPO-EST(IND-EST) TO TIPOORI-TRAB.
           PERFORM LOCAL-PADRAO.
           EVALUATE TIPOORI-TRAB
               WHEN "R"
                   PERFORM ESTORNA-ENTRADA
               WHEN "S"
                   PERFORM ESTORNA-SAIDA
               WHEN "T"
                   PERFORM ESTORNA-TRANSF
           END-EVALUATE.

       ESTORNA-ENTRADA.
           MOVE LOCAL-MOV TO LOCAL-TRAB.
           PERFORM BUSCA-SALDO-LOCAL.
           EVALUATE TRUE
               WHEN QTDEEST-MOV GREATER THAN QTDEEST-ENT
                   MOVE "SALDO INSUFICIENTE" TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN QTDEEST-MOV GREATER THAN SALDO-LOCAL
                   MOVE "SALDO LOCAL INSUFIC." TO SITU-LST
                   ADD 1 TO CT-REJEI
               WHEN OTHER
                   SUBTRACT QTDEEST-MOV FROM QTDEEST-ENT
                   PERFORM RESTAURA-CUSTO
                   REWRITE REG-ENT
                   SUBTRACT QTDEEST-MOV FROM SALDO-LOCAL
                   PERFORM GRAVA-SALDO-LOCAL
                   PERFORM CONCLUI-ESTORNO
           END-EVALUATE.

       RESTAURA-CUSTO.
           IF PRECOUNI-ENT EQUAL PRECODEP-EST(IND-EST)
            OR QTDEEST-ENT EQUAL ZEROES
               MOVE PRECOANT-EST(IND-EST) TO PRECOUNI-ENT
           ELSE
               COMPUTE VALOR-ESTORNO =
                   QTDEDEP-EST(IND-EST) * PRECODEP-EST(IND-EST)
                 - QTDEANT-EST(IND-EST) * PRECOANT-EST(IND-EST)
               COMPUTE VALOR-RESTANTE =
                   QTDE-IA * PRECO-IA - VALOR-ESTORNO
               IF VALOR-RESTANTE GREATER THAN ZEROES
                   COMPUTE PRECOUNI-ENT ROUNDED =
                       VALOR-RESTANTE / QTDEEST-ENT
               END-IF
           END-IF.

       ESTORNA-SAIDA.
           MOVE LOCAL-MOV TO LOCAL-TRAB.
           PERFORM BUSCA-SALDO-LOCAL.
           ADD QTDEEST-MOV TO QTDEEST-ENT
               ON SIZE ERROR
                   MOVE "SALDO ESTOURADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
               NOT ON SIZE ERROR
                   COMPUTE PRECOUNI-ENT ROUNDED =
                       (QTDE-IA * PRECO-IA
                      + QTDEEST-MOV * PRECODEP-EST(IND-EST))
                      / QTDEEST-ENT
                   REWRITE REG-ENT
                   ADD QTDEEST-MOV TO SALDO-LOCAL
                   PERFORM GRAVA-SALDO-LOCAL
                   PERFORM CONCLUI-ESTORNO
           END-ADD.

       ESTORNA-TRANSF.
           MOVE LOCDEST-MOV TO LOCAL-TRAB.
           PERFORM BUSCA-SALDO-LOCAL.
           IF QTDEEST-MOV GREATER THAN SALDO-LOCAL
               MOVE "SALDO LOCAL INSUFIC." TO SITU-LST
               ADD 1 TO CT-REJEI
           ELSE
               SUBTRACT QTDEEST-MOV FROM SALDO-LOCAL
               PERFORM GRAVA-SALDO-LOCAL
               MOVE LOCAL-MOV TO LOCAL-TRAB
               PERFORM BUSCA-SALDO-LOCAL
               ADD QTDEEST-MOV TO SALDO-LOCAL
               PERFORM GRAVA-SALDO-LOCAL
               PERFORM CONCLUI-ESTORNO
           END-IF.

       CONCLUI-ESTORNO.
           MOVE "SIM" TO ESTORNADO-EST(IND-EST).
           MOVE "ESTORNO APLICADO" TO SITU-LST.
           ADD 1 TO CT-APLIC.
           PERFORM GRAVA-HIST.

       KIT-ESTOQUE.
           MOVE SPACES TO SITU-LST.
           MOVE CODIGO-MOV TO KIT-ATUAL.
           PERFORM LOCAL-PADRAO.
           PERFORM CARREGA-KIT.
           MOVE REG-MOV TO MOV-KIT-SALVO.
           MOVE ZEROES TO CT-FALTA.
           IF SITU-LST EQUAL SPACES
               PERFORM CONFERE-COMPONENTE
                   VARYING IND-COMP FROM 1 BY 1
                   UNTIL IND-COMP GREATER THAN CT-COMP
                      OR SITU-LST NOT EQUAL SPACES
           END-IF.
           MOVE MOV-KIT-SALVO TO REG-MOV.
           EVALUATE TRUE
               WHEN SITU-LST NOT EQUAL SPACES
                   ADD 1 TO CT-REJEI
               WHEN CT-FALTA GREATER THAN ZEROES
                   PERFORM GRAVA-PENDENCIA
                   MOVE "KIT PENDENTE" TO SITU-LST
                   ADD 1 TO CT-PEND
               WHEN OTHER
                   PERFORM BAIXA-COMPONENTE
                       VARYING IND-COMP FROM 1 BY 1
                       UNTIL IND-COMP GREATER THAN CT-COMP
                   MOVE MOV-KIT-SALVO TO REG-MOV
                   MOVE "KIT APLICADO" TO SITU-LST
                   ADD 1 TO CT-APLIC
           END-EVALUATE.

       CARREGA-KIT.
           MOVE ZEROES TO CT-COMP.
           IF CADKIT-DISPONIVEL EQUAL "NAO"
               MOVE "KIT INEXISTENTE" TO SITU-LST
           ELSE
               MOVE CODIGO-MOV TO CODKIT-KIT
               MOVE ZEROES TO CODCOMP-KIT
               READ CADKIT
                   INVALID KEY
                       MOVE "KIT INEXISTENTE" TO SITU-LST
                   NOT INVALID KEY
                       IF NOT KIT-ATIVO
                           MOVE "KIT INATIVO" TO SITU-LST
                       ELSE
                           MOVE DESCR-KIT TO NOME-MOV
                           PERFORM LE-COMPONENTES
                       END-IF
               END-READ
           END-IF.
           IF SITU-LST EQUAL SPACES AND CT-COMP EQUAL ZEROES
               MOVE "KIT SEM COMPONENTES" TO SITU-LST
           END-IF.

       LE-COMPONENTES.
           MOVE 1 TO CODCOMP-KIT.
           MOVE "NAO" TO FIM-KIT.
           START CADKIT KEY IS NOT LESS THAN CHAVE-KIT
               INVALID KEY MOVE "SIM" TO FIM-KIT
           END-START.
           PERFORM GUARDA-COMPONENTE UNTIL FIM-KIT EQUAL "SIM".

       GUARDA-COMPONENTE.
           READ CADKIT NEXT RECORD
               AT END MOVE "SIM" TO FIM-KIT
               NOT AT END
                   IF CODKIT-KIT NOT EQUAL CODIGO-MOV
                       MOVE "SIM" TO FIM-KIT
                   ELSE
                       PERFORM INCLUI-COMPONENTE
                   END-IF
           END-READ.

       INCLUI-COMPONENTE.
           IF CT-COMP NOT LESS THAN 20
               MOVE "LIMITE COMPONENTES" TO SITU-LST
               MOVE "SIM" TO FIM-KIT
           ELSE
               ADD 1 TO CT-COMP
               MOVE CODCOMP-KIT TO CODIGO-TC(CT-COMP)
               COMPUTE QTDE-TC(CT-COMP) = QTDE-KIT * QTDEEST-MOV
                   ON SIZE ERROR
                       MOVE "QTDE EXCEDE LIMITE" TO SITU-LST
                       MOVE "SIM" TO FIM-KIT
               END-COMPUTE
           END-IF.

       CONFERE-COMPONENTE.
           MOVE CODIGO-TC(IND-COMP) TO CODIGO-ENT CODIGO-MOV.
           READ CADESTOQ
               INVALID KEY
                   MOVE "COMPONENTE INEXIST." TO SITU-LST
               NOT INVALID KEY
                   MOVE LOCAL-MOV TO LOCAL-TRAB
                   PERFORM BUSCA-SALDO-LOCAL
                   IF QTDE-TC(IND-COMP) GREATER THAN QTDEEST-ENT
                    OR QTDE-TC(IND-COMP) GREATER THAN SALDO-LOCAL
                       ADD 1 TO CT-FALTA
                   END-IF
           END-READ.

       BAIXA-COMPONENTE.
           MOVE MOV-KIT-SALVO TO REG-MOV.
           MOVE "S" TO TIPO-MOV.
           MOVE CODIGO-TC(IND-COMP) TO CODIGO-ENT CODIGO-MOV.
           MOVE QTDE-TC(IND-COMP) TO QTDEEST-MOV.
           READ CADESTOQ
               INVALID KEY
                   MOVE "NAO ENCONTRADO" TO SITU-LST
                   ADD 1 TO CT-REJEI
                   PERFORM GRAVA-LISTA
               NOT INVALID KEY
                   PERFORM APLICA-COMPONENTE
           END-READ.

       APLICA-COMPONENTE.
           PERFORM SALVA-ANTES.
           MOVE NOME-ENT TO NOME-MOV.
           MOVE PRECOUNI-ENT TO PRECOUNI-MOV.
           MOVE CATEGORIA-ENT TO CATEGORIA-MOV.
           SUBTRACT QTDEEST-MOV FROM QTDEEST-ENT.
           REWRITE REG-ENT.
           MOVE LOCAL-MOV TO LOCAL-TRAB.
           PERFORM BUSCA-SALDO-LOCAL.
           SUBTRACT QTDEEST-MOV FROM SALDO-LOCAL.
           PERFORM GRAVA-SALDO-LOCAL.
           MOVE "K" TO TIPOORI-TRAB.
           PERFORM GRAVA-HIST.
           MOVE "SAIDA DE KIT" TO SITU-LST.
           PERFORM GRAVA-LISTA.
           MOVE SPACES TO TIPOORI-TRAB.

       LOCAL-PADRAO.
           IF LOCAL-MOV EQUAL SPACES
               MOVE PADRAO-LOCAL TO LOCAL-MOV
           END-IF.

       VALIDA-LOCAL.
           MOVE "NAO" TO LOCAL-VALIDO.
           MOVE "L" TO TIPO-TAB.
           MOVE LOCAL-TESTE TO CODIGO-TAB.
           READ CADTAB
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TAB-ATIVO
                       MOVE "SIM" TO LOCAL-VALIDO
                   END-IF
           END-READ.

       BUSCA-SALDO-LOCAL.
           MOVE CODIGO-MOV TO CODIGO-LOC.
           MOVE LOCAL-TRAB TO LOCAL-LOC.
           END-IF.

       EXCLUI-LOCAIS.
           MOVE CODIGO-MOV TO CODIGO-LOC.
           MOVE LOW-VALUES TO LOCAL-LOC.
           MOVE "NAO" TO FIM-LOC.
           START SALDOLOC KEY IS NOT LESS THAN CHAVE-LOC
               INVALID KEY MOVE "SIM" TO FIM-LOC
           END-START.
           PERFORM EXCLUI-UM-LOCAL UNTIL FIM-LOC EQUAL "SIM".

       EXCLUI-UM-LOCAL.
           READ SALDOLOC NEXT RECORD
               AT END MOVE "SIM" TO FIM-LOC
               NOT AT END
                   IF CODIGO-LOC NOT EQUAL CODIGO-MOV
                       MOVE "SIM" TO FIM-LOC
                   ELSE
                       DELETE SALDOLOC
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

       GRAVA-PENDENCIA.
           ADD 1 TO SEQ-PEND-EXEC.
           MOVE PRECOUNI-MOV TO PRECOUNI-PEND.
           MOVE CATEGORIA-MOV TO CATEGORIA-PEND.
           MOVE LOCAL-MOV TO LOCAL-PEND.
           MOVE REQUIS-MOV TO REQUIS-PEND.
           MOVE CCUSTO-MOV TO CCUSTO-PEND.
           IF MOV-KIT
               MOVE "K" TO TIPO-PEND
           ELSE
               MOVE SPACES TO TIPO-PEND
           END-IF.
           MOVE OPERADOR-MOV TO OPERADOR-PEND.
           WRITE REG-PEND.

       LIMPA-ANTES.
           MOVE PRECOUNI-ENT TO PRECO-DEP.
           MOVE CATEGORIA-ENT TO CAT-DEP.
           MOVE PERIODO-ABERTO TO PERIODO-HIST.
           MOVE REQUIS-MOV TO REQUIS-HIST.
           MOVE CCUSTO-MOV TO CCUSTO-HIST.
           IF MOV-ESTORNO
               MOVE DATAORI-MOV TO DATAORI-HIST
               MOVE HORAORI-MOV TO HORAORI-HIST
               MOVE SEQORI-MOV TO SEQORI-HIST
           ELSE
               MOVE ZEROES TO DATAORI-HIST HORAORI-HIST SEQORI-HIST
           END-IF.
           IF TIPOORI-TRAB EQUAL "K"
               MOVE KIT-ATUAL TO CODKIT-HIST
           END-IF.
           MOVE TIPOORI-TRAB TO TIPOORI-HIST.
           MOVE OPERADOR-MOV TO OPERADOR-HIST.
           WRITE REG-HIST.

       GRAVA-LISTA.
           MOVE CODIGO-MOV TO COD-LST.
           MOVE NOME-MOV TO NOM-LST.
           MOVE TIPO-MOV TO TIPO-LST.
           MOVE OPERADOR-MOV TO OPER-LST.
           WRITE REG-LISTA FROM DETALHE-LISTA AFTER ADVANCING 1 LINE.

       GRAVA-RESUMO.
       FIM.
           PERFORM GRAVA-RESUMO.
           CLOSE CADESTOQ SALDOLOC MOVESTOQ LISTMANUT HISTMOV
                 PENDSAI CADTAB.
           IF CADKIT-DISPONIVEL EQUAL "SIM"
               CLOSE CADKIT
           END-IF.
