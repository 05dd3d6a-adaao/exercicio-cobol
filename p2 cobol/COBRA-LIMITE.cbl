       01 EOF PIC 9 VALUE ZERO.

       01 SALDO-ANTES PIC S9(9)V99 VALUE ZEROS.
       01 SALDO-DISPONIVEL PIC S9(9)V99 VALUE ZEROS.
       01 NUM-SEQ-ATUAL PIC 9(9) VALUE ZEROS.
       01 OPERADOR-BATCH PIC X(8) VALUE "BATCH".
       01 TIPO-MOV-E PIC X(12) VALUE SPACES.

       01 CONTADOR-DEBITADAS PIC 9(5) VALUE ZEROS.
       01 TOTAL-DEBITADO PIC S9(9)V99 VALUE ZEROS.
       01 CONTADOR-PENDENTES PIC 9(5) VALUE ZEROS.
       01 TOTAL-PENDENTE PIC S9(9)V99 VALUE ZEROS.
       01 CONTADOR-JA-PROCESSADAS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-FALHAS PIC 9(5) VALUE ZEROS.
       01 FALHA-CONTA PIC 9 VALUE ZERO.
       01 CONFIRMA PIC X(1) VALUE SPACE.

       01 DADOS-CONTROLE.
           02 ACAO-CTRL PIC 9(1) VALUE ZERO.
           02 PROGRAMA-CTRL PIC X(12) VALUE "COBRA-LIMITE".
           02 PERIODO-CTRL PIC 9(8) VALUE ZEROS.
           02 ITEM-CTRL PIC 9(8) VALUE ZEROS.
           02 VALOR-CTRL PIC S9(9)V99 VALUE ZEROS.
           02 RESULTADO-CTRL PIC 9(1) VALUE ZERO.
           02 QTD-CTRL PIC 9(7) VALUE ZEROS.
           02 REPROCESSA-TUDO PIC 9 VALUE ZERO.

       01 DADOS-OVERRIDE.
           02 SUPERVISOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-SUP PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-SUP PIC X(1) VALUE SPACE.
           02 RESULTADO-SUP PIC 9(1) VALUE ZERO.

       01 DADOS-ALTERACAO.
           02 ARQUIVO-ALT PIC X(12) VALUE "PROCCTRL".
           02 CHAVE-ALT PIC X(20) VALUE SPACES.
           02 CAMPO-ALT PIC X(20) VALUE "REPROCESSAMENTO".
           02 VALOR-ANTES-ALT PIC X(40) VALUE SPACES.
           02 VALOR-DEPOIS-ALT PIC X(40) VALUE SPACES.

       01 DADOS-PENDENCIA.
           02 ACAO-PEND PIC 9(1) VALUE 1.
           02 ORIGEM-PEND PIC X(15) VALUE "COBRA-LIMITE".
           02 REFERENCIA-PEND PIC X(12) VALUE SPACES.
           02 TIPO-MOV-PEND PIC X(12) VALUE "JUROS LIMITE".
           02 VALOR-PEND PIC 9(9)V99 VALUE ZEROS.
           02 DESTINO-PEND PIC 9(8) VALUE ZEROS.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
       01 DADOS-E.
           02 JUROS-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-DEBITADO-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-PENDENTE-E PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       COBRA.
           STRING "TOTAL DE JUROS..: " TOTAL-DEBITADO-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-PENDENTE TO TOTAL-PENDENTE-E.
           STRING "CONTAS PENDENTES: " CONTADOR-PENDENTES
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "JUROS PENDENTES.: " TOTAL-PENDENTE-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "JA PROCESSADAS..: " CONTADOR-JA-PROCESSADAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "FALHAS..........: " CONTADOR-FALHAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM FECHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "CONTAS DEBITADAS: " CONTADOR-DEBITADAS.
           DISPLAY "TOTAL DE JUROS..: " TOTAL-DEBITADO-E.
           DISPLAY "CONTAS PENDENTES: " CONTADOR-PENDENTES.
           DISPLAY "JUROS PENDENTES.: " TOTAL-PENDENTE-E.
           DISPLAY "JA PROCESSADAS..: " CONTADOR-JA-PROCESSADAS.
           DISPLAY "FALHAS..........: " CONTADOR-FALHAS.
           IF CONTADOR-FALHAS > ZEROS
               MOVE 8 TO RETURN-CODE.
           DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".
           CLOSE ARQ-CHESP.
           CLOSE ARQ-CONTA.
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO EOF.
           IF EOF = 0
               PERFORM VERIFICA-PROCESSADO.
           IF EOF = 0
               MOVE ZEROS TO COD-ID-CHESP
               START ARQ-CHESP KEY IS NOT LESS THAN COD-ID-CHESP
                   INVALID KEY MOVE 1 TO EOF.

       VERIFICA-PROCESSADO.
           MOVE DATA-MOVIMENTO-DIA TO PERIODO-CTRL.
           MOVE ZEROS TO PERIODO-CTRL (7:2).
           MOVE 3 TO ACAO-CTRL.
           PERFORM CHAMA-CTRL-PROC.
           IF RESULTADO-CTRL = 9
               DISPLAY "Controle de processamento indisponivel - "
                   "cobranca nao executada"
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO EOF
           ELSE
               IF QTD-CTRL > ZEROS
                   DISPLAY "Juros de " PERIODO-CTRL (1:6)
                       " ja cobrados em " QTD-CTRL " contas"
                   PERFORM TRATA-REPROCESSAMENTO.

       TRATA-REPROCESSAMENTO.
           DISPLAY "Reprocessar todas as contas (S/N)? "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Serao cobradas somente as contas pendentes"
           ELSE
               DISPLAY "Codigo do supervisor: " WITH NO ADVANCING
               ACCEPT SUPERVISOR-ID
               DISPLAY "Senha: " WITH NO ADVANCING
               ACCEPT SENHA-SUP
               MOVE "S" TO PERFIL-MINIMO
               CALL "VALIDA-OPER" USING SUPERVISOR-ID, SENHA-SUP,
                   PERFIL-MINIMO, PERFIL-SUP, RESULTADO-SUP
               IF RESULTADO-SUP = ZERO
                   MOVE 1 TO REPROCESSA-TUDO
                   PERFORM REGISTRA-REPROCESSAMENTO
               ELSE
                   DISPLAY "Supervisor nao validado - serao "
                       "cobradas somente as contas pendentes".

       REGISTRA-REPROCESSAMENTO.
           STRING PROGRAMA-CTRL DELIMITED BY SPACE
               " " PERIODO-CTRL (1:6) DELIMITED BY SIZE
               INTO CHAVE-ALT.
           MOVE "SOMENTE PENDENTES" TO VALOR-ANTES-ALT.
           MOVE "TODAS AS CONTAS" TO VALOR-DEPOIS-ALT.
           CALL "REG-ALTERA" USING ARQUIVO-ALT, CHAVE-ALT, CAMPO-ALT,
               VALOR-ANTES-ALT, VALOR-DEPOIS-ALT, SUPERVISOR-ID.
           STRING "REPROCESSAMENTO INTEGRAL AUTORIZADO PELO "
               "SUPERVISOR " SUPERVISOR-ID
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           DISPLAY "Reprocessamento integral autorizado pelo "
               "supervisor " SUPERVISOR-ID.

       CHAMA-CTRL-PROC.
           CALL "CTRL-PROC" USING ACAO-CTRL, PROGRAMA-CTRL,
               PERIODO-CTRL, ITEM-CTRL, VALOR-CTRL, RESULTADO-CTRL,
               QTD-CTRL.

       VERIFICA-DIA-ABERTO.
           MOVE ZERO TO DIA-ABERTO-OK.
           OPEN INPUT ARQ-DIAMOV.
           READ ARQ-CHESP NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF VALOR-ACUM-CHESP > ZEROS
                   PERFORM VERIFICA-CONTA-COBRADA
                   IF RESULTADO-CTRL = 0
                       PERFORM DEBITA-JUROS
                   ELSE
                       IF RESULTADO-CTRL = 1
                           ADD 1 TO CONTADOR-JA-PROCESSADAS
                       ELSE
                           ADD 1 TO CONTADOR-FALHAS.

       VERIFICA-CONTA-COBRADA.
           MOVE ZERO TO RESULTADO-CTRL.
           MOVE COD-ID-CHESP TO ITEM-CTRL.
           IF REPROCESSA-TUDO = 0
               MOVE 1 TO ACAO-CTRL
               PERFORM CHAMA-CTRL-PROC.

       DEBITA-JUROS.
           MOVE ZERO TO FALHA-CONTA.
           MOVE VALOR-ACUM-CHESP TO VALOR-CTRL.
           MOVE COD-ID-CHESP TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               DISPLAY "Conta " COD-ID-CHESP " nao encontrada - "
                   "juros mantidos no acumulador"
               MOVE 1 TO FALHA-CONTA
           NOT INVALID KEY
               COMPUTE SALDO-DISPONIVEL = SALDO + LIMITE
               IF VALOR-ACUM-CHESP > SALDO-DISPONIVEL
                   PERFORM REGISTRA-PENDENCIA
               ELSE
                   PERFORM LANCA-JUROS
               END-IF
               IF FALHA-CONTA = 0
                   MOVE ZEROS TO VALOR-ACUM-CHESP
                   REWRITE R-CHESP INVALID KEY
                       DISPLAY "Erro ao zerar acumulador da conta "
                           COD-ID-CHESP
                   END-REWRITE
               END-IF
           END-READ.
           IF FALHA-CONTA = 1
               ADD 1 TO CONTADOR-FALHAS
           ELSE
               MOVE 2 TO ACAO-CTRL
               PERFORM CHAMA-CTRL-PROC.

       LANCA-JUROS.
           MOVE SALDO TO SALDO-ANTES.
           SUBTRACT VALOR-ACUM-CHESP FROM SALDO.
           MOVE "JUROS LIMITE" TO TIPO-MOV-E.
           CALL "REG-EXTR" USING BY REFERENCE COD-ID, SALDO-ANTES,
               SALDO, TIPO-MOV-E, OPERADOR-BATCH, NUM-SEQ-ATUAL.
           MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ.
           REWRITE REG-ARQAGENCIA INVALID KEY
               DISPLAY "Erro ao debitar conta " COD-ID
               MOVE 1 TO FALHA-CONTA.
           IF FALHA-CONTA = 0
               MOVE VALOR-ACUM-CHESP TO JUROS-E
               STRING COD-AGENCIA "    " COD-CONTA-CORRENTE " "
                   JUROS-E DELIMITED BY SIZE INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL
               ADD 1 TO CONTADOR-DEBITADAS
               ADD VALOR-ACUM-CHESP TO TOTAL-DEBITADO.

       REGISTRA-PENDENCIA.
           MOVE SPACES TO REFERENCIA-PEND.
           STRING "JUROS " DATA-MOVIMENTO-DIA (1:6)
               DELIMITED BY SIZE INTO REFERENCIA-PEND.
           MOVE VALOR-ACUM-CHESP TO VALOR-PEND.
           CALL "PEND-DEBITO" USING ACAO-PEND, COD-ID, ORIGEM-PEND,
               REFERENCIA-PEND, TIPO-MOV-PEND, VALOR-PEND, DESTINO-PEND,
               SALDO, LIMITE, ULTIMO-NUM-SEQ, OPERADOR-BATCH.
           MOVE VALOR-ACUM-CHESP TO JUROS-E.
           STRING COD-AGENCIA "    " COD-CONTA-CORRENTE " "
               JUROS-E " PENDENTE" DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           ADD 1 TO CONTADOR-PENDENTES.
           ADD VALOR-ACUM-CHESP TO TOTAL-PENDENTE.

       ABRE-RELATORIO.
           MOVE 1 TO ACAO-REL.
