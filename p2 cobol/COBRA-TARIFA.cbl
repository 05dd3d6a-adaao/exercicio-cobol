
       01 CONTADOR-DEBITADAS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-ISENTAS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-PROCESSADAS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-JA-PROCESSADAS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-FALHAS PIC 9(5) VALUE ZEROS.
       01 FALHA-CONTA PIC 9 VALUE ZERO.
       01 CONFIRMA PIC X(1) VALUE SPACE.
       01 SUBTOTAL-TARIFAS PIC S9(9)V99 VALUE ZEROS.
       01 TOTAL-TARIFAS PIC S9(9)V99 VALUE ZEROS.
       01 TOTAL-PENDENTES PIC S9(9)V99 VALUE ZEROS.

       01 DADOS-PENDENCIA.
           02 ACAO-PEND PIC 9(1) VALUE 1.
           02 ORIGEM-PEND PIC X(15) VALUE "COBRA-TARIFA".
           02 REFERENCIA-PEND PIC X(12) VALUE SPACES.
           02 TIPO-MOV-PEND PIC X(12) VALUE "TARIFA".
           02 VALOR-PEND PIC 9(9)V99 VALUE ZEROS.
           02 DESTINO-PEND PIC 9(8) VALUE ZEROS.

       01 DADOS-CONTROLE.
           02 ACAO-CTRL PIC 9(1) VALUE ZERO.
           02 PROGRAMA-CTRL PIC X(12) VALUE "COBRA-TARIFA".
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

       01 DADOS-AVISO.
           02 TIPO-AVISO PIC X(12) VALUE SPACES.
           02 COD-ID-AVISO PIC 9(8) VALUE ZEROS.
           02 CPF-AVISO PIC 9(11) VALUE ZEROS.
           02 VALOR-1-AVISO PIC 9(9)V99 VALUE ZEROS.
           02 VALOR-2-AVISO PIC 9(9)V99 VALUE ZEROS.
           02 DATA-1-AVISO PIC 9(8) VALUE ZEROS.
           02 DATA-2-AVISO PIC 9(8) VALUE ZEROS.
           02 REFERENCIA-AVISO PIC X(50) VALUE SPACES.
           02 RESULTADO-AVISO PIC 9(1) VALUE ZERO.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 COD-AGENCIA-E PIC ZZZ9.
           02 SUBTOTAL-TARIFAS-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-TARIFAS-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-PENDENTES-E PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       COBRA.
           STRING "CONTAS SEM COBERTURA.: " CONTADOR-ISENTAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "CONTAS PROCESSADAS...: " CONTADOR-PROCESSADAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "CONTAS JA COBRADAS...: " CONTADOR-JA-PROCESSADAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "CONTAS COM FALHA.....: " CONTADOR-FALHAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "TOTAL DE TARIFAS.....: " TOTAL-TARIFAS-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-PENDENTES TO TOTAL-PENDENTES-E.
           STRING "TARIFAS PENDENTES....: " TOTAL-PENDENTES-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM FECHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "CONTAS DEBITADAS.....: " CONTADOR-DEBITADAS.
           DISPLAY "CONTAS SEM COBERTURA.: " CONTADOR-ISENTAS.
           DISPLAY "CONTAS PROCESSADAS...: " CONTADOR-PROCESSADAS.
           DISPLAY "CONTAS JA COBRADAS...: " CONTADOR-JA-PROCESSADAS.
           DISPLAY "CONTAS COM FALHA.....: " CONTADOR-FALHAS.
           IF CONTADOR-FALHAS > ZEROS
               MOVE 8 TO RETURN-CODE.
           DISPLAY "TOTAL DE TARIFAS.....: " TOTAL-TARIFAS-E.
           DISPLAY "TARIFAS PENDENTES....: " TOTAL-PENDENTES-E.
           DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".
           CLOSE ARQ-CONTA.
           STOP RUN.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 1 TO EOF.
           IF EOF = 0
               PERFORM VERIFICA-PROCESSADO.

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
                   DISPLAY "Tarifas de " PERIODO-CTRL (1:6)
                       " ja cobradas em " QTD-CTRL " contas"
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
           IF EOF = 0
               IF CONTA-ATIVA
                   PERFORM QUEBRA-DE-AGENCIA
                   PERFORM VERIFICA-CONTA-COBRADA
                   IF RESULTADO-CTRL = 0
                       PERFORM COBRA-CONTA
                   ELSE
                       IF RESULTADO-CTRL = 1
                           ADD 1 TO CONTADOR-JA-PROCESSADAS
                       ELSE
                           ADD 1 TO CONTADOR-FALHAS.

       VERIFICA-CONTA-COBRADA.
           MOVE ZERO TO RESULTADO-CTRL.
           MOVE COD-ID OF REG-ARQAGENCIA TO ITEM-CTRL.
           IF REPROCESSA-TUDO = 0
               MOVE 1 TO ACAO-CTRL
               PERFORM CHAMA-CTRL-PROC.

       COBRA-CONTA.
           MOVE ZERO TO FALHA-CONTA.
           MOVE ZEROS TO VALOR-CTRL.
           MOVE ZEROS TO VALOR-1-AVISO.
           MOVE ZEROS TO VALOR-2-AVISO.
           MOVE 1 TO IND-TARIFA.
           PERFORM APLICA-TARIFA UNTIL
               IND-TARIFA > QTD-TARIFAS.
           IF FALHA-CONTA = 1
               ADD 1 TO CONTADOR-FALHAS
           ELSE
               MOVE 2 TO ACAO-CTRL
               PERFORM CHAMA-CTRL-PROC
               ADD 1 TO CONTADOR-PROCESSADAS
               IF VALOR-CTRL > ZEROS
                   PERFORM GRAVA-AVISO-TARIFA.

       GRAVA-AVISO-TARIFA.
           MOVE "TARIFA" TO TIPO-AVISO.
           MOVE COD-ID OF REG-ARQAGENCIA TO COD-ID-AVISO.
           MOVE COD-CLIENTE TO CPF-AVISO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-1-AVISO.
           MOVE ZEROS TO DATA-2-AVISO.
           MOVE "TARIFAS DO MES" TO REFERENCIA-AVISO.
           CALL "AVISO-GRAVA" USING TIPO-AVISO, COD-ID-AVISO,
               CPF-AVISO, VALOR-1-AVISO, VALOR-2-AVISO, DATA-1-AVISO,
               DATA-2-AVISO, REFERENCIA-AVISO, OPERADOR-BATCH,
               RESULTADO-AVISO.

       QUEBRA-DE-AGENCIA.
           IF PRIMEIRA-LEITURA = 1
           COMPUTE SALDO-DISPONIVEL = SALDO + LIMITE.
           IF TAB-VALOR (IND-TARIFA) > SALDO-DISPONIVEL
               ADD 1 TO CONTADOR-ISENTAS
               PERFORM REGISTRA-PENDENCIA
           ELSE
               MOVE SALDO TO SALDO-ANTES
               SUBTRACT TAB-VALOR (IND-TARIFA) FROM SALDO
               REWRITE REG-ARQAGENCIA
                   INVALID KEY DISPLAY "Erro ao debitar conta "
                       COD-ID OF REG-ARQAGENCIA
                       MOVE 1 TO FALHA-CONTA
               END-REWRITE
               ADD TAB-VALOR (IND-TARIFA) TO VALOR-CTRL
               ADD TAB-VALOR (IND-TARIFA) TO VALOR-1-AVISO
               ADD 1 TO CONTADOR-DEBITADAS
               ADD TAB-VALOR (IND-TARIFA) TO SUBTOTAL-TARIFAS
               ADD TAB-VALOR (IND-TARIFA) TO TOTAL-TARIFAS.

       REGISTRA-PENDENCIA.
           MOVE SPACES TO REFERENCIA-PEND.
           STRING TAB-COD-TARIFA (IND-TARIFA)
               DATA-MOVIMENTO-DIA (1:6)
               DELIMITED BY SIZE INTO REFERENCIA-PEND.
           MOVE TAB-VALOR (IND-TARIFA) TO VALOR-PEND.
           CALL "PEND-DEBITO" USING ACAO-PEND, COD-ID OF REG-ARQAGENCIA,
               ORIGEM-PEND, REFERENCIA-PEND, TIPO-MOV-PEND, VALOR-PEND,
               DESTINO-PEND, SALDO, LIMITE, ULTIMO-NUM-SEQ,
               OPERADOR-BATCH.
           ADD TAB-VALOR (IND-TARIFA) TO TOTAL-PENDENTES.
           ADD TAB-VALOR (IND-TARIFA) TO VALOR-CTRL.
           ADD TAB-VALOR (IND-TARIFA) TO VALOR-2-AVISO.

       END PROGRAM COBRA-TARIFA.
