       01 TIPO-MOV-E PIC X(12) VALUE SPACES.

       01 CONTADOR-CREDITADAS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-JA-PROCESSADAS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-FALHAS PIC 9(5) VALUE ZEROS.
       01 FALHA-CONTA PIC 9 VALUE ZERO.
       01 TOTAL-JUROS PIC S9(9)V99 VALUE ZEROS.
       01 CONFIRMA PIC X(1) VALUE SPACE.
       01 CONTADOR-AJUSTADAS PIC 9(5) VALUE ZEROS.
       01 TOTAL-AJUSTES PIC S9(9)V99 VALUE ZEROS.

       01 DADOS-LOTE.
           02 ACAO-LOTE PIC 9(1) VALUE ZERO.
           02 TAXA-LOTE PIC 9V9999 VALUE ZEROS.
           02 VALOR-LOTE PIC S9(9)V99 VALUE ZEROS.
           02 QTD-LOTE PIC 9(5) VALUE ZEROS.
           02 RESULTADO-LOTE PIC 9(1) VALUE ZERO.

       01 DADOS-CONTROLE.
           02 ACAO-CTRL PIC 9(1) VALUE ZERO.
           02 PROGRAMA-CTRL PIC X(12) VALUE "RENDE-JUROS".
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


       01 DADOS-RELATORIO.
       01 DADOS-E.
           02 COD-AGENCIA-E PIC ZZZ9.
           02 COD-CONTA-CORRENTE-E PIC ZZZ9.
           02 QTD-LOTE-E PIC ZZZZ9.
           02 JUROS-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 VALOR-LOTE-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-AJUSTES-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-JUROS-E PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
           STRING "CONTAS CREDITADAS: " CONTADOR-CREDITADAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "JA PROCESSADAS...: " CONTADOR-JA-PROCESSADAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "FALHAS...........: " CONTADOR-FALHAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-AJUSTES TO TOTAL-AJUSTES-E.
           STRING "LOTES AJUSTADOS..: " CONTADOR-AJUSTADAS
               " CONTAS - " TOTAL-AJUSTES-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "TOTAL DE JUROS...: " TOTAL-JUROS-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM FECHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "CONTAS CREDITADAS: " CONTADOR-CREDITADAS.
           DISPLAY "JA PROCESSADAS...: " CONTADOR-JA-PROCESSADAS.
           DISPLAY "FALHAS...........: " CONTADOR-FALHAS.
           DISPLAY "LOTES AJUSTADOS..: " CONTADOR-AJUSTADAS
               " CONTAS - " TOTAL-AJUSTES-E.
           IF CONTADOR-FALHAS > ZEROS
               MOVE 8 TO RETURN-CODE.
           DISPLAY "TOTAL DE JUROS...: " TOTAL-JUROS-E.
           DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".
           CLOSE ARQ-CONTA.
               CABEC-REL, LINHA-REL, OPERADOR-REL, CONTADOR-REL.

       ABRE.
           DISPLAY "CREDITO DE RENDIMENTO POR ANIVERSARIO - CONTAS "
               "POUPANCA".
           DISPLAY " ".
           MOVE "RENDIMENTO POR ANIVERSARIO" TO NOME-REL.
           MOVE "REL_RENDIMENTO" TO ARQ-REL.
           MOVE "AGENCIA CONTA LOTES          JUROS" TO CABEC-REL.
           PERFORM ABRE-RELATORIO.
           PERFORM VERIFICA-DIA-ABERTO.
           PERFORM LE-PARAMETROS.
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO EOF.
           IF EOF = 0
               PERFORM VERIFICA-PROCESSADO.

       VERIFICA-PROCESSADO.
           MOVE DATA-MOVIMENTO-DIA TO PERIODO-CTRL.
           MOVE 3 TO ACAO-CTRL.
           PERFORM CHAMA-CTRL-PROC.
           IF RESULTADO-CTRL = 9
               DISPLAY "Controle de processamento indisponivel - "
                   "credito nao executado"
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO EOF
           ELSE
               IF QTD-CTRL > ZEROS
                   DISPLAY "Rendimento de " PERIODO-CTRL
                       " ja creditado em " QTD-CTRL " contas"
                   PERFORM TRATA-REPROCESSAMENTO.

       TRATA-REPROCESSAMENTO.
           DISPLAY "Reprocessar todas as contas (S/N)? "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Serao creditadas somente as contas pendentes"
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
                       "creditadas somente as contas pendentes".

       REGISTRA-REPROCESSAMENTO.
           STRING PROGRAMA-CTRL DELIMITED BY SPACE
               " " PERIODO-CTRL DELIMITED BY SIZE
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
               MOVE 1 TO EOF
           NOT INVALID KEY
               MOVE TAXA-JUROS-PARAM TO TAXA-JUROS
               DISPLAY "Taxa de juros mensal: " TAXA-JUROS
           END-READ.
           IF TAXA-JUROS = ZEROS AND EOF = 0
               DISPLAY "Taxa de juros zerada - credito nao executado"
       LE-E-APLICA.
           READ ARQ-CONTA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CONTA-POUPANCA
                   PERFORM ATUALIZA-LOTES-CONTA
                   IF RESULTADO-LOTE NOT = 0
                       ADD 1 TO CONTADOR-FALHAS
                   ELSE
                       IF CONTA-ATIVA
                           PERFORM TRATA-CONTA-ATIVA
                       ELSE
                           PERFORM RENOVA-ANIVERSARIOS.

       TRATA-CONTA-ATIVA.
           PERFORM VERIFICA-CONTA-CREDITADA.
           IF RESULTADO-CTRL = 0
               PERFORM CREDITA-JUROS
           ELSE
               IF RESULTADO-CTRL = 1
                   ADD 1 TO CONTADOR-JA-PROCESSADAS
               ELSE
                   ADD 1 TO CONTADOR-FALHAS.

       ATUALIZA-LOTES-CONTA.
           MOVE 2 TO ACAO-LOTE.
           MOVE ZEROS TO TAXA-LOTE.
           PERFORM CHAMA-POUP-LOTE.
           IF RESULTADO-LOTE = 0 AND VALOR-LOTE NOT = ZEROS
               ADD 1 TO CONTADOR-AJUSTADAS
               ADD VALOR-LOTE TO TOTAL-AJUSTES
               MOVE COD-AGENCIA TO COD-AGENCIA-E
               MOVE COD-CONTA-CORRENTE TO COD-CONTA-CORRENTE-E
               MOVE VALOR-LOTE TO VALOR-LOTE-E
               STRING COD-AGENCIA-E "    " COD-CONTA-CORRENTE-E
                   "  AJUSTE DOS LOTES AO SALDO " VALOR-LOTE-E
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL.

       RENOVA-ANIVERSARIOS.
           MOVE 3 TO ACAO-LOTE.
           MOVE ZEROS TO TAXA-LOTE.
           PERFORM CHAMA-POUP-LOTE.
           IF RESULTADO-LOTE NOT = 0
               ADD 1 TO CONTADOR-FALHAS.

       CHAMA-POUP-LOTE.
           CALL "POUP-LOTE" USING ACAO-LOTE, COD-ID,
               DATA-MOVIMENTO-DIA, SALDO, TAXA-LOTE, VALOR-LOTE,
               QTD-LOTE, RESULTADO-LOTE.

       VERIFICA-CONTA-CREDITADA.
           MOVE ZERO TO RESULTADO-CTRL.
           MOVE COD-ID TO ITEM-CTRL.
           IF REPROCESSA-TUDO = 0
               MOVE 1 TO ACAO-CTRL
               PERFORM CHAMA-CTRL-PROC.

       CREDITA-JUROS.
           MOVE 3 TO ACAO-LOTE.
           MOVE TAXA-JUROS TO TAXA-LOTE.
           PERFORM CHAMA-POUP-LOTE.
           IF RESULTADO-LOTE NOT = 0
               ADD 1 TO CONTADOR-FALHAS
           ELSE
               IF VALOR-LOTE > ZEROS
                   PERFORM LANCA-RENDIMENTO.

       LANCA-RENDIMENTO.
           MOVE SALDO TO SALDO-ANTES.
           MOVE VALOR-LOTE TO JUROS.
           ADD JUROS TO SALDO.
           MOVE "RENDIMENTO" TO TIPO-MOV-E.
           CALL "REG-EXTR" USING BY REFERENCE COD-ID, SALDO-ANTES,
               SALDO, TIPO-MOV-E, OPERADOR-BATCH, NUM-SEQ-ATUAL.
           MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ.
           MOVE ZERO TO FALHA-CONTA.
           REWRITE REG-ARQAGENCIA
               INVALID KEY DISPLAY "Erro ao creditar conta "
                   COD-ID
                   MOVE 1 TO FALHA-CONTA
           END-REWRITE.
           IF FALHA-CONTA = 1
               ADD 1 TO CONTADOR-FALHAS
           ELSE
               PERFORM CONTA-CREDITADA.

       CONTA-CREDITADA.
           MOVE 2 TO ACAO-CTRL.
           MOVE JUROS TO VALOR-CTRL.
           PERFORM CHAMA-CTRL-PROC.
           MOVE COD-AGENCIA TO COD-AGENCIA-E.
           MOVE COD-CONTA-CORRENTE TO COD-CONTA-CORRENTE-E.
           MOVE QTD-LOTE TO QTD-LOTE-E.
           MOVE JUROS TO JUROS-E.
           STRING COD-AGENCIA-E "    " COD-CONTA-CORRENTE-E "  "
               QTD-LOTE-E JUROS-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           ADD 1 TO CONTADOR-CREDITADAS.
           ADD JUROS TO TOTAL-JUROS.

       END PROGRAM RENDE-JUROS.
