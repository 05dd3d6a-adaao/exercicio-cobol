       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-CHEQUE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID OF REG-ARQAGENCIA
           ALTERNATE RECORD KEY COD-CLIENTE OF REG-ARQAGENCIA
               WITH DUPLICATES
           FILE STATUS ARQ-OK.

           SELECT ARQ-CHQDEP ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CHQDEP
           FILE STATUS ARQ-CHQDEP-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-CONTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqAgencia.dat".

       01 REG-ARQAGENCIA.
           02 DADOSDECODIGO.
               03 COD-AGENCIA PIC 9(4).
               03 COD-CONTA-CORRENTE PIC 9(4).
           02 COD-ID REDEFINES DADOSDECODIGO PIC 9(8).
           02 NOME PIC A(40).
           02 SALDO PIC S9(9)V99.
           02 COD-CLIENTE PIC 9(11).
           02 LIMITE PIC S9(9)V99.
           02 STATUS-CONTA PIC X(1).
               88 CONTA-ATIVA VALUE "A".
           02 ULTIMO-NUM-SEQ PIC 9(9).
           02 TIPO-CONTA PIC X(1).

       FD ARQ-CHQDEP LABEL RECORD STANDARD
           DATA RECORD IS R-CHQDEP
           VALUE OF FILE-ID IS "CHQDEP.DAT".

       01 R-CHQDEP.
           02 CHAVE-CHQDEP.
               03 COD-ID-CHQDEP PIC 9(8).
               03 NUM-DEPOSITO PIC 9(9).
           02 BANCO-SACADO PIC 9(3).
           02 AGENCIA-SACADA PIC 9(4).
           02 CONTA-SACADA PIC 9(10).
           02 NUM-CHEQUE-DEP PIC 9(6).
           02 VALOR-CHEQUE-DEP PIC 9(9)V99.
           02 DATA-DEPOSITO PIC 9(8).
           02 DATA-LIBERACAO PIC 9(8).
           02 STATUS-CHQDEP PIC X(1).
               88 CHEQUE-BLOQUEADO VALUE "B".
               88 CHEQUE-LIBERADO VALUE "L".
               88 CHEQUE-DEVOLVIDO VALUE "D".
           02 DATA-REMESSA PIC 9(8).
           02 DATA-BAIXA-CHQDEP PIC 9(8).
           02 ALINEA-DEVOLUCAO PIC X(2).
           02 OPERADOR-CHQDEP PIC X(8).
           02 NUM-SEQ-CHQDEP PIC 9(9).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".

       WORKING-STORAGE SECTION.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CHQDEP-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.
       01 BANCO-PROPRIO PIC 9(3) VALUE 001.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-DEPOSITO.
           02 COD-ID-DEPOSITO PIC 9(8) VALUE ZEROS.
           02 BANCO-NOVO PIC 9(3) VALUE ZEROS.
           02 AGENCIA-NOVA PIC 9(4) VALUE ZEROS.
           02 CONTA-NOVA PIC 9(10) VALUE ZEROS.
           02 NUM-CHEQUE-NOVO PIC 9(6) VALUE ZEROS.
           02 VALOR-NOVO PIC 9(9)V99 VALUE ZEROS.
           02 CONFIRMA PIC X(1) VALUE SPACE.
           02 PROXIMO-DEPOSITO PIC 9(9) VALUE ZEROS.
           02 CHEQUE-REPETIDO PIC 9 VALUE ZERO.
           02 CONTADOR-LISTADOS PIC 9(5) VALUE ZEROS.
           02 TOTAL-BLOQUEADO PIC 9(11)V99 VALUE ZEROS.

       01 DADOS-LANCAMENTO.
           02 SALDO-ANTES PIC S9(9)V99 VALUE ZEROS.
           02 NUM-SEQ-ATUAL PIC 9(9) VALUE ZEROS.
           02 TIPO-MOV-E PIC X(12) VALUE SPACES.

       01 DADOS-COMPROVANTE.
           02 ACAO-COMPROV PIC 9(1) VALUE 1.
           02 VALOR-COMPROV PIC 9(9)V99 VALUE ZEROS.
           02 NUM-COMPROV PIC 9(9) VALUE ZEROS.

       01 DATA-PREVISTA PIC 9(8) VALUE ZEROS.
       01 DATA-PREVISTA-R REDEFINES DATA-PREVISTA.
           02 ANO-PREVISTO PIC 9999.
           02 MES-PREVISTO PIC 99.
           02 DIA-PREVISTO PIC 99.
       01 ACAO-UTIL PIC 9(1) VALUE ZERO.
       01 RESULTADO-UTIL PIC 9(1) VALUE ZERO.
       01 DADOS-CALENDARIO.
           02 DIAS-NO-MES PIC 99 VALUE ZEROS.
           02 AUX-DIV PIC 9(4) VALUE ZEROS.
           02 RESTO-ANO PIC 9(4) VALUE ZEROS.

       01 DADOS-E.
           02 VALOR-E PIC ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-DIA-ABERTO.
           PERFORM ABRE-ARQ.
           PERFORM LOGIN.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-CONTA.
           CLOSE ARQ-CHQDEP.
           STOP RUN.

       VERIFICA-DIA-ABERTO.
           MOVE ZERO TO DIA-ABERTO-OK.
           OPEN INPUT ARQ-DIAMOV.
           IF ARQ-DIAMOV-OK = "00"
               MOVE "DM" TO CHAVE-DIA
               READ ARQ-DIAMOV INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DIA-ABERTO
                       MOVE 1 TO DIA-ABERTO-OK
                       MOVE DATA-MOVIMENTO TO DATA-MOVIMENTO-DIA
                   END-IF
               END-READ
               CLOSE ARQ-DIAMOV.
           IF DIA-ABERTO-OK = 0
               DISPLAY "Dia de movimento nao aberto - execute ABRE-DIA"
               STOP RUN.

       ABRE-ARQ.
           OPEN I-O ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               STOP RUN.
           OPEN I-O ARQ-CHQDEP.
           IF ARQ-CHQDEP-OK NOT = "00"
               CLOSE ARQ-CHQDEP
               OPEN OUTPUT ARQ-CHQDEP
               CLOSE ARQ-CHQDEP
               OPEN I-O ARQ-CHQDEP.

       LOGIN.
           DISPLAY "DEPOSITO DE CHEQUE DE OUTROS BANCOS".
           DISPLAY " ".
           DISPLAY "Codigo do operador: " WITH NO ADVANCING.
           ACCEPT OPERADOR-ID.
           DISPLAY "Senha: " WITH NO ADVANCING.
           ACCEPT SENHA-E.
           MOVE "C" TO PERFIL-MINIMO.
           CALL "VALIDA-OPER" USING OPERADOR-ID, SENHA-E,
               PERFIL-MINIMO, PERFIL-OPER, RESULTADO-LOGIN.
           IF RESULTADO-LOGIN = 3
               STOP RUN.
           IF RESULTADO-LOGIN NOT = ZERO
               PERFORM LOGIN.

       ESCOLHE-OPCAO.
           DISPLAY " ".
           DISPLAY "1 - depositar cheque de outro banco".
           DISPLAY "2 - consultar cheques depositados na conta".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM DEPOSITA-CHEQUE
           WHEN 2
               PERFORM CONSULTA-DEPOSITOS
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       DEPOSITA-CHEQUE.
           DISPLAY "Conta do depositante (AgConta): " WITH NO ADVANCING.
           ACCEPT COD-ID-DEPOSITO.
           MOVE COD-ID-DEPOSITO TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               DISPLAY "Conta nao cadastrada"
           NOT INVALID KEY
               IF NOT CONTA-ATIVA
                   DISPLAY "Conta nao esta ativa"
               ELSE
                   DISPLAY "Titular: " NOME
                   PERFORM CAPTURA-CHEQUE
               END-IF
           END-READ.

       CAPTURA-CHEQUE.
           DISPLAY "Banco sacado.......: " WITH NO ADVANCING.
           ACCEPT BANCO-NOVO.
           DISPLAY "Agencia sacada.....: " WITH NO ADVANCING.
           ACCEPT AGENCIA-NOVA.
           DISPLAY "Conta sacada.......: " WITH NO ADVANCING.
           ACCEPT CONTA-NOVA.
           DISPLAY "Numero do cheque...: " WITH NO ADVANCING.
           ACCEPT NUM-CHEQUE-NOVO.
           DISPLAY "Valor do cheque....: " WITH NO ADVANCING.
           ACCEPT VALOR-NOVO.
           IF BANCO-NOVO = ZEROS OR NUM-CHEQUE-NOVO = ZEROS
               OR VALOR-NOVO = ZEROS
               DISPLAY "Dados do cheque invalidos - deposito recusado"
           ELSE
               IF BANCO-NOVO = BANCO-PROPRIO
                   DISPLAY "Cheque do proprio banco - efetue a "
                       "transferencia entre contas"
               ELSE
                   PERFORM CONFERE-REPETIDO
                   IF CHEQUE-REPETIDO = 1
                       DISPLAY "Cheque ja depositado nesta conta"
                   ELSE
                       PERFORM CALCULA-LIBERACAO
                       MOVE VALOR-NOVO TO VALOR-E
                       DISPLAY "Valor: " VALOR-E
                           "  bloqueado ate " DATA-PREVISTA
                       DISPLAY "Confirma o deposito (S/N): "
                           WITH NO ADVANCING
                       ACCEPT CONFIRMA
                       IF CONFIRMA = "S" OR CONFIRMA = "s"
                           PERFORM EFETIVA-DEPOSITO
                       ELSE
                           DISPLAY "Deposito cancelado".

       CONFERE-REPETIDO.
           MOVE ZERO TO CHEQUE-REPETIDO.
           MOVE ZERO TO EOF.
           MOVE COD-ID TO COD-ID-CHQDEP.
           MOVE ZEROS TO NUM-DEPOSITO.
           START ARQ-CHQDEP KEY IS NOT LESS THAN CHAVE-CHQDEP
               INVALID KEY MOVE 1 TO EOF.
           PERFORM CONFERE-REPETIDO-LE UNTIL EOF = 1.

       CONFERE-REPETIDO-LE.
           READ ARQ-CHQDEP NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF COD-ID-CHQDEP NOT = COD-ID
                   MOVE 1 TO EOF
               ELSE
                   IF BANCO-SACADO = BANCO-NOVO
                       AND AGENCIA-SACADA = AGENCIA-NOVA
                       AND CONTA-SACADA = CONTA-NOVA
                       AND NUM-CHEQUE-DEP = NUM-CHEQUE-NOVO
                       AND NOT CHEQUE-DEVOLVIDO
                       MOVE 1 TO CHEQUE-REPETIDO
                       MOVE 1 TO EOF.

       CALCULA-LIBERACAO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-PREVISTA.
           PERFORM CALCULA-DIAS-NO-MES.
           IF DIA-PREVISTO < DIAS-NO-MES
               ADD 1 TO DIA-PREVISTO
           ELSE
               MOVE 1 TO DIA-PREVISTO
               IF MES-PREVISTO < 12
                   ADD 1 TO MES-PREVISTO
               ELSE
                   MOVE 1 TO MES-PREVISTO
                   ADD 1 TO ANO-PREVISTO.
           MOVE 2 TO ACAO-UTIL.
           CALL "DIA-UTIL" USING DATA-PREVISTA, ACAO-UTIL,
               RESULTADO-UTIL.

       CALCULA-DIAS-NO-MES.
           EVALUATE MES-PREVISTO
           WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO DIAS-NO-MES
           WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO DIAS-NO-MES
           WHEN 2
               DIVIDE ANO-PREVISTO BY 4 GIVING AUX-DIV
                   REMAINDER RESTO-ANO
               IF RESTO-ANO = ZEROS
                   DIVIDE ANO-PREVISTO BY 100 GIVING AUX-DIV
                       REMAINDER RESTO-ANO
                   IF RESTO-ANO = ZEROS
                       DIVIDE ANO-PREVISTO BY 400 GIVING AUX-DIV
                           REMAINDER RESTO-ANO
                       IF RESTO-ANO = ZEROS
                           MOVE 29 TO DIAS-NO-MES
                       ELSE
                           MOVE 28 TO DIAS-NO-MES
                       END-IF
                   ELSE
                       MOVE 29 TO DIAS-NO-MES
                   END-IF
               ELSE
                   MOVE 28 TO DIAS-NO-MES
               END-IF
           END-EVALUATE.

       EFETIVA-DEPOSITO.
           PERFORM PROXIMO-NUMERO.
           MOVE COD-ID-DEPOSITO TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               DISPLAY "Conta nao encontrada - deposito cancelado"
           NOT INVALID KEY
               PERFORM CREDITA-BLOQUEADO
           END-READ.

       CREDITA-BLOQUEADO.
           MOVE SALDO TO SALDO-ANTES.
           ADD VALOR-NOVO TO SALDO.
           MOVE "DEP CHEQUE" TO TIPO-MOV-E.
           CALL "REG-EXTR" USING BY REFERENCE COD-ID, SALDO-ANTES,
               SALDO, TIPO-MOV-E, OPERADOR-ID, NUM-SEQ-ATUAL.
           MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ.
           REWRITE REG-ARQAGENCIA INVALID KEY
               DISPLAY "Erro ao creditar conta " COD-ID.
           MOVE COD-ID TO COD-ID-CHQDEP.
           MOVE PROXIMO-DEPOSITO TO NUM-DEPOSITO.
           MOVE BANCO-NOVO TO BANCO-SACADO.
           MOVE AGENCIA-NOVA TO AGENCIA-SACADA.
           MOVE CONTA-NOVA TO CONTA-SACADA.
           MOVE NUM-CHEQUE-NOVO TO NUM-CHEQUE-DEP.
           MOVE VALOR-NOVO TO VALOR-CHEQUE-DEP.
           MOVE DATA-MOVIMENTO-DIA TO DATA-DEPOSITO.
           MOVE DATA-PREVISTA TO DATA-LIBERACAO.
           MOVE "B" TO STATUS-CHQDEP.
           MOVE ZEROS TO DATA-REMESSA.
           MOVE ZEROS TO DATA-BAIXA-CHQDEP.
           MOVE SPACES TO ALINEA-DEVOLUCAO.
           MOVE OPERADOR-ID TO OPERADOR-CHQDEP.
           MOVE NUM-SEQ-ATUAL TO NUM-SEQ-CHQDEP.
           WRITE R-CHQDEP INVALID KEY
               DISPLAY "Erro ao registrar cheque depositado"
           NOT INVALID KEY
               DISPLAY "Deposito " NUM-DEPOSITO " registrado - "
                   "liberacao em " DATA-LIBERACAO
           END-WRITE.
           MOVE VALOR-NOVO TO VALOR-COMPROV.
           MOVE 1 TO ACAO-COMPROV.
           CALL "GERA-COMPROV" USING ACAO-COMPROV, COD-ID, TIPO-MOV-E,
               VALOR-COMPROV, OPERADOR-ID, NUM-SEQ-ATUAL, NUM-COMPROV.

       PROXIMO-NUMERO.
           MOVE ZEROS TO PROXIMO-DEPOSITO.
           MOVE ZEROS TO CHAVE-CHQDEP.
           MOVE ZERO TO EOF.
           START ARQ-CHQDEP KEY IS NOT LESS THAN CHAVE-CHQDEP
               INVALID KEY MOVE 1 TO EOF.
           PERFORM BUSCA-MAIOR-NUMERO UNTIL EOF = 1.
           ADD 1 TO PROXIMO-DEPOSITO.

       BUSCA-MAIOR-NUMERO.
           READ ARQ-CHQDEP NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF NUM-DEPOSITO > PROXIMO-DEPOSITO
                   MOVE NUM-DEPOSITO TO PROXIMO-DEPOSITO.

       CONSULTA-DEPOSITOS.
           DISPLAY "Conta (AgConta): " WITH NO ADVANCING.
           ACCEPT COD-ID-DEPOSITO.
           DISPLAY " ".
           DISPLAY "DEPOSITO  BCO CHEQUE          VALOR DEPOSITO "
               "LIBERACAO S AL".
           MOVE ZEROS TO CONTADOR-LISTADOS.
           MOVE ZEROS TO TOTAL-BLOQUEADO.
           MOVE ZERO TO EOF.
           MOVE COD-ID-DEPOSITO TO COD-ID-CHQDEP.
           MOVE ZEROS TO NUM-DEPOSITO.
           START ARQ-CHQDEP KEY IS NOT LESS THAN CHAVE-CHQDEP
               INVALID KEY MOVE 1 TO EOF.
           PERFORM CONSULTA-DEPOSITOS-LE UNTIL EOF = 1.
           IF CONTADOR-LISTADOS = ZEROS
               DISPLAY "Nenhum cheque depositado na conta"
           ELSE
               MOVE TOTAL-BLOQUEADO TO TOTAL-E
               DISPLAY "Valor ainda bloqueado: " TOTAL-E.

       CONSULTA-DEPOSITOS-LE.
           READ ARQ-CHQDEP NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF COD-ID-CHQDEP NOT = COD-ID-DEPOSITO
                   MOVE 1 TO EOF
               ELSE
                   ADD 1 TO CONTADOR-LISTADOS
                   IF CHEQUE-BLOQUEADO
                       AND DATA-LIBERACAO > DATA-MOVIMENTO-DIA
                       ADD VALOR-CHEQUE-DEP TO TOTAL-BLOQUEADO
                   END-IF
                   MOVE VALOR-CHEQUE-DEP TO VALOR-E
                   DISPLAY NUM-DEPOSITO " " BANCO-SACADO " "
                       NUM-CHEQUE-DEP " " VALOR-E " " DATA-DEPOSITO
                       " " DATA-LIBERACAO " " STATUS-CHQDEP " "
                       ALINEA-DEVOLUCAO.

       END PROGRAM DEP-CHEQUE.
