       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGA-CONTA.

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

           SELECT ARQ-PAGCONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-PAGTO
           ALTERNATE RECORD KEY IS CODIGO-BARRAS-PAGTO
               WITH DUPLICATES
           FILE STATUS ARQ-PAGCONTA-OK.

           SELECT ARQ-ARRECAD ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-ARRECAD
           FILE STATUS ARQ-ARRECAD-OK.

           SELECT ARQ-CAIXA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CAIXA
           FILE STATUS ARQ-CAIXA-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

           SELECT ARQ-BLOQUEIO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-BLOQUEIO
           FILE STATUS ARQ-BLOQUEIO-OK.

           SELECT ARQ-CHQDEP ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CHQDEP
           FILE STATUS ARQ-CHQDEP-OK.

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

       FD ARQ-PAGCONTA LABEL RECORD STANDARD
           DATA RECORD IS R-PAGCONTA
           VALUE OF FILE-ID IS "PAGCONTA.DAT".

       01 R-PAGCONTA.
           02 NUM-PAGTO PIC 9(9).
           02 DATA-PAGTO PIC 9(8).
           02 TIPO-DOC-PAGTO PIC X(1).
               88 DOC-ARRECADACAO VALUE "A".
               88 DOC-BOLETO VALUE "B".
           02 CODIGO-BARRAS-PAGTO PIC X(44).
           02 SEGMENTO-PAGTO PIC X(1).
           02 EMPRESA-PAGTO PIC 9(4).
           02 BANCO-PAGTO PIC 9(3).
           02 VALOR-DOC-PAGTO PIC 9(9)V99.
           02 VALOR-PAGTO PIC 9(9)V99.
           02 FORMA-PAGTO PIC X(1).
               88 PAGTO-EM-CONTA VALUE "C".
               88 PAGTO-EM-DINHEIRO VALUE "D".
           02 COD-ID-PAGTO PIC 9(8).
           02 OPERADOR-PAGTO PIC X(8).
           02 NUM-SEQ-PAGTO PIC 9(9).
           02 NUM-COMPROV-PAGTO PIC 9(9).
           02 STATUS-PAGTO PIC X(1).
               88 PAGTO-EFETUADO VALUE "P".
               88 PAGTO-REPASSADO VALUE "R".
           02 DATA-REPASSE-PAGTO PIC 9(8).

       FD ARQ-ARRECAD LABEL RECORD STANDARD
           DATA RECORD IS R-ARRECAD
           VALUE OF FILE-ID IS "ARRECAD.DAT".

       01 R-ARRECAD.
           02 CHAVE-ARRECAD.
               03 SEGMENTO-ARR PIC X(1).
               03 EMPRESA-ARR PIC 9(4).
           02 NOME-ARR PIC X(40).
           02 BANCO-REPASSE-ARR PIC 9(3).
           02 AGENCIA-REPASSE-ARR PIC 9(4).
           02 CONTA-REPASSE-ARR PIC 9(10).
           02 STATUS-ARR PIC X(1).
               88 ARRECAD-ATIVO VALUE "A".
               88 ARRECAD-SUSPENSO VALUE "S".
           02 DATA-ACUM-ARR PIC 9(8).
           02 QTD-DIA-ARR PIC 9(7).
           02 VALOR-DIA-ARR PIC 9(11)V99.
           02 MES-ACUM-ARR PIC 9(6).
           02 QTD-MES-ARR PIC 9(7).
           02 VALOR-MES-ARR PIC 9(11)V99.

       FD ARQ-CAIXA LABEL RECORD STANDARD
           DATA RECORD IS R-CAIXA
           VALUE OF FILE-ID IS "CAIXA.DAT".

       01 R-CAIXA.
           02 CHAVE-CAIXA.
               03 DATA-CAIXA PIC 9(8).
               03 OPERADOR-CAIXA PIC X(8).
           02 FUNDO-TROCO PIC 9(9)V99.
           02 TOTAL-SANGRIA PIC 9(9)V99.
           02 TOTAL-SUPRIMENTO PIC 9(9)V99.
           02 STATUS-CAIXA PIC X(1).
               88 CAIXA-ABERTO VALUE "A".
               88 CAIXA-FECHADO VALUE "F".
           02 TOTAL-RECEBIMENTOS PIC 9(9)V99.

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".

       FD ARQ-BLOQUEIO LABEL RECORD STANDARD
           DATA RECORD IS REG-BLOQUEIO
           VALUE OF FILE-ID IS "BLOQJUD.DAT".

       01 REG-BLOQUEIO.
           02 CHAVE-BLOQUEIO.
               03 COD-ID-BLOQ PIC 9(8).
               03 NUM-PROCESSO-BLOQ PIC X(20).
           02 VALOR-BLOQUEADO PIC 9(9)V99.
           02 DATA-BLOQUEIO PIC 9(8).

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
           02 DATA-REMESSA PIC 9(8).
           02 DATA-BAIXA-CHQDEP PIC 9(8).
           02 ALINEA-DEVOLUCAO PIC X(2).
           02 OPERADOR-CHQDEP PIC X(8).
           02 NUM-SEQ-CHQDEP PIC 9(9).

       WORKING-STORAGE SECTION.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PAGCONTA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-ARRECAD-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CAIXA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-BLOQUEIO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CHQDEP-OK PIC X(2) VALUE ZEROS.
       01 FIM-CHQDEP PIC 9 VALUE ZERO.
       01 DADOS-DISPONIBILIDADE.
           02 BLOQUEIO-DISPONIVEL PIC 9 VALUE ZERO.
           02 CHQDEP-DISPONIVEL PIC 9 VALUE ZERO.
       01 DADOS-BLOQUEIO.
           02 BLOQUEIO-CONTA PIC 9(8) VALUE ZEROS.
           02 TOTAL-BLOQUEADO PIC S9(9)V99 VALUE ZEROS.
           02 FIM-ARQ-BLOQUEIO PIC 9 VALUE ZERO.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 DATA-MOVIMENTO-DIA-R REDEFINES DATA-MOVIMENTO-DIA.
           02 ANO-DO-MOVIMENTO PIC 9999.
           02 MES-DO-MOVIMENTO PIC 99.
           02 DIA-DO-MOVIMENTO PIC 99.
       01 EOF PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.
       01 BANCO-PROPRIO PIC 9(3) VALUE 001.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-DOCUMENTO.
           02 CODIGO-LIDO PIC X(48) VALUE SPACES.
           02 TAMANHO-CODIGO PIC 9(2) VALUE ZEROS.
           02 DOCUMENTO-OK PIC 9 VALUE ZERO.
           02 TIPO-DOC PIC X(1) VALUE SPACE.
           02 VALOR-DOC PIC 9(9)V99 VALUE ZEROS.
           02 VALOR-A-PAGAR PIC 9(9)V99 VALUE ZEROS.
           02 CONFIRMA PIC X(1) VALUE SPACE.
           02 IND-BLOCO PIC 9(1) VALUE ZERO.
           02 BLOCOS-OK PIC 9 VALUE ZERO.

       01 CODIGO-BARRAS-W PIC X(44) VALUE SPACES.
       01 BARRAS-ARRECADACAO REDEFINES CODIGO-BARRAS-W.
           02 PRODUTO-ARREC PIC X(1).
           02 SEGMENTO-ARREC PIC X(1).
           02 ID-VALOR-ARREC PIC X(1).
           02 DV-GERAL-ARREC PIC 9(1).
           02 VALOR-ARREC PIC 9(9)V99.
           02 EMPRESA-ARREC PIC 9(4).
           02 FILLER PIC X(25).
       01 BARRAS-BOLETO REDEFINES CODIGO-BARRAS-W.
           02 BANCO-BOL PIC 9(3).
           02 MOEDA-BOL PIC 9(1).
           02 DV-GERAL-BOL PIC 9(1).
           02 FATOR-BOL PIC 9(4).
           02 VALOR-BOL PIC 9(8)V99.
           02 CAMPO-LIVRE-BOL PIC X(25).

       01 DADOS-DV.
           02 CALC-BUFFER PIC X(48) VALUE SPACES.
           02 CALC-BUFFER-R REDEFINES CALC-BUFFER.
               03 DIGITO-CALC PIC 9 OCCURS 48 TIMES.
           02 CALC-INICIO PIC 9(2) VALUE ZEROS.
           02 CALC-FIM PIC 9(2) VALUE ZEROS.
           02 CALC-PULA PIC 9(2) VALUE ZEROS.
           02 IND-DV PIC 9(2) VALUE ZEROS.
           02 PESO-DV PIC 9(2) VALUE ZEROS.
           02 PRODUTO-DV PIC 9(3) VALUE ZEROS.
           02 SOMA-DV PIC 9(5) VALUE ZEROS.
           02 QUOCIENTE-DV PIC 9(5) VALUE ZEROS.
           02 RESTO-DV PIC 9(2) VALUE ZEROS.
           02 DV-CALC PIC 9(2) VALUE ZEROS.
           02 MODO-MOD11 PIC X(1) VALUE SPACE.

       01 DADOS-FATOR.
           02 ANO-CALC PIC 9(4) VALUE ZEROS.
           02 MES-CALC PIC 9(2) VALUE ZEROS.
           02 DIA-CALC PIC 9(2) VALUE ZEROS.
           02 AUX-DIV PIC 9(7) VALUE ZEROS.
           02 DIAS-DATA PIC 9(7) VALUE ZEROS.
           02 DIAS-BASE-FATOR PIC 9(7) VALUE ZEROS.
           02 FATOR-HOJE PIC 9(5) VALUE ZEROS.
           02 DIAS-VENCIDO PIC S9(5) VALUE ZEROS.

       01 DADOS-LANCAMENTO.
           02 COD-ID-DEBITO PIC 9(8) VALUE ZEROS.
           02 SALDO-ANTES PIC S9(9)V99 VALUE ZEROS.
           02 SALDO-DISPONIVEL PIC S9(9)V99 VALUE ZEROS.
           02 NUM-SEQ-ATUAL PIC 9(9) VALUE ZEROS.
           02 TIPO-MOV-E PIC X(12) VALUE SPACES.
           02 PROXIMO-PAGTO PIC 9(9) VALUE ZEROS.
           02 CONTADOR-LISTADOS PIC 9(5) VALUE ZEROS.
           02 TOTAL-LISTADO PIC 9(11)V99 VALUE ZEROS.

       01 DADOS-COMPROVANTE.
           02 ACAO-COMPROV PIC 9(1) VALUE 1.
           02 VALOR-COMPROV PIC 9(9)V99 VALUE ZEROS.
           02 NUM-COMPROV PIC 9(9) VALUE ZEROS.

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
           CLOSE ARQ-PAGCONTA.
           CLOSE ARQ-ARRECAD.
           CLOSE ARQ-CAIXA.
           IF BLOQUEIO-DISPONIVEL = 1
               CLOSE ARQ-BLOQUEIO.
           IF CHQDEP-DISPONIVEL = 1
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
           OPEN I-O ARQ-PAGCONTA.
           IF ARQ-PAGCONTA-OK NOT = "00"
               CLOSE ARQ-PAGCONTA
               OPEN OUTPUT ARQ-PAGCONTA
               CLOSE ARQ-PAGCONTA
               OPEN I-O ARQ-PAGCONTA.
           OPEN I-O ARQ-ARRECAD.
           IF ARQ-ARRECAD-OK NOT = "00"
               CLOSE ARQ-ARRECAD
               OPEN OUTPUT ARQ-ARRECAD
               CLOSE ARQ-ARRECAD
               OPEN I-O ARQ-ARRECAD.
           OPEN I-O ARQ-CAIXA.
           IF ARQ-CAIXA-OK NOT = "00"
               CLOSE ARQ-CAIXA
               OPEN OUTPUT ARQ-CAIXA
               CLOSE ARQ-CAIXA
               OPEN I-O ARQ-CAIXA.
           OPEN INPUT ARQ-BLOQUEIO.
           IF ARQ-BLOQUEIO-OK = "00"
               MOVE 1 TO BLOQUEIO-DISPONIVEL.
           OPEN INPUT ARQ-CHQDEP.
           IF ARQ-CHQDEP-OK = "00"
               MOVE 1 TO CHQDEP-DISPONIVEL.
           PERFORM CALCULA-FATOR-HOJE.

       LOGIN.
           DISPLAY "PAGAMENTO DE CONTAS DE CONSUMO E BOLETOS".
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
           DISPLAY "1 - pagar com debito em conta".
           DISPLAY "2 - pagar em dinheiro no caixa".
           DISPLAY "3 - listar pagamentos do operador no dia".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM PAGA-COM-DEBITO
           WHEN 2
               PERFORM PAGA-EM-DINHEIRO
           WHEN 3
               PERFORM LISTA-PAGAMENTOS
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       PAGA-COM-DEBITO.
           DISPLAY "Conta a debitar (AgConta): " WITH NO ADVANCING.
           ACCEPT COD-ID-DEBITO.
           MOVE COD-ID-DEBITO TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               DISPLAY "Conta nao cadastrada"
           NOT INVALID KEY
               IF NOT CONTA-ATIVA
                   DISPLAY "Conta nao esta ativa"
               ELSE
                   PERFORM CAPTURA-DOCUMENTO
                   IF DOCUMENTO-OK = 1
                       PERFORM CONFERE-SALDO
                   END-IF
               END-IF
           END-READ.

       CONFERE-SALDO.
           MOVE COD-ID TO BLOQUEIO-CONTA.
           PERFORM APURA-BLOQUEIO.
           PERFORM APURA-CHEQUE-BLOQUEADO.
           COMPUTE SALDO-DISPONIVEL = SALDO + LIMITE - TOTAL-BLOQUEADO.
           IF VALOR-A-PAGAR > SALDO-DISPONIVEL
               DISPLAY "Saldo insuficiente para o pagamento"
           ELSE
               PERFORM PEDE-CONFIRMACAO
               IF CONFIRMA = "S"
                   PERFORM EFETIVA-DEBITO.

       EFETIVA-DEBITO.
           MOVE SALDO TO SALDO-ANTES.
           SUBTRACT VALOR-A-PAGAR FROM SALDO.
           MOVE "PAGTO CONTA" TO TIPO-MOV-E.
           CALL "REG-EXTR" USING BY REFERENCE COD-ID, SALDO-ANTES,
               SALDO, TIPO-MOV-E, OPERADOR-ID, NUM-SEQ-ATUAL.
           MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ.
           REWRITE REG-ARQAGENCIA INVALID KEY
               DISPLAY "Erro ao debitar conta " COD-ID.
           MOVE "C" TO FORMA-PAGTO.
           MOVE COD-ID TO COD-ID-PAGTO.
           PERFORM REGISTRA-PAGAMENTO.

       APURA-BLOQUEIO.
           MOVE ZEROS TO TOTAL-BLOQUEADO.
           MOVE ZERO TO FIM-ARQ-BLOQUEIO.
           IF BLOQUEIO-DISPONIVEL = 0
               MOVE 1 TO FIM-ARQ-BLOQUEIO.
           MOVE BLOQUEIO-CONTA TO COD-ID-BLOQ.
           MOVE SPACES TO NUM-PROCESSO-BLOQ.
           IF FIM-ARQ-BLOQUEIO = 0
               START ARQ-BLOQUEIO KEY IS NOT LESS THAN CHAVE-BLOQUEIO
                   INVALID KEY MOVE 1 TO FIM-ARQ-BLOQUEIO.
           PERFORM APURA-BLOQUEIO-LE UNTIL FIM-ARQ-BLOQUEIO = 1.

       APURA-BLOQUEIO-LE.
           READ ARQ-BLOQUEIO NEXT RECORD AT END
               MOVE 1 TO FIM-ARQ-BLOQUEIO.
           IF FIM-ARQ-BLOQUEIO = 0
               IF COD-ID-BLOQ NOT = BLOQUEIO-CONTA
                   MOVE 1 TO FIM-ARQ-BLOQUEIO
               ELSE
                   ADD VALOR-BLOQUEADO TO TOTAL-BLOQUEADO.

       APURA-CHEQUE-BLOQUEADO.
           MOVE ZERO TO FIM-CHQDEP.
           IF CHQDEP-DISPONIVEL = 0
               MOVE 1 TO FIM-CHQDEP.
           MOVE BLOQUEIO-CONTA TO COD-ID-CHQDEP.
           MOVE ZEROS TO NUM-DEPOSITO.
           IF FIM-CHQDEP = 0
               START ARQ-CHQDEP KEY IS NOT LESS THAN CHAVE-CHQDEP
                   INVALID KEY MOVE 1 TO FIM-CHQDEP.
           PERFORM APURA-CHEQUE-BLOQUEADO-LE UNTIL FIM-CHQDEP = 1.

       APURA-CHEQUE-BLOQUEADO-LE.
           READ ARQ-CHQDEP NEXT RECORD AT END MOVE 1 TO FIM-CHQDEP.
           IF FIM-CHQDEP = 0
               IF COD-ID-CHQDEP NOT = BLOQUEIO-CONTA
                   MOVE 1 TO FIM-CHQDEP
               ELSE
                   IF CHEQUE-BLOQUEADO
                       AND DATA-LIBERACAO > DATA-MOVIMENTO-DIA
                       ADD VALOR-CHEQUE-DEP TO TOTAL-BLOQUEADO.

       PAGA-EM-DINHEIRO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-CAIXA.
           MOVE OPERADOR-ID TO OPERADOR-CAIXA.
           READ ARQ-CAIXA INVALID KEY
               DISPLAY "Caixa nao aberto para o operador " OPERADOR-ID
                   " na data - procure o supervisor"
           NOT INVALID KEY
               IF CAIXA-FECHADO
                   DISPLAY "Caixa ja fechado na data"
               ELSE
                   PERFORM CAPTURA-DOCUMENTO
                   IF DOCUMENTO-OK = 1
                       PERFORM PEDE-CONFIRMACAO
                       IF CONFIRMA = "S"
                           PERFORM EFETIVA-DINHEIRO
                       END-IF
                   END-IF
               END-IF
           END-READ.

       EFETIVA-DINHEIRO.
           ADD VALOR-A-PAGAR TO TOTAL-RECEBIMENTOS.
           REWRITE R-CAIXA INVALID KEY
               DISPLAY "Erro ao registrar recebimento no caixa".
           MOVE ZEROS TO COD-ID.
           MOVE ZEROS TO NUM-SEQ-ATUAL.
           MOVE "PAGTO DINH" TO TIPO-MOV-E.
           MOVE "D" TO FORMA-PAGTO.
           MOVE ZEROS TO COD-ID-PAGTO.
           PERFORM REGISTRA-PAGAMENTO.

       PEDE-CONFIRMACAO.
           MOVE VALOR-A-PAGAR TO VALOR-E.
           DISPLAY "Valor a pagar: " VALOR-E.
           DISPLAY "Confirma o pagamento (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA = "s"
               MOVE "S" TO CONFIRMA.
           IF CONFIRMA NOT = "S"
               DISPLAY "Pagamento cancelado".

       REGISTRA-PAGAMENTO.
           PERFORM PROXIMO-NUMERO.
           MOVE VALOR-A-PAGAR TO VALOR-COMPROV.
           MOVE 1 TO ACAO-COMPROV.
           CALL "GERA-COMPROV" USING ACAO-COMPROV, COD-ID, TIPO-MOV-E,
               VALOR-COMPROV, OPERADOR-ID, NUM-SEQ-ATUAL, NUM-COMPROV.
           MOVE PROXIMO-PAGTO TO NUM-PAGTO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-PAGTO.
           MOVE TIPO-DOC TO TIPO-DOC-PAGTO.
           MOVE CODIGO-BARRAS-W TO CODIGO-BARRAS-PAGTO.
           MOVE VALOR-DOC TO VALOR-DOC-PAGTO.
           MOVE VALOR-A-PAGAR TO VALOR-PAGTO.
           MOVE OPERADOR-ID TO OPERADOR-PAGTO.
           MOVE NUM-SEQ-ATUAL TO NUM-SEQ-PAGTO.
           MOVE NUM-COMPROV TO NUM-COMPROV-PAGTO.
           MOVE "P" TO STATUS-PAGTO.
           MOVE ZEROS TO DATA-REPASSE-PAGTO.
           IF TIPO-DOC = "A"
               MOVE SEGMENTO-ARREC TO SEGMENTO-PAGTO
               MOVE EMPRESA-ARREC TO EMPRESA-PAGTO
               MOVE ZEROS TO BANCO-PAGTO
               PERFORM ACUMULA-CONVENIO
           ELSE
               MOVE SPACE TO SEGMENTO-PAGTO
               MOVE ZEROS TO EMPRESA-PAGTO
               MOVE BANCO-BOL TO BANCO-PAGTO.
           WRITE R-PAGCONTA INVALID KEY
               DISPLAY "Erro ao gravar pagamento " NUM-PAGTO
           NOT INVALID KEY
               DISPLAY "Pagamento " NUM-PAGTO " efetuado - "
                   "comprovante " NUM-COMPROV
           END-WRITE.

       ACUMULA-CONVENIO.
           MOVE SEGMENTO-ARREC TO SEGMENTO-ARR.
           MOVE EMPRESA-ARREC TO EMPRESA-ARR.
           READ ARQ-ARRECAD INVALID KEY
               DISPLAY "Convenio " SEGMENTO-ARREC EMPRESA-ARREC
                   " nao encontrado para acumular"
           NOT INVALID KEY
               IF DATA-ACUM-ARR NOT = DATA-MOVIMENTO-DIA
                   MOVE DATA-MOVIMENTO-DIA TO DATA-ACUM-ARR
                   MOVE ZEROS TO QTD-DIA-ARR
                   MOVE ZEROS TO VALOR-DIA-ARR
               END-IF
               IF MES-ACUM-ARR NOT = DATA-MOVIMENTO-DIA (1:6)
                   MOVE DATA-MOVIMENTO-DIA (1:6) TO MES-ACUM-ARR
                   MOVE ZEROS TO QTD-MES-ARR
                   MOVE ZEROS TO VALOR-MES-ARR
               END-IF
               ADD 1 TO QTD-DIA-ARR
               ADD VALOR-A-PAGAR TO VALOR-DIA-ARR
               ADD 1 TO QTD-MES-ARR
               ADD VALOR-A-PAGAR TO VALOR-MES-ARR
               REWRITE R-ARRECAD INVALID KEY
                   DISPLAY "Erro ao acumular convenio " CHAVE-ARRECAD
               END-REWRITE
           END-READ.

       PROXIMO-NUMERO.
           MOVE ZEROS TO PROXIMO-PAGTO.
           MOVE ZEROS TO NUM-PAGTO.
           MOVE ZERO TO EOF.
           START ARQ-PAGCONTA KEY IS NOT LESS THAN NUM-PAGTO
               INVALID KEY MOVE 1 TO EOF.
           PERFORM BUSCA-MAIOR-NUMERO UNTIL EOF = 1.
           ADD 1 TO PROXIMO-PAGTO.

       BUSCA-MAIOR-NUMERO.
           READ ARQ-PAGCONTA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE NUM-PAGTO TO PROXIMO-PAGTO.

       CAPTURA-DOCUMENTO.
           MOVE ZERO TO DOCUMENTO-OK.
           MOVE SPACES TO CODIGO-LIDO.
           MOVE SPACES TO CODIGO-BARRAS-W.
           DISPLAY "Codigo de barras (44) ou linha digitavel (47/48),".
           DISPLAY "somente digitos: " WITH NO ADVANCING.
           ACCEPT CODIGO-LIDO.
           MOVE ZEROS TO TAMANHO-CODIGO.
           INSPECT CODIGO-LIDO TALLYING TAMANHO-CODIGO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF TAMANHO-CODIGO = ZEROS
               DISPLAY "Codigo nao informado"
           ELSE
               IF CODIGO-LIDO (1:TAMANHO-CODIGO) NOT NUMERIC
                   DISPLAY "Codigo invalido - informe somente digitos"
               ELSE
                   PERFORM IDENTIFICA-DOCUMENTO.
           IF DOCUMENTO-OK = 1
               PERFORM CONFERE-DUPLICIDADE.

       IDENTIFICA-DOCUMENTO.
           EVALUATE TAMANHO-CODIGO
           WHEN 44
               MOVE CODIGO-LIDO (1:44) TO CODIGO-BARRAS-W
               IF PRODUTO-ARREC = "8"
                   PERFORM VALIDA-BARRAS-ARRECADACAO
               ELSE
                   PERFORM VALIDA-BARRAS-BOLETO
               END-IF
           WHEN 47
               PERFORM MONTA-BARRAS-BOLETO
           WHEN 48
               PERFORM MONTA-BARRAS-ARRECADACAO
           WHEN OTHER
               DISPLAY "Tamanho invalido - esperado 44, 47 ou 48 "
                   "digitos"
           END-EVALUATE.

       MONTA-BARRAS-BOLETO.
           MOVE CODIGO-LIDO TO CALC-BUFFER.
           MOVE 1 TO BLOCOS-OK.
           MOVE 1 TO CALC-INICIO.
           MOVE 9 TO CALC-FIM.
           PERFORM CONFERE-CAMPO-MOD10.
           MOVE 11 TO CALC-INICIO.
           MOVE 20 TO CALC-FIM.
           PERFORM CONFERE-CAMPO-MOD10.
           MOVE 22 TO CALC-INICIO.
           MOVE 31 TO CALC-FIM.
           PERFORM CONFERE-CAMPO-MOD10.
           IF BLOCOS-OK = 0
               DISPLAY "Linha digitavel invalida - digito de campo "
                   "nao confere"
           ELSE
               STRING CODIGO-LIDO (1:4) CODIGO-LIDO (33:1)
                   CODIGO-LIDO (34:14) CODIGO-LIDO (5:5)
                   CODIGO-LIDO (11:10) CODIGO-LIDO (22:10)
                   DELIMITED BY SIZE INTO CODIGO-BARRAS-W
               PERFORM VALIDA-BARRAS-BOLETO.

       CONFERE-CAMPO-MOD10.
           MOVE ZEROS TO CALC-PULA.
           PERFORM CALCULA-MOD10.
           IF DV-CALC NOT = DIGITO-CALC (CALC-FIM + 1)
               MOVE 0 TO BLOCOS-OK.

       MONTA-BARRAS-ARRECADACAO.
           MOVE CODIGO-LIDO TO CALC-BUFFER.
           IF CODIGO-LIDO (1:1) NOT = "8"
               DISPLAY "Linha digitavel de arrecadacao deve iniciar "
                   "com 8"
           ELSE
               MOVE 1 TO BLOCOS-OK
               MOVE 1 TO IND-BLOCO
               PERFORM CONFERE-BLOCO-ARRECADACAO UNTIL IND-BLOCO > 4
               IF BLOCOS-OK = 0
                   DISPLAY "Linha digitavel invalida - digito de "
                       "bloco nao confere"
               ELSE
                   STRING CODIGO-LIDO (1:11) CODIGO-LIDO (13:11)
                       CODIGO-LIDO (25:11) CODIGO-LIDO (37:11)
                       DELIMITED BY SIZE INTO CODIGO-BARRAS-W
                   PERFORM VALIDA-BARRAS-ARRECADACAO.

       CONFERE-BLOCO-ARRECADACAO.
           COMPUTE CALC-INICIO = (IND-BLOCO - 1) * 12 + 1.
           COMPUTE CALC-FIM = CALC-INICIO + 10.
           MOVE ZEROS TO CALC-PULA.
           IF CODIGO-LIDO (3:1) = "6" OR CODIGO-LIDO (3:1) = "7"
               PERFORM CALCULA-MOD10
           ELSE
               MOVE "A" TO MODO-MOD11
               PERFORM CALCULA-MOD11.
           IF DV-CALC NOT = DIGITO-CALC (CALC-FIM + 1)
               MOVE 0 TO BLOCOS-OK.
           ADD 1 TO IND-BLOCO.

       VALIDA-BARRAS-ARRECADACAO.
           MOVE CODIGO-BARRAS-W TO CALC-BUFFER.
           MOVE 1 TO CALC-INICIO.
           MOVE 44 TO CALC-FIM.
           MOVE 4 TO CALC-PULA.
           MOVE 99 TO DV-CALC.
           EVALUATE ID-VALOR-ARREC
           WHEN "6" WHEN "7"
               PERFORM CALCULA-MOD10
           WHEN "8" WHEN "9"
               MOVE "A" TO MODO-MOD11
               PERFORM CALCULA-MOD11
           END-EVALUATE.
           IF DV-CALC NOT = DV-GERAL-ARREC
               DISPLAY "Codigo de barras invalido - digito verificador "
                   "nao confere"
           ELSE
               IF ID-VALOR-ARREC = "7" OR ID-VALOR-ARREC = "9"
                   DISPLAY "Documento com valor de referencia nao "
                       "aceito - procure a empresa emissora"
               ELSE
                   PERFORM CONFERE-CONVENIO.

       CONFERE-CONVENIO.
           MOVE SEGMENTO-ARREC TO SEGMENTO-ARR.
           MOVE EMPRESA-ARREC TO EMPRESA-ARR.
           READ ARQ-ARRECAD INVALID KEY
               DISPLAY "Empresa " SEGMENTO-ARREC EMPRESA-ARREC
                   " sem convenio de arrecadacao com o banco"
           NOT INVALID KEY
               IF NOT ARRECAD-ATIVO
                   DISPLAY "Convenio de arrecadacao suspenso - "
                       NOME-ARR
               ELSE
                   IF VALOR-ARREC = ZEROS
                       DISPLAY "Documento sem valor - nao aceito"
                   ELSE
                       MOVE "A" TO TIPO-DOC
                       MOVE VALOR-ARREC TO VALOR-DOC
                       MOVE VALOR-ARREC TO VALOR-A-PAGAR
                       MOVE VALOR-DOC TO VALOR-E
                       DISPLAY "Empresa: " NOME-ARR
                       DISPLAY "Valor..: " VALOR-E
                       MOVE 1 TO DOCUMENTO-OK
                   END-IF
               END-IF
           END-READ.

       VALIDA-BARRAS-BOLETO.
           MOVE CODIGO-BARRAS-W TO CALC-BUFFER.
           MOVE 1 TO CALC-INICIO.
           MOVE 44 TO CALC-FIM.
           MOVE 5 TO CALC-PULA.
           MOVE "B" TO MODO-MOD11.
           PERFORM CALCULA-MOD11.
           IF DV-CALC NOT = DV-GERAL-BOL OR MOEDA-BOL NOT = 9
               DISPLAY "Codigo de barras invalido - digito verificador "
                   "nao confere"
           ELSE
               IF BANCO-BOL = BANCO-PROPRIO
                   DISPLAY "Boleto emitido pelo proprio banco - "
                       "liquidar pela cobranca propria"
               ELSE
                   PERFORM CONFERE-VALOR-BOLETO.

       CONFERE-VALOR-BOLETO.
           MOVE "B" TO TIPO-DOC.
           MOVE VALOR-BOL TO VALOR-DOC.
           MOVE VALOR-BOL TO VALOR-A-PAGAR.
           MOVE VALOR-DOC TO VALOR-E.
           DISPLAY "Banco emissor: " BANCO-BOL.
           DISPLAY "Valor nominal: " VALOR-E.
           MOVE ZEROS TO DIAS-VENCIDO.
           IF FATOR-BOL > ZEROS
               COMPUTE DIAS-VENCIDO = FATOR-HOJE - FATOR-BOL
               IF DIAS-VENCIDO < -5000
                   ADD 9000 TO DIAS-VENCIDO
               END-IF
               IF DIAS-VENCIDO > 5000
                   SUBTRACT 9000 FROM DIAS-VENCIDO
               END-IF
           END-IF.
           IF DIAS-VENCIDO > ZEROS OR VALOR-BOL = ZEROS
               IF DIAS-VENCIDO > ZEROS
                   DISPLAY "Boleto vencido ha " DIAS-VENCIDO " dias"
               END-IF
               DISPLAY "Valor a pagar (com encargos): "
                   WITH NO ADVANCING
               ACCEPT VALOR-A-PAGAR
           END-IF.
           IF VALOR-A-PAGAR = ZEROS OR VALOR-A-PAGAR < VALOR-DOC
               DISPLAY "Valor a pagar invalido"
           ELSE
               MOVE 1 TO DOCUMENTO-OK.

       CONFERE-DUPLICIDADE.
           MOVE CODIGO-BARRAS-W TO CODIGO-BARRAS-PAGTO.
           READ ARQ-PAGCONTA KEY IS CODIGO-BARRAS-PAGTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO DOCUMENTO-OK
                   DISPLAY "Documento ja pago em " DATA-PAGTO
                       " - pagamento " NUM-PAGTO
           END-READ.

       CALCULA-MOD10.
           MOVE ZEROS TO SOMA-DV.
           MOVE 2 TO PESO-DV.
           MOVE CALC-FIM TO IND-DV.
           PERFORM SOMA-MOD10 UNTIL IND-DV < CALC-INICIO.
           DIVIDE SOMA-DV BY 10 GIVING QUOCIENTE-DV
               REMAINDER RESTO-DV.
           IF RESTO-DV = ZEROS
               MOVE ZEROS TO DV-CALC
           ELSE
               COMPUTE DV-CALC = 10 - RESTO-DV.

       SOMA-MOD10.
           IF IND-DV NOT = CALC-PULA
               COMPUTE PRODUTO-DV = DIGITO-CALC (IND-DV) * PESO-DV
               IF PRODUTO-DV > 9
                   SUBTRACT 9 FROM PRODUTO-DV
               END-IF
               ADD PRODUTO-DV TO SOMA-DV
               IF PESO-DV = 2
                   MOVE 1 TO PESO-DV
               ELSE
                   MOVE 2 TO PESO-DV
               END-IF
           END-IF.
           SUBTRACT 1 FROM IND-DV.

       CALCULA-MOD11.
           MOVE ZEROS TO SOMA-DV.
           MOVE 2 TO PESO-DV.
           MOVE CALC-FIM TO IND-DV.
           PERFORM SOMA-MOD11 UNTIL IND-DV < CALC-INICIO.
           DIVIDE SOMA-DV BY 11 GIVING QUOCIENTE-DV
               REMAINDER RESTO-DV.
           IF MODO-MOD11 = "B"
               COMPUTE DV-CALC = 11 - RESTO-DV
               IF DV-CALC = 0 OR DV-CALC = 10 OR DV-CALC = 11
                   MOVE 1 TO DV-CALC
               END-IF
           ELSE
               IF RESTO-DV = 0 OR RESTO-DV = 1
                   MOVE ZEROS TO DV-CALC
               ELSE
                   COMPUTE DV-CALC = 11 - RESTO-DV.

       SOMA-MOD11.
           IF IND-DV NOT = CALC-PULA
               COMPUTE PRODUTO-DV = DIGITO-CALC (IND-DV) * PESO-DV
               ADD PRODUTO-DV TO SOMA-DV
               IF PESO-DV = 9
                   MOVE 2 TO PESO-DV
               ELSE
                   ADD 1 TO PESO-DV
               END-IF
           END-IF.
           SUBTRACT 1 FROM IND-DV.

       CALCULA-FATOR-HOJE.
           MOVE 1997 TO ANO-CALC.
           MOVE 10 TO MES-CALC.
           MOVE 07 TO DIA-CALC.
           PERFORM CALCULA-DIAS-DATA.
           MOVE DIAS-DATA TO DIAS-BASE-FATOR.
           MOVE ANO-DO-MOVIMENTO TO ANO-CALC.
           MOVE MES-DO-MOVIMENTO TO MES-CALC.
           MOVE DIA-DO-MOVIMENTO TO DIA-CALC.
           PERFORM CALCULA-DIAS-DATA.
           COMPUTE FATOR-HOJE = DIAS-DATA - DIAS-BASE-FATOR.
           IF FATOR-HOJE > 9999
               SUBTRACT 9000 FROM FATOR-HOJE.

       CALCULA-DIAS-DATA.
           IF MES-CALC < 3
               SUBTRACT 1 FROM ANO-CALC
               ADD 12 TO MES-CALC.
           COMPUTE DIAS-DATA = ANO-CALC * 365 + DIA-CALC.
           DIVIDE ANO-CALC BY 4 GIVING AUX-DIV.
           ADD AUX-DIV TO DIAS-DATA.
           DIVIDE ANO-CALC BY 100 GIVING AUX-DIV.
           SUBTRACT AUX-DIV FROM DIAS-DATA.
           DIVIDE ANO-CALC BY 400 GIVING AUX-DIV.
           ADD AUX-DIV TO DIAS-DATA.
           COMPUTE AUX-DIV = 153 * (MES-CALC - 3) + 2.
           DIVIDE AUX-DIV BY 5 GIVING AUX-DIV.
           ADD AUX-DIV TO DIAS-DATA.

       LISTA-PAGAMENTOS.
           DISPLAY " ".
           DISPLAY "NUMERO    T F CONTA             VALOR COMPROV.".
           MOVE ZEROS TO CONTADOR-LISTADOS.
           MOVE ZEROS TO TOTAL-LISTADO.
           MOVE ZEROS TO NUM-PAGTO.
           MOVE ZERO TO EOF.
           START ARQ-PAGCONTA KEY IS NOT LESS THAN NUM-PAGTO
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LISTA-PAGAMENTOS-LE UNTIL EOF = 1.
           MOVE TOTAL-LISTADO TO TOTAL-E.
           DISPLAY "Pagamentos: " CONTADOR-LISTADOS "  total "
               TOTAL-E.

       LISTA-PAGAMENTOS-LE.
           READ ARQ-PAGCONTA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF DATA-PAGTO = DATA-MOVIMENTO-DIA
                   AND OPERADOR-PAGTO = OPERADOR-ID
                   ADD 1 TO CONTADOR-LISTADOS
                   ADD VALOR-PAGTO TO TOTAL-LISTADO
                   MOVE VALOR-PAGTO TO VALOR-E
                   DISPLAY NUM-PAGTO " " TIPO-DOC-PAGTO " "
                       FORMA-PAGTO " " COD-ID-PAGTO " " VALOR-E " "
                       NUM-COMPROV-PAGTO.

       END PROGRAM PAGA-CONTA.
