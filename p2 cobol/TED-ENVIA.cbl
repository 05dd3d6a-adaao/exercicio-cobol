           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

           SELECT ARQ-CHQDEP ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CHQDEP
           FILE STATUS ARQ-CHQDEP-OK.

           SELECT ARQ-ENVIO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-ENVIO-OK.
           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".

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

       FD ARQ-ENVIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TED_ENVIO.TXT".

       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-ENVIO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CHQDEP-OK PIC X(2) VALUE ZEROS.
       01 FIM-CHQDEP PIC 9 VALUE ZERO.
       01 TOTAL-CHEQUE-BLOQUEADO PIC 9(9)V99 VALUE ZEROS.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 OPCAO PIC 9(1) VALUE ZEROS.
           02 VALOR-OPER-LIM PIC 9(9)V99 VALUE ZEROS.
           02 RESULTADO-LIM PIC 9(1) VALUE ZERO.

       01 DADOS-FRAUDE.
           02 TIPO-FRAUDE PIC X(1) VALUE "E".
           02 COD-ID-DESTINO-FRAUDE PIC 9(8) VALUE ZEROS.
           02 CHAVE-PIX-FRAUDE PIC X(32) VALUE SPACES.
           02 PONTUACAO-FRAUDE PIC 9(3) VALUE ZEROS.
           02 RESULTADO-FRAUDE PIC 9(1) VALUE ZERO.
           02 NUM-FRAUDE PIC 9(6) VALUE ZEROS.
           02 NUM-FRAUDE-E PIC ZZZZZ9.

       01 LINHA-ENVIO-E.
           02 BANCO-ENV PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           PERFORM ENVIA-TED UNTIL OPCAO = 9.
           CLOSE ARQ-CONTA.
           CLOSE ARQ-ENVIO.
           IF ARQ-CHQDEP-OK = "00"
               CLOSE ARQ-CHQDEP.
           STOP RUN.

       ABRE-ARQ.
               DISPLAY "Erro ao abrir TED_ENVIO.TXT - status "
                   ARQ-ENVIO-OK
               STOP RUN.
           OPEN INPUT ARQ-CHQDEP.

       VERIFICA-DIA-ABERTO.
           MOVE ZERO TO DIA-ABERTO-OK.
           IF VALOR-TED = ZEROS
               DISPLAY "Valor deve ser maior que zero"
           ELSE
               PERFORM APURA-CHEQUE-BLOQUEADO
               COMPUTE SALDO-DISPONIVEL = SALDO + LIMITE
                   - TOTAL-CHEQUE-BLOQUEADO
               IF VALOR-TED > SALDO-DISPONIVEL
                   DISPLAY "Saldo insuficiente na conta de origem"
               ELSE
                       DISPLAY "Limite diario de TED excedido para a "
                           "conta"
                   ELSE
                       PERFORM AVALIA-FRAUDE.

       AVALIA-FRAUDE.
           CALL "FRAUDE-AVALIA" USING TIPO-FRAUDE, COD-ID,
               COD-ID-DESTINO-FRAUDE, CHAVE-PIX-FRAUDE, BANCO-DESTINO,
               AGENCIA-DESTINO, CONTA-DESTINO, CPF-FAVORECIDO,
               VALOR-TED, SALDO-DISPONIVEL, OPERADOR-ID,
               PONTUACAO-FRAUDE, RESULTADO-FRAUDE, NUM-FRAUDE.
           IF RESULTADO-FRAUDE NOT = ZERO
               MOVE NUM-FRAUDE TO NUM-FRAUDE-E
               DISPLAY "TED retida para analise de seguranca - "
                   "retencao " NUM-FRAUDE-E
           ELSE
               PERFORM DEBITA-E-GRAVA.

       DEBITA-E-GRAVA.
           MOVE SALDO TO SALDO-ANTES.
           WRITE LINHA-ENVIO.
           DISPLAY "TED registrada no arquivo de remessa".

       APURA-CHEQUE-BLOQUEADO.
           MOVE ZEROS TO TOTAL-CHEQUE-BLOQUEADO.
           MOVE ZERO TO FIM-CHQDEP.
           IF ARQ-CHQDEP-OK NOT = "00"
               MOVE 1 TO FIM-CHQDEP.
           MOVE COD-ID TO COD-ID-CHQDEP.
           MOVE ZEROS TO NUM-DEPOSITO.
           IF FIM-CHQDEP = 0
               START ARQ-CHQDEP KEY IS NOT LESS THAN CHAVE-CHQDEP
                   INVALID KEY MOVE 1 TO FIM-CHQDEP.
           PERFORM APURA-CHEQUE-BLOQUEADO-LE UNTIL FIM-CHQDEP = 1.

       APURA-CHEQUE-BLOQUEADO-LE.
           READ ARQ-CHQDEP NEXT RECORD AT END MOVE 1 TO FIM-CHQDEP.
           IF FIM-CHQDEP = 0
               IF COD-ID-CHQDEP NOT = COD-ID
                   MOVE 1 TO FIM-CHQDEP
               ELSE
                   IF CHEQUE-BLOQUEADO
                       AND DATA-LIBERACAO > DATA-MOVIMENTO-DIA
                       ADD VALOR-CHEQUE-DEP TO TOTAL-CHEQUE-BLOQUEADO.

       END PROGRAM TED-ENVIA.
