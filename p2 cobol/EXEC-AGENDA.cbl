       01 CONTADOR-EXECUTADOS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-REJEITADOS PIC 9(5) VALUE ZEROS.
       01 TOTAL-EXECUTADO PIC S9(9)V99 VALUE ZEROS.
       01 CONTADOR-PENDENTES PIC 9(5) VALUE ZEROS.

       01 DADOS-PENDENCIA.
           02 ACAO-PEND PIC 9(1) VALUE 1.
           02 ORIGEM-PEND PIC X(15) VALUE "EXEC-AGENDA".
           02 REFERENCIA-PEND PIC X(12) VALUE SPACES.
           02 TIPO-MOV-PEND PIC X(12) VALUE "AGENDA DEB".
           02 VALOR-PEND PIC 9(9)V99 VALUE ZEROS.
           02 DESTINO-PEND PIC 9(8) VALUE ZEROS.

       01 LINHA-REJEITO-E.
           02 NUM-AGENDA-R PIC 9(6).
           DISPLAY " ".
           DISPLAY "AGENDAMENTOS EXECUTADOS: " CONTADOR-EXECUTADOS.
           DISPLAY "AGENDAMENTOS REJEITADOS: " CONTADOR-REJEITADOS.
           DISPLAY "AGENDAMENTOS PENDENTES.: " CONTADOR-PENDENTES.
           DISPLAY "TOTAL MOVIMENTADO......: " TOTAL-EXECUTADO-E.
           CLOSE ARQ-AGENDA.
           CLOSE ARQ-CONTA.
           IF MOTIVO-REJEITO = SPACES
               PERFORM EXECUTA-MOVIMENTO
           ELSE
               PERFORM GRAVA-REJEITO
               IF MOTIVO-REJEITO = "03"
                   PERFORM REGISTRA-PENDENCIA.

       REGISTRA-PENDENCIA.
           MOVE SPACES TO REFERENCIA-PEND.
           STRING NUM-AGENDA DATA-MOVIMENTO-NUM (1:6)
               DELIMITED BY SIZE INTO REFERENCIA-PEND.
           MOVE VALOR-AGENDA TO VALOR-PEND.
           MOVE COD-ID-DESTINO TO DESTINO-PEND.
           CALL "PEND-DEBITO" USING ACAO-PEND, COD-ID-ORIGEM,
               ORIGEM-PEND, REFERENCIA-PEND, TIPO-MOV-PEND, VALOR-PEND,
               DESTINO-PEND, SALDO, LIMITE, ULTIMO-NUM-SEQ,
               OPERADOR-BATCH.
           ADD 1 TO CONTADOR-PENDENTES.
           MOVE DATA-MOVIMENTO-NUM TO DATA-ULT-EXEC.
           IF RECORRENCIA-UNICA
               MOVE "E" TO STATUS-AGENDA.
           PERFORM GRAVA-AGENDA.

       VALIDA-ORIGEM.
           MOVE COD-ID-ORIGEM TO COD-ID OF REG-ARQAGENCIA.
