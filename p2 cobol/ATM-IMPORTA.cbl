
       01 DIVERGENCIAS PIC 9(1) VALUE ZEROS.

       01 DADOS-PENDENCIA.
           02 ACAO-PEND PIC 9(1) VALUE 2.
           02 ORIGEM-PEND PIC X(15) VALUE SPACES.
           02 REFERENCIA-PEND PIC X(12) VALUE SPACES.
           02 TIPO-MOV-PEND PIC X(12) VALUE SPACES.
           02 VALOR-PEND PIC 9(9)V99 VALUE ZEROS.
           02 DESTINO-PEND PIC 9(8) VALUE ZEROS.
           02 TOTAL-PEND-COBRADO PIC S9(11)V99 VALUE ZEROS.

       01 LINHA-REJEITO-E.
           02 TERMINAL-R PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           PERFORM ABRE.
           PERFORM LE-E-POSTA UNTIL EOF = 1.
           PERFORM CONCILIA.
           MOVE TOTAL-PEND-COBRADO TO TOTAL-E1.
           DISPLAY "PENDENCIAS COBRADAS.: " TOTAL-E1.
           CLOSE ARQ-ATM.
           CLOSE ARQ-CONTA.
           CLOSE ARQ-REJEITOS.
                   COD-ID OF REG-ARQAGENCIA.
           ADD 1 TO QTD-POSTADOS.
           ADD VALOR-ATM TO TOTAL-POSTADO.
           IF NOT OPERACAO-SAQUE
               PERFORM COBRA-PENDENCIAS.

       COBRA-PENDENCIAS.
           CALL "PEND-DEBITO" USING ACAO-PEND, COD-ID OF REG-ARQAGENCIA,
               ORIGEM-PEND, REFERENCIA-PEND, TIPO-MOV-PEND, VALOR-PEND,
               DESTINO-PEND, SALDO, LIMITE, ULTIMO-NUM-SEQ,
               OPERADOR-ATM.
           IF VALOR-PEND > ZEROS
               ADD VALOR-PEND TO TOTAL-PEND-COBRADO
               REWRITE REG-ARQAGENCIA
                   INVALID KEY DISPLAY "Erro ao baixar pendencias da "
                       "conta " COD-ID OF REG-ARQAGENCIA.

       GRAVA-REJEITO.
           MOVE TERMINAL-ATM TO TERMINAL-R.
