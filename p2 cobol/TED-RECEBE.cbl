           02 CPF-ENT PIC 9(11).
           02 FILLER PIC X(1).
           02 VALOR-ENT PIC 9(9)V99.
           02 FILLER PIC X(1).
           02 CPF-REMETENTE-ENT PIC 9(11).
           02 FILLER PIC X(1).
           02 BANCO-REMETENTE-ENT PIC X(3).

       FD ARQ-CONTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqAgencia.dat".
       01 TIPO-MOV-E PIC X(12) VALUE SPACES.
       01 MOTIVO-REJEITO PIC X(2) VALUE SPACES.
       01 DV-CALCULADO PIC 9(1) VALUE ZERO.
       01 CONTA-RESOLVIDA PIC 9(1) VALUE ZERO.

       01 CONTADOR-LIDOS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-CREDITADOS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-REJEITADOS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-RETIDOS PIC 9(5) VALUE ZEROS.
       01 TOTAL-CREDITADO PIC S9(9)V99 VALUE ZEROS.

       01 DADOS-PENDENCIA.
           02 ACAO-PEND PIC 9(1) VALUE 2.
           02 ORIGEM-PEND PIC X(15) VALUE SPACES.
           02 REFERENCIA-PEND PIC X(12) VALUE SPACES.
           02 TIPO-MOV-PEND PIC X(12) VALUE SPACES.
           02 VALOR-PEND PIC 9(9)V99 VALUE ZEROS.
           02 DESTINO-PEND PIC 9(8) VALUE ZEROS.
           02 TOTAL-PEND-COBRADO PIC S9(11)V99 VALUE ZEROS.

       01 DADOS-TRIAGEM.
           02 ACAO-TRIAGEM PIC 9(1) VALUE ZEROS.
           02 CPF-TRIAGEM PIC 9(11) VALUE ZEROS.
           02 RESULTADO-TRIAGEM PIC 9(1) VALUE ZEROS.
           02 ORIGEM-TRIAGEM PIC X(15) VALUE "TED RECEBIDA".
           02 COD-ID-TRIAGEM PIC 9(8) VALUE ZEROS.
           02 VALOR-TRIAGEM PIC 9(9)V99 VALUE ZEROS.
           02 DECISAO-TRIAGEM PIC X(20) VALUE SPACES.
           02 CPF-REMETENTE PIC 9(11) VALUE ZEROS.
           02 BANCO-REMETENTE PIC 9(3) VALUE ZEROS.
           02 LISTA-TRIAGEM PIC X(1) VALUE SPACE.
           02 CPF-LISTADO PIC 9(11) VALUE ZEROS.
           02 NUM-RETENCAO PIC 9(6) VALUE ZEROS.

       01 LINHA-REJEITO-E.
           02 AGENCIA-R PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.

       01 DADOS-E.
           02 TOTAL-CREDITADO-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-PEND-COBRADO-E PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       RECEBE.
           DISPLAY "TEDS RECEBIDAS......: " CONTADOR-LIDOS.
           DISPLAY "CREDITOS EFETUADOS..: " CONTADOR-CREDITADOS.
           DISPLAY "CREDITOS REJEITADOS.: " CONTADOR-REJEITADOS.
           DISPLAY "CREDITOS RETIDOS....: " CONTADOR-RETIDOS.
           DISPLAY "TOTAL CREDITADO.....: " TOTAL-CREDITADO-E.
           MOVE TOTAL-PEND-COBRADO TO TOTAL-PEND-COBRADO-E.
           DISPLAY "PENDENCIAS COBRADAS.: " TOTAL-PEND-COBRADO-E.
           CLOSE ARQ-ENTRADA.
           CLOSE ARQ-CONTA.
           CLOSE ARQ-REJEITOS.
               ADD 1 TO CONTADOR-LIDOS
               PERFORM VALIDA-ENTRADA
               IF MOTIVO-REJEITO = SPACES
                   PERFORM TRIA-CREDITO
               END-IF
               IF MOTIVO-REJEITO = SPACES
                   IF RESULTADO-TRIAGEM = ZERO
                       PERFORM CREDITA-CONTA
                   ELSE
                       PERFORM RETEM-TED
                   END-IF
               END-IF
               IF MOTIVO-REJEITO NOT = SPACES
                   PERFORM GRAVA-REJEITO.

       VALIDA-ENTRADA.
           IF DV-ENT NOT = DV-CALCULADO
               MOVE "05" TO MOTIVO-REJEITO.
           IF MOTIVO-REJEITO = SPACES
               CALL "RESOLVE-CONTA" USING COD-ID OF REG-ARQAGENCIA,
                   CONTA-RESOLVIDA
               READ ARQ-CONTA INVALID KEY
                   MOVE "01" TO MOTIVO-REJEITO
               NOT INVALID KEY
                           MOVE "03" TO MOTIVO-REJEITO
               END-READ.

       TRIA-CREDITO.
           MOVE ZEROS TO CPF-REMETENTE.
           IF CPF-REMETENTE-ENT NUMERIC
               MOVE CPF-REMETENTE-ENT TO CPF-REMETENTE.
           MOVE 1 TO ACAO-TRIAGEM.
           MOVE CPF-ENT TO CPF-TRIAGEM.
           PERFORM CHAMA-TRIAGEM.
           IF RESULTADO-TRIAGEM = ZERO AND CPF-REMETENTE NOT = ZEROS
               MOVE CPF-REMETENTE TO CPF-TRIAGEM
               PERFORM CHAMA-TRIAGEM.
           IF RESULTADO-TRIAGEM = 2
               MOVE "R" TO LISTA-TRIAGEM
           ELSE
               MOVE "P" TO LISTA-TRIAGEM.
           MOVE CPF-TRIAGEM TO CPF-LISTADO.

       CHAMA-TRIAGEM.
           MOVE COD-ID OF REG-ARQAGENCIA TO COD-ID-TRIAGEM.
           MOVE VALOR-ENT TO VALOR-TRIAGEM.
           CALL "TRIAGEM-CPF" USING ACAO-TRIAGEM, CPF-TRIAGEM,
               RESULTADO-TRIAGEM, ORIGEM-TRIAGEM, COD-ID-TRIAGEM,
               VALOR-TRIAGEM, DECISAO-TRIAGEM, OPERADOR-BATCH.

       RETEM-TED.
           MOVE ZEROS TO BANCO-REMETENTE.
           IF BANCO-REMETENTE-ENT NUMERIC
               MOVE BANCO-REMETENTE-ENT TO BANCO-REMETENTE.
           CALL "RETEM-CREDITO" USING ORIGEM-TRIAGEM,
               COD-ID OF REG-ARQAGENCIA, CPF-ENT, CPF-REMETENTE,
               BANCO-REMETENTE, VALOR-ENT, LISTA-TRIAGEM, CPF-LISTADO,
               OPERADOR-BATCH, NUM-RETENCAO.
           MOVE SPACES TO DECISAO-TRIAGEM.
           IF NUM-RETENCAO = ZEROS
               MOVE "06" TO MOTIVO-REJEITO
               MOVE "DEVOLVIDO" TO DECISAO-TRIAGEM
           ELSE
               ADD 1 TO CONTADOR-RETIDOS
               STRING "RETIDO " NUM-RETENCAO DELIMITED BY SIZE
                   INTO DECISAO-TRIAGEM.
           MOVE 2 TO ACAO-TRIAGEM.
           MOVE CPF-LISTADO TO CPF-TRIAGEM.
           PERFORM CHAMA-TRIAGEM.

       CREDITA-CONTA.
           MOVE SALDO TO SALDO-ANTES.
           ADD VALOR-ENT TO SALDO.
                   COD-ID OF REG-ARQAGENCIA.
           ADD 1 TO CONTADOR-CREDITADOS.
           ADD VALOR-ENT TO TOTAL-CREDITADO.
           PERFORM COBRA-PENDENCIAS.

       COBRA-PENDENCIAS.
           CALL "PEND-DEBITO" USING ACAO-PEND, COD-ID OF REG-ARQAGENCIA,
               ORIGEM-PEND, REFERENCIA-PEND, TIPO-MOV-PEND, VALOR-PEND,
               DESTINO-PEND, SALDO, LIMITE, ULTIMO-NUM-SEQ,
               OPERADOR-BATCH.
           IF VALOR-PEND > ZEROS
               ADD VALOR-PEND TO TOTAL-PEND-COBRADO
               REWRITE REG-ARQAGENCIA
                   INVALID KEY DISPLAY "Erro ao baixar pendencias da "
                       "conta " COD-ID OF REG-ARQAGENCIA.

       GRAVA-REJEITO.
           MOVE AGENCIA-ENT TO AGENCIA-R.
               MOVE "CPF DIVERGENTE" TO DESCRICAO-R
           WHEN "05"
               MOVE "DV DIVERGENTE" TO DESCRICAO-R
           WHEN "06"
               MOVE "CPF EM LISTA RESTRITIVA" TO DESCRICAO-R
           WHEN OTHER
               MOVE "MOTIVO NAO CLASSIFICADO" TO DESCRICAO-R.
           MOVE LINHA-REJEITO-E TO LINHA-REJEITO.
