               88 BOLETO-ABERTO VALUE "A".
               88 BOLETO-PAGO VALUE "P".
               88 BOLETO-VENCIDO VALUE "V".
               88 BOLETO-CANCELADO VALUE "C".
           02 DATA-PAGAMENTO-BOL PIC 9(8).

       FD ARQ-EMPRESTIMO LABEL RECORD STANDARD
               88 CONTRATO-ATIVO VALUE "A".
               88 CONTRATO-LIQUIDADO VALUE "L".
               88 CONTRATO-RENEGOCIADO VALUE "R".
           02 TIPO-EMPRESTIMO PIC X(1).
               88 EMPRESTIMO-PESSOAL VALUE "P".
               88 EMPRESTIMO-CONSIGNADO VALUE "C".
           02 CNPJ-CONVENIO-EMP PIC 9(14).

       FD ARQ-CONTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqAgencia.dat".
           02 FILLER PIC X(1) VALUE SPACE.
           02 DESCRICAO-R PIC X(30).

       01 DADOS-PENDENCIA.
           02 ACAO-PEND PIC 9(1) VALUE 2.
           02 ORIGEM-PEND PIC X(15) VALUE SPACES.
           02 REFERENCIA-PEND PIC X(12) VALUE SPACES.
           02 TIPO-MOV-PEND PIC X(12) VALUE SPACES.
           02 VALOR-PEND PIC 9(9)V99 VALUE ZEROS.
           02 DESTINO-PEND PIC 9(8) VALUE ZEROS.
           02 TOTAL-PEND-COBRADO PIC S9(11)V99 VALUE ZEROS.

       01 DADOS-E.
           02 TOTAL-PAGO-E PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-PEND-COBRADO-E PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 VALOR-ABERTOS-E PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 VALOR-PAGOS-E PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 VALOR-VENCIDOS-E PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           DISPLAY "BOLETOS BAIXADOS....: " CONTADOR-PAGOS.
           DISPLAY "LINHAS REJEITADAS...: " CONTADOR-REJEITADOS.
           DISPLAY "TOTAL PAGO NO DIA...: " TOTAL-PAGO-E.
           MOVE TOTAL-PEND-COBRADO TO TOTAL-PEND-COBRADO-E.
           DISPLAY "PENDENCIAS COBRADAS.: " TOTAL-PEND-COBRADO-E.
           DISPLAY " ".
           DISPLAY "CARTEIRA DE BOLETOS".
           DISPLAY "ABERTOS..: " QTD-ABERTOS " " VALOR-ABERTOS-E.
               IF BOLETO-PAGO
                   MOVE "02" TO MOTIVO-REJEITO
               ELSE
                   IF BOLETO-CANCELADO
                       MOVE "06" TO MOTIVO-REJEITO
                   ELSE
                       IF VALOR-RET NOT = VALOR-BOLETO
                           MOVE "03" TO MOTIVO-REJEITO
           END-READ.
           IF MOTIVO-REJEITO = SPACES
               MOVE COD-ID-BOL TO COD-ID
           PERFORM CREDITA-PAGAMENTO.
           IF BOLETO-PARCELA
               PERFORM LIQUIDA-PARCELA.
           PERFORM COBRA-PENDENCIAS.
           ADD 1 TO CONTADOR-PAGOS.
           ADD VALOR-BOLETO TO TOTAL-PAGO.

               DISPLAY "Erro ao atualizar conta "
                   COD-ID OF REG-ARQAGENCIA.

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

       LIQUIDA-PARCELA.
           IF ARQ-EMPRESTIMO-OK NOT = "00"
               DISPLAY "Contrato " NUM-CONTRATO-BOL " nao atualizado "
               MOVE "CONTA INEXISTENTE" TO DESCRICAO-R
           WHEN "05"
               MOVE "CONTA NAO ATIVA" TO DESCRICAO-R
           WHEN "06"
               MOVE "BOLETO CANCELADO" TO DESCRICAO-R
           WHEN OTHER
               MOVE "MOTIVO NAO CLASSIFICADO" TO DESCRICAO-R.
           MOVE LINHA-REJEITO-E TO LINHA-REJEITO.
