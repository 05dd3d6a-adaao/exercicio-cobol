           02 AGENCIA-CONSULTA PIC 9(4) VALUE ZEROS.
           02 ACHOU-POSICAO PIC 9 VALUE ZERO.
           02 CONTADOR-CONTAS PIC 9(5) VALUE ZEROS.
           02 CONTA-RESOLVIDA PIC 9(1) VALUE ZEROS.
           02 NOME-AGENCIA PIC X(30) VALUE SPACES.
           02 SITUACAO-AGENCIA PIC 9(1) VALUE ZEROS.

       01 CODIGO-QUEBRA.
           02 AGENCIA-DO-ID PIC 9(4).
           ACCEPT COD-ID-CONSULTA.
           MOVE DATA-CONSULTA TO DATA-POSICAO.
           MOVE COD-ID-CONSULTA TO COD-ID-POSICAO.
           MOVE ZERO TO ACHOU-POSICAO.
           READ ARQ-POSICAO INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO ACHOU-POSICAO
           END-READ.
           IF ACHOU-POSICAO = 0
               PERFORM CONSULTA-CONTA-TRANSFERIDA.
           IF ACHOU-POSICAO = 0
               DISPLAY "Posicao nao encontrada para a data informada"
           ELSE
               MOVE SALDO-POSICAO TO SALDO-E
               MOVE LIMITE-POSICAO TO LIMITE-E
               DISPLAY "CONTA...: " COD-ID-POSICAO
               DISPLAY "SALDO...: " SALDO-E
               DISPLAY "LIMITE..: " LIMITE-E
               DISPLAY "STATUS..: " STATUS-POSICAO.

       CONSULTA-CONTA-TRANSFERIDA.
           CALL "RESOLVE-CONTA" USING COD-ID-CONSULTA, CONTA-RESOLVIDA.
           IF CONTA-RESOLVIDA = 1
               DISPLAY "Conta transferida - consultando o numero "
                   COD-ID-CONSULTA
               MOVE DATA-CONSULTA TO DATA-POSICAO
               MOVE COD-ID-CONSULTA TO COD-ID-POSICAO
               READ ARQ-POSICAO INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO ACHOU-POSICAO
               END-READ.

       CONSULTA-AGENCIA.
           DISPLAY "Data da posicao (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-CONSULTA.
           DISPLAY "Codigo da agencia: " WITH NO ADVANCING.
           ACCEPT AGENCIA-CONSULTA.
           CALL "BUSCA-AGENCIA" USING AGENCIA-CONSULTA, NOME-AGENCIA,
               SITUACAO-AGENCIA.
           IF SITUACAO-AGENCIA = 1
               DISPLAY "Agencia nao cadastrada"
           ELSE
               DISPLAY "AGENCIA............: " AGENCIA-CONSULTA " "
                   NOME-AGENCIA
               PERFORM SOMA-POSICAO-AGENCIA.

       SOMA-POSICAO-AGENCIA.
           MOVE ZERO TO EOF.
           MOVE ZERO TO ACHOU-POSICAO.
           MOVE ZEROS TO CONTADOR-CONTAS.
