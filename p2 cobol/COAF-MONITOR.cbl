       01 EOF PIC 9 VALUE ZERO.

       01 LIMIAR-COAF PIC 9(9)V99 VALUE ZEROS.
       01 LIMIAR-PEP PIC 9(9)V99 VALUE ZEROS.
       01 LIMIAR-APLICADO PIC 9(9)V99 VALUE ZEROS.
       01 CPF-DO-MOVIMENTO PIC 9(11) VALUE ZEROS.

       01 TABELA-CPF.
               03 TAB-CPF PIC 9(11).
               03 TAB-TOTAL PIC S9(11)V99.
               03 TAB-QTD-MOV PIC 9(5).
               03 TAB-LIMIAR PIC 9(9)V99.
       01 IND-CPF PIC 9(3) VALUE ZEROS.
       01 ACHOU-CPF PIC 9 VALUE ZERO.

       01 CONTADOR-INDIVIDUAIS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-AGREGADOS PIC 9(5) VALUE ZEROS.

       01 DADOS-TRIAGEM.
           02 ACAO-TRIAGEM PIC 9(1) VALUE 1.
           02 RESULTADO-TRIAGEM PIC 9(1) VALUE ZERO.
           02 ORIGEM-TRIAGEM PIC X(15) VALUE "COAF-MONITOR".
           02 COD-ID-TRIAGEM PIC 9(8) VALUE ZEROS.
           02 VALOR-TRIAGEM PIC 9(9)V99 VALUE ZEROS.
           02 DECISAO-TRIAGEM PIC X(20) VALUE SPACES.
           02 OPERADOR-TRIAGEM PIC X(8) VALUE "BATCH".

       01 LINHA-COAF-E.
           02 TIPO-REGISTRO-C PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
                   MOVE LIMIAR-COAF TO LIMIAR-E
                   DISPLAY "Limiar de comunicacao: " LIMIAR-E
               END-READ
               PERFORM LE-LIMIAR-PEP
               CLOSE ARQ-PARAM.
           IF LIMIAR-COAF = ZEROS AND EOF = 0
               DISPLAY "Limiar zerado - monitoramento desativado"
               MOVE 1 TO EOF.

       LE-LIMIAR-PEP.
           MOVE ZEROS TO LIMIAR-PEP.
           MOVE "CP" TO CHAVE-PARAM.
           READ ARQ-PARAM INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TETO-AUTORIZACAO TO LIMIAR-PEP
           END-READ.
           IF LIMIAR-PEP = ZEROS OR LIMIAR-PEP NOT < LIMIAR-COAF
               MOVE LIMIAR-COAF TO LIMIAR-PEP
           ELSE
               MOVE LIMIAR-PEP TO LIMIAR-E
               DISPLAY "Limiar para PEP......: " LIMIAR-E.

       LE-E-EXAMINA.
           READ ARQ-EXTR NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0 AND DATA-SISTEMA = DATA-MOVIMENTO-DIA

       EXAMINA-MOVIMENTO.
           PERFORM BUSCA-CPF-DA-CONTA.
           PERFORM DEFINE-LIMIAR.
           PERFORM ACUMULA-CPF.
           IF VL-MOV NOT < LIMIAR-APLICADO
               OR (VL-MOV < ZEROS AND
                   ZEROS - VL-MOV NOT < LIMIAR-APLICADO)
               PERFORM GRAVA-INDIVIDUAL.

       DEFINE-LIMIAR.
           MOVE LIMIAR-COAF TO LIMIAR-APLICADO.
           IF CPF-DO-MOVIMENTO NOT = ZEROS
               AND LIMIAR-PEP < LIMIAR-COAF
               MOVE CODIGO TO COD-ID-TRIAGEM
               CALL "TRIAGEM-CPF" USING ACAO-TRIAGEM,
                   CPF-DO-MOVIMENTO, RESULTADO-TRIAGEM,
                   ORIGEM-TRIAGEM, COD-ID-TRIAGEM, VALOR-TRIAGEM,
                   DECISAO-TRIAGEM, OPERADOR-TRIAGEM
               IF RESULTADO-TRIAGEM NOT = ZERO
                   MOVE LIMIAR-PEP TO LIMIAR-APLICADO.

       BUSCA-CPF-DA-CONTA.
           MOVE ZEROS TO CPF-DO-MOVIMENTO.
           MOVE CODIGO TO COD-ID.
                   MOVE CPF-DO-MOVIMENTO TO TAB-CPF (IND-CPF)
                   MOVE ZEROS TO TAB-TOTAL (IND-CPF)
                   MOVE ZEROS TO TAB-QTD-MOV (IND-CPF)
                   MOVE LIMIAR-APLICADO TO TAB-LIMIAR (IND-CPF)
                   MOVE 1 TO ACHOU-CPF
               ELSE
                   DISPLAY "Tabela de CPFs cheia - CPF "

       RELATA-UM-AGREGADO.
           IF TAB-QTD-MOV (IND-CPF) > 1
               AND TAB-TOTAL (IND-CPF) NOT < TAB-LIMIAR (IND-CPF)
               MOVE "A" TO TIPO-REGISTRO-C
               MOVE DATA-MOVIMENTO-DIA TO DATA-C
               MOVE TAB-CPF (IND-CPF) TO CPF-C
