           RECORD KEY IS CHAVE-EXTR
           FILE STATUS ARQ-OK.

           SELECT ARQ-LOTE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-LOTE
           FILE STATUS ARQ-LOTE-OK.

           SELECT ARQ-SAIDA ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-SAIDA-OK.
           02 OPERADOR PIC X(8).
           66 COD-ID RENAMES AGENCIA THRU CONTA.

       FD ARQ-LOTE LABEL RECORD STANDARD
           DATA RECORD IS R-LOTE
           VALUE OF FILE-ID IS "POUPLOTE.DAT".

       01 R-LOTE.
           02 CHAVE-LOTE.
               03 COD-ID-LOTE PIC 9(8).
               03 NUM-LOTE PIC 9(5).
           02 STATUS-LOTE PIC X(1).
               88 LOTE-ATIVO VALUE "A".
           02 DATA-DEPOSITO-LOTE PIC 9(8).
           02 DIA-ANIVERSARIO-LOTE PIC 9(2).
           02 DATA-BASE-LOTE PIC 9(8).
           02 PROX-ANIVERSARIO-LOTE PIC 9(8).
           02 VALOR-DEPOSITO-LOTE PIC 9(9)V99.
           02 SALDO-LOTE PIC 9(9)V99.
           02 RENDIMENTO-LOTE PIC 9(9)V99.
           02 DATA-ENCERRAMENTO-LOTE PIC 9(8).
           02 ULT-SEQ-EXTR-LOTE PIC 9(9).
           02 ULT-NUM-LOTE PIC 9(5).
           02 DATA-ATUALIZACAO-LOTE PIC 9(8).

       FD ARQ-SAIDA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXTRATO_CLIENTE.TXT".

       01 LINHA PIC 99 VALUE ZEROS.
       01 ARQ-OK PIC X(2).
       01 ARQ-SAIDA-OK PIC X(2).
       01 ARQ-LOTE-OK PIC X(2).
       01 EOF PIC 9 VALUE ZERO.

       01 LINHA-IMPRESSA.
           02 FILLER PIC X(1) VALUE SPACE.
           02 OPERADOR-IMPRESSO PIC X(8).

       01 LINHA-LOTE-IMPRESSA.
           02 NUM-LOTE-IMPRESSO PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DEPOSITO-IMPRESSO PIC X(10).
           02 FILLER PIC X(5) VALUE " DIA ".
           02 ANIVERSARIO-IMPRESSO PIC 99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SALDO-LOTE-IMPRESSO PIC -ZZZZZZZZ9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PROXIMO-IMPRESSO PIC X(10).

       01 CABEC-LOTE-IMPRESSO.
           02 FILLER PIC X(16) VALUE " LOTE DEPOSITO".
           02 FILLER PIC X(8) VALUE " ANIV.".
           02 FILLER PIC X(14) VALUE "SALDO DO LOTE".
           02 FILLER PIC X(19) VALUE "PROXIMO ANIVERSARIO".

       01 DATA-LOTE-AUX.
           02 ANO-AUX PIC 9999.
           02 MES-AUX PIC 99.
           02 DIA-AUX PIC 99.

       01 DATA-LOTE-EDITADA.
           02 DIA-EDITADO PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 MES-EDITADO PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 ANO-EDITADO PIC 9999.

       01 DADOS-LOTE.
           02 ACAO-LOTE PIC 9(1) VALUE 1.
           02 DATA-LOTE PIC 9(8) VALUE ZEROS.
           02 SALDO-CONTA-LOTE PIC S9(9)V99 VALUE ZEROS.
           02 TAXA-LOTE PIC 9V9999 VALUE ZEROS.
           02 VALOR-LOTE PIC S9(9)V99 VALUE ZEROS.
           02 QTD-LOTE PIC 9(5) VALUE ZEROS.
           02 RESULTADO-LOTE PIC 9(1) VALUE ZERO.
           02 QTD-LOTES-ATIVOS PIC 9(5) VALUE ZEROS.

       01 DADOS.
           02 CODIGO-E.
               03 AGENCIA-E PIC ZZZ9.
               03 CONTA-E PIC ZZZ9.
           02 VL-MOV-E PIC ---------9,99.
           02 SD-ATUAL-E PIC -ZZZZZZZZ9,99.
           02 NUM-LOTE-E PIC ZZZZ9.
           02 SALDO-LOTE-E PIC -ZZZZZZZZ9,99.

       01 POSICOES.
           02 POS-DT PIC 9(4) VALUE 0602.
           02 POS-MOV PIC 9(4) VALUE 0640.
           02 POS-SD PIC 9(4) VALUE 0655.
           02 POS-OP PIC 9(4) VALUE 0670.
           02 POS-LT PIC 9(4) VALUE 0602.
           02 POS-DP PIC 9(4) VALUE 0609.
           02 POS-AN PIC 9(4) VALUE 0624.
           02 POS-SL PIC 9(4) VALUE 0635.
           02 POS-PA PIC 9(4) VALUE 0655.

       LINKAGE SECTION.
       01 LS-COD-ID PIC 9(8).
           02 LINE 04 COLUMN 55 "SALDO ATUAL".
           02 LINE 04 COLUMN 70 "OPERADOR".

       01 TELA02.
           02 LINE 02 COLUMN 28 "LOTES DA POUPANCA".
           02 LINE 04 COLUMN 02 "LOTE".
           02 LINE 04 COLUMN 09 "DEPOSITO".
           02 LINE 04 COLUMN 21 "ANIVERSARIO".
           02 LINE 04 COLUMN 35 "SALDO DO LOTE".
           02 LINE 04 COLUMN 52 "PROXIMO ANIVERSARIO".

       PROCEDURE DIVISION USING LS-COD-ID, LS-MODO, LS-DATA-INICIO,
           LS-DATA-FIM.
           IF LS-MODO = 2
               DISPLAY "PRESSIONE QUALQUER TECLA" AT 2030
               STOP " "
               PERFORM REINICIA
               PERFORM MOSTRA-LOTES
           END-IF.
           EXIT PROGRAM.

               INVALID KEY MOVE 1 TO EOF.
           PERFORM GRAVA-LINHA-ARQUIVO UNTIL EOF EQUAL 1.
           CLOSE ARQ-EXTR.
           PERFORM GRAVA-LOTES-ARQUIVO.
           CLOSE ARQ-SAIDA.

       GRAVA-LINHA-ARQUIVO.
                   MOVE LINHA-IMPRESSA TO LINHA-SAIDA
                   WRITE LINHA-SAIDA.

       APURA-LOTES.
           CALL "POUP-LOTE" USING ACAO-LOTE, LS-COD-ID, DATA-LOTE,
               SALDO-CONTA-LOTE, TAXA-LOTE, VALOR-LOTE, QTD-LOTE,
               RESULTADO-LOTE.
           IF RESULTADO-LOTE = 0
               OPEN INPUT ARQ-LOTE
               IF ARQ-LOTE-OK NOT = "00"
                   MOVE 9 TO RESULTADO-LOTE
               ELSE
                   MOVE ZEROS TO QTD-LOTES-ATIVOS
                   MOVE 0 TO EOF
                   MOVE LS-COD-ID TO COD-ID-LOTE
                   MOVE 1 TO NUM-LOTE
                   START ARQ-LOTE KEY IS NOT LESS THAN CHAVE-LOTE
                       INVALID KEY MOVE 1 TO EOF.

       LE-LOTE.
           READ ARQ-LOTE NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0 AND COD-ID-LOTE NOT = LS-COD-ID
               MOVE 1 TO EOF.

       MOSTRA-LOTES.
           PERFORM APURA-LOTES.
           IF RESULTADO-LOTE = 0
               DISPLAY ERASE AT 0101
               DISPLAY TELA02 AT 0101
               PERFORM MOSTRA-LOTE UNTIL EOF EQUAL 1
               CLOSE ARQ-LOTE
               IF QTD-LOTES-ATIVOS = ZEROS
                   DISPLAY "NENHUM LOTE COM SALDO" AT 0602
               END-IF
               DISPLAY "PRESSIONE QUALQUER TECLA" AT 2030
               STOP " "
               PERFORM REINICIA.

       MOSTRA-LOTE.
           PERFORM LE-LOTE.
           IF EOF = 0 AND LOTE-ATIVO
               ADD 1 TO QTD-LOTES-ATIVOS
               MOVE NUM-LOTE TO NUM-LOTE-E
               MOVE SALDO-LOTE TO SALDO-LOTE-E
               DISPLAY NUM-LOTE-E AT POS-LT
               MOVE DATA-DEPOSITO-LOTE TO DATA-LOTE-AUX
               PERFORM EDITA-DATA-LOTE
               DISPLAY DATA-LOTE-EDITADA AT POS-DP
               DISPLAY DIA-ANIVERSARIO-LOTE AT POS-AN
               DISPLAY SALDO-LOTE-E AT POS-SL
               MOVE PROX-ANIVERSARIO-LOTE TO DATA-LOTE-AUX
               PERFORM EDITA-DATA-LOTE
               DISPLAY DATA-LOTE-EDITADA AT POS-PA
               ADD 100 TO POS-LT, POS-DP, POS-AN, POS-SL, POS-PA
               ADD 1 TO LINHA
               IF LINHA = 10
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT 2030
                   STOP " "
                   SUBTRACT 1000 FROM POS-LT, POS-DP, POS-AN, POS-SL,
                   POS-PA
                   DISPLAY ERASE AT 0101
                   DISPLAY TELA02 AT 0101
                   MOVE 0 TO LINHA.

       GRAVA-LOTES-ARQUIVO.
           PERFORM APURA-LOTES.
           IF RESULTADO-LOTE = 0
               MOVE SPACES TO LINHA-SAIDA
               WRITE LINHA-SAIDA
               MOVE "LOTES DA POUPANCA" TO LINHA-SAIDA
               WRITE LINHA-SAIDA
               MOVE CABEC-LOTE-IMPRESSO TO LINHA-SAIDA
               WRITE LINHA-SAIDA
               PERFORM GRAVA-LOTE-ARQUIVO UNTIL EOF EQUAL 1
               CLOSE ARQ-LOTE
               IF QTD-LOTES-ATIVOS = ZEROS
                   MOVE "NENHUM LOTE COM SALDO" TO LINHA-SAIDA
                   WRITE LINHA-SAIDA.

       GRAVA-LOTE-ARQUIVO.
           PERFORM LE-LOTE.
           IF EOF = 0 AND LOTE-ATIVO
               ADD 1 TO QTD-LOTES-ATIVOS
               MOVE NUM-LOTE TO NUM-LOTE-IMPRESSO
               MOVE DATA-DEPOSITO-LOTE TO DATA-LOTE-AUX
               PERFORM EDITA-DATA-LOTE
               MOVE DATA-LOTE-EDITADA TO DEPOSITO-IMPRESSO
               MOVE DIA-ANIVERSARIO-LOTE TO ANIVERSARIO-IMPRESSO
               MOVE SALDO-LOTE TO SALDO-LOTE-IMPRESSO
               MOVE PROX-ANIVERSARIO-LOTE TO DATA-LOTE-AUX
               PERFORM EDITA-DATA-LOTE
               MOVE DATA-LOTE-EDITADA TO PROXIMO-IMPRESSO
               MOVE LINHA-LOTE-IMPRESSA TO LINHA-SAIDA
               WRITE LINHA-SAIDA.

       EDITA-DATA-LOTE.
           MOVE DIA-AUX TO DIA-EDITADO.
           MOVE MES-AUX TO MES-EDITADO.
           MOVE ANO-AUX TO ANO-EDITADO.

       REINICIA.
           MOVE 0602 TO POS-DT.
           MOVE 0611 TO POS-AG.
           MOVE 0640 TO POS-MOV.
           MOVE 0655 TO POS-SD.
           MOVE 0670 TO POS-OP.
           MOVE 0602 TO POS-LT.
           MOVE 0609 TO POS-DP.
           MOVE 0624 TO POS-AN.
           MOVE 0635 TO POS-SL.
           MOVE 0655 TO POS-PA.
           MOVE 0 TO EOF.
           MOVE 0 TO LINHA.

