           RECORD KEY IS CHAVE-POSICAO
           FILE STATUS ARQ-POSICAO-OK.

           SELECT ARQ-LOTE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-LOTE
           FILE STATUS ARQ-LOTE-OK.

       DATA DIVISION.

       FILE SECTION.
           02 STATUS-CLI PIC X(1).
               88 SENHA-CLI-ATIVA VALUE "A".
               88 SENHA-CLI-BLOQUEADA VALUE "B".
               88 SENHA-CLI-OBITO VALUE "O".
           02 DATA-CADASTRO-CLI PIC 9(8).

       FD ARQ-CONTA LABEL RECORD STANDARD
               88 CONTA-ATIVA VALUE "A".
           02 ULTIMO-NUM-SEQ PIC 9(9).
           02 TIPO-CONTA PIC X(1).
               88 CONTA-POUPANCA VALUE "P".

       FD ARQ-TITULAR LABEL RECORD STANDARD
           DATA RECORD IS R-TITULAR
           02 LIMITE-POSICAO PIC S9(9)V99.
           02 STATUS-POSICAO PIC X(1).

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

       WORKING-STORAGE SECTION.
       01 ARQ-SENHACLI-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-TITULAR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EXTR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-POSICAO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-LOTE-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.

           02 LIMITE-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 VL-MOV-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 SD-ATUAL-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 SALDO-LOTE-E PIC -ZZZ.ZZZ.ZZ9,99.

       01 DADOS-LOTE.
           02 ACAO-LOTE PIC 9(1) VALUE ZERO.
           02 DATA-LOTE PIC 9(8) VALUE ZEROS.
           02 TAXA-LOTE PIC 9V9999 VALUE ZEROS.
           02 VALOR-LOTE PIC S9(9)V99 VALUE ZEROS.
           02 QTD-LOTE PIC 9(5) VALUE ZEROS.
           02 RESULTADO-LOTE PIC 9(1) VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
                   PERFORM IDENTIFICA-CLIENTE.

       CONFERE-SENHA-CLIENTE.
           IF SENHA-CLI-OBITO
               DISPLAY "Acesso encerrado - procure uma agencia"
           ELSE
               PERFORM CONFERE-SENHA-DIGITADA.

       CONFERE-SENHA-DIGITADA.
           IF SENHA-CLI-BLOQUEADA
               DISPLAY "Senha bloqueada - procure um caixa"
           ELSE
           DISPLAY "1 - saldo".
           DISPLAY "2 - extrato por periodo".
           DISPLAY "3 - posicao historica de saldo".
           DISPLAY "4 - lotes e aniversarios da poupanca".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
               PERFORM CONSULTA-EXTRATO
           WHEN 3
               PERFORM CONSULTA-POSICAO
           WHEN 4
               PERFORM CONSULTA-LOTES
           WHEN 9
               DISPLAY "Atendimento encerrado"
           WHEN OTHER
               IF DATA-FIM-FILTRO = ZEROS
                   MOVE 99999999 TO DATA-FIM-FILTRO
               END-IF
               PERFORM MOSTRA-EXTRATO
               IF CONTA-POUPANCA
                   PERFORM MOSTRA-LOTES.

       MOSTRA-EXTRATO.
           IF ARQ-EXTR-OK NOT = "00"
                       DISPLAY "LIMITE..: " LIMITE-E
                   END-READ.

       CONSULTA-LOTES.
           PERFORM ESCOLHE-CONTA.
           IF CONTA-DO-CLIENTE = 1
               IF CONTA-POUPANCA
                   PERFORM MOSTRA-LOTES
               ELSE
                   DISPLAY "Conta nao e poupanca - sem lotes de "
                       "rendimento".

       MOSTRA-LOTES.
           MOVE 1 TO ACAO-LOTE.
           CALL "POUP-LOTE" USING ACAO-LOTE, CONTA-ESCOLHIDA,
               DATA-LOTE, SALDO, TAXA-LOTE, VALOR-LOTE, QTD-LOTE,
               RESULTADO-LOTE.
           IF RESULTADO-LOTE = 1
               DISPLAY "Lotes da poupanca ainda nao apurados"
           ELSE
               IF RESULTADO-LOTE = 9
                   DISPLAY "Lotes da poupanca indisponiveis no momento"
               ELSE
                   PERFORM LISTA-LOTES.

       LISTA-LOTES.
           OPEN INPUT ARQ-LOTE.
           IF ARQ-LOTE-OK NOT = "00"
               DISPLAY "Lotes da poupanca indisponiveis no momento"
           ELSE
               DISPLAY " "
               DISPLAY "LOTES DA POUPANCA POR DATA DE ANIVERSARIO"
               DISPLAY "LOTE  DEPOSITO ANIV           SALDO PROX.ANIV"
               MOVE ZEROS TO QTD-LINHAS
               MOVE ZERO TO EOF
               MOVE CONTA-ESCOLHIDA TO COD-ID-LOTE
               MOVE 1 TO NUM-LOTE
               START ARQ-LOTE KEY IS NOT LESS THAN CHAVE-LOTE
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LISTA-LOTES-LE UNTIL EOF = 1
               IF QTD-LINHAS = ZEROS
                   DISPLAY "Nenhum lote com saldo"
               END-IF
               CLOSE ARQ-LOTE.

       LISTA-LOTES-LE.
           READ ARQ-LOTE NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0 AND COD-ID-LOTE NOT = CONTA-ESCOLHIDA
               MOVE 1 TO EOF.
           IF EOF = 0 AND LOTE-ATIVO
               ADD 1 TO QTD-LINHAS
               MOVE SALDO-LOTE TO SALDO-LOTE-E
               DISPLAY NUM-LOTE " " DATA-DEPOSITO-LOTE " "
                   DIA-ANIVERSARIO-LOTE "   " SALDO-LOTE-E " "
                   PROX-ANIVERSARIO-LOTE.

       END PROGRAM AUTO-ATENDE.
