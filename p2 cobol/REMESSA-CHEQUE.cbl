       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESSA-CHEQUE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CHQDEP ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CHQDEP
           FILE STATUS ARQ-CHQDEP-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

           SELECT ARQ-REMESSA ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-REMESSA-OK.

       DATA DIVISION.

       FILE SECTION.
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
               88 CHEQUE-LIBERADO VALUE "L".
               88 CHEQUE-DEVOLVIDO VALUE "D".
           02 DATA-REMESSA PIC 9(8).
           02 DATA-BAIXA-CHQDEP PIC 9(8).
           02 ALINEA-DEVOLUCAO PIC X(2).
           02 OPERADOR-CHQDEP PIC X(8).
           02 NUM-SEQ-CHQDEP PIC 9(9).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".

       FD ARQ-REMESSA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOME-ARQ-REMESSA.

       01 LINHA-REMESSA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARQ-CHQDEP-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-REMESSA-OK PIC X(2) VALUE ZEROS.
       01 NOME-ARQ-REMESSA PIC X(40) VALUE SPACES.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 REMESSA-ABERTA PIC 9 VALUE ZERO.
       01 BANCO-PROPRIO PIC 9(3) VALUE 001.

       01 TOTAIS-REMESSA.
           02 QTD-REMESSA PIC 9(7) VALUE ZEROS.
           02 VALOR-REMESSA PIC 9(11)V99 VALUE ZEROS.

       01 REG-HEADER-REM.
           02 TIPO-REG-H PIC X(1) VALUE "0".
           02 ID-ARQUIVO-H PIC X(8) VALUE "REMCHEQ ".
           02 BANCO-H PIC 9(3).
           02 DATA-REMESSA-H PIC 9(8).
           02 FILLER PIC X(60) VALUE SPACES.

       01 REG-DETALHE-REM.
           02 TIPO-REG-D PIC X(1) VALUE "1".
           02 NUM-DEPOSITO-D PIC 9(9).
           02 COD-ID-D PIC 9(8).
           02 BANCO-D PIC 9(3).
           02 AGENCIA-D PIC 9(4).
           02 CONTA-D PIC 9(10).
           02 NUM-CHEQUE-D PIC 9(6).
           02 VALOR-D PIC 9(9)V99.
           02 DATA-DEPOSITO-D PIC 9(8).
           02 FILLER PIC X(20) VALUE SPACES.

       01 REG-TRAILER-REM.
           02 TIPO-REG-T PIC X(1) VALUE "9".
           02 QTD-T PIC 9(7).
           02 VALOR-T PIC 9(11)V99.
           02 FILLER PIC X(59) VALUE SPACES.

       01 DADOS-E.
           02 TOTAL-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       GERA.
           PERFORM ABRE.
           PERFORM LE-E-REMETE UNTIL EOF = 1.
           PERFORM FECHA.
           STOP RUN.

       ABRE.
           DISPLAY "REMESSA DE CHEQUES DEPOSITADOS A COMPENSACAO".
           DISPLAY " ".
           PERFORM VERIFICA-DIA-ABERTO.
           IF EOF = 0
               OPEN I-O ARQ-CHQDEP
               IF ARQ-CHQDEP-OK NOT = "00"
                   DISPLAY "Erro ao abrir CHQDEP.DAT - status "
                       ARQ-CHQDEP-OK
                   MOVE 1 TO EOF
               END-IF
           END-IF.
           IF EOF = 0
               MOVE SPACES TO NOME-ARQ-REMESSA
               STRING "REMESSA_CHEQUES_" DATA-MOVIMENTO-DIA ".TXT"
                   DELIMITED BY SIZE INTO NOME-ARQ-REMESSA
               OPEN OUTPUT ARQ-REMESSA
               IF ARQ-REMESSA-OK NOT = "00"
                   DISPLAY "Erro ao abrir " NOME-ARQ-REMESSA
                       " - status " ARQ-REMESSA-OK
                   CLOSE ARQ-CHQDEP
                   MOVE 1 TO EOF
               END-IF
           END-IF.
           IF EOF = 0
               MOVE BANCO-PROPRIO TO BANCO-H
               MOVE DATA-MOVIMENTO-DIA TO DATA-REMESSA-H
               MOVE REG-HEADER-REM TO LINHA-REMESSA
               WRITE LINHA-REMESSA
               MOVE 1 TO REMESSA-ABERTA
               MOVE ZEROS TO CHAVE-CHQDEP
               START ARQ-CHQDEP KEY IS NOT LESS THAN CHAVE-CHQDEP
                   INVALID KEY MOVE 1 TO EOF.

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
               MOVE 1 TO EOF.

       LE-E-REMETE.
           READ ARQ-CHQDEP NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CHEQUE-BLOQUEADO
                   AND (DATA-REMESSA = ZEROS
                   OR DATA-REMESSA = DATA-MOVIMENTO-DIA)
                   PERFORM GRAVA-DETALHE.

       GRAVA-DETALHE.
           MOVE NUM-DEPOSITO TO NUM-DEPOSITO-D.
           MOVE COD-ID-CHQDEP TO COD-ID-D.
           MOVE BANCO-SACADO TO BANCO-D.
           MOVE AGENCIA-SACADA TO AGENCIA-D.
           MOVE CONTA-SACADA TO CONTA-D.
           MOVE NUM-CHEQUE-DEP TO NUM-CHEQUE-D.
           MOVE VALOR-CHEQUE-DEP TO VALOR-D.
           MOVE DATA-DEPOSITO TO DATA-DEPOSITO-D.
           MOVE REG-DETALHE-REM TO LINHA-REMESSA.
           WRITE LINHA-REMESSA.
           ADD 1 TO QTD-REMESSA.
           ADD VALOR-CHEQUE-DEP TO VALOR-REMESSA.
           MOVE DATA-MOVIMENTO-DIA TO DATA-REMESSA.
           REWRITE R-CHQDEP INVALID KEY
               DISPLAY "Erro ao marcar remessa do deposito "
                   NUM-DEPOSITO.

       FECHA.
           IF REMESSA-ABERTA = 1
               MOVE QTD-REMESSA TO QTD-T
               MOVE VALOR-REMESSA TO VALOR-T
               MOVE REG-TRAILER-REM TO LINHA-REMESSA
               WRITE LINHA-REMESSA
               CLOSE ARQ-REMESSA
               CLOSE ARQ-CHQDEP
               MOVE VALOR-REMESSA TO TOTAL-E
               DISPLAY " "
               DISPLAY "ARQUIVO............: " NOME-ARQ-REMESSA
               DISPLAY "CHEQUES REMETIDOS..: " QTD-REMESSA
               DISPLAY "VALOR REMETIDO.....: " TOTAL-E.

       END PROGRAM REMESSA-CHEQUE.
