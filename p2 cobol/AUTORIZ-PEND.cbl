           RECORD KEY IS CHAVE-BLOQUEIO
           FILE STATUS ARQ-BLOQUEIO-OK.

           SELECT ARQ-CHQDEP ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CHQDEP
           FILE STATUS ARQ-CHQDEP-OK.

       DATA DIVISION.

       FILE SECTION.
           02 VALOR-BLOQUEADO PIC 9(9)V99.
           02 DATA-BLOQUEIO PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 ARQ-AUTORIZ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PARAM-OK PIC X(2) VALUE ZEROS.
       01 ARQ-BLOQUEIO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CHQDEP-OK PIC X(2) VALUE ZEROS.
       01 FIM-CHQDEP PIC 9 VALUE ZERO.
       01 DADOS-BLOQUEIO.
           02 BLOQUEIO-CONTA PIC 9(8) VALUE ZEROS.
           02 TOTAL-BLOQUEADO PIC S9(9)V99 VALUE ZEROS.
           CLOSE ARQ-PARAM.
           IF ARQ-BLOQUEIO-OK = "00"
               CLOSE ARQ-BLOQUEIO.
           IF ARQ-CHQDEP-OK = "00"
               CLOSE ARQ-CHQDEP.
           STOP RUN.

       VERIFICA-DIA-ABERTO.
               CLOSE ARQ-PARAM
               OPEN I-O ARQ-PARAM.
           OPEN INPUT ARQ-BLOQUEIO.
           OPEN INPUT ARQ-CHQDEP.

       LOGIN.
           DISPLAY "AUTORIZACAO DE OPERACOES DE ALTO VALOR".
               ELSE
                   MOVE COD-ID TO BLOQUEIO-CONTA
                   PERFORM APURA-BLOQUEIO
                   PERFORM APURA-CHEQUE-BLOQUEADO
                   COMPUTE SALDO-DISPONIVEL = SALDO + LIMITE
                       - TOTAL-BLOQUEADO
                   IF VALOR-AUTORIZ > SALDO-DISPONIVEL
               ELSE
                   ADD VALOR-BLOQUEADO TO TOTAL-BLOQUEADO.

       APURA-CHEQUE-BLOQUEADO.
           MOVE ZERO TO FIM-CHQDEP.
           IF ARQ-CHQDEP-OK NOT = "00"
               MOVE 1 TO FIM-CHQDEP.
           MOVE BLOQUEIO-CONTA TO COD-ID-CHQDEP.
           MOVE ZEROS TO NUM-DEPOSITO.
           IF FIM-CHQDEP = 0
               START ARQ-CHQDEP KEY IS NOT LESS THAN CHAVE-CHQDEP
                   INVALID KEY MOVE 1 TO FIM-CHQDEP.
           PERFORM APURA-CHEQUE-BLOQUEADO-LE UNTIL FIM-CHQDEP = 1.

       APURA-CHEQUE-BLOQUEADO-LE.
           READ ARQ-CHQDEP NEXT RECORD AT END MOVE 1 TO FIM-CHQDEP.
           IF FIM-CHQDEP = 0
               IF COD-ID-CHQDEP NOT = BLOQUEIO-CONTA
                   MOVE 1 TO FIM-CHQDEP
               ELSE
                   IF CHEQUE-BLOQUEADO
                       AND DATA-LIBERACAO > DATA-MOVIMENTO-DIA
                       ADD VALOR-CHEQUE-DEP TO TOTAL-BLOQUEADO.

       MARCA-REJEITADA.
           MOVE "R" TO STATUS-AUTORIZ.
           REWRITE REG-AUTORIZ INVALID KEY
