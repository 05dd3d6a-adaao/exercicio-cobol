       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETEM-CREDITO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETENCAO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-RETENCAO
           FILE STATUS ARQ-RETENCAO-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-RETENCAO LABEL RECORD STANDARD
           DATA RECORD IS R-RETENCAO
           VALUE OF FILE-ID IS "RETENCAO.DAT".

       01 R-RETENCAO.
           02 NUM-RETENCAO PIC 9(6).
           02 ORIGEM-RET PIC X(15).
           02 COD-ID-RET PIC 9(8).
           02 CPF-FAVORECIDO-RET PIC 9(11).
           02 CPF-REMETENTE-RET PIC 9(11).
           02 BANCO-REMETENTE-RET PIC 9(3).
           02 VALOR-RET PIC 9(9)V99.
           02 LISTA-RET PIC X(1).
           02 CPF-LISTADO-RET PIC 9(11).
           02 DATA-RETENCAO PIC 9(8).
           02 OPERADOR-RET PIC X(8).
           02 STATUS-RET PIC X(1).
               88 RETENCAO-PENDENTE VALUE "R".
               88 RETENCAO-LIBERADA VALUE "L".
               88 RETENCAO-DEVOLVIDA VALUE "D".
           02 DATA-DECISAO-RET PIC 9(8).
           02 SUPERVISOR-RET PIC X(8).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       WORKING-STORAGE SECTION.
       01 ARQ-RETENCAO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 DATA-REFERENCIA PIC 9(8) VALUE ZEROS.
       01 ULTIMO-NUM PIC 9(6) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.

       LINKAGE SECTION.
       01 LS-ORIGEM PIC X(15).
       01 LS-COD-ID PIC 9(8).
       01 LS-CPF-FAVORECIDO PIC 9(11).
       01 LS-CPF-REMETENTE PIC 9(11).
       01 LS-BANCO-REMETENTE PIC 9(3).
       01 LS-VALOR PIC 9(9)V99.
       01 LS-LISTA PIC X(1).
       01 LS-CPF-LISTADO PIC 9(11).
       01 LS-OPERADOR PIC X(8).
       01 LS-NUM-RETENCAO PIC 9(6).

       PROCEDURE DIVISION USING LS-ORIGEM, LS-COD-ID,
           LS-CPF-FAVORECIDO, LS-CPF-REMETENTE, LS-BANCO-REMETENTE,
           LS-VALOR, LS-LISTA, LS-CPF-LISTADO, LS-OPERADOR,
           LS-NUM-RETENCAO.
       RETEM.
           MOVE ZEROS TO LS-NUM-RETENCAO.
           PERFORM BUSCA-DATA-MOVIMENTO.
           OPEN I-O ARQ-RETENCAO.
           IF ARQ-RETENCAO-OK NOT = "00"
               CLOSE ARQ-RETENCAO
               OPEN OUTPUT ARQ-RETENCAO
               CLOSE ARQ-RETENCAO
               OPEN I-O ARQ-RETENCAO.
           IF ARQ-RETENCAO-OK NOT = "00"
               DISPLAY "RETEM-CREDITO: erro ao abrir RETENCAO.DAT - "
                   "status " ARQ-RETENCAO-OK
           ELSE
               PERFORM PROXIMO-NUMERO
               PERFORM GRAVA-RETENCAO
               CLOSE ARQ-RETENCAO.
       EXIT PROGRAM.

       BUSCA-DATA-MOVIMENTO.
           MOVE ZEROS TO DATA-REFERENCIA.
           OPEN INPUT ARQ-DIAMOV.
           IF ARQ-DIAMOV-OK = "00"
               MOVE "DM" TO CHAVE-DIA
               READ ARQ-DIAMOV INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DATA-MOVIMENTO TO DATA-REFERENCIA
               END-READ
               CLOSE ARQ-DIAMOV.
           IF DATA-REFERENCIA = ZEROS
               ACCEPT DATA-REFERENCIA FROM DATE YYYYMMDD.

       PROXIMO-NUMERO.
           MOVE ZEROS TO ULTIMO-NUM.
           MOVE ZEROS TO NUM-RETENCAO.
           MOVE ZERO TO EOF.
           START ARQ-RETENCAO KEY IS NOT LESS THAN NUM-RETENCAO
               INVALID KEY MOVE 1 TO EOF.
           PERFORM PROXIMO-NUMERO-LE UNTIL EOF = 1.

       PROXIMO-NUMERO-LE.
           READ ARQ-RETENCAO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE NUM-RETENCAO TO ULTIMO-NUM.

       GRAVA-RETENCAO.
           COMPUTE NUM-RETENCAO = ULTIMO-NUM + 1.
           MOVE LS-ORIGEM TO ORIGEM-RET.
           MOVE LS-COD-ID TO COD-ID-RET.
           MOVE LS-CPF-FAVORECIDO TO CPF-FAVORECIDO-RET.
           MOVE LS-CPF-REMETENTE TO CPF-REMETENTE-RET.
           MOVE LS-BANCO-REMETENTE TO BANCO-REMETENTE-RET.
           MOVE LS-VALOR TO VALOR-RET.
           MOVE LS-LISTA TO LISTA-RET.
           MOVE LS-CPF-LISTADO TO CPF-LISTADO-RET.
           MOVE DATA-REFERENCIA TO DATA-RETENCAO.
           MOVE LS-OPERADOR TO OPERADOR-RET.
           MOVE "R" TO STATUS-RET.
           MOVE ZEROS TO DATA-DECISAO-RET.
           MOVE SPACES TO SUPERVISOR-RET.
           WRITE R-RETENCAO INVALID KEY
               DISPLAY "RETEM-CREDITO: erro ao gravar retencao "
                   NUM-RETENCAO
           NOT INVALID KEY
               MOVE NUM-RETENCAO TO LS-NUM-RETENCAO
           END-WRITE.

       END PROGRAM RETEM-CREDITO.
