       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-CARGA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENTRADA ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-ENTRADA-OK.

           SELECT ARQ-LISTAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-LISTA
           FILE STATUS ARQ-LISTAS-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-ENTRADA LABEL RECORD STANDARD
           DATA RECORD IS R-ENTRADA
           VALUE OF FILE-ID IS NOME-ARQ-ENTRADA.

       01 R-ENTRADA.
           02 CPF-ENT PIC 9(11).
           02 FILLER PIC X(1).
           02 NOME-ENT PIC X(40).
           02 FILLER PIC X(1).
           02 ORIGEM-ENT PIC X(20).

       FD ARQ-LISTAS LABEL RECORD STANDARD
           DATA RECORD IS R-LISTA
           VALUE OF FILE-ID IS "LISTAS.DAT".

       01 R-LISTA.
           02 CHAVE-LISTA.
               03 CPF-LISTA PIC 9(11).
               03 TIPO-LISTA PIC X(1).
                   88 LISTA-RESTRITIVA VALUE "R".
                   88 LISTA-PEP VALUE "P".
           02 NOME-LISTA PIC X(40).
           02 ORIGEM-LISTA PIC X(20).
           02 DATA-CARGA-LISTA PIC 9(8).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       WORKING-STORAGE SECTION.
       01 ARQ-ENTRADA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-LISTAS-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 NOME-ARQ-ENTRADA PIC X(30) VALUE SPACES.
       01 DATA-REFERENCIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 TIPO-CARGA PIC X(1) VALUE SPACE.

       01 CONTADORES.
           02 CONTADOR-LIDOS PIC 9(7) VALUE ZEROS.
           02 CONTADOR-CARREGADOS PIC 9(7) VALUE ZEROS.
           02 CONTADOR-REJEITADOS PIC 9(7) VALUE ZEROS.
           02 CONTADOR-REMOVIDOS PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       CARGA.
           DISPLAY "CARGA DAS LISTAS RESTRITIVA E DE PEP".
           DISPLAY " ".
           PERFORM BUSCA-DATA-MOVIMENTO.
           OPEN I-O ARQ-LISTAS.
           IF ARQ-LISTAS-OK NOT = "00"
               CLOSE ARQ-LISTAS
               OPEN OUTPUT ARQ-LISTAS
               CLOSE ARQ-LISTAS
               OPEN I-O ARQ-LISTAS.
           IF ARQ-LISTAS-OK NOT = "00"
               DISPLAY "Erro ao abrir LISTAS.DAT - status "
                   ARQ-LISTAS-OK
               STOP RUN.
           MOVE "R" TO TIPO-CARGA.
           MOVE "LISTA_RESTRITA.TXT" TO NOME-ARQ-ENTRADA.
           PERFORM CARREGA-LISTA.
           MOVE "P" TO TIPO-CARGA.
           MOVE "LISTA_PEP.TXT" TO NOME-ARQ-ENTRADA.
           PERFORM CARREGA-LISTA.
           CLOSE ARQ-LISTAS.
           STOP RUN.

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

       CARREGA-LISTA.
           MOVE ZEROS TO CONTADORES.
           DISPLAY " ".
           DISPLAY "Arquivo " NOME-ARQ-ENTRADA.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-ENTRADA.
           IF ARQ-ENTRADA-OK NOT = "00"
               DISPLAY "Arquivo nao encontrado - lista " TIPO-CARGA
                   " mantida"
           ELSE
               READ ARQ-ENTRADA AT END MOVE 1 TO EOF
               END-READ
               IF EOF = 1
                   DISPLAY "Arquivo vazio - lista " TIPO-CARGA
                       " mantida"
               ELSE
                   PERFORM REMOVE-LISTA-ANTERIOR
                   PERFORM GRAVA-ENTRADA
                   PERFORM LE-E-GRAVA UNTIL EOF = 1
               END-IF
               CLOSE ARQ-ENTRADA
               DISPLAY "Registros lidos......: " CONTADOR-LIDOS
               DISPLAY "Registros carregados.: " CONTADOR-CARREGADOS
               DISPLAY "Registros rejeitados.: " CONTADOR-REJEITADOS
               DISPLAY "Registros substituidos: " CONTADOR-REMOVIDOS.

       REMOVE-LISTA-ANTERIOR.
           MOVE LOW-VALUES TO CHAVE-LISTA.
           START ARQ-LISTAS KEY IS NOT LESS THAN CHAVE-LISTA
               INVALID KEY MOVE 1 TO EOF.
           PERFORM REMOVE-LISTA-LE UNTIL EOF = 1.
           MOVE ZERO TO EOF.

       REMOVE-LISTA-LE.
           READ ARQ-LISTAS NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF TIPO-LISTA = TIPO-CARGA
                   DELETE ARQ-LISTAS RECORD INVALID KEY
                       DISPLAY "Erro ao remover CPF " CPF-LISTA
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-REMOVIDOS
                   END-DELETE.

       LE-E-GRAVA.
           READ ARQ-ENTRADA AT END MOVE 1 TO EOF.
           IF EOF = 0
               PERFORM GRAVA-ENTRADA.

       GRAVA-ENTRADA.
           ADD 1 TO CONTADOR-LIDOS.
           IF CPF-ENT NOT NUMERIC OR CPF-ENT = ZEROS
               DISPLAY "CPF invalido na linha " CONTADOR-LIDOS
               ADD 1 TO CONTADOR-REJEITADOS
           ELSE
               MOVE CPF-ENT TO CPF-LISTA
               MOVE TIPO-CARGA TO TIPO-LISTA
               MOVE NOME-ENT TO NOME-LISTA
               MOVE ORIGEM-ENT TO ORIGEM-LISTA
               MOVE DATA-REFERENCIA TO DATA-CARGA-LISTA
               WRITE R-LISTA INVALID KEY
                   DISPLAY "CPF repetido na linha " CONTADOR-LIDOS
                   ADD 1 TO CONTADOR-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-CARREGADOS
               END-WRITE.

       END PROGRAM LISTA-CARGA.
