       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAGEM-CPF.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LISTAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-LISTA
           FILE STATUS ARQ-LISTAS-OK.

           SELECT ARQ-OCORRENCIAS ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-OCORRENCIAS-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

       DATA DIVISION.

       FILE SECTION.
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

       FD ARQ-OCORRENCIAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TRIAGEM_OCORRENCIAS.TXT".

       01 LINHA-OCORRENCIA PIC X(96).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       WORKING-STORAGE SECTION.
       01 ARQ-LISTAS-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OCORRENCIAS-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 DATA-OCORRENCIA PIC 9(8) VALUE ZEROS.
       01 HORA-ATUAL PIC 9(8) VALUE ZEROS.
       01 HORA-ATUAL-R REDEFINES HORA-ATUAL.
           02 HORA-HHMMSS PIC 9(6).
           02 FILLER PIC 99.

       01 LINHA-OCORRENCIA-E.
           02 DATA-OC PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 HORA-OC PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ORIGEM-OC PIC X(15).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CPF-OC PIC 9(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LISTA-OC PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 COD-ID-OC PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 VALOR-OC PIC 9(9)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DECISAO-OC PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OPERADOR-OC PIC X(8).

       LINKAGE SECTION.
       01 LS-ACAO PIC 9(1).
       01 LS-CPF PIC 9(11).
       01 LS-RESULTADO PIC 9(1).
       01 LS-ORIGEM PIC X(15).
       01 LS-COD-ID PIC 9(8).
       01 LS-VALOR PIC 9(9)V99.
       01 LS-DECISAO PIC X(20).
       01 LS-OPERADOR PIC X(8).

       PROCEDURE DIVISION USING LS-ACAO, LS-CPF, LS-RESULTADO,
           LS-ORIGEM, LS-COD-ID, LS-VALOR, LS-DECISAO, LS-OPERADOR.
       TRIAGEM.
           EVALUATE LS-ACAO
           WHEN 1
               PERFORM CONSULTA-LISTAS
           WHEN 2
               PERFORM REGISTRA-OCORRENCIA
           WHEN OTHER
               DISPLAY "TRIAGEM-CPF: acao invalida " LS-ACAO.
           EXIT PROGRAM.

       CONSULTA-LISTAS.
           MOVE 0 TO LS-RESULTADO.
           OPEN INPUT ARQ-LISTAS.
           IF ARQ-LISTAS-OK = "00"
               MOVE LS-CPF TO CPF-LISTA
               MOVE "R" TO TIPO-LISTA
               READ ARQ-LISTAS INVALID KEY
                   MOVE LS-CPF TO CPF-LISTA
                   MOVE "P" TO TIPO-LISTA
                   READ ARQ-LISTAS INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO LS-RESULTADO
                   END-READ
               NOT INVALID KEY
                   MOVE 2 TO LS-RESULTADO
               END-READ
               CLOSE ARQ-LISTAS.

       REGISTRA-OCORRENCIA.
           PERFORM BUSCA-DATA-MOVIMENTO.
           ACCEPT HORA-ATUAL FROM TIME.
           OPEN EXTEND ARQ-OCORRENCIAS.
           IF ARQ-OCORRENCIAS-OK NOT = "00"
               CLOSE ARQ-OCORRENCIAS
               OPEN OUTPUT ARQ-OCORRENCIAS.
           IF ARQ-OCORRENCIAS-OK NOT = "00"
               DISPLAY "TRIAGEM-CPF: erro ao gravar "
                   "TRIAGEM_OCORRENCIAS.TXT - status "
                   ARQ-OCORRENCIAS-OK
           ELSE
               MOVE DATA-OCORRENCIA TO DATA-OC
               MOVE HORA-HHMMSS TO HORA-OC
               MOVE LS-ORIGEM TO ORIGEM-OC
               MOVE LS-CPF TO CPF-OC
               IF LS-RESULTADO = 2
                   MOVE "R" TO LISTA-OC
               ELSE
                   MOVE "P" TO LISTA-OC
               END-IF
               MOVE LS-COD-ID TO COD-ID-OC
               MOVE LS-VALOR TO VALOR-OC
               MOVE LS-DECISAO TO DECISAO-OC
               MOVE LS-OPERADOR TO OPERADOR-OC
               MOVE LINHA-OCORRENCIA-E TO LINHA-OCORRENCIA
               WRITE LINHA-OCORRENCIA
               CLOSE ARQ-OCORRENCIAS.

       BUSCA-DATA-MOVIMENTO.
           MOVE ZEROS TO DATA-OCORRENCIA.
           OPEN INPUT ARQ-DIAMOV.
           IF ARQ-DIAMOV-OK = "00"
               MOVE "DM" TO CHAVE-DIA
               READ ARQ-DIAMOV INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DATA-MOVIMENTO TO DATA-OCORRENCIA
               END-READ
               CLOSE ARQ-DIAMOV.
           IF DATA-OCORRENCIA = ZEROS
               ACCEPT DATA-OCORRENCIA FROM DATE YYYYMMDD.

       END PROGRAM TRIAGEM-CPF.
