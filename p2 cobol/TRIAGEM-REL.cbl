       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAGEM-REL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OCORRENCIAS ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-OCORRENCIAS-OK.

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
       FD ARQ-OCORRENCIAS LABEL RECORD STANDARD
           DATA RECORD IS R-OCORRENCIA
           VALUE OF FILE-ID IS "TRIAGEM_OCORRENCIAS.TXT".

       01 R-OCORRENCIA.
           02 DATA-OC PIC 9(8).
           02 FILLER PIC X(1).
           02 HORA-OC PIC 9(6).
           02 FILLER PIC X(1).
           02 ORIGEM-OC PIC X(15).
           02 FILLER PIC X(1).
           02 CPF-OC PIC 9(11).
           02 FILLER PIC X(1).
           02 LISTA-OC PIC X(1).
           02 FILLER PIC X(1).
           02 COD-ID-OC PIC 9(8).
           02 FILLER PIC X(1).
           02 VALOR-OC PIC 9(9)V99.
           02 FILLER PIC X(1).
           02 DECISAO-OC PIC X(20).
           02 FILLER PIC X(1).
           02 OPERADOR-OC PIC X(8).

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
       01 ARQ-OCORRENCIAS-OK PIC X(2) VALUE ZEROS.
       01 ARQ-RETENCAO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.

       01 CONTADORES.
           02 CONTADOR-OCORRENCIAS PIC 9(5) VALUE ZEROS.
           02 CONTADOR-RESTRITIVA PIC 9(5) VALUE ZEROS.
           02 CONTADOR-PEP PIC 9(5) VALUE ZEROS.
           02 CONTADOR-PENDENTES PIC 9(5) VALUE ZEROS.
           02 TOTAL-PENDENTE PIC 9(11)V99 VALUE ZEROS.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE "BATCH".
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       01 DADOS-E.
           02 VALOR-E PIC ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-PENDENTE-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       GERA.
           DISPLAY "OCORRENCIAS DE TRIAGEM - LISTA RESTRITIVA E PEP".
           DISPLAY " ".
           PERFORM LE-DATA-MOVIMENTO.
           MOVE "OCORRENCIAS DE TRIAGEM" TO NOME-REL.
           MOVE "REL_TRIAGEM" TO ARQ-REL.
           MOVE "DATA     HORA   ORIGEM          CPF         L CONTA   "
               TO CABEC-REL.
           MOVE "       VALOR DECISAO              OPERADOR"
               TO CABEC-REL (57:41).
           PERFORM ABRE-RELATORIO.
           PERFORM LISTA-OCORRENCIAS.
           PERFORM LISTA-RETENCOES.
           PERFORM FECHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "OCORRENCIAS DO DIA.....: " CONTADOR-OCORRENCIAS.
           DISPLAY "  LISTA RESTRITIVA.....: " CONTADOR-RESTRITIVA.
           DISPLAY "  PEP..................: " CONTADOR-PEP.
           DISPLAY "CREDITOS RETIDOS.......: " CONTADOR-PENDENTES.
           DISPLAY "VALOR RETIDO...........: " TOTAL-PENDENTE-E.
           DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".
           STOP RUN.

       LE-DATA-MOVIMENTO.
           MOVE ZEROS TO DATA-MOVIMENTO-DIA.
           OPEN INPUT ARQ-DIAMOV.
           IF ARQ-DIAMOV-OK = "00"
               MOVE "DM" TO CHAVE-DIA
               READ ARQ-DIAMOV INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DATA-MOVIMENTO TO DATA-MOVIMENTO-DIA
               END-READ
               CLOSE ARQ-DIAMOV.
           IF DATA-MOVIMENTO-DIA = ZEROS
               ACCEPT DATA-MOVIMENTO-DIA FROM DATE YYYYMMDD.

       LISTA-OCORRENCIAS.
           STRING "OCORRENCIAS DO DIA " DATA-MOVIMENTO-DIA
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-OCORRENCIAS.
           IF ARQ-OCORRENCIAS-OK NOT = "00"
               MOVE "Nenhuma ocorrencia registrada" TO LINHA-REL
               PERFORM GRAVA-LINHA-REL
           ELSE
               PERFORM LE-OCORRENCIA UNTIL EOF = 1
               CLOSE ARQ-OCORRENCIAS.
           PERFORM GRAVA-LINHA-REL.
           STRING "TOTAL DE OCORRENCIAS: " CONTADOR-OCORRENCIAS
               "  RESTRITIVA: " CONTADOR-RESTRITIVA
               "  PEP: " CONTADOR-PEP
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       LE-OCORRENCIA.
           READ ARQ-OCORRENCIAS AT END MOVE 1 TO EOF.
           IF EOF = 0 AND DATA-OC = DATA-MOVIMENTO-DIA
               PERFORM IMPRIME-OCORRENCIA.

       IMPRIME-OCORRENCIA.
           ADD 1 TO CONTADOR-OCORRENCIAS.
           IF LISTA-OC = "R"
               ADD 1 TO CONTADOR-RESTRITIVA
           ELSE
               ADD 1 TO CONTADOR-PEP.
           MOVE VALOR-OC TO VALOR-E.
           STRING DATA-OC " " HORA-OC " " ORIGEM-OC " " CPF-OC " "
               LISTA-OC " " COD-ID-OC " " VALOR-E " " DECISAO-OC " "
               OPERADOR-OC DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       LISTA-RETENCOES.
           PERFORM GRAVA-LINHA-REL.
           MOVE "CREDITOS RETIDOS AGUARDANDO DECISAO" TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE "NUMERO ORIGEM          CONTA    CPF LISTADO L "
               TO LINHA-REL.
           MOVE "          VALOR RETIDO EM" TO LINHA-REL (47:25).
           PERFORM GRAVA-LINHA-REL.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-RETENCAO.
           IF ARQ-RETENCAO-OK NOT = "00"
               MOVE "Nenhum credito retido" TO LINHA-REL
               PERFORM GRAVA-LINHA-REL
           ELSE
               MOVE ZEROS TO NUM-RETENCAO
               START ARQ-RETENCAO KEY IS NOT LESS THAN NUM-RETENCAO
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LE-RETENCAO UNTIL EOF = 1
               CLOSE ARQ-RETENCAO.
           MOVE TOTAL-PENDENTE TO TOTAL-PENDENTE-E.
           PERFORM GRAVA-LINHA-REL.
           STRING "TOTAL RETIDO: " CONTADOR-PENDENTES " CREDITOS "
               TOTAL-PENDENTE-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       LE-RETENCAO.
           READ ARQ-RETENCAO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF RETENCAO-PENDENTE
                   PERFORM IMPRIME-RETENCAO.

       IMPRIME-RETENCAO.
           ADD 1 TO CONTADOR-PENDENTES.
           ADD VALOR-RET TO TOTAL-PENDENTE.
           MOVE VALOR-RET TO VALOR-E.
           STRING NUM-RETENCAO " " ORIGEM-RET " " COD-ID-RET " "
               CPF-LISTADO-RET " " LISTA-RET " " VALOR-E " "
               DATA-RETENCAO DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       ABRE-RELATORIO.
           MOVE 1 TO ACAO-REL.
           CALL "REL-IMPRIME" USING ACAO-REL, NOME-REL, ARQ-REL,
               CABEC-REL, LINHA-REL, OPERADOR-REL, CONTADOR-REL.

       GRAVA-LINHA-REL.
           MOVE 2 TO ACAO-REL.
           CALL "REL-IMPRIME" USING ACAO-REL, NOME-REL, ARQ-REL,
               CABEC-REL, LINHA-REL, OPERADOR-REL, CONTADOR-REL.
           MOVE SPACES TO LINHA-REL.

       FECHA-RELATORIO.
           MOVE 3 TO ACAO-REL.
           CALL "REL-IMPRIME" USING ACAO-REL, NOME-REL, ARQ-REL,
               CABEC-REL, LINHA-REL, OPERADOR-REL, CONTADOR-REL.

       END PROGRAM TRIAGEM-REL.
