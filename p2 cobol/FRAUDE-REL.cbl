       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDE-REL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FRAUDE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-FRAUDE
           FILE STATUS ARQ-FRAUDE-OK.

           SELECT ARQ-MOVF ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-MOVF
           ALTERNATE RECORD KEY IS CHAVE-FAV-MOVF WITH DUPLICATES
           FILE STATUS ARQ-MOVF-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-FRAUDE LABEL RECORD STANDARD
           DATA RECORD IS R-FRAUDE
           VALUE OF FILE-ID IS "FRAUDE.DAT".

       01 R-FRAUDE.
           02 NUM-FRAUDE PIC 9(6).
           02 TIPO-FRAUDE PIC X(1).
               88 FRAUDE-PIX VALUE "P".
               88 FRAUDE-TRANSF VALUE "T".
               88 FRAUDE-TED VALUE "E".
           02 COD-ID-ORIGEM-FRD PIC 9(8).
           02 COD-ID-DESTINO-FRD PIC 9(8).
           02 CHAVE-PIX-FRD PIC X(32).
           02 BANCO-DESTINO-FRD PIC 9(3).
           02 AGENCIA-DESTINO-FRD PIC 9(4).
           02 CONTA-DESTINO-FRD PIC 9(10).
           02 CPF-FAVORECIDO-FRD PIC 9(11).
           02 VALOR-FRD PIC 9(9)V99.
           02 PONTUACAO-FRD PIC 9(3).
           02 REGRAS-FRD PIC X(15).
           02 DATA-MOV-FRD PIC 9(8).
           02 DATA-RETENCAO-FRD PIC 9(8).
           02 HORA-RETENCAO-FRD PIC 9(8).
           02 SEQ-MOVF-FRD PIC 9(2).
           02 OPERADOR-FRD PIC X(8).
           02 STATUS-FRD PIC X(1).
               88 FRAUDE-RETIDA VALUE "R".
               88 FRAUDE-LIBERADA VALUE "L".
               88 FRAUDE-CANCELADA VALUE "C".
           02 DATA-DECISAO-FRD PIC 9(8).
           02 SUPERVISOR-FRD PIC X(8).
           02 CONTATO-FRD PIC X(40).

       FD ARQ-MOVF LABEL RECORD STANDARD
           DATA RECORD IS R-MOVF
           VALUE OF FILE-ID IS "MOVFRAUDE.DAT".

       01 R-MOVF.
           02 CHAVE-MOVF.
               03 ORIGEM-MOVF PIC 9(8).
               03 DATA-MOVF PIC 9(8).
               03 HORA-MOVF PIC 9(8).
               03 SEQ-MOVF PIC 9(2).
           02 CHAVE-FAV-MOVF.
               03 ORIGEM-FAV-MOVF PIC 9(8).
               03 DESTINO-MOVF PIC X(25).
           02 TIPO-MOVF PIC X(1).
           02 VALOR-MOVF PIC 9(9)V99.
           02 DATA-REF-MOVF PIC 9(8).
           02 FAVORECIDO-NOVO-MOVF PIC 9(1).
           02 PONTUACAO-MOVF PIC 9(3).
           02 DECISAO-MOVF PIC X(1).
           02 NUM-FRAUDE-MOVF PIC 9(6).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       WORKING-STORAGE SECTION.
       01 ARQ-FRAUDE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-MOVF-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.

       01 CONTADORES.
           02 CONTADOR-AVALIADAS PIC 9(7) VALUE ZEROS.
           02 CONTADOR-RETIDAS PIC 9(5) VALUE ZEROS.
           02 CONTADOR-LIBERADAS PIC 9(5) VALUE ZEROS.
           02 CONTADOR-CANCELADAS PIC 9(5) VALUE ZEROS.
           02 CONTADOR-PENDENTES PIC 9(5) VALUE ZEROS.
           02 TOTAL-RETIDO PIC 9(11)V99 VALUE ZEROS.
           02 TOTAL-LIBERADO PIC 9(11)V99 VALUE ZEROS.
           02 TOTAL-CANCELADO PIC 9(11)V99 VALUE ZEROS.
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
           02 TOTAL-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 SITUACAO-E PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       GERA.
           DISPLAY "OPERACOES RETIDAS POR SUSPEITA DE FRAUDE".
           DISPLAY " ".
           PERFORM LE-DATA-MOVIMENTO.
           MOVE "OPERACOES RETIDAS - FRAUDE" TO NOME-REL.
           MOVE "REL_FRAUDE" TO ARQ-REL.
           MOVE "NUMERO T ORIGEM   DESTINO                        VALOR"
               TO CABEC-REL.
           MOVE " PTS REGRAS          SITUACAO  SUPERV.  DATA"
               TO CABEC-REL (53:44).
           PERFORM ABRE-RELATORIO.
           PERFORM CONTA-AVALIADAS.
           PERFORM LISTA-RETENCOES.
           PERFORM FECHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "OPERACOES AVALIADAS NO DIA....: "
               CONTADOR-AVALIADAS.
           DISPLAY "RETIDAS NO DIA................: " CONTADOR-RETIDAS.
           DISPLAY "LIBERADAS NO DIA..............: "
               CONTADOR-LIBERADAS.
           DISPLAY "CANCELADAS NO DIA.............: "
               CONTADOR-CANCELADAS.
           DISPLAY "AGUARDANDO DECISAO............: "
               CONTADOR-PENDENTES.
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

       CONTA-AVALIADAS.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-MOVF.
           IF ARQ-MOVF-OK = "00"
               PERFORM CONTA-AVALIADAS-LE UNTIL EOF = 1
               CLOSE ARQ-MOVF.
           STRING "OPERACOES AVALIADAS PELAS REGRAS DE FRAUDE EM "
               DATA-MOVIMENTO-DIA ": " CONTADOR-AVALIADAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       CONTA-AVALIADAS-LE.
           READ ARQ-MOVF NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0 AND DATA-REF-MOVF = DATA-MOVIMENTO-DIA
               ADD 1 TO CONTADOR-AVALIADAS.

       LISTA-RETENCOES.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-FRAUDE.
           IF ARQ-FRAUDE-OK NOT = "00"
               MOVE "Nenhuma operacao retida" TO LINHA-REL
               PERFORM GRAVA-LINHA-REL
           ELSE
               MOVE ZEROS TO NUM-FRAUDE
               START ARQ-FRAUDE KEY IS NOT LESS THAN NUM-FRAUDE
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LE-RETENCAO UNTIL EOF = 1
               CLOSE ARQ-FRAUDE.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-RETIDO TO TOTAL-E.
           STRING "RETIDAS NO DIA.......: " CONTADOR-RETIDAS " "
               TOTAL-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-LIBERADO TO TOTAL-E.
           STRING "LIBERADAS NO DIA.....: " CONTADOR-LIBERADAS " "
               TOTAL-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-CANCELADO TO TOTAL-E.
           STRING "CANCELADAS NO DIA....: " CONTADOR-CANCELADAS " "
               TOTAL-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-PENDENTE TO TOTAL-E.
           STRING "AGUARDANDO DECISAO...: " CONTADOR-PENDENTES " "
               TOTAL-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       LE-RETENCAO.
           READ ARQ-FRAUDE NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF DATA-MOV-FRD = DATA-MOVIMENTO-DIA
                   OR DATA-DECISAO-FRD = DATA-MOVIMENTO-DIA
                   OR FRAUDE-RETIDA
                   PERFORM IMPRIME-RETENCAO.

       IMPRIME-RETENCAO.
           IF DATA-MOV-FRD = DATA-MOVIMENTO-DIA
               ADD 1 TO CONTADOR-RETIDAS
               ADD VALOR-FRD TO TOTAL-RETIDO.
           EVALUATE TRUE
           WHEN FRAUDE-RETIDA
               MOVE "PENDENTE" TO SITUACAO-E
               ADD 1 TO CONTADOR-PENDENTES
               ADD VALOR-FRD TO TOTAL-PENDENTE
           WHEN FRAUDE-LIBERADA
               MOVE "LIBERADA" TO SITUACAO-E
               IF DATA-DECISAO-FRD = DATA-MOVIMENTO-DIA
                   ADD 1 TO CONTADOR-LIBERADAS
                   ADD VALOR-FRD TO TOTAL-LIBERADO
               END-IF
           WHEN FRAUDE-CANCELADA
               MOVE "CANCELADA" TO SITUACAO-E
               IF DATA-DECISAO-FRD = DATA-MOVIMENTO-DIA
                   ADD 1 TO CONTADOR-CANCELADAS
                   ADD VALOR-FRD TO TOTAL-CANCELADO
               END-IF
           END-EVALUATE.
           MOVE VALOR-FRD TO VALOR-E.
           IF FRAUDE-TED
               STRING NUM-FRAUDE " " TIPO-FRAUDE " "
                   COD-ID-ORIGEM-FRD " " BANCO-DESTINO-FRD "/"
                   AGENCIA-DESTINO-FRD "/" CONTA-DESTINO-FRD
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               STRING NUM-FRAUDE " " TIPO-FRAUDE " "
                   COD-ID-ORIGEM-FRD " " COD-ID-DESTINO-FRD
                   DELIMITED BY SIZE INTO LINHA-REL.
           STRING VALOR-E " " PONTUACAO-FRD " " REGRAS-FRD " "
               SITUACAO-E " " SUPERVISOR-FRD " " DATA-MOV-FRD
               DELIMITED BY SIZE INTO LINHA-REL (39:62).
           PERFORM GRAVA-LINHA-REL.
           IF NOT FRAUDE-RETIDA
               STRING "       CONTATO: " CONTATO-FRD " DECIDIDA EM "
                   DATA-DECISAO-FRD DELIMITED BY SIZE INTO LINHA-REL
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

       END PROGRAM FRAUDE-REL.
