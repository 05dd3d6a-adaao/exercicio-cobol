       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CAIXA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CAIXA-ANT ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS CHAVE-CAIXA-ANT
           FILE STATUS ARQ-CAIXA-ANT-OK.

           SELECT ARQ-CAIXA-NOVO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS CHAVE-CAIXA
           FILE STATUS ARQ-CAIXA-NOVO-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-CAIXA-ANT LABEL RECORD STANDARD
           DATA RECORD IS R-CAIXA-ANT
           VALUE OF FILE-ID IS "CAIXA.DAT".

       01 R-CAIXA-ANT.
           02 CHAVE-CAIXA-ANT.
               03 DATA-CAIXA-ANT PIC 9(8).
               03 OPERADOR-CAIXA-ANT PIC X(8).
           02 FUNDO-TROCO-ANT PIC 9(9)V99.
           02 TOTAL-SANGRIA-ANT PIC 9(9)V99.
           02 TOTAL-SUPRIMENTO-ANT PIC 9(9)V99.
           02 STATUS-CAIXA-ANT PIC X(1).

       FD ARQ-CAIXA-NOVO LABEL RECORD STANDARD
           DATA RECORD IS R-CAIXA
           VALUE OF FILE-ID IS "CAIXA_NOVO.DAT".

       01 R-CAIXA.
           02 CHAVE-CAIXA.
               03 DATA-CAIXA PIC 9(8).
               03 OPERADOR-CAIXA PIC X(8).
           02 FUNDO-TROCO PIC 9(9)V99.
           02 TOTAL-SANGRIA PIC 9(9)V99.
           02 TOTAL-SUPRIMENTO PIC 9(9)V99.
           02 STATUS-CAIXA PIC X(1).
           02 TOTAL-RECEBIMENTOS PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 ARQ-CAIXA-ANT-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CAIXA-NOVO-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 CONTADOR-CAIXAS PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       CONVERTE.
           DISPLAY "CONVERSAO DO CONTROLE DE CAIXA PARA O FORMATO COM".
           DISPLAY "RECEBIMENTOS DE CONTAS EM DINHEIRO".
           DISPLAY " ".
           PERFORM CONVERTE-CAIXAS.
           DISPLAY " ".
           DISPLAY "CAIXAS CONVERTIDOS: " CONTADOR-CAIXAS.
           DISPLAY " ".
           DISPLAY "Substitua CAIXA.DAT por CAIXA_NOVO.DAT antes da".
           DISPLAY "proxima abertura do sistema.".
           STOP RUN.

       CONVERTE-CAIXAS.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-CAIXA-ANT.
           IF ARQ-CAIXA-ANT-OK NOT = "00"
               DISPLAY "CAIXA.DAT indisponivel - status "
                   ARQ-CAIXA-ANT-OK
               MOVE 1 TO EOF.
           IF EOF = 0
               OPEN OUTPUT ARQ-CAIXA-NOVO
               PERFORM CONVERTE-CAIXA-LE UNTIL EOF = 1
               CLOSE ARQ-CAIXA-ANT
               CLOSE ARQ-CAIXA-NOVO.

       CONVERTE-CAIXA-LE.
           READ ARQ-CAIXA-ANT NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE DATA-CAIXA-ANT TO DATA-CAIXA
               MOVE OPERADOR-CAIXA-ANT TO OPERADOR-CAIXA
               MOVE FUNDO-TROCO-ANT TO FUNDO-TROCO
               MOVE TOTAL-SANGRIA-ANT TO TOTAL-SANGRIA
               MOVE TOTAL-SUPRIMENTO-ANT TO TOTAL-SUPRIMENTO
               MOVE STATUS-CAIXA-ANT TO STATUS-CAIXA
               MOVE ZEROS TO TOTAL-RECEBIMENTOS
               WRITE R-CAIXA INVALID KEY
                   DISPLAY "Erro ao converter caixa " DATA-CAIXA " "
                       OPERADOR-CAIXA
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-CAIXAS
               END-WRITE.

       END PROGRAM CONVERTE-CAIXA.
