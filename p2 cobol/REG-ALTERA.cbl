       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-ALTERA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALTERACAO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS CHAVE-ALT
           ALTERNATE RECORD KEY IS CHAVE-REGISTRO-ALT WITH DUPLICATES
           ALTERNATE RECORD KEY IS OPERADOR-ALT WITH DUPLICATES
           FILE STATUS ARQ-ALTERACAO-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-ALTERACAO LABEL RECORD STANDARD
           DATA RECORD IS R-ALTERACAO
           VALUE OF FILE-ID IS "ALTERACAO.DAT".

       01 R-ALTERACAO.
           02 CHAVE-ALT.
               03 DATA-ALT PIC 9(8).
               03 HORA-ALT PIC 9(8).
               03 SEQ-ALT PIC 9(3).
           02 ARQUIVO-ALT PIC X(12).
           02 CHAVE-REGISTRO-ALT PIC X(20).
           02 CAMPO-ALT PIC X(20).
           02 VALOR-ANTES-ALT PIC X(40).
           02 VALOR-DEPOIS-ALT PIC X(40).
           02 OPERADOR-ALT PIC X(8).

       WORKING-STORAGE SECTION.
       01 ARQ-ALTERACAO-OK PIC X(2) VALUE ZEROS.
       01 TENTATIVAS-ABERTURA PIC 9(1) VALUE ZERO.
       01 GRAVADO PIC 9 VALUE ZERO.

       LINKAGE SECTION.
       01 LS-ARQUIVO PIC X(12).
       01 LS-CHAVE PIC X(20).
       01 LS-CAMPO PIC X(20).
       01 LS-VALOR-ANTES PIC X(40).
       01 LS-VALOR-DEPOIS PIC X(40).
       01 LS-OPERADOR PIC X(8).

       PROCEDURE DIVISION USING LS-ARQUIVO, LS-CHAVE, LS-CAMPO,
           LS-VALOR-ANTES, LS-VALOR-DEPOIS, LS-OPERADOR.

       GRAVA-ALTERACAO.
           PERFORM ABRE-ARQ-ALTERACAO.
           IF ARQ-ALTERACAO-OK NOT = "00"
               DISPLAY "REG-ALTERA: alteracao nao registrada - "
                   "ALTERACAO.DAT status " ARQ-ALTERACAO-OK
           ELSE
               ACCEPT DATA-ALT FROM DATE YYYYMMDD
               ACCEPT HORA-ALT FROM TIME
               MOVE ZEROS TO SEQ-ALT
               MOVE LS-ARQUIVO TO ARQUIVO-ALT
               MOVE LS-CHAVE TO CHAVE-REGISTRO-ALT
               MOVE LS-CAMPO TO CAMPO-ALT
               MOVE LS-VALOR-ANTES TO VALOR-ANTES-ALT
               MOVE LS-VALOR-DEPOIS TO VALOR-DEPOIS-ALT
               MOVE LS-OPERADOR TO OPERADOR-ALT
               MOVE ZERO TO GRAVADO
               PERFORM GRAVA-REGISTRO
                   UNTIL GRAVADO = 1 OR SEQ-ALT = 999
               IF GRAVADO = 0
                   DISPLAY "REG-ALTERA: alteracao nao registrada - "
                       "chave repetida"
               END-IF
               CLOSE ARQ-ALTERACAO.
       EXIT PROGRAM.

       GRAVA-REGISTRO.
           WRITE R-ALTERACAO INVALID KEY
               ADD 1 TO SEQ-ALT
           NOT INVALID KEY
               MOVE 1 TO GRAVADO
           END-WRITE.

       ABRE-ARQ-ALTERACAO.
           MOVE ZERO TO TENTATIVAS-ABERTURA.
           MOVE "99" TO ARQ-ALTERACAO-OK.
           PERFORM ABRE-ARQ-ALTERACAO-TENTA
               UNTIL ARQ-ALTERACAO-OK = "00"
               OR TENTATIVAS-ABERTURA > 4.

       ABRE-ARQ-ALTERACAO-TENTA.
           ADD 1 TO TENTATIVAS-ABERTURA.
           OPEN I-O ARQ-ALTERACAO.
           IF ARQ-ALTERACAO-OK = "35"
               CLOSE ARQ-ALTERACAO
               OPEN OUTPUT ARQ-ALTERACAO
               CLOSE ARQ-ALTERACAO
               OPEN I-O ARQ-ALTERACAO.
           IF ARQ-ALTERACAO-OK NOT = "00"
               CLOSE ARQ-ALTERACAO.

       END PROGRAM REG-ALTERA.
