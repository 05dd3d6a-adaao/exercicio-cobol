       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCA-AGENCIA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AGENCIAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COD-AG
           FILE STATUS ARQ-AGENCIAS-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-AGENCIAS LABEL RECORD STANDARD
           DATA RECORD IS R-AGENCIAS
           VALUE OF FILE-ID IS "AGENCIAS.DAT".

       01 R-AGENCIAS.
           02 COD-AG PIC 9(4).
           02 NOME-AG PIC X(30).
           02 CIDADE-AG PIC X(25).
           02 GERENTE-AG PIC X(30).
           02 DATA-ABERTURA-AG PIC 9(8).
           02 STATUS-AG PIC X(1).
               88 AGENCIA-ATIVA VALUE "A".
               88 AGENCIA-ENCERRADA VALUE "E".
           02 DATA-ENCERRAMENTO-AG PIC 9(8).

       WORKING-STORAGE SECTION.
       01 ARQ-AGENCIAS-OK PIC X(2) VALUE ZEROS.

       LINKAGE SECTION.
       01 LS-COD-AGENCIA PIC 9(4).
       01 LS-NOME-AGENCIA PIC X(30).
       01 LS-RESULTADO PIC 9(1).

       PROCEDURE DIVISION USING LS-COD-AGENCIA, LS-NOME-AGENCIA,
           LS-RESULTADO.
       BUSCA.
           MOVE 1 TO LS-RESULTADO.
           MOVE "AGENCIA NAO CADASTRADA" TO LS-NOME-AGENCIA.
           OPEN INPUT ARQ-AGENCIAS.
           IF ARQ-AGENCIAS-OK = "00"
               MOVE LS-COD-AGENCIA TO COD-AG
               READ ARQ-AGENCIAS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOME-AG TO LS-NOME-AGENCIA
                   IF AGENCIA-ATIVA
                       MOVE 0 TO LS-RESULTADO
                   ELSE
                       MOVE 2 TO LS-RESULTADO
                   END-IF
               END-READ
               CLOSE ARQ-AGENCIAS.
       EXIT PROGRAM.

       END PROGRAM BUSCA-AGENCIA.
