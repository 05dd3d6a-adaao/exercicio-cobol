       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLVE-CONTA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-XREF ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COD-ID-ANTIGO
           ALTERNATE RECORD KEY IS COD-ID-NOVO WITH DUPLICATES
           FILE STATUS ARQ-XREF-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-XREF LABEL RECORD STANDARD
           DATA RECORD IS R-XREF
           VALUE OF FILE-ID IS "CONTAXREF.DAT".

       01 R-XREF.
           02 COD-ID-ANTIGO PIC 9(8).
           02 COD-ID-NOVO PIC 9(8).
           02 DATA-TRANSFERENCIA PIC 9(8).
           02 OPERADOR-XREF PIC X(8).

       WORKING-STORAGE SECTION.
       01 ARQ-XREF-OK PIC X(2) VALUE ZEROS.
       01 FIM-CADEIA PIC 9 VALUE ZERO.
       01 SALTOS PIC 9(2) VALUE ZEROS.

       LINKAGE SECTION.
       01 LS-COD-ID PIC 9(8).
       01 LS-RESULTADO PIC 9(1).

       PROCEDURE DIVISION USING LS-COD-ID, LS-RESULTADO.
       RESOLVE.
           MOVE 0 TO LS-RESULTADO.
           MOVE ZERO TO FIM-CADEIA.
           MOVE ZEROS TO SALTOS.
           OPEN INPUT ARQ-XREF.
           IF ARQ-XREF-OK = "00"
               PERFORM SEGUE-CADEIA
                   UNTIL FIM-CADEIA = 1 OR SALTOS > 20
               CLOSE ARQ-XREF.
       EXIT PROGRAM.

       SEGUE-CADEIA.
           MOVE LS-COD-ID TO COD-ID-ANTIGO.
           READ ARQ-XREF INVALID KEY
               MOVE 1 TO FIM-CADEIA
           NOT INVALID KEY
               MOVE COD-ID-NOVO TO LS-COD-ID
               MOVE 1 TO LS-RESULTADO
               ADD 1 TO SALTOS
           END-READ.

       END PROGRAM RESOLVE-CONTA.
