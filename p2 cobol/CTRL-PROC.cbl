       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRL-PROC.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROCCTRL ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS CHAVE-PROC
           FILE STATUS ARQ-PROCCTRL-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-PROCCTRL LABEL RECORD STANDARD
           DATA RECORD IS R-PROCCTRL
           VALUE OF FILE-ID IS "PROCCTRL.DAT".

       01 R-PROCCTRL.
           02 CHAVE-PROC.
               03 PROGRAMA-PROC PIC X(12).
               03 PERIODO-PROC PIC 9(8).
               03 ITEM-PROC PIC 9(8).
           02 DATA-PROC PIC 9(8).
           02 HORA-PROC PIC 9(8).
           02 VALOR-PROC PIC S9(9)V99.
           02 QTD-EXECUCOES-PROC PIC 9(3).

       WORKING-STORAGE SECTION.
       01 ARQ-PROCCTRL-OK PIC X(2) VALUE ZEROS.
       01 TENTATIVAS-ABERTURA PIC 9(1) VALUE ZERO.
       01 EOF PIC 9 VALUE ZERO.

       LINKAGE SECTION.
       01 LS-ACAO PIC 9(1).
       01 LS-PROGRAMA PIC X(12).
       01 LS-PERIODO PIC 9(8).
       01 LS-ITEM PIC 9(8).
       01 LS-VALOR PIC S9(9)V99.
       01 LS-RESULTADO PIC 9(1).
       01 LS-QTD PIC 9(7).

       PROCEDURE DIVISION USING LS-ACAO, LS-PROGRAMA, LS-PERIODO,
           LS-ITEM, LS-VALOR, LS-RESULTADO, LS-QTD.

       TRATA-ACAO.
           MOVE ZERO TO LS-RESULTADO.
           PERFORM ABRE-ARQ-PROCCTRL.
           IF ARQ-PROCCTRL-OK NOT = "00"
               DISPLAY "CTRL-PROC: PROCCTRL.DAT indisponivel - status "
                   ARQ-PROCCTRL-OK
               MOVE 9 TO LS-RESULTADO
           ELSE
               EVALUATE LS-ACAO
               WHEN 1
                   PERFORM CONSULTA-ITEM
               WHEN 2
                   PERFORM REGISTRA-ITEM
               WHEN 3
                   PERFORM CONTA-PERIODO
               WHEN OTHER
                   DISPLAY "CTRL-PROC: acao invalida " LS-ACAO
               END-EVALUATE
               CLOSE ARQ-PROCCTRL.
       EXIT PROGRAM.

       CONSULTA-ITEM.
           MOVE LS-PROGRAMA TO PROGRAMA-PROC.
           MOVE LS-PERIODO TO PERIODO-PROC.
           MOVE LS-ITEM TO ITEM-PROC.
           READ ARQ-PROCCTRL INVALID KEY
               MOVE 0 TO LS-RESULTADO
           NOT INVALID KEY
               MOVE 1 TO LS-RESULTADO
           END-READ.

       REGISTRA-ITEM.
           MOVE LS-PROGRAMA TO PROGRAMA-PROC.
           MOVE LS-PERIODO TO PERIODO-PROC.
           MOVE LS-ITEM TO ITEM-PROC.
           READ ARQ-PROCCTRL INVALID KEY
               MOVE ZEROS TO QTD-EXECUCOES-PROC
               PERFORM MONTA-REGISTRO
               WRITE R-PROCCTRL INVALID KEY
                   DISPLAY "CTRL-PROC: erro ao registrar item "
                       LS-ITEM
                   MOVE 9 TO LS-RESULTADO
               END-WRITE
           NOT INVALID KEY
               PERFORM MONTA-REGISTRO
               REWRITE R-PROCCTRL INVALID KEY
                   DISPLAY "CTRL-PROC: erro ao regravar item "
                       LS-ITEM
                   MOVE 9 TO LS-RESULTADO
               END-REWRITE
           END-READ.

       MONTA-REGISTRO.
           ACCEPT DATA-PROC FROM DATE YYYYMMDD.
           ACCEPT HORA-PROC FROM TIME.
           MOVE LS-VALOR TO VALOR-PROC.
           ADD 1 TO QTD-EXECUCOES-PROC.

       CONTA-PERIODO.
           MOVE ZEROS TO LS-QTD.
           MOVE ZERO TO EOF.
           MOVE LS-PROGRAMA TO PROGRAMA-PROC.
           MOVE LS-PERIODO TO PERIODO-PROC.
           MOVE ZEROS TO ITEM-PROC.
           START ARQ-PROCCTRL KEY IS NOT LESS THAN CHAVE-PROC
               INVALID KEY MOVE 1 TO EOF.
           PERFORM CONTA-PERIODO-LE UNTIL EOF = 1.

       CONTA-PERIODO-LE.
           READ ARQ-PROCCTRL NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF PROGRAMA-PROC NOT = LS-PROGRAMA
                   OR PERIODO-PROC NOT = LS-PERIODO
                   MOVE 1 TO EOF
               ELSE
                   ADD 1 TO LS-QTD.

       ABRE-ARQ-PROCCTRL.
           MOVE ZERO TO TENTATIVAS-ABERTURA.
           MOVE "99" TO ARQ-PROCCTRL-OK.
           PERFORM ABRE-ARQ-PROCCTRL-TENTA
               UNTIL ARQ-PROCCTRL-OK = "00"
               OR TENTATIVAS-ABERTURA > 4.

       ABRE-ARQ-PROCCTRL-TENTA.
           ADD 1 TO TENTATIVAS-ABERTURA.
           OPEN I-O ARQ-PROCCTRL.
           IF ARQ-PROCCTRL-OK = "35"
               CLOSE ARQ-PROCCTRL
               OPEN OUTPUT ARQ-PROCCTRL
               CLOSE ARQ-PROCCTRL
               OPEN I-O ARQ-PROCCTRL.
           IF ARQ-PROCCTRL-OK NOT = "00"
               CLOSE ARQ-PROCCTRL.

       END PROGRAM CTRL-PROC.
