       IDENTIFICATION DIVISION.
       PROGRAM-ID. POUP-LOTE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LOTE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS CHAVE-LOTE
           FILE STATUS ARQ-LOTE-OK.

           SELECT ARQ-EXTR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-EXTR
           FILE STATUS ARQ-EXTR-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-LOTE LABEL RECORD STANDARD
           DATA RECORD IS R-LOTE
           VALUE OF FILE-ID IS "POUPLOTE.DAT".

       01 R-LOTE.
           02 CHAVE-LOTE.
               03 COD-ID-LOTE PIC 9(8).
               03 NUM-LOTE PIC 9(5).
           02 STATUS-LOTE PIC X(1).
               88 LOTE-ATIVO VALUE "A".
               88 LOTE-ENCERRADO VALUE "E".
               88 LOTE-CONTROLE VALUE "C".
           02 DATA-DEPOSITO-LOTE PIC 9(8).
           02 DIA-ANIVERSARIO-LOTE PIC 9(2).
           02 DATA-BASE-LOTE PIC 9(8).
           02 PROX-ANIVERSARIO-LOTE PIC 9(8).
           02 VALOR-DEPOSITO-LOTE PIC 9(9)V99.
           02 SALDO-LOTE PIC 9(9)V99.
           02 RENDIMENTO-LOTE PIC 9(9)V99.
           02 DATA-ENCERRAMENTO-LOTE PIC 9(8).
           02 ULT-SEQ-EXTR-LOTE PIC 9(9).
           02 ULT-NUM-LOTE PIC 9(5).
           02 DATA-ATUALIZACAO-LOTE PIC 9(8).

       FD ARQ-EXTR LABEL RECORD STANDARD
           DATA RECORD IS R-EXTR
           VALUE OF FILE-ID IS "ARQEXTR.DAT".

       01 R-EXTR.
           02 DATA-SISTEMA PIC 9(8).
           02 CHAVE-EXTR.
               03 CODIGO.
                   04 AGENCIA PIC 9(4).
                   04 CONTA PIC 9(4).
               03 NUM-SEQ PIC 9(9).
           02 TIPO-MOV PIC X(12).
           02 VL-MOV PIC S9(9)V99.
           02 SD-ATUAL PIC S9(9)V99.
           02 OPERADOR PIC X(8).
           66 COD-ID-EXTR RENAMES AGENCIA THRU CONTA.

       WORKING-STORAGE SECTION.
       01 ARQ-LOTE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EXTR-OK PIC X(2) VALUE ZEROS.
       01 TENTATIVAS-ABERTURA PIC 9(1) VALUE ZERO.
       01 FIM-EXTR PIC 9 VALUE ZERO.
       01 FIM-LOTE PIC 9 VALUE ZERO.
       01 SEM-LOTE PIC 9 VALUE ZERO.
       01 DATA-HOJE PIC 9(8) VALUE ZEROS.

       01 DADOS-CONTROLE-LOTE.
           02 CONTROLE-NOVO PIC 9 VALUE ZERO.
           02 CONTROLE-ULT-SEQ PIC 9(9) VALUE ZEROS.
           02 CONTROLE-ULT-LOTE PIC 9(5) VALUE ZEROS.

       01 DADOS-CALCULO.
           02 VALOR-LOTE-NOVO PIC 9(9)V99 VALUE ZEROS.
           02 DATA-LOTE-NOVO PIC 9(8) VALUE ZEROS.
           02 DATA-REFERENCIA PIC 9(8) VALUE ZEROS.
           02 VALOR-A-CONSUMIR PIC 9(9)V99 VALUE ZEROS.
           02 TOTAL-LOTES PIC 9(9)V99 VALUE ZEROS.
           02 SALDO-CONTA PIC 9(9)V99 VALUE ZEROS.
           02 RENDIMENTO-CALC PIC 9(9)V99 VALUE ZEROS.
           02 LOTE-ESCOLHIDO PIC 9(5) VALUE ZEROS.
           02 DATA-BASE-ESCOLHIDA PIC 9(8) VALUE ZEROS.
           02 LOTE-CREDITADO PIC 9 VALUE ZERO.

       01 DATA-CALC.
           02 ANO-CALC PIC 9(4).
           02 MES-CALC PIC 9(2).
           02 DIA-CALC PIC 9(2).

       LINKAGE SECTION.
       01 LS-ACAO PIC 9(1).
       01 LS-COD-ID PIC 9(8).
       01 LS-DATA PIC 9(8).
       01 LS-SALDO PIC S9(9)V99.
       01 LS-TAXA PIC 9V9999.
       01 LS-VALOR PIC S9(9)V99.
       01 LS-QTD PIC 9(5).
       01 LS-RESULTADO PIC 9(1).

       PROCEDURE DIVISION USING LS-ACAO, LS-COD-ID, LS-DATA, LS-SALDO,
           LS-TAXA, LS-VALOR, LS-QTD, LS-RESULTADO.

       PROCESSA-LOTES.
           MOVE ZERO TO LS-RESULTADO.
           MOVE ZEROS TO LS-VALOR.
           MOVE ZEROS TO LS-QTD.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM ABRE-ARQ-LOTE.
           IF ARQ-LOTE-OK NOT = "00"
               DISPLAY "POUP-LOTE: lotes indisponiveis - "
                   "POUPLOTE.DAT status " ARQ-LOTE-OK
               MOVE 9 TO LS-RESULTADO
           ELSE
               IF LS-ACAO = 3
                   PERFORM CREDITA-ANIVERSARIOS
               ELSE
                   PERFORM ATUALIZA-LOTES
               END-IF
               CLOSE ARQ-LOTE.
       EXIT PROGRAM.

       ATUALIZA-LOTES.
           OPEN INPUT ARQ-EXTR.
           IF ARQ-EXTR-OK NOT = "00"
               DISPLAY "POUP-LOTE: extrato indisponivel - "
                   "ARQEXTR.DAT status " ARQ-EXTR-OK
               MOVE 9 TO LS-RESULTADO
           ELSE
               PERFORM LE-CONTROLE
               IF LS-RESULTADO = 0
                   PERFORM SINCRONIZA-EXTRATO
                   IF LS-ACAO = 2
                       PERFORM CONCILIA-SALDO
                   END-IF
                   PERFORM GRAVA-CONTROLE
               END-IF
               CLOSE ARQ-EXTR.

       LE-CONTROLE.
           MOVE ZERO TO CONTROLE-NOVO.
           MOVE LS-COD-ID TO COD-ID-LOTE.
           MOVE ZEROS TO NUM-LOTE.
           READ ARQ-LOTE INVALID KEY
               IF LS-ACAO = 2
                   PERFORM CRIA-CONTROLE
               ELSE
                   MOVE 1 TO LS-RESULTADO
               END-IF
           NOT INVALID KEY
               MOVE ULT-SEQ-EXTR-LOTE TO CONTROLE-ULT-SEQ
               MOVE ULT-NUM-LOTE TO CONTROLE-ULT-LOTE
           END-READ.

       CRIA-CONTROLE.
           MOVE 1 TO CONTROLE-NOVO.
           MOVE ZEROS TO CONTROLE-ULT-SEQ.
           MOVE ZEROS TO CONTROLE-ULT-LOTE.
           MOVE ZERO TO FIM-EXTR.
           MOVE LS-COD-ID TO CODIGO.
           MOVE ZEROS TO NUM-SEQ.
           START ARQ-EXTR KEY IS NOT LESS THAN CHAVE-EXTR
               INVALID KEY MOVE 1 TO FIM-EXTR.
           PERFORM LOCALIZA-ULTIMO-EXTR UNTIL FIM-EXTR = 1.

       LOCALIZA-ULTIMO-EXTR.
           READ ARQ-EXTR NEXT RECORD AT END MOVE 1 TO FIM-EXTR.
           IF FIM-EXTR = 0 AND COD-ID-EXTR NOT = LS-COD-ID
               MOVE 1 TO FIM-EXTR.
           IF FIM-EXTR = 0
               MOVE NUM-SEQ TO CONTROLE-ULT-SEQ.

       SINCRONIZA-EXTRATO.
           MOVE ZERO TO FIM-EXTR.
           MOVE LS-COD-ID TO CODIGO.
           MOVE CONTROLE-ULT-SEQ TO NUM-SEQ.
           START ARQ-EXTR KEY IS GREATER THAN CHAVE-EXTR
               INVALID KEY MOVE 1 TO FIM-EXTR.
           PERFORM APLICA-MOVIMENTO UNTIL FIM-EXTR = 1.

       APLICA-MOVIMENTO.
           READ ARQ-EXTR NEXT RECORD AT END MOVE 1 TO FIM-EXTR.
           IF FIM-EXTR = 0 AND COD-ID-EXTR NOT = LS-COD-ID
               MOVE 1 TO FIM-EXTR.
           IF FIM-EXTR = 0
               MOVE NUM-SEQ TO CONTROLE-ULT-SEQ
               IF TIPO-MOV NOT = "RENDIMENTO"
                   IF VL-MOV > ZEROS
                       MOVE VL-MOV TO VALOR-LOTE-NOVO
                       MOVE DATA-SISTEMA TO DATA-LOTE-NOVO
                       PERFORM CRIA-LOTE
                   ELSE
                       IF VL-MOV < ZEROS
                           COMPUTE VALOR-A-CONSUMIR = 0 - VL-MOV
                           MOVE DATA-SISTEMA TO DATA-REFERENCIA
                           PERFORM CONSOME-LOTES.

       CONCILIA-SALDO.
           MOVE ZEROS TO SALDO-CONTA.
           IF LS-SALDO > ZEROS
               MOVE LS-SALDO TO SALDO-CONTA.
           PERFORM SOMA-LOTES.
           IF SALDO-CONTA > TOTAL-LOTES
               COMPUTE VALOR-LOTE-NOVO = SALDO-CONTA - TOTAL-LOTES
               MOVE LS-DATA TO DATA-LOTE-NOVO
               PERFORM CRIA-LOTE
               MOVE VALOR-LOTE-NOVO TO LS-VALOR.
           IF SALDO-CONTA < TOTAL-LOTES
               COMPUTE VALOR-A-CONSUMIR = TOTAL-LOTES - SALDO-CONTA
               COMPUTE LS-VALOR = SALDO-CONTA - TOTAL-LOTES
               MOVE LS-DATA TO DATA-REFERENCIA
               PERFORM CONSOME-LOTES.

       SOMA-LOTES.
           MOVE ZEROS TO TOTAL-LOTES.
           PERFORM POSICIONA-LOTES.
           PERFORM SOMA-LOTE-LE UNTIL FIM-LOTE = 1.

       SOMA-LOTE-LE.
           PERFORM LE-PROXIMO-LOTE.
           IF FIM-LOTE = 0 AND LOTE-ATIVO
               ADD SALDO-LOTE TO TOTAL-LOTES.

       POSICIONA-LOTES.
           MOVE ZERO TO FIM-LOTE.
           MOVE LS-COD-ID TO COD-ID-LOTE.
           MOVE 1 TO NUM-LOTE.
           START ARQ-LOTE KEY IS NOT LESS THAN CHAVE-LOTE
               INVALID KEY MOVE 1 TO FIM-LOTE.

       LE-PROXIMO-LOTE.
           READ ARQ-LOTE NEXT RECORD AT END MOVE 1 TO FIM-LOTE.
           IF FIM-LOTE = 0 AND COD-ID-LOTE NOT = LS-COD-ID
               MOVE 1 TO FIM-LOTE.

       CRIA-LOTE.
           ADD 1 TO CONTROLE-ULT-LOTE.
           MOVE LS-COD-ID TO COD-ID-LOTE.
           MOVE CONTROLE-ULT-LOTE TO NUM-LOTE.
           MOVE "A" TO STATUS-LOTE.
           MOVE DATA-LOTE-NOVO TO DATA-DEPOSITO-LOTE.
           MOVE DATA-LOTE-NOVO TO DATA-CALC.
           IF DIA-CALC > 28
               MOVE 1 TO DIA-CALC
               PERFORM SOMA-MES.
           MOVE DIA-CALC TO DIA-ANIVERSARIO-LOTE.
           MOVE DATA-CALC TO DATA-BASE-LOTE.
           PERFORM SOMA-MES.
           MOVE DATA-CALC TO PROX-ANIVERSARIO-LOTE.
           MOVE VALOR-LOTE-NOVO TO VALOR-DEPOSITO-LOTE.
           MOVE VALOR-LOTE-NOVO TO SALDO-LOTE.
           MOVE ZEROS TO RENDIMENTO-LOTE.
           MOVE ZEROS TO DATA-ENCERRAMENTO-LOTE.
           MOVE ZEROS TO ULT-SEQ-EXTR-LOTE.
           MOVE ZEROS TO ULT-NUM-LOTE.
           MOVE DATA-HOJE TO DATA-ATUALIZACAO-LOTE.
           WRITE R-LOTE INVALID KEY
               DISPLAY "POUP-LOTE: lote nao gravado - conta "
                   LS-COD-ID " lote " NUM-LOTE
               MOVE 9 TO LS-RESULTADO
           END-WRITE.

       SOMA-MES.
           ADD 1 TO MES-CALC.
           IF MES-CALC > 12
               MOVE 1 TO MES-CALC
               ADD 1 TO ANO-CALC.

       CONSOME-LOTES.
           MOVE ZERO TO SEM-LOTE.
           PERFORM CONSOME-LOTE-RECENTE
               UNTIL VALOR-A-CONSUMIR = ZEROS OR SEM-LOTE = 1.

       CONSOME-LOTE-RECENTE.
           PERFORM LOCALIZA-LOTE-RECENTE.
           IF LOTE-ESCOLHIDO = ZEROS
               MOVE 1 TO SEM-LOTE
           ELSE
               MOVE LS-COD-ID TO COD-ID-LOTE
               MOVE LOTE-ESCOLHIDO TO NUM-LOTE
               READ ARQ-LOTE INVALID KEY
                   MOVE 1 TO SEM-LOTE
               NOT INVALID KEY
                   PERFORM DEBITA-LOTE
               END-READ.

       LOCALIZA-LOTE-RECENTE.
           MOVE ZEROS TO LOTE-ESCOLHIDO.
           MOVE ZEROS TO DATA-BASE-ESCOLHIDA.
           PERFORM POSICIONA-LOTES.
           PERFORM LOCALIZA-LOTE-LE UNTIL FIM-LOTE = 1.

       LOCALIZA-LOTE-LE.
           PERFORM LE-PROXIMO-LOTE.
           IF FIM-LOTE = 0 AND LOTE-ATIVO
               IF DATA-BASE-LOTE NOT < DATA-BASE-ESCOLHIDA
                   MOVE NUM-LOTE TO LOTE-ESCOLHIDO
                   MOVE DATA-BASE-LOTE TO DATA-BASE-ESCOLHIDA.

       DEBITA-LOTE.
           IF SALDO-LOTE > VALOR-A-CONSUMIR
               SUBTRACT VALOR-A-CONSUMIR FROM SALDO-LOTE
               MOVE ZEROS TO VALOR-A-CONSUMIR
           ELSE
               SUBTRACT SALDO-LOTE FROM VALOR-A-CONSUMIR
               MOVE ZEROS TO SALDO-LOTE
               MOVE "E" TO STATUS-LOTE
               MOVE DATA-REFERENCIA TO DATA-ENCERRAMENTO-LOTE.
           MOVE DATA-HOJE TO DATA-ATUALIZACAO-LOTE.
           REWRITE R-LOTE INVALID KEY
               DISPLAY "POUP-LOTE: lote nao atualizado - conta "
                   LS-COD-ID " lote " NUM-LOTE
               MOVE 9 TO LS-RESULTADO
               MOVE 1 TO SEM-LOTE
           END-REWRITE.

       GRAVA-CONTROLE.
           MOVE LS-COD-ID TO COD-ID-LOTE.
           MOVE ZEROS TO NUM-LOTE.
           IF CONTROLE-NOVO = 1
               MOVE "C" TO STATUS-LOTE
               MOVE ZEROS TO DATA-DEPOSITO-LOTE
               MOVE ZEROS TO DIA-ANIVERSARIO-LOTE
               MOVE ZEROS TO DATA-BASE-LOTE
               MOVE ZEROS TO PROX-ANIVERSARIO-LOTE
               MOVE ZEROS TO VALOR-DEPOSITO-LOTE
               MOVE ZEROS TO SALDO-LOTE
               MOVE ZEROS TO RENDIMENTO-LOTE
               MOVE ZEROS TO DATA-ENCERRAMENTO-LOTE
               MOVE CONTROLE-ULT-SEQ TO ULT-SEQ-EXTR-LOTE
               MOVE CONTROLE-ULT-LOTE TO ULT-NUM-LOTE
               MOVE DATA-HOJE TO DATA-ATUALIZACAO-LOTE
               WRITE R-LOTE INVALID KEY
                   DISPLAY "POUP-LOTE: controle nao gravado - conta "
                       LS-COD-ID
                   MOVE 9 TO LS-RESULTADO
               END-WRITE
           ELSE
               READ ARQ-LOTE INVALID KEY
                   MOVE 9 TO LS-RESULTADO
               NOT INVALID KEY
                   MOVE CONTROLE-ULT-SEQ TO ULT-SEQ-EXTR-LOTE
                   MOVE CONTROLE-ULT-LOTE TO ULT-NUM-LOTE
                   MOVE DATA-HOJE TO DATA-ATUALIZACAO-LOTE
                   REWRITE R-LOTE INVALID KEY
                       MOVE 9 TO LS-RESULTADO
                   END-REWRITE
               END-READ.

       CREDITA-ANIVERSARIOS.
           MOVE LS-COD-ID TO COD-ID-LOTE.
           MOVE ZEROS TO NUM-LOTE.
           READ ARQ-LOTE INVALID KEY
               MOVE 1 TO LS-RESULTADO
           END-READ.
           IF LS-RESULTADO = 0
               PERFORM POSICIONA-LOTES
               PERFORM CREDITA-LOTE-LE UNTIL FIM-LOTE = 1.

       CREDITA-LOTE-LE.
           PERFORM LE-PROXIMO-LOTE.
           IF FIM-LOTE = 0 AND LOTE-ATIVO
               AND PROX-ANIVERSARIO-LOTE NOT > LS-DATA
               MOVE ZERO TO LOTE-CREDITADO
               PERFORM CREDITA-PERIODO
                   UNTIL PROX-ANIVERSARIO-LOTE > LS-DATA
               MOVE DATA-HOJE TO DATA-ATUALIZACAO-LOTE
               REWRITE R-LOTE INVALID KEY
                   DISPLAY "POUP-LOTE: lote nao atualizado - conta "
                       LS-COD-ID " lote " NUM-LOTE
                   MOVE 9 TO LS-RESULTADO
               NOT INVALID KEY
                   IF LOTE-CREDITADO = 1
                       ADD 1 TO LS-QTD
                   END-IF
               END-REWRITE.

       CREDITA-PERIODO.
           COMPUTE RENDIMENTO-CALC ROUNDED = SALDO-LOTE * LS-TAXA.
           IF RENDIMENTO-CALC > ZEROS
               ADD RENDIMENTO-CALC TO SALDO-LOTE
               ADD RENDIMENTO-CALC TO RENDIMENTO-LOTE
               ADD RENDIMENTO-CALC TO LS-VALOR
               MOVE 1 TO LOTE-CREDITADO.
           MOVE PROX-ANIVERSARIO-LOTE TO DATA-BASE-LOTE.
           MOVE PROX-ANIVERSARIO-LOTE TO DATA-CALC.
           PERFORM SOMA-MES.
           MOVE DATA-CALC TO PROX-ANIVERSARIO-LOTE.

       ABRE-ARQ-LOTE.
           MOVE ZERO TO TENTATIVAS-ABERTURA.
           MOVE "99" TO ARQ-LOTE-OK.
           PERFORM ABRE-ARQ-LOTE-TENTA
               UNTIL ARQ-LOTE-OK = "00"
               OR TENTATIVAS-ABERTURA > 4.

       ABRE-ARQ-LOTE-TENTA.
           ADD 1 TO TENTATIVAS-ABERTURA.
           OPEN I-O ARQ-LOTE.
           IF ARQ-LOTE-OK = "35"
               CLOSE ARQ-LOTE
               OPEN OUTPUT ARQ-LOTE
               CLOSE ARQ-LOTE
               OPEN I-O ARQ-LOTE.
           IF ARQ-LOTE-OK NOT = "00"
               CLOSE ARQ-LOTE.

       END PROGRAM POUP-LOTE.
