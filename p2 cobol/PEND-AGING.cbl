       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEND-AGING.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDDEB ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-PENDDEB
           FILE STATUS ARQ-PENDDEB-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-PENDDEB LABEL RECORD STANDARD
           DATA RECORD IS R-PENDDEB
           VALUE OF FILE-ID IS "PENDDEB.DAT".

       01 R-PENDDEB.
           02 CHAVE-PENDDEB.
               03 COD-ID-PEND PIC 9(8).
               03 NUM-PEND PIC 9(9).
           02 ORIGEM-PEND PIC X(15).
           02 REFERENCIA-PEND PIC X(12).
           02 TIPO-MOV-PEND PIC X(12).
           02 VALOR-PEND PIC 9(9)V99.
           02 COD-ID-DESTINO-PEND PIC 9(8).
           02 DATA-PEND PIC 9(8).
           02 STATUS-PEND PIC X(1).
               88 PEND-ABERTA VALUE "P".
               88 PEND-COBRADA VALUE "C".
               88 PEND-DISPENSADA VALUE "D".
               88 PEND-CANCELADA VALUE "X".
           02 DATA-BAIXA-PEND PIC 9(8).
           02 OPERADOR-BAIXA-PEND PIC X(8).
           02 MOTIVO-BAIXA-PEND PIC X(40).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       WORKING-STORAGE SECTION.
       01 ARQ-PENDDEB-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.

       01 DATA-HOJE-R.
           02 ANO-HOJE PIC 9999.
           02 MES-HOJE PIC 99.
           02 DIA-HOJE PIC 99.
       01 DATA-PEND-R.
           02 ANO-PEND PIC 9999.
           02 MES-PEND PIC 99.
           02 DIA-PEND PIC 99.
       01 DIAS-PENDENTE PIC S9(9) VALUE ZEROS.
       01 FAIXA-PENDENTE PIC 9(1) VALUE ZEROS.

       01 TABELA-ORIGENS.
           02 QTD-ORIGENS PIC 9(2) VALUE ZEROS.
           02 ITEM-ORIGEM OCCURS 10 TIMES.
               03 TAB-ORIGEM PIC X(15).
               03 TAB-FAIXA OCCURS 4 TIMES.
                   04 TAB-QTD PIC 9(5).
                   04 TAB-VALOR PIC S9(11)V99.
       01 IND-ORIGEM PIC 9(2) VALUE ZEROS.
       01 ACHOU-ORIGEM PIC 9 VALUE ZERO.

       01 TOTAL-GERAL-QTD PIC 9(5) VALUE ZEROS.
       01 TOTAL-GERAL-VALOR PIC S9(11)V99 VALUE ZEROS.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE "BATCH".
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       01 DADOS-E.
           02 VALOR-PEND-E PIC ZZZ.ZZZ.ZZ9,99.
           02 DIAS-PENDENTE-E PIC ZZZZ9.
           02 VALOR-FAIXA-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-GERAL-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       GERA.
           PERFORM ABRE.
           PERFORM LE-E-CLASSIFICA UNTIL EOF = 1.
           PERFORM IMPRIME-AGING.
           CLOSE ARQ-PENDDEB.
           STOP RUN.

       ABRE.
           DISPLAY "AGING DOS DEBITOS PENDENTES DE COBRANCA".
           DISPLAY " ".
           PERFORM LE-DATA-MOVIMENTO.
           MOVE "AGING DE DEBITOS PENDENTES" TO NOME-REL.
           MOVE "REL_PENDENCIAS" TO ARQ-REL.
           MOVE "CONTA    NUMERO    ORIGEM          REFERENCIA   "
               TO CABEC-REL.
           MOVE "           VALOR DATA     DIAS" TO CABEC-REL (50:30).
           PERFORM ABRE-RELATORIO.
           OPEN INPUT ARQ-PENDDEB.
           IF ARQ-PENDDEB-OK NOT = "00"
               DISPLAY "Erro ao abrir PENDDEB.DAT - status "
                   ARQ-PENDDEB-OK
               MOVE 1 TO EOF.
           IF EOF = 0
               MOVE ZEROS TO CHAVE-PENDDEB
               START ARQ-PENDDEB KEY IS NOT LESS THAN CHAVE-PENDDEB
                   INVALID KEY MOVE 1 TO EOF.

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

       LE-E-CLASSIFICA.
           READ ARQ-PENDDEB NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF PEND-ABERTA
                   PERFORM CLASSIFICA-PENDENCIA.

       CLASSIFICA-PENDENCIA.
           PERFORM APURA-DIAS-PENDENTE.
           EVALUATE TRUE
           WHEN DIAS-PENDENTE NOT > 30
               MOVE 1 TO FAIXA-PENDENTE
           WHEN DIAS-PENDENTE NOT > 60
               MOVE 2 TO FAIXA-PENDENTE
           WHEN DIAS-PENDENTE NOT > 90
               MOVE 3 TO FAIXA-PENDENTE
           WHEN OTHER
               MOVE 4 TO FAIXA-PENDENTE
           END-EVALUATE.
           MOVE VALOR-PEND TO VALOR-PEND-E.
           MOVE DIAS-PENDENTE TO DIAS-PENDENTE-E.
           STRING COD-ID-PEND " " NUM-PEND " " ORIGEM-PEND " "
               REFERENCIA-PEND " " VALOR-PEND-E " " DATA-PEND " "
               DIAS-PENDENTE-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM LOCALIZA-ORIGEM.
           IF ACHOU-ORIGEM = 1
               ADD 1 TO TAB-QTD (IND-ORIGEM, FAIXA-PENDENTE)
               ADD VALOR-PEND TO TAB-VALOR (IND-ORIGEM, FAIXA-PENDENTE)
               ADD 1 TO TOTAL-GERAL-QTD
               ADD VALOR-PEND TO TOTAL-GERAL-VALOR.

       APURA-DIAS-PENDENTE.
           MOVE DATA-MOVIMENTO-DIA TO DATA-HOJE-R.
           MOVE DATA-PEND TO DATA-PEND-R.
           COMPUTE DIAS-PENDENTE =
               (ANO-HOJE * 365 + MES-HOJE * 30 + DIA-HOJE) -
               (ANO-PEND * 365 + MES-PEND * 30 + DIA-PEND).
           IF DIAS-PENDENTE < ZEROS
               MOVE ZEROS TO DIAS-PENDENTE.

       LOCALIZA-ORIGEM.
           MOVE ZERO TO ACHOU-ORIGEM.
           MOVE 1 TO IND-ORIGEM.
           PERFORM PROCURA-ORIGEM
               UNTIL IND-ORIGEM > QTD-ORIGENS
               OR ACHOU-ORIGEM = 1.
           IF ACHOU-ORIGEM = 0
               IF QTD-ORIGENS < 10
                   ADD 1 TO QTD-ORIGENS
                   MOVE QTD-ORIGENS TO IND-ORIGEM
                   MOVE ORIGEM-PEND TO TAB-ORIGEM (IND-ORIGEM)
                   MOVE ZEROS TO TAB-QTD (IND-ORIGEM, 1)
                   MOVE ZEROS TO TAB-QTD (IND-ORIGEM, 2)
                   MOVE ZEROS TO TAB-QTD (IND-ORIGEM, 3)
                   MOVE ZEROS TO TAB-QTD (IND-ORIGEM, 4)
                   MOVE ZEROS TO TAB-VALOR (IND-ORIGEM, 1)
                   MOVE ZEROS TO TAB-VALOR (IND-ORIGEM, 2)
                   MOVE ZEROS TO TAB-VALOR (IND-ORIGEM, 3)
                   MOVE ZEROS TO TAB-VALOR (IND-ORIGEM, 4)
                   MOVE 1 TO ACHOU-ORIGEM
               ELSE
                   DISPLAY "Tabela de origens cheia - pendencia "
                       NUM-PEND " fora do resumo".

       PROCURA-ORIGEM.
           IF TAB-ORIGEM (IND-ORIGEM) = ORIGEM-PEND
               MOVE 1 TO ACHOU-ORIGEM
           ELSE
               ADD 1 TO IND-ORIGEM.

       IMPRIME-AGING.
           PERFORM GRAVA-LINHA-REL.
           MOVE "RESUMO POR ORIGEM E FAIXA DE DIAS" TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE "ORIGEM          FAIXA (DIAS)  ITENS VALOR PENDENTE"
               TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE 1 TO IND-ORIGEM.
           PERFORM IMPRIME-ORIGEM
               UNTIL IND-ORIGEM > QTD-ORIGENS.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-GERAL-VALOR TO TOTAL-GERAL-E.
           STRING "TOTAL GERAL: " TOTAL-GERAL-QTD " PENDENCIAS "
               TOTAL-GERAL-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM FECHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "PENDENCIAS EM ABERTO: " TOTAL-GERAL-QTD.
           DISPLAY "VALOR PENDENTE......: " TOTAL-GERAL-E.
           DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".

       IMPRIME-ORIGEM.
           PERFORM IMPRIME-FAIXA-1.
           PERFORM IMPRIME-FAIXA-2.
           PERFORM IMPRIME-FAIXA-3.
           PERFORM IMPRIME-FAIXA-4.
           ADD 1 TO IND-ORIGEM.

       IMPRIME-FAIXA-1.
           MOVE TAB-VALOR (IND-ORIGEM, 1) TO VALOR-FAIXA-E.
           STRING TAB-ORIGEM (IND-ORIGEM) " 000-030     "
               TAB-QTD (IND-ORIGEM, 1) " " VALOR-FAIXA-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       IMPRIME-FAIXA-2.
           MOVE TAB-VALOR (IND-ORIGEM, 2) TO VALOR-FAIXA-E.
           STRING TAB-ORIGEM (IND-ORIGEM) " 031-060     "
               TAB-QTD (IND-ORIGEM, 2) " " VALOR-FAIXA-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       IMPRIME-FAIXA-3.
           MOVE TAB-VALOR (IND-ORIGEM, 3) TO VALOR-FAIXA-E.
           STRING TAB-ORIGEM (IND-ORIGEM) " 061-090     "
               TAB-QTD (IND-ORIGEM, 3) " " VALOR-FAIXA-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       IMPRIME-FAIXA-4.
           MOVE TAB-VALOR (IND-ORIGEM, 4) TO VALOR-FAIXA-E.
           STRING TAB-ORIGEM (IND-ORIGEM) " ACIMA DE 90 "
               TAB-QTD (IND-ORIGEM, 4) " " VALOR-FAIXA-E
               DELIMITED BY SIZE INTO LINHA-REL.
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

       END PROGRAM PEND-AGING.
