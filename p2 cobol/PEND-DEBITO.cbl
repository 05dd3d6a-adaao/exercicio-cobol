       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEND-DEBITO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDDEB ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS CHAVE-PENDDEB
           FILE STATUS ARQ-PENDDEB-OK.

           SELECT ARQ-SEQ ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS CHAVE-CTRL
           FILE STATUS ARQ-SEQ-OK.

           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID OF REG-ARQAGENCIA
           ALTERNATE RECORD KEY COD-CLIENTE OF REG-ARQAGENCIA
               WITH DUPLICATES
           FILE STATUS ARQ-OK.

           SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS ARQ-EMPRESTIMO-OK.

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

       FD ARQ-SEQ LABEL RECORD STANDARD
           DATA RECORD IS R-SEQ
           VALUE OF FILE-ID IS "ARQSEQ.DAT".

       01 R-SEQ.
           02 CHAVE-CTRL PIC X(2).
           02 ULTIMO-NUM-SEQ-CTRL PIC 9(9).

       FD ARQ-CONTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqAgencia.dat".

       01 REG-ARQAGENCIA.
           02 DADOSDECODIGO.
               03 COD-AGENCIA PIC 9(4).
               03 COD-CONTA-CORRENTE PIC 9(4).
           02 COD-ID REDEFINES DADOSDECODIGO PIC 9(8).
           02 NOME PIC A(40).
           02 SALDO PIC S9(9)V99.
           02 COD-CLIENTE PIC 9(11).
           02 LIMITE PIC S9(9)V99.
           02 STATUS-CONTA PIC X(1).
               88 CONTA-ATIVA VALUE "A".
           02 ULTIMO-NUM-SEQ PIC 9(9).
           02 TIPO-CONTA PIC X(1).

       FD ARQ-EMPRESTIMO LABEL RECORD STANDARD
           DATA RECORD IS R-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       01 R-EMPRESTIMO.
           02 NUM-CONTRATO PIC 9(6).
           02 COD-ID-CONTRATO PIC 9(8).
           02 VALOR-PRINCIPAL PIC 9(9)V99.
           02 TAXA-CONTRATO PIC 9V9999.
           02 NUM-PARCELAS PIC 9(3).
           02 VALOR-PARCELA PIC 9(9)V99.
           02 DIA-VENC-CONTRATO PIC 99.
           02 PARCELAS-PAGAS PIC 9(3).
           02 PARCELAS-ATRASO PIC 9(3).
           02 DATA-CONTRATACAO PIC 9(8).
           02 DATA-ULT-COBRANCA PIC 9(8).
           02 VALOR-MORA PIC 9(9)V99.
           02 DATA-PRIM-ATRASO PIC 9(8).
           02 DATA-ULT-MORA PIC 9(8).
           02 NUM-CONTRATO-ORIGEM PIC 9(6).
           02 STATUS-CONTRATO PIC X(1).
               88 CONTRATO-ATIVO VALUE "A".
           02 TIPO-EMPRESTIMO PIC X(1).
               88 EMPRESTIMO-PESSOAL VALUE "P".
               88 EMPRESTIMO-CONSIGNADO VALUE "C".
           02 CNPJ-CONVENIO-EMP PIC 9(14).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       WORKING-STORAGE SECTION.
       01 ARQ-PENDDEB-OK PIC X(2) VALUE ZEROS.
       01 ARQ-SEQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 FIM-PEND PIC 9 VALUE ZERO.
       01 JA-REGISTRADA PIC 9 VALUE ZERO.

       01 SALDO-ANTES PIC S9(9)V99 VALUE ZEROS.
       01 SALDO-DISPONIVEL PIC S9(9)V99 VALUE ZEROS.
       01 NUM-SEQ-ATUAL PIC 9(9) VALUE ZEROS.
       01 TIPO-MOV-E PIC X(12) VALUE SPACES.
       01 ITEM-VALIDO PIC 9 VALUE ZERO.
       01 CONTRATO-REF PIC 9(6) VALUE ZEROS.

       LINKAGE SECTION.
       01 LS-ACAO PIC 9(1).
       01 LS-COD-ID PIC 9(8).
       01 LS-ORIGEM PIC X(15).
       01 LS-REFERENCIA PIC X(12).
       01 LS-TIPO-MOV PIC X(12).
       01 LS-VALOR PIC 9(9)V99.
       01 LS-COD-ID-DESTINO PIC 9(8).
       01 LS-SALDO PIC S9(9)V99.
       01 LS-LIMITE PIC S9(9)V99.
       01 LS-ULTIMO-NUM-SEQ PIC 9(9).
       01 LS-OPERADOR PIC X(8).

       PROCEDURE DIVISION USING LS-ACAO, LS-COD-ID, LS-ORIGEM,
           LS-REFERENCIA, LS-TIPO-MOV, LS-VALOR, LS-COD-ID-DESTINO,
           LS-SALDO, LS-LIMITE, LS-ULTIMO-NUM-SEQ, LS-OPERADOR.

       TRATA-ACAO.
           PERFORM LE-DATA-MOVIMENTO.
           OPEN I-O ARQ-PENDDEB.
           IF ARQ-PENDDEB-OK = "35"
               CLOSE ARQ-PENDDEB
               OPEN OUTPUT ARQ-PENDDEB
               CLOSE ARQ-PENDDEB
               OPEN I-O ARQ-PENDDEB.
           IF ARQ-PENDDEB-OK NOT = "00"
               DISPLAY "PEND-DEBITO: PENDDEB.DAT indisponivel - "
                   "status " ARQ-PENDDEB-OK
               IF LS-ACAO = 2
                   MOVE ZEROS TO LS-VALOR
               END-IF
           ELSE
               EVALUATE LS-ACAO
               WHEN 1
                   PERFORM REGISTRA-PENDENCIA
               WHEN 2
                   PERFORM COBRA-PENDENCIAS
               WHEN OTHER
                   DISPLAY "PEND-DEBITO: acao invalida " LS-ACAO
               END-EVALUATE
               CLOSE ARQ-PENDDEB.
       EXIT PROGRAM.

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

       REGISTRA-PENDENCIA.
           PERFORM VERIFICA-JA-REGISTRADA.
           IF JA-REGISTRADA = 1
               DISPLAY "PEND-DEBITO: pendencia " LS-ORIGEM " "
                   LS-REFERENCIA " ja registrada para a conta "
                   LS-COD-ID
           ELSE
               PERFORM PROXIMO-NUM-PEND
               IF NUM-PEND = ZEROS
                   DISPLAY "PEND-DEBITO: sequencia indisponivel - "
                       "pendencia da conta " LS-COD-ID " nao gravada"
               ELSE
                   MOVE LS-COD-ID TO COD-ID-PEND
                   MOVE LS-ORIGEM TO ORIGEM-PEND
                   MOVE LS-REFERENCIA TO REFERENCIA-PEND
                   MOVE LS-TIPO-MOV TO TIPO-MOV-PEND
                   MOVE LS-VALOR TO VALOR-PEND
                   MOVE LS-COD-ID-DESTINO TO COD-ID-DESTINO-PEND
                   MOVE DATA-MOVIMENTO-DIA TO DATA-PEND
                   MOVE "P" TO STATUS-PEND
                   MOVE ZEROS TO DATA-BAIXA-PEND
                   MOVE SPACES TO OPERADOR-BAIXA-PEND
                   MOVE SPACES TO MOTIVO-BAIXA-PEND
                   WRITE R-PENDDEB INVALID KEY
                       DISPLAY "PEND-DEBITO: erro ao gravar pendencia "
                           NUM-PEND
                   END-WRITE.

       VERIFICA-JA-REGISTRADA.
           MOVE ZERO TO JA-REGISTRADA.
           MOVE ZERO TO FIM-PEND.
           MOVE LS-COD-ID TO COD-ID-PEND.
           MOVE ZEROS TO NUM-PEND.
           START ARQ-PENDDEB KEY IS NOT LESS THAN CHAVE-PENDDEB
               INVALID KEY MOVE 1 TO FIM-PEND.
           PERFORM VERIFICA-JA-REGISTRADA-LE
               UNTIL FIM-PEND = 1 OR JA-REGISTRADA = 1.

       VERIFICA-JA-REGISTRADA-LE.
           READ ARQ-PENDDEB NEXT RECORD AT END MOVE 1 TO FIM-PEND.
           IF FIM-PEND = 0
               IF COD-ID-PEND NOT = LS-COD-ID
                   MOVE 1 TO FIM-PEND
               ELSE
                   IF ORIGEM-PEND = LS-ORIGEM
                       AND REFERENCIA-PEND = LS-REFERENCIA
                       AND DATA-PEND = DATA-MOVIMENTO-DIA
                       AND NOT PEND-DISPENSADA
                       AND NOT PEND-CANCELADA
                       MOVE 1 TO JA-REGISTRADA.

       PROXIMO-NUM-PEND.
           MOVE ZEROS TO NUM-PEND.
           OPEN I-O ARQ-SEQ.
           IF ARQ-SEQ-OK = "00"
               MOVE "PD" TO CHAVE-CTRL
               READ ARQ-SEQ INVALID KEY
                   MOVE 1 TO ULTIMO-NUM-SEQ-CTRL
                   WRITE R-SEQ INVALID KEY
                       MOVE ZEROS TO ULTIMO-NUM-SEQ-CTRL
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ULTIMO-NUM-SEQ-CTRL
                   REWRITE R-SEQ INVALID KEY
                       MOVE ZEROS TO ULTIMO-NUM-SEQ-CTRL
                   END-REWRITE
               END-READ
               MOVE ULTIMO-NUM-SEQ-CTRL TO NUM-PEND
               CLOSE ARQ-SEQ.

       COBRA-PENDENCIAS.
           MOVE ZEROS TO LS-VALOR.
           MOVE ZERO TO FIM-PEND.
           MOVE LS-COD-ID TO COD-ID-PEND.
           MOVE ZEROS TO NUM-PEND.
           START ARQ-PENDDEB KEY IS NOT LESS THAN CHAVE-PENDDEB
               INVALID KEY MOVE 1 TO FIM-PEND.
           PERFORM COBRA-PENDENCIAS-LE UNTIL FIM-PEND = 1.

       COBRA-PENDENCIAS-LE.
           READ ARQ-PENDDEB NEXT RECORD AT END MOVE 1 TO FIM-PEND.
           IF FIM-PEND = 0
               IF COD-ID-PEND NOT = LS-COD-ID
                   MOVE 1 TO FIM-PEND
               ELSE
                   IF PEND-ABERTA
                       PERFORM COBRA-ITEM.

       COBRA-ITEM.
           PERFORM CONFERE-ITEM.
           IF ITEM-VALIDO = 0
               MOVE "X" TO STATUS-PEND
               MOVE DATA-MOVIMENTO-DIA TO DATA-BAIXA-PEND
               MOVE LS-OPERADOR TO OPERADOR-BAIXA-PEND
               REWRITE R-PENDDEB INVALID KEY
                   DISPLAY "PEND-DEBITO: erro ao cancelar pendencia "
                       NUM-PEND
               END-REWRITE
           ELSE
               COMPUTE SALDO-DISPONIVEL = LS-SALDO + LS-LIMITE
               IF VALOR-PEND > SALDO-DISPONIVEL
                   MOVE 1 TO FIM-PEND
               ELSE
                   PERFORM DEBITA-ITEM.

       CONFERE-ITEM.
           MOVE 1 TO ITEM-VALIDO.
           IF ORIGEM-PEND = "COBRA-PARCELA"
               PERFORM CONFERE-CONTRATO.
           IF COD-ID-DESTINO-PEND > ZEROS
               PERFORM CONFERE-DESTINO.

       CONFERE-CONTRATO.
           MOVE REFERENCIA-PEND (1:6) TO CONTRATO-REF.
           OPEN I-O ARQ-EMPRESTIMO.
           IF ARQ-EMPRESTIMO-OK NOT = "00"
               MOVE 0 TO ITEM-VALIDO
               MOVE "CONTRATO INDISPONIVEL" TO MOTIVO-BAIXA-PEND
           ELSE
               MOVE CONTRATO-REF TO NUM-CONTRATO
               READ ARQ-EMPRESTIMO INVALID KEY
                   MOVE 0 TO ITEM-VALIDO
                   MOVE "CONTRATO INEXISTENTE" TO MOTIVO-BAIXA-PEND
               NOT INVALID KEY
                   IF NOT CONTRATO-ATIVO OR PARCELAS-ATRASO = ZEROS
                       MOVE 0 TO ITEM-VALIDO
                       MOVE "PARCELA REGULARIZADA POR OUTRO MEIO"
                           TO MOTIVO-BAIXA-PEND
                   END-IF
               END-READ
               CLOSE ARQ-EMPRESTIMO.

       CONFERE-DESTINO.
           OPEN INPUT ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               MOVE 0 TO ITEM-VALIDO
               MOVE "CONTA DESTINO INDISPONIVEL" TO MOTIVO-BAIXA-PEND
           ELSE
               MOVE COD-ID-DESTINO-PEND TO COD-ID
               READ ARQ-CONTA INVALID KEY
                   MOVE 0 TO ITEM-VALIDO
                   MOVE "CONTA DESTINO INEXISTENTE"
                       TO MOTIVO-BAIXA-PEND
               NOT INVALID KEY
                   IF NOT CONTA-ATIVA
                       MOVE 0 TO ITEM-VALIDO
                       MOVE "CONTA DESTINO NAO ATIVA"
                           TO MOTIVO-BAIXA-PEND
                   END-IF
               END-READ
               CLOSE ARQ-CONTA.

       DEBITA-ITEM.
           MOVE LS-SALDO TO SALDO-ANTES.
           SUBTRACT VALOR-PEND FROM LS-SALDO.
           MOVE TIPO-MOV-PEND TO TIPO-MOV-E.
           CALL "REG-EXTR" USING BY REFERENCE LS-COD-ID, SALDO-ANTES,
               LS-SALDO, TIPO-MOV-E, LS-OPERADOR, NUM-SEQ-ATUAL.
           MOVE NUM-SEQ-ATUAL TO LS-ULTIMO-NUM-SEQ.
           ADD VALOR-PEND TO LS-VALOR.
           IF ORIGEM-PEND = "COBRA-PARCELA"
               PERFORM BAIXA-PARCELA.
           IF COD-ID-DESTINO-PEND > ZEROS
               PERFORM CREDITA-DESTINO.
           MOVE "C" TO STATUS-PEND.
           MOVE DATA-MOVIMENTO-DIA TO DATA-BAIXA-PEND.
           MOVE LS-OPERADOR TO OPERADOR-BAIXA-PEND.
           MOVE "COBRADA NA ENTRADA DE RECURSOS" TO MOTIVO-BAIXA-PEND.
           REWRITE R-PENDDEB INVALID KEY
               DISPLAY "PEND-DEBITO: erro ao baixar pendencia "
                   NUM-PEND.

       BAIXA-PARCELA.
           OPEN I-O ARQ-EMPRESTIMO.
           IF ARQ-EMPRESTIMO-OK = "00"
               MOVE CONTRATO-REF TO NUM-CONTRATO
               READ ARQ-EMPRESTIMO INVALID KEY
                   DISPLAY "PEND-DEBITO: contrato " CONTRATO-REF
                       " nao encontrado"
               NOT INVALID KEY
                   ADD 1 TO PARCELAS-PAGAS
                   IF PARCELAS-ATRASO > ZEROS
                       SUBTRACT 1 FROM PARCELAS-ATRASO
                   END-IF
                   IF PARCELAS-PAGAS NOT < NUM-PARCELAS
                       MOVE "L" TO STATUS-CONTRATO
                   END-IF
                   REWRITE R-EMPRESTIMO INVALID KEY
                       DISPLAY "PEND-DEBITO: erro ao atualizar "
                           "contrato " NUM-CONTRATO
                   END-REWRITE
               END-READ
               CLOSE ARQ-EMPRESTIMO.

       CREDITA-DESTINO.
           OPEN I-O ARQ-CONTA.
           IF ARQ-OK = "00"
               MOVE COD-ID-DESTINO-PEND TO COD-ID
               READ ARQ-CONTA INVALID KEY
                   DISPLAY "PEND-DEBITO: conta destino "
                       COD-ID-DESTINO-PEND " nao encontrada"
               NOT INVALID KEY
                   MOVE SALDO TO SALDO-ANTES
                   ADD VALOR-PEND TO SALDO
                   MOVE "AGENDA CRED" TO TIPO-MOV-E
                   CALL "REG-EXTR" USING BY REFERENCE COD-ID,
                       SALDO-ANTES, SALDO, TIPO-MOV-E, LS-OPERADOR,
                       NUM-SEQ-ATUAL
                   MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ
                   REWRITE REG-ARQAGENCIA INVALID KEY
                       DISPLAY "PEND-DEBITO: erro ao creditar conta "
                           COD-ID
                   END-REWRITE
               END-READ
               CLOSE ARQ-CONTA.

       END PROGRAM PEND-DEBITO.
