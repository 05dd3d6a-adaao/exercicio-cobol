           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID OF REG-ARQAGENCIA
           FILE STATUS ARQ-OK.

       DATA DIVISION.

       FILE SECTION.
               88 CONTRATO-ATIVO VALUE "A".
               88 CONTRATO-LIQUIDADO VALUE "L".
               88 CONTRATO-RENEGOCIADO VALUE "R".
           02 TIPO-EMPRESTIMO PIC X(1).
               88 EMPRESTIMO-PESSOAL VALUE "P".
               88 EMPRESTIMO-CONSIGNADO VALUE "C".
           02 CNPJ-CONVENIO-EMP PIC 9(14).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".

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

       WORKING-STORAGE SECTION.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 CONTA-DISPONIVEL PIC 9 VALUE ZERO.
       01 OPERADOR-BATCH PIC X(8) VALUE "BATCH".
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.

       01 FAIXA-ATRASO PIC 9(1) VALUE ZEROS.
       01 VALOR-EM-ATRASO PIC 9(11)V99 VALUE ZEROS.

       01 DADOS-CONTROLE.
           02 ACAO-CTRL PIC 9(1) VALUE ZERO.
           02 PROGRAMA-CTRL PIC X(12) VALUE "AVISO-ATRASO".
           02 PERIODO-CTRL PIC 9(8) VALUE ZEROS.
           02 ITEM-CTRL PIC 9(8) VALUE ZEROS.
           02 VALOR-CTRL PIC S9(9)V99 VALUE ZEROS.
           02 RESULTADO-CTRL PIC 9(1) VALUE ZERO.
           02 QTD-CTRL PIC 9(7) VALUE ZEROS.

       01 DADOS-AVISO.
           02 TIPO-AVISO PIC X(12) VALUE SPACES.
           02 COD-ID-AVISO PIC 9(8) VALUE ZEROS.
           02 CPF-AVISO PIC 9(11) VALUE ZEROS.
           02 VALOR-1-AVISO PIC 9(9)V99 VALUE ZEROS.
           02 VALOR-2-AVISO PIC 9(9)V99 VALUE ZEROS.
           02 DATA-1-AVISO PIC 9(8) VALUE ZEROS.
           02 DATA-2-AVISO PIC 9(8) VALUE ZEROS.
           02 REFERENCIA-AVISO PIC X(50) VALUE SPACES.
           02 RESULTADO-AVISO PIC 9(1) VALUE ZERO.
       01 CONTADOR-AVISOS PIC 9(5) VALUE ZEROS.

       01 TABELA-AGENCIAS.
           02 QTD-AGENCIAS PIC 9(2) VALUE ZEROS.
           02 ITEM-AGENCIA OCCURS 50 TIMES.
           PERFORM LE-E-CLASSIFICA UNTIL EOF = 1.
           PERFORM IMPRIME-AGING.
           CLOSE ARQ-EMPRESTIMO.
           IF CONTA-DISPONIVEL = 1
               CLOSE ARQ-CONTA.
           STOP RUN.

       ABRE.
               DISPLAY "Erro ao abrir EMPRESTIMO.DAT - status "
                   ARQ-EMPRESTIMO-OK
               MOVE 1 TO EOF.
           OPEN INPUT ARQ-CONTA.
           IF ARQ-OK = "00"
               MOVE 1 TO CONTA-DISPONIVEL
           ELSE
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
                   " - avisos de atraso nao gerados".
           IF EOF = 0
               MOVE ZEROS TO NUM-CONTRATO
               START ARQ-EMPRESTIMO KEY IS NOT LESS THAN NUM-CONTRATO
                   TO TAB-VALOR (IND-AGENCIA, FAIXA-ATRASO)
               ADD 1 TO TOTAL-GERAL-QTD
               ADD VALOR-EM-ATRASO TO TOTAL-GERAL-VALOR.
           IF CONTA-DISPONIVEL = 1
               PERFORM AVISA-ATRASO.

       AVISA-ATRASO.
           IF DATA-PRIM-ATRASO = ZEROS
               MOVE DATA-MOVIMENTO-DIA TO PERIODO-CTRL
           ELSE
               MOVE DATA-PRIM-ATRASO TO PERIODO-CTRL.
           COMPUTE ITEM-CTRL = NUM-CONTRATO * 10 + FAIXA-ATRASO.
           MOVE 1 TO ACAO-CTRL.
           PERFORM CHAMA-CTRL-PROC.
           IF RESULTADO-CTRL = 9
               DISPLAY "Controle de processamento indisponivel - "
                   "aviso do contrato " NUM-CONTRATO " nao gerado"
           ELSE
               IF RESULTADO-CTRL = 0
                   PERFORM GRAVA-AVISO-ATRASO.

       GRAVA-AVISO-ATRASO.
           MOVE COD-ID-CONTRATO TO COD-ID OF REG-ARQAGENCIA.
           READ ARQ-CONTA INVALID KEY
               DISPLAY "Conta " COD-ID-CONTRATO " do contrato "
                   NUM-CONTRATO " nao cadastrada - aviso nao gerado"
           NOT INVALID KEY
               MOVE "ATRASO EMP" TO TIPO-AVISO
               MOVE COD-ID-CONTRATO TO COD-ID-AVISO
               MOVE COD-CLIENTE TO CPF-AVISO
               MOVE VALOR-EM-ATRASO TO VALOR-1-AVISO
               MOVE VALOR-MORA TO VALOR-2-AVISO
               MOVE PERIODO-CTRL TO DATA-1-AVISO
               MOVE DATA-MOVIMENTO-DIA TO DATA-2-AVISO
               MOVE NUM-CONTRATO TO REFERENCIA-AVISO
               CALL "AVISO-GRAVA" USING TIPO-AVISO, COD-ID-AVISO,
                   CPF-AVISO, VALOR-1-AVISO, VALOR-2-AVISO,
                   DATA-1-AVISO, DATA-2-AVISO, REFERENCIA-AVISO,
                   OPERADOR-BATCH, RESULTADO-AVISO
               IF RESULTADO-AVISO = 0
                   MOVE VALOR-EM-ATRASO TO VALOR-CTRL
                   MOVE 2 TO ACAO-CTRL
                   PERFORM CHAMA-CTRL-PROC
                   ADD 1 TO CONTADOR-AVISOS
               END-IF
           END-READ.

       CHAMA-CTRL-PROC.
           CALL "CTRL-PROC" USING ACAO-CTRL, PROGRAMA-CTRL,
               PERIODO-CTRL, ITEM-CTRL, VALOR-CTRL, RESULTADO-CTRL,
               QTD-CTRL.

       APURA-DIAS-ATRASO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-HOJE-R.
           MOVE TOTAL-GERAL-VALOR TO TOTAL-GERAL-E.
           DISPLAY "CONTRATOS EM ATRASO: " TOTAL-GERAL-QTD.
           DISPLAY "VALOR EM ATRASO....: " TOTAL-GERAL-E.
           DISPLAY "AVISOS DE ATRASO...: " CONTADOR-AVISOS.
           DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".

       IMPRIME-AGENCIA.
