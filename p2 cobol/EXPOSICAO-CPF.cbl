       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSICAO-CPF.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID OF REG-ARQAGENCIA
           ALTERNATE RECORD KEY COD-CLIENTE OF REG-ARQAGENCIA
               WITH DUPLICATES
           FILE STATUS ARQ-OK.

           SELECT ARQ-TITULAR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-TITULAR
           ALTERNATE RECORD KEY CPF-TITULAR WITH DUPLICATES
           FILE STATUS ARQ-TITULAR-OK.

           SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS ARQ-EMPRESTIMO-OK.

           SELECT ARQ-PREAPROV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COD-ID-PRE
           FILE STATUS ARQ-PREAPROV-OK.

           SELECT ARQ-LIMEXPO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CPF-LIMEXPO
           FILE STATUS ARQ-LIMEXPO-OK.

           SELECT ARQ-PARAM ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-PARAM
           FILE STATUS ARQ-PARAM-OK.

       DATA DIVISION.

       FILE SECTION.
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
               88 CONTA-BLOQUEADA VALUE "B".
               88 CONTA-ENCERRADA VALUE "E".
           02 ULTIMO-NUM-SEQ PIC 9(9).
           02 TIPO-CONTA PIC X(1).

       FD ARQ-TITULAR LABEL RECORD STANDARD
           DATA RECORD IS R-TITULAR
           VALUE OF FILE-ID IS "TITULAR.DAT".

       01 R-TITULAR.
           02 CHAVE-TITULAR.
               03 COD-ID-TITULAR PIC 9(8).
               03 CPF-TITULAR PIC 9(11).
           02 TIPO-TITULAR PIC X(1).
           02 DATA-INCLUSAO-TIT PIC 9(8).

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
               88 CONTRATO-LIQUIDADO VALUE "L".
               88 CONTRATO-RENEGOCIADO VALUE "R".
           02 TIPO-EMPRESTIMO PIC X(1).
               88 EMPRESTIMO-PESSOAL VALUE "P".
               88 EMPRESTIMO-CONSIGNADO VALUE "C".
           02 CNPJ-CONVENIO-EMP PIC 9(14).

       FD ARQ-PREAPROV LABEL RECORD STANDARD
           DATA RECORD IS R-PREAPROV
           VALUE OF FILE-ID IS "PREAPROV.DAT".

       01 R-PREAPROV.
           02 COD-ID-PRE PIC 9(8).
           02 LIMITE-PRE PIC 9(9)V99.
           02 DATA-CALCULO PIC 9(8).

       FD ARQ-LIMEXPO LABEL RECORD STANDARD
           DATA RECORD IS R-LIMEXPO
           VALUE OF FILE-ID IS "LIMEXPO.DAT".

       01 R-LIMEXPO.
           02 CPF-LIMEXPO PIC 9(11).
           02 LIMITE-EXPOSICAO PIC 9(11)V99.
           02 DATA-DEFINICAO-EXP PIC 9(8).
           02 OPERADOR-EXP PIC X(8).

       FD ARQ-PARAM LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAM
           VALUE OF FILE-ID IS "PARAM.DAT".

       01 REG-PARAM.
           02 CHAVE-PARAM PIC X(2).
           02 TETO-AUTORIZACAO PIC 9(9)V99.
           02 TAXA-JUROS-PARAM PIC 9V9999.
           02 SALDO-MINIMO-PARAM PIC S9(9)V99.
           02 DATA-CORTE-PARAM PIC 9(8).
           02 PERIODO-FECHAMENTO-PARAM PIC 9(6).

       WORKING-STORAGE SECTION.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-TITULAR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PREAPROV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-LIMEXPO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PARAM-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.

       01 TABELA-CONTAS.
           02 QTD-CONTAS-CPF PIC 9(2) VALUE ZEROS.
           02 CONTA-CPF OCCURS 50 TIMES.
               03 TAB-COD-ID PIC 9(8).

       01 DADOS-TABELA.
           02 IND-CONTA PIC 9(2) VALUE ZEROS.
           02 IND-BUSCA PIC 9(2) VALUE ZEROS.
           02 CONTA-PROCURADA PIC 9(8) VALUE ZEROS.
           02 ACHOU-CONTA PIC 9 VALUE ZERO.

       01 SALDO-CONTRATO PIC 9(11)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LS-CPF PIC 9(11).
       01 LS-SALDO-EMPRESTIMOS PIC 9(11)V99.
       01 LS-LIMITES-CONTA PIC 9(11)V99.
       01 LS-PRE-APROVADO PIC 9(11)V99.
       01 LS-EXPOSICAO PIC 9(11)V99.
       01 LS-LIMITE-CPF PIC 9(11)V99.
       01 LS-ORIGEM-LIMITE PIC X(1).
       01 LS-RESULTADO PIC 9(1).

       PROCEDURE DIVISION USING LS-CPF, LS-SALDO-EMPRESTIMOS,
           LS-LIMITES-CONTA, LS-PRE-APROVADO, LS-EXPOSICAO,
           LS-LIMITE-CPF, LS-ORIGEM-LIMITE, LS-RESULTADO.

       APURA-EXPOSICAO.
           MOVE ZERO TO LS-RESULTADO.
           MOVE ZEROS TO LS-SALDO-EMPRESTIMOS.
           MOVE ZEROS TO LS-LIMITES-CONTA.
           MOVE ZEROS TO LS-PRE-APROVADO.
           MOVE ZEROS TO LS-EXPOSICAO.
           MOVE ZEROS TO LS-LIMITE-CPF.
           MOVE SPACE TO LS-ORIGEM-LIMITE.
           PERFORM BUSCA-LIMITE-CPF.
           OPEN INPUT ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "EXPOSICAO-CPF: arqAgencia.dat indisponivel - "
                   "status " ARQ-OK
               MOVE 1 TO LS-RESULTADO
           ELSE
               PERFORM MONTA-LISTA-CONTAS
               PERFORM SOMA-LIMITES-CONTA
               CLOSE ARQ-CONTA
               PERFORM SOMA-PRE-APROVADO
               PERFORM SOMA-EMPRESTIMOS
               COMPUTE LS-EXPOSICAO = LS-SALDO-EMPRESTIMOS
                   + LS-LIMITES-CONTA + LS-PRE-APROVADO.
       EXIT PROGRAM.

       BUSCA-LIMITE-CPF.
           OPEN INPUT ARQ-LIMEXPO.
           IF ARQ-LIMEXPO-OK = "00"
               MOVE LS-CPF TO CPF-LIMEXPO
               READ ARQ-LIMEXPO INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LIMITE-EXPOSICAO TO LS-LIMITE-CPF
                   MOVE "I" TO LS-ORIGEM-LIMITE
               END-READ
               CLOSE ARQ-LIMEXPO.
           IF LS-ORIGEM-LIMITE = SPACE
               PERFORM BUSCA-LIMITE-PADRAO.

       BUSCA-LIMITE-PADRAO.
           OPEN INPUT ARQ-PARAM.
           IF ARQ-PARAM-OK = "00"
               MOVE "EX" TO CHAVE-PARAM
               READ ARQ-PARAM INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TETO-AUTORIZACAO > ZEROS
                       MOVE TETO-AUTORIZACAO TO LS-LIMITE-CPF
                       MOVE "P" TO LS-ORIGEM-LIMITE
                   END-IF
               END-READ
               CLOSE ARQ-PARAM.

       MONTA-LISTA-CONTAS.
           MOVE ZEROS TO QTD-CONTAS-CPF.
           OPEN INPUT ARQ-TITULAR.
           IF ARQ-TITULAR-OK = "00"
               MOVE LS-CPF TO CPF-TITULAR
               MOVE ZERO TO EOF
               START ARQ-TITULAR KEY IS EQUAL CPF-TITULAR
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LE-TITULAR-CPF UNTIL EOF = 1
               CLOSE ARQ-TITULAR.
           MOVE LS-CPF TO COD-CLIENTE.
           MOVE ZERO TO EOF.
           START ARQ-CONTA KEY IS EQUAL COD-CLIENTE
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LE-CONTA-CLIENTE UNTIL EOF = 1.

       LE-TITULAR-CPF.
           READ ARQ-TITULAR NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CPF-TITULAR NOT = LS-CPF
                   MOVE 1 TO EOF
               ELSE
                   MOVE COD-ID-TITULAR TO CONTA-PROCURADA
                   PERFORM INCLUI-CONTA-LISTA.

       LE-CONTA-CLIENTE.
           READ ARQ-CONTA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF COD-CLIENTE NOT = LS-CPF
                   MOVE 1 TO EOF
               ELSE
                   MOVE COD-ID TO CONTA-PROCURADA
                   PERFORM INCLUI-CONTA-LISTA.

       INCLUI-CONTA-LISTA.
           PERFORM BUSCA-CONTA-LISTA.
           IF ACHOU-CONTA = 0
               IF QTD-CONTAS-CPF < 50
                   ADD 1 TO QTD-CONTAS-CPF
                   MOVE CONTA-PROCURADA TO TAB-COD-ID (QTD-CONTAS-CPF)
               ELSE
                   DISPLAY "EXPOSICAO-CPF: limite de 50 contas - conta "
                       CONTA-PROCURADA " nao considerada".

       BUSCA-CONTA-LISTA.
           MOVE ZERO TO ACHOU-CONTA.
           PERFORM PROCURA-CONTA VARYING IND-BUSCA FROM 1 BY 1
               UNTIL IND-BUSCA > QTD-CONTAS-CPF.

       PROCURA-CONTA.
           IF TAB-COD-ID (IND-BUSCA) = CONTA-PROCURADA
               MOVE 1 TO ACHOU-CONTA.

       SOMA-LIMITES-CONTA.
           PERFORM SOMA-LIMITE-UMA-CONTA VARYING IND-CONTA FROM 1 BY 1
               UNTIL IND-CONTA > QTD-CONTAS-CPF.

       SOMA-LIMITE-UMA-CONTA.
           MOVE TAB-COD-ID (IND-CONTA) TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF NOT CONTA-ENCERRADA AND LIMITE > ZEROS
                   ADD LIMITE TO LS-LIMITES-CONTA
               END-IF
           END-READ.

       SOMA-PRE-APROVADO.
           OPEN INPUT ARQ-PREAPROV.
           IF ARQ-PREAPROV-OK = "00"
               PERFORM SOMA-PRE-UMA-CONTA VARYING IND-CONTA
                   FROM 1 BY 1 UNTIL IND-CONTA > QTD-CONTAS-CPF
               CLOSE ARQ-PREAPROV.

       SOMA-PRE-UMA-CONTA.
           MOVE TAB-COD-ID (IND-CONTA) TO COD-ID-PRE.
           READ ARQ-PREAPROV INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD LIMITE-PRE TO LS-PRE-APROVADO
           END-READ.

       SOMA-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPRESTIMO.
           IF ARQ-EMPRESTIMO-OK = "00"
               MOVE ZEROS TO NUM-CONTRATO
               MOVE ZERO TO EOF
               START ARQ-EMPRESTIMO KEY IS NOT LESS THAN NUM-CONTRATO
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM SOMA-UM-CONTRATO UNTIL EOF = 1
               CLOSE ARQ-EMPRESTIMO.

       SOMA-UM-CONTRATO.
           READ ARQ-EMPRESTIMO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CONTRATO-ATIVO
                   MOVE COD-ID-CONTRATO TO CONTA-PROCURADA
                   PERFORM BUSCA-CONTA-LISTA
                   IF ACHOU-CONTA = 1
                       COMPUTE SALDO-CONTRATO =
                           (NUM-PARCELAS - PARCELAS-PAGAS)
                           * VALOR-PARCELA + VALOR-MORA
                       ADD SALDO-CONTRATO TO LS-SALDO-EMPRESTIMOS.

       END PROGRAM EXPOSICAO-CPF.
