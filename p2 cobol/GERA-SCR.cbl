       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-SCR.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS ARQ-EMPRESTIMO-OK.

           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID OF REG-ARQAGENCIA
           ALTERNATE RECORD KEY COD-CLIENTE OF REG-ARQAGENCIA
               WITH DUPLICATES
           FILE STATUS ARQ-OK.

           SELECT ARQ-CLIENTE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CPF-CLIENTE
           FILE STATUS ARQ-CLIENTE-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

           SELECT ARQ-SCR ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-SCR-OK.

       DATA DIVISION.

       FILE SECTION.
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
           02 ULTIMO-NUM-SEQ PIC 9(9).
           02 TIPO-CONTA PIC X(1).

       FD ARQ-CLIENTE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqCliente.dat".

       01 REG-CLIENTE.
           02 CPF-CLIENTE PIC 9(11).
           02 NOME-CLIENTE PIC A(40).
           02 ENDERECO-CLIENTE PIC A(40).
           02 TELEFONE-CLIENTE PIC 9(11).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       FD ARQ-SCR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOME-ARQ-SCR.

       01 LINHA-SCR PIC X(120).

       WORKING-STORAGE SECTION.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CLIENTE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-SCR-OK PIC X(2) VALUE ZEROS.
       01 NOME-ARQ-SCR PIC X(30) VALUE SPACES.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 ERRO-ABERTURA PIC 9 VALUE ZERO.
       01 REGISTRO-VALIDO PIC 9 VALUE ZERO.
       01 MOTIVO-REJEICAO PIC X(30) VALUE SPACES.

       01 DADOS-PERIODO.
           02 DATA-BASE-SCR PIC 9(6) VALUE ZEROS.

       01 DATA-HOJE-R.
           02 ANO-HOJE PIC 9999.
           02 MES-HOJE PIC 99.
           02 DIA-HOJE PIC 99.
       01 DATA-ATRASO-R.
           02 ANO-ATRASO PIC 9999.
           02 MES-ATRASO PIC 99.
           02 DIA-ATRASO PIC 99.
       01 DIAS-ATRASO PIC S9(9) VALUE ZEROS.

       01 DADOS-CPF.
           02 CPF-VALIDAR PIC 9(11) VALUE ZEROS.
           02 DIGITOS-CPF REDEFINES CPF-VALIDAR.
               03 DIGITO-CPF PIC 9 OCCURS 11 TIMES.
           02 IND-CPF PIC 9(2) VALUE ZEROS.
           02 SOMA-CPF PIC 9(4) VALUE ZEROS.
           02 QUOCIENTE-CPF PIC 9(4) VALUE ZEROS.
           02 RESTO-CPF PIC 9(2) VALUE ZEROS.
           02 DIGITOS-IGUAIS PIC 9(2) VALUE ZEROS.
           02 CPF-VALIDO PIC 9 VALUE ZERO.

       01 DADOS-OPERACAO.
           02 SALDO-DEVEDOR-OPER PIC 9(11)V99 VALUE ZEROS.
           02 LIMITE-OPER PIC 9(11)V99 VALUE ZEROS.

       01 TOTAIS-SCR.
           02 CONTADOR-DETALHES PIC 9(9) VALUE ZEROS.
           02 CONTADOR-EMPRESTIMOS PIC 9(9) VALUE ZEROS.
           02 CONTADOR-LIMITES PIC 9(9) VALUE ZEROS.
           02 CONTADOR-ATRASO PIC 9(9) VALUE ZEROS.
           02 CONTADOR-REJEITADOS PIC 9(9) VALUE ZEROS.
           02 TOTAL-SALDO-DEVEDOR PIC 9(13)V99 VALUE ZEROS.
           02 TOTAL-LIMITES PIC 9(13)V99 VALUE ZEROS.

       01 REG-HEADER-SCR.
           02 TIPO-REG-H PIC X(1) VALUE "0".
           02 ID-ARQUIVO-H PIC X(3) VALUE "SCR".
           02 DATA-BASE-H PIC 9(6).
           02 DATA-GERACAO-H PIC 9(8).
           02 FILLER PIC X(102) VALUE SPACES.

       01 REG-DETALHE-SCR.
           02 TIPO-REG-D PIC X(1) VALUE "1".
           02 CPF-D PIC 9(11).
           02 AGENCIA-D PIC 9(4).
           02 CONTA-D PIC 9(4).
           02 TIPO-OPER-D PIC X(2).
               88 OPER-EMPRESTIMO VALUE "EP".
               88 OPER-LIMITE VALUE "LC".
           02 NUM-CONTRATO-D PIC 9(6).
           02 NUM-ORIGEM-D PIC 9(6).
           02 SITUACAO-D PIC X(1).
               88 OPER-NORMAL VALUE "N".
               88 OPER-RENEGOCIADA VALUE "R".
           02 DATA-CONTRATACAO-D PIC 9(8).
           02 VALOR-CONTRATADO-D PIC 9(11)V99.
           02 SALDO-DEVEDOR-D PIC 9(11)V99.
           02 LIMITE-D PIC 9(11)V99.
           02 PARCELAS-ATRASO-D PIC 9(3).
           02 DIAS-ATRASO-D PIC 9(5).
           02 FILLER PIC X(30) VALUE SPACES.

       01 REG-TRAILER-SCR.
           02 TIPO-REG-T PIC X(1) VALUE "9".
           02 QTD-DETALHES-T PIC 9(9).
           02 QTD-EMPRESTIMOS-T PIC 9(9).
           02 QTD-LIMITES-T PIC 9(9).
           02 TOTAL-SALDO-T PIC 9(13)V99.
           02 TOTAL-LIMITES-T PIC 9(13)V99.
           02 FILLER PIC X(62) VALUE SPACES.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE "BATCH".
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       01 DADOS-E.
           02 VALOR-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-E PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       GERA.
           PERFORM ABRE.
           IF ERRO-ABERTURA = 0
               PERFORM LE-E-PROCESSA-CONTRATO UNTIL EOF = 1
               PERFORM PREPARA-LIMITES
               PERFORM LE-E-PROCESSA-CONTA UNTIL EOF = 1
               PERFORM GRAVA-TRAILER.
           PERFORM FECHA.
           STOP RUN.

       ABRE.
           DISPLAY "GERACAO DO ARQUIVO MENSAL DO SCR".
           DISPLAY " ".
           PERFORM LE-DATA-MOVIMENTO.
           DISPLAY "Data-base (AAAAMM, 0 = mes do movimento): "
               WITH NO ADVANCING.
           ACCEPT DATA-BASE-SCR.
           IF DATA-BASE-SCR = ZEROS
               MOVE DATA-MOVIMENTO-DIA (1:6) TO DATA-BASE-SCR.
           MOVE "SCR - REGISTROS REJEITADOS" TO NOME-REL.
           MOVE "REL_SCR_REJEITADOS" TO ARQ-REL.
           MOVE "CPF         CONTA    OPER CONTRATO MOTIVO"
               TO CABEC-REL.
           PERFORM ABRE-RELATORIO.
           OPEN INPUT ARQ-EMPRESTIMO.
           IF ARQ-EMPRESTIMO-OK NOT = "00"
               DISPLAY "Erro ao abrir EMPRESTIMO.DAT - status "
                   ARQ-EMPRESTIMO-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN INPUT ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN INPUT ARQ-CLIENTE.
           IF ARQ-CLIENTE-OK NOT = "00"
               DISPLAY "Erro ao abrir arqCliente.dat - status "
                   ARQ-CLIENTE-OK
               MOVE 1 TO ERRO-ABERTURA.
           MOVE SPACES TO NOME-ARQ-SCR.
           STRING "SCR_" DATA-BASE-SCR ".TXT"
               DELIMITED BY SIZE INTO NOME-ARQ-SCR.
           IF ERRO-ABERTURA = 0
               OPEN OUTPUT ARQ-SCR
               IF ARQ-SCR-OK NOT = "00"
                   DISPLAY "Erro ao abrir " NOME-ARQ-SCR
                       " - status " ARQ-SCR-OK
                   MOVE 1 TO ERRO-ABERTURA.
           IF ERRO-ABERTURA = 0
               PERFORM GRAVA-HEADER
               MOVE ZEROS TO NUM-CONTRATO
               START ARQ-EMPRESTIMO KEY IS NOT LESS THAN NUM-CONTRATO
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

       FECHA.
           PERFORM FECHA-RELATORIO.
           CLOSE ARQ-EMPRESTIMO.
           CLOSE ARQ-CONTA.
           CLOSE ARQ-CLIENTE.
           IF ERRO-ABERTURA = 0
               CLOSE ARQ-SCR
               DISPLAY " "
               DISPLAY "ARQUIVO GERADO.......: " NOME-ARQ-SCR
               DISPLAY "OPERACOES DE CREDITO.: " CONTADOR-EMPRESTIMOS
               DISPLAY "LIMITES DE CHEQUE....: " CONTADOR-LIMITES
               DISPLAY "OPERACOES EM ATRASO..: " CONTADOR-ATRASO
               DISPLAY "REGISTROS REJEITADOS.: " CONTADOR-REJEITADOS
               MOVE TOTAL-SALDO-DEVEDOR TO TOTAL-E
               DISPLAY "SALDO DEVEDOR TOTAL..: " TOTAL-E
               MOVE TOTAL-LIMITES TO TOTAL-E
               DISPLAY "LIMITES CONCEDIDOS...: " TOTAL-E
               DISPLAY "Rejeicoes gravadas com " CONTADOR-REL
                   " linhas".

       GRAVA-HEADER.
           MOVE DATA-BASE-SCR TO DATA-BASE-H.
           MOVE DATA-MOVIMENTO-DIA TO DATA-GERACAO-H.
           MOVE REG-HEADER-SCR TO LINHA-SCR.
           WRITE LINHA-SCR.

       LE-E-PROCESSA-CONTRATO.
           READ ARQ-EMPRESTIMO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CONTRATO-ATIVO
                   PERFORM PROCESSA-CONTRATO.

       PROCESSA-CONTRATO.
           MOVE 1 TO REGISTRO-VALIDO.
           MOVE SPACES TO MOTIVO-REJEICAO.
           MOVE COD-ID-CONTRATO TO COD-ID OF REG-ARQAGENCIA.
           READ ARQ-CONTA INVALID KEY
               MOVE ZERO TO REGISTRO-VALIDO
               MOVE ZEROS TO COD-CLIENTE
               MOVE "CONTA NAO ENCONTRADA" TO MOTIVO-REJEICAO
           END-READ.
           IF REGISTRO-VALIDO = 1
               PERFORM VALIDA-CLIENTE.
           MOVE "EP" TO TIPO-OPER-D.
           MOVE NUM-CONTRATO TO NUM-CONTRATO-D.
           IF REGISTRO-VALIDO = 0
               PERFORM REJEITA-REGISTRO
           ELSE
               PERFORM GRAVA-CONTRATO.

       GRAVA-CONTRATO.
           MOVE COD-CLIENTE TO CPF-D.
           MOVE COD-AGENCIA TO AGENCIA-D.
           MOVE COD-CONTA-CORRENTE TO CONTA-D.
           MOVE NUM-CONTRATO-ORIGEM TO NUM-ORIGEM-D.
           IF NUM-CONTRATO-ORIGEM > ZEROS
               MOVE "R" TO SITUACAO-D
           ELSE
               MOVE "N" TO SITUACAO-D.
           MOVE DATA-CONTRATACAO TO DATA-CONTRATACAO-D.
           MOVE VALOR-PRINCIPAL TO VALOR-CONTRATADO-D.
           MOVE ZEROS TO SALDO-DEVEDOR-OPER.
           IF NUM-PARCELAS > PARCELAS-PAGAS
               COMPUTE SALDO-DEVEDOR-OPER =
                   (NUM-PARCELAS - PARCELAS-PAGAS) * VALOR-PARCELA.
           ADD VALOR-MORA TO SALDO-DEVEDOR-OPER.
           MOVE SALDO-DEVEDOR-OPER TO SALDO-DEVEDOR-D.
           MOVE ZEROS TO LIMITE-D.
           MOVE PARCELAS-ATRASO TO PARCELAS-ATRASO-D.
           MOVE ZEROS TO DIAS-ATRASO.
           IF PARCELAS-ATRASO > ZEROS
               PERFORM APURA-DIAS-ATRASO
               ADD 1 TO CONTADOR-ATRASO.
           MOVE DIAS-ATRASO TO DIAS-ATRASO-D.
           MOVE REG-DETALHE-SCR TO LINHA-SCR.
           WRITE LINHA-SCR.
           ADD 1 TO CONTADOR-DETALHES.
           ADD 1 TO CONTADOR-EMPRESTIMOS.
           ADD SALDO-DEVEDOR-OPER TO TOTAL-SALDO-DEVEDOR.

       APURA-DIAS-ATRASO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-HOJE-R.
           IF DATA-PRIM-ATRASO = ZEROS
               MOVE DATA-MOVIMENTO-DIA TO DATA-ATRASO-R
           ELSE
               MOVE DATA-PRIM-ATRASO TO DATA-ATRASO-R.
           COMPUTE DIAS-ATRASO =
               (ANO-HOJE * 365 + MES-HOJE * 30 + DIA-HOJE) -
               (ANO-ATRASO * 365 + MES-ATRASO * 30 + DIA-ATRASO).
           IF DIAS-ATRASO < 1
               MOVE 1 TO DIAS-ATRASO.

       PREPARA-LIMITES.
           MOVE ZERO TO EOF.
           MOVE ZEROS TO COD-ID OF REG-ARQAGENCIA.
           START ARQ-CONTA KEY IS NOT LESS THAN COD-ID OF REG-ARQAGENCIA
               INVALID KEY MOVE 1 TO EOF.

       LE-E-PROCESSA-CONTA.
           READ ARQ-CONTA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF (LIMITE > ZEROS AND STATUS-CONTA NOT = "E")
                   OR SALDO < ZEROS
                   PERFORM PROCESSA-LIMITE.

       PROCESSA-LIMITE.
           MOVE 1 TO REGISTRO-VALIDO.
           MOVE SPACES TO MOTIVO-REJEICAO.
           PERFORM VALIDA-CLIENTE.
           MOVE "LC" TO TIPO-OPER-D.
           MOVE ZEROS TO NUM-CONTRATO-D.
           IF REGISTRO-VALIDO = 0
               PERFORM REJEITA-REGISTRO
           ELSE
               PERFORM GRAVA-LIMITE.

       GRAVA-LIMITE.
           MOVE COD-CLIENTE TO CPF-D.
           MOVE COD-AGENCIA TO AGENCIA-D.
           MOVE COD-CONTA-CORRENTE TO CONTA-D.
           MOVE ZEROS TO NUM-ORIGEM-D.
           MOVE "N" TO SITUACAO-D.
           MOVE ZEROS TO DATA-CONTRATACAO-D.
           MOVE ZEROS TO LIMITE-OPER.
           IF LIMITE > ZEROS AND STATUS-CONTA NOT = "E"
               MOVE LIMITE TO LIMITE-OPER.
           MOVE LIMITE-OPER TO VALOR-CONTRATADO-D.
           MOVE LIMITE-OPER TO LIMITE-D.
           MOVE ZEROS TO SALDO-DEVEDOR-OPER.
           IF SALDO < ZEROS
               COMPUTE SALDO-DEVEDOR-OPER = ZEROS - SALDO.
           MOVE SALDO-DEVEDOR-OPER TO SALDO-DEVEDOR-D.
           MOVE ZEROS TO PARCELAS-ATRASO-D.
           MOVE ZEROS TO DIAS-ATRASO-D.
           MOVE REG-DETALHE-SCR TO LINHA-SCR.
           WRITE LINHA-SCR.
           ADD 1 TO CONTADOR-DETALHES.
           ADD 1 TO CONTADOR-LIMITES.
           ADD SALDO-DEVEDOR-OPER TO TOTAL-SALDO-DEVEDOR.
           ADD LIMITE-OPER TO TOTAL-LIMITES.

       GRAVA-TRAILER.
           MOVE CONTADOR-DETALHES TO QTD-DETALHES-T.
           MOVE CONTADOR-EMPRESTIMOS TO QTD-EMPRESTIMOS-T.
           MOVE CONTADOR-LIMITES TO QTD-LIMITES-T.
           MOVE TOTAL-SALDO-DEVEDOR TO TOTAL-SALDO-T.
           MOVE TOTAL-LIMITES TO TOTAL-LIMITES-T.
           MOVE REG-TRAILER-SCR TO LINHA-SCR.
           WRITE LINHA-SCR.
           PERFORM GRAVA-LINHA-REL.
           STRING "TOTAL DE REGISTROS REJEITADOS: " CONTADOR-REJEITADOS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       VALIDA-CLIENTE.
           MOVE COD-CLIENTE TO CPF-VALIDAR.
           PERFORM VALIDA-CPF.
           IF CPF-VALIDO = 0
               MOVE ZERO TO REGISTRO-VALIDO
               MOVE "CPF INVALIDO" TO MOTIVO-REJEICAO
           ELSE
               MOVE COD-CLIENTE TO CPF-CLIENTE
               READ ARQ-CLIENTE INVALID KEY
                   MOVE ZERO TO REGISTRO-VALIDO
                   MOVE "CLIENTE NAO CADASTRADO" TO MOTIVO-REJEICAO
               NOT INVALID KEY
                   IF NOME-CLIENTE = SPACES
                       MOVE ZERO TO REGISTRO-VALIDO
                       MOVE "CLIENTE SEM NOME" TO MOTIVO-REJEICAO
                   END-IF
               END-READ.

       VALIDA-CPF.
           MOVE ZERO TO CPF-VALIDO.
           MOVE ZEROS TO DIGITOS-IGUAIS.
           MOVE 2 TO IND-CPF.
           PERFORM CONTA-DIGITOS-IGUAIS UNTIL IND-CPF > 11.
           IF DIGITOS-IGUAIS < 10
               MOVE ZEROS TO SOMA-CPF
               MOVE 1 TO IND-CPF
               PERFORM SOMA-DIGITO-1 UNTIL IND-CPF > 9
               DIVIDE SOMA-CPF BY 11 GIVING QUOCIENTE-CPF
                   REMAINDER RESTO-CPF
               IF RESTO-CPF = 10
                   MOVE ZEROS TO RESTO-CPF
               END-IF
               IF RESTO-CPF = DIGITO-CPF (10)
                   MOVE ZEROS TO SOMA-CPF
                   MOVE 2 TO IND-CPF
                   PERFORM SOMA-DIGITO-2 UNTIL IND-CPF > 10
                   DIVIDE SOMA-CPF BY 11 GIVING QUOCIENTE-CPF
                       REMAINDER RESTO-CPF
                   IF RESTO-CPF = 10
                       MOVE ZEROS TO RESTO-CPF
                   END-IF
                   IF RESTO-CPF = DIGITO-CPF (11)
                       MOVE 1 TO CPF-VALIDO.

       CONTA-DIGITOS-IGUAIS.
           IF DIGITO-CPF (IND-CPF) = DIGITO-CPF (1)
               ADD 1 TO DIGITOS-IGUAIS.
           ADD 1 TO IND-CPF.

       SOMA-DIGITO-1.
           COMPUTE SOMA-CPF = SOMA-CPF + DIGITO-CPF (IND-CPF) * IND-CPF.
           ADD 1 TO IND-CPF.

       SOMA-DIGITO-2.
           COMPUTE SOMA-CPF =
               SOMA-CPF + DIGITO-CPF (IND-CPF) * (IND-CPF - 1).
           ADD 1 TO IND-CPF.

       REJEITA-REGISTRO.
           ADD 1 TO CONTADOR-REJEITADOS.
           STRING COD-CLIENTE " " COD-ID OF REG-ARQAGENCIA " "
               TIPO-OPER-D "   " NUM-CONTRATO-D "   " MOTIVO-REJEICAO
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

       END PROGRAM GERA-SCR.
