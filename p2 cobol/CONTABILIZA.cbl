       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABILIZA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXTR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS CHAVE-EXTR
           FILE STATUS ARQ-EXTR-OK.

           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID OF REG-ARQAGENCIA
           ALTERNATE RECORD KEY COD-CLIENTE OF REG-ARQAGENCIA
               WITH DUPLICATES
           FILE STATUS ARQ-OK.

           SELECT ARQ-CONTABIL ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CONTABIL
           FILE STATUS ARQ-CONTABIL-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

           SELECT ARQ-LANCTO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-LANCTO-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-EXTR LABEL RECORD STANDARD
           DATA RECORD IS R-EXTR
           VALUE OF FILE-ID IS "ARQEXTR.DAT".

       01 R-EXTR.
           02 DATA-SISTEMA.
               03 ANO PIC 9999.
               03 MES PIC 99.
               03 DIA PIC 99.
           02 CHAVE-EXTR.
               03 CODIGO.
                   04 AGENCIA PIC 9(4).
                   04 CONTA PIC 9(4).
               03 NUM-SEQ PIC 9(9).
           02 TIPO-MOV PIC X(12).
           02 VL-MOV PIC S9(9)V99.
           02 SD-ATUAL PIC S9(9)V99.
           02 OPERADOR PIC X(8).

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

       FD ARQ-CONTABIL LABEL RECORD STANDARD
           DATA RECORD IS R-CONTABIL
           VALUE OF FILE-ID IS "CONTABIL.DAT".

       01 R-CONTABIL.
           02 CHAVE-CONTABIL.
               03 TIPO-MOV-CTB PIC X(12).
               03 TIPO-CONTA-CTB PIC X(1).
           02 CONTA-DEBITO-CTB PIC 9(9).
           02 CONTA-CREDITO-CTB PIC 9(9).
           02 SENTIDO-CTB PIC X(1).
               88 SENTIDO-CREDITO VALUE "C".
               88 SENTIDO-DEBITO VALUE "D".
           02 HISTORICO-CTB PIC X(30).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".

       FD ARQ-LANCTO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONTABIL_LANCAMENTOS.TXT".

       01 LINHA-LANCTO PIC X(120).

       WORKING-STORAGE SECTION.
       01 ARQ-EXTR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CONTABIL-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-LANCTO-OK PIC X(2) VALUE ZEROS.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 ERRO-ABERTURA PIC 9 VALUE ZERO.

       01 DADOS-LANCAMENTO.
           02 TIPO-CONTA-MOV PIC X(1) VALUE SPACE.
           02 ACHOU-MAPA PIC 9 VALUE ZERO.
           02 SENTIDO-MOV PIC X(1) VALUE SPACE.
           02 VALOR-LANCTO PIC 9(9)V99 VALUE ZEROS.
           02 CONTA-DEBITO-LANCTO PIC 9(9) VALUE ZEROS.
           02 CONTA-CREDITO-LANCTO PIC 9(9) VALUE ZEROS.
           02 HISTORICO-LANCTO PIC X(30) VALUE SPACES.

       01 TABELA-SEM-MAPA.
           02 QTD-SEM-MAPA PIC 9(2) VALUE ZEROS.
           02 ITEM-SEM-MAPA OCCURS 50 TIMES.
               03 TAB-TIPO-MOV-SM PIC X(12).
               03 TAB-TIPO-CONTA-SM PIC X(1).
               03 TAB-QTD-SM PIC 9(7).
               03 TAB-VALOR-SM PIC S9(11)V99.
       01 IND-SEM-MAPA PIC 9(2) VALUE ZEROS.
       01 ACHOU-SEM-MAPA PIC 9 VALUE ZERO.

       01 TABELA-BALANCETE.
           02 QTD-CONTAS-BAL PIC 9(3) VALUE ZEROS.
           02 ITEM-BALANCETE OCCURS 100 TIMES.
               03 TAB-CONTA-BAL PIC 9(9).
               03 TAB-DEBITO-BAL PIC 9(11)V99.
               03 TAB-CREDITO-BAL PIC 9(11)V99.
       01 IND-BAL PIC 9(3) VALUE ZEROS.
       01 ACHOU-BAL PIC 9 VALUE ZERO.
       01 CONTA-PROCURADA PIC 9(9) VALUE ZEROS.

       01 AGENCIA-ANTERIOR PIC 9(4) VALUE ZEROS.
       01 PRIMEIRA-LEITURA PIC 9 VALUE 1.

       01 CONTADOR-LIDOS PIC 9(7) VALUE ZEROS.
       01 CONTADOR-LANCAMENTOS PIC 9(7) VALUE ZEROS.
       01 SUBTOTAL-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       01 SUBTOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       01 TOTAL-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       01 TOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       01 SALDO-CONTA-BAL PIC S9(11)V99 VALUE ZEROS.

       01 LINHA-LANCTO-E.
           02 DATA-LCT PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AGENCIA-LCT PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 COD-ID-LCT PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 NUM-SEQ-LCT PIC 9(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DEBITO-LCT PIC 9(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CREDITO-LCT PIC 9(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 VALOR-LCT PIC 9(9)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 TIPO-MOV-LCT PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 HISTORICO-LCT PIC X(30).

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE "BATCH".
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       01 DADOS-E.
           02 COD-AGENCIA-E PIC ZZZ9.
           02 DEBITO-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 CREDITO-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 SALDO-E PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 VALOR-SM-E PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       CONTABILIZA.
           PERFORM ABRE.
           IF ERRO-ABERTURA = 1
               PERFORM FECHA-TABELAS
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM VALIDA-MAPEAMENTO.
           IF QTD-SEM-MAPA > ZEROS
               PERFORM RELATA-SEM-MAPA
               PERFORM FECHA-TABELAS
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM GERA-LANCAMENTOS.
           PERFORM FECHA-TABELAS.
           GOBACK.

       FECHA-TABELAS.
           CLOSE ARQ-CONTA.
           CLOSE ARQ-CONTABIL.

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

       ABRE.
           DISPLAY "CONTABILIZACAO DIARIA DOS MOVIMENTOS".
           DISPLAY " ".
           PERFORM VERIFICA-DIA-ABERTO.
           OPEN INPUT ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN INPUT ARQ-CONTABIL.
           IF ARQ-CONTABIL-OK NOT = "00"
               DISPLAY "Erro ao abrir CONTABIL.DAT - status "
                   ARQ-CONTABIL-OK
               DISPLAY "Cadastre a tabela em CONTABIL-MANUT"
               MOVE 1 TO ERRO-ABERTURA.

       VERIFICA-DIA-ABERTO.
           MOVE ZERO TO DIA-ABERTO-OK.
           OPEN INPUT ARQ-DIAMOV.
           IF ARQ-DIAMOV-OK = "00"
               MOVE "DM" TO CHAVE-DIA
               READ ARQ-DIAMOV INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DIA-ABERTO
                       MOVE 1 TO DIA-ABERTO-OK
                       MOVE DATA-MOVIMENTO OF R-DIAMOV
                           TO DATA-MOVIMENTO-DIA
                   END-IF
               END-READ
               CLOSE ARQ-DIAMOV.
           IF DIA-ABERTO-OK = 0
               DISPLAY "Dia de movimento nao aberto - execute ABRE-DIA"
               MOVE 1 TO ERRO-ABERTURA.

       VALIDA-MAPEAMENTO.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-EXTR.
           IF ARQ-EXTR-OK NOT = "00"
               DISPLAY "Erro ao abrir ARQEXTR.DAT - status "
                   ARQ-EXTR-OK
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO EOF.
           PERFORM VALIDA-MAPEAMENTO-LE UNTIL EOF = 1.
           IF ARQ-EXTR-OK = "00"
               CLOSE ARQ-EXTR.
           DISPLAY "Movimentos do dia lidos: " CONTADOR-LIDOS.

       VALIDA-MAPEAMENTO-LE.
           READ ARQ-EXTR NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0 AND DATA-SISTEMA = DATA-MOVIMENTO-DIA
               AND VL-MOV NOT = ZEROS
               ADD 1 TO CONTADOR-LIDOS
               PERFORM LOCALIZA-MAPEAMENTO
               IF ACHOU-MAPA = 0
                   PERFORM REGISTRA-SEM-MAPA.

       LOCALIZA-MAPEAMENTO.
           MOVE CODIGO TO COD-ID.
           MOVE "C" TO TIPO-CONTA-MOV.
           READ ARQ-CONTA INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TIPO-CONTA TO TIPO-CONTA-MOV
           END-READ.
           MOVE 1 TO ACHOU-MAPA.
           MOVE TIPO-MOV TO TIPO-MOV-CTB.
           MOVE TIPO-CONTA-MOV TO TIPO-CONTA-CTB.
           READ ARQ-CONTABIL INVALID KEY
               MOVE "A" TO TIPO-CONTA-CTB
               READ ARQ-CONTABIL INVALID KEY
                   MOVE 0 TO ACHOU-MAPA
               END-READ
           END-READ.

       REGISTRA-SEM-MAPA.
           MOVE ZERO TO ACHOU-SEM-MAPA.
           MOVE 1 TO IND-SEM-MAPA.
           PERFORM PROCURA-SEM-MAPA
               UNTIL IND-SEM-MAPA > QTD-SEM-MAPA
               OR ACHOU-SEM-MAPA = 1.
           IF ACHOU-SEM-MAPA = 0
               IF QTD-SEM-MAPA < 50
                   ADD 1 TO QTD-SEM-MAPA
                   MOVE QTD-SEM-MAPA TO IND-SEM-MAPA
                   MOVE TIPO-MOV TO TAB-TIPO-MOV-SM (IND-SEM-MAPA)
                   MOVE TIPO-CONTA-MOV
                       TO TAB-TIPO-CONTA-SM (IND-SEM-MAPA)
                   MOVE ZEROS TO TAB-QTD-SM (IND-SEM-MAPA)
                   MOVE ZEROS TO TAB-VALOR-SM (IND-SEM-MAPA)
                   MOVE 1 TO ACHOU-SEM-MAPA.
           IF ACHOU-SEM-MAPA = 1
               ADD 1 TO TAB-QTD-SM (IND-SEM-MAPA)
               ADD VL-MOV TO TAB-VALOR-SM (IND-SEM-MAPA).

       PROCURA-SEM-MAPA.
           IF TAB-TIPO-MOV-SM (IND-SEM-MAPA) = TIPO-MOV
               AND TAB-TIPO-CONTA-SM (IND-SEM-MAPA) = TIPO-CONTA-MOV
               MOVE 1 TO ACHOU-SEM-MAPA
           ELSE
               ADD 1 TO IND-SEM-MAPA.

       RELATA-SEM-MAPA.
           MOVE "CONTABILIZACAO - SEM MAPEAMENTO" TO NOME-REL.
           MOVE "REL_CONTABIL_PENDENTE" TO ARQ-REL.
           MOVE "TIPO MOV     TC QTDE    VALOR" TO CABEC-REL.
           PERFORM ABRE-RELATORIO.
           DISPLAY " ".
           DISPLAY "TIPOS DE MOVIMENTO SEM MAPEAMENTO CONTABIL:".
           MOVE 1 TO IND-SEM-MAPA.
           PERFORM IMPRIME-SEM-MAPA UNTIL IND-SEM-MAPA > QTD-SEM-MAPA.
           PERFORM GRAVA-LINHA-REL.
           MOVE "CONTABILIZACAO INTERROMPIDA - CADASTRE OS TIPOS ACIMA"
               TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM FECHA-RELATORIO.
           DISPLAY "Contabilizacao interrompida - cadastre os tipos "
               "em CONTABIL-MANUT e reexecute".

       IMPRIME-SEM-MAPA.
           MOVE TAB-VALOR-SM (IND-SEM-MAPA) TO VALOR-SM-E.
           STRING TAB-TIPO-MOV-SM (IND-SEM-MAPA) " "
               TAB-TIPO-CONTA-SM (IND-SEM-MAPA) "  "
               TAB-QTD-SM (IND-SEM-MAPA) " " VALOR-SM-E
               DELIMITED BY SIZE INTO LINHA-REL.
           DISPLAY LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           ADD 1 TO IND-SEM-MAPA.

       GERA-LANCAMENTOS.
           MOVE "BALANCETE DIARIO POR AGENCIA" TO NOME-REL.
           MOVE "REL_BALANCETE" TO ARQ-REL.
           MOVE "AGENCIA CONTA COSIF        DEBITOS           CREDITOS"
               TO CABEC-REL.
           MOVE "SALDO" TO CABEC-REL (67:5).
           PERFORM ABRE-RELATORIO.
           OPEN OUTPUT ARQ-LANCTO.
           IF ARQ-LANCTO-OK NOT = "00"
               DISPLAY "Erro ao abrir CONTABIL_LANCAMENTOS.TXT - "
                   "status " ARQ-LANCTO-OK
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO EOF
           ELSE
               MOVE ZERO TO EOF
               OPEN INPUT ARQ-EXTR
               IF ARQ-EXTR-OK NOT = "00"
                   MOVE 1 TO EOF.
           PERFORM GERA-LANCAMENTOS-LE UNTIL EOF = 1.
           IF PRIMEIRA-LEITURA = 0
               PERFORM IMPRIME-BALANCETE-AGENCIA.
           IF ARQ-EXTR-OK = "00"
               CLOSE ARQ-EXTR.
           IF ARQ-LANCTO-OK = "00"
               CLOSE ARQ-LANCTO.
           MOVE TOTAL-DEBITOS TO DEBITO-E.
           MOVE TOTAL-CREDITOS TO CREDITO-E.
           PERFORM GRAVA-LINHA-REL.
           STRING "TOTAL GERAL      " DEBITO-E " " CREDITO-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "LANCAMENTOS GERADOS: " CONTADOR-LANCAMENTOS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM FECHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "LANCAMENTOS GERADOS: " CONTADOR-LANCAMENTOS.
           DISPLAY "TOTAL A DEBITO.....: " DEBITO-E.
           DISPLAY "TOTAL A CREDITO....: " CREDITO-E.
           DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".

       GERA-LANCAMENTOS-LE.
           READ ARQ-EXTR NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0 AND DATA-SISTEMA = DATA-MOVIMENTO-DIA
               AND VL-MOV NOT = ZEROS
               PERFORM QUEBRA-DE-AGENCIA
               PERFORM LOCALIZA-MAPEAMENTO
               IF ACHOU-MAPA = 1
                   PERFORM MONTA-LANCAMENTO
                   PERFORM GRAVA-LANCAMENTO
                   PERFORM ACUMULA-BALANCETE.

       QUEBRA-DE-AGENCIA.
           IF PRIMEIRA-LEITURA = 1
               MOVE AGENCIA TO AGENCIA-ANTERIOR
               MOVE 0 TO PRIMEIRA-LEITURA
           ELSE
               IF AGENCIA NOT = AGENCIA-ANTERIOR
                   PERFORM IMPRIME-BALANCETE-AGENCIA
                   MOVE AGENCIA TO AGENCIA-ANTERIOR.

       MONTA-LANCAMENTO.
           IF VL-MOV < ZEROS
               MOVE "D" TO SENTIDO-MOV
               COMPUTE VALOR-LANCTO = ZEROS - VL-MOV
           ELSE
               MOVE "C" TO SENTIDO-MOV
               MOVE VL-MOV TO VALOR-LANCTO.
           IF SENTIDO-MOV = SENTIDO-CTB
               MOVE CONTA-DEBITO-CTB TO CONTA-DEBITO-LANCTO
               MOVE CONTA-CREDITO-CTB TO CONTA-CREDITO-LANCTO
           ELSE
               MOVE CONTA-CREDITO-CTB TO CONTA-DEBITO-LANCTO
               MOVE CONTA-DEBITO-CTB TO CONTA-CREDITO-LANCTO.
           MOVE HISTORICO-CTB TO HISTORICO-LANCTO.

       GRAVA-LANCAMENTO.
           MOVE DATA-SISTEMA TO DATA-LCT.
           MOVE AGENCIA TO AGENCIA-LCT.
           MOVE CODIGO TO COD-ID-LCT.
           MOVE NUM-SEQ TO NUM-SEQ-LCT.
           MOVE CONTA-DEBITO-LANCTO TO DEBITO-LCT.
           MOVE CONTA-CREDITO-LANCTO TO CREDITO-LCT.
           MOVE VALOR-LANCTO TO VALOR-LCT.
           MOVE TIPO-MOV TO TIPO-MOV-LCT.
           MOVE HISTORICO-LANCTO TO HISTORICO-LCT.
           MOVE LINHA-LANCTO-E TO LINHA-LANCTO.
           WRITE LINHA-LANCTO.
           ADD 1 TO CONTADOR-LANCAMENTOS.

       ACUMULA-BALANCETE.
           MOVE CONTA-DEBITO-LANCTO TO CONTA-PROCURADA.
           PERFORM LOCALIZA-CONTA-BAL.
           IF ACHOU-BAL = 1
               ADD VALOR-LANCTO TO TAB-DEBITO-BAL (IND-BAL).
           MOVE CONTA-CREDITO-LANCTO TO CONTA-PROCURADA.
           PERFORM LOCALIZA-CONTA-BAL.
           IF ACHOU-BAL = 1
               ADD VALOR-LANCTO TO TAB-CREDITO-BAL (IND-BAL).
           ADD VALOR-LANCTO TO SUBTOTAL-DEBITOS.
           ADD VALOR-LANCTO TO SUBTOTAL-CREDITOS.
           ADD VALOR-LANCTO TO TOTAL-DEBITOS.
           ADD VALOR-LANCTO TO TOTAL-CREDITOS.

       LOCALIZA-CONTA-BAL.
           MOVE ZERO TO ACHOU-BAL.
           MOVE 1 TO IND-BAL.
           PERFORM PROCURA-CONTA-BAL
               UNTIL IND-BAL > QTD-CONTAS-BAL
               OR ACHOU-BAL = 1.
           IF ACHOU-BAL = 0
               IF QTD-CONTAS-BAL < 100
                   ADD 1 TO QTD-CONTAS-BAL
                   MOVE QTD-CONTAS-BAL TO IND-BAL
                   MOVE CONTA-PROCURADA TO TAB-CONTA-BAL (IND-BAL)
                   MOVE ZEROS TO TAB-DEBITO-BAL (IND-BAL)
                   MOVE ZEROS TO TAB-CREDITO-BAL (IND-BAL)
                   MOVE 1 TO ACHOU-BAL
               ELSE
                   DISPLAY "Tabela do balancete cheia - conta "
                       CONTA-PROCURADA " fora do balancete".

       PROCURA-CONTA-BAL.
           IF TAB-CONTA-BAL (IND-BAL) = CONTA-PROCURADA
               MOVE 1 TO ACHOU-BAL
           ELSE
               ADD 1 TO IND-BAL.

       IMPRIME-BALANCETE-AGENCIA.
           MOVE AGENCIA-ANTERIOR TO COD-AGENCIA-E.
           MOVE 1 TO IND-BAL.
           PERFORM IMPRIME-CONTA-BAL UNTIL IND-BAL > QTD-CONTAS-BAL.
           MOVE SUBTOTAL-DEBITOS TO DEBITO-E.
           MOVE SUBTOTAL-CREDITOS TO CREDITO-E.
           STRING COD-AGENCIA-E "    TOTAL     " DEBITO-E " "
               CREDITO-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE ZEROS TO QTD-CONTAS-BAL.
           MOVE ZEROS TO SUBTOTAL-DEBITOS, SUBTOTAL-CREDITOS.

       IMPRIME-CONTA-BAL.
           COMPUTE SALDO-CONTA-BAL = TAB-DEBITO-BAL (IND-BAL)
               - TAB-CREDITO-BAL (IND-BAL).
           MOVE TAB-DEBITO-BAL (IND-BAL) TO DEBITO-E.
           MOVE TAB-CREDITO-BAL (IND-BAL) TO CREDITO-E.
           MOVE SALDO-CONTA-BAL TO SALDO-E.
           STRING COD-AGENCIA-E "    " TAB-CONTA-BAL (IND-BAL) " "
               DEBITO-E " " CREDITO-E " " SALDO-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           ADD 1 TO IND-BAL.

       END PROGRAM CONTABILIZA.
