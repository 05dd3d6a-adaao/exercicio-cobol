       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA-DIA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

           SELECT ARQ-ENVIO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-ENVIO-OK.

           SELECT ARQ-ENTRADA ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-ENTRADA-OK.

           SELECT ARQ-PIXREC ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-PIXREC-OK.

           SELECT ARQ-APRESENTADOS ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-APRESENTADOS-OK.

           SELECT ARQ-CHEQUE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CHEQUE
           FILE STATUS ARQ-CHEQUE-OK.

           SELECT ARQ-CHQDEP ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CHQDEP
           FILE STATUS ARQ-CHQDEP-OK.

           SELECT ARQ-RETORNO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-RETORNO-OK.

           SELECT ARQ-PAGCONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-PAGTO
           ALTERNATE RECORD KEY IS CODIGO-BARRAS-PAGTO
               WITH DUPLICATES
           FILE STATUS ARQ-PAGCONTA-OK.

           SELECT ARQ-RESERVA ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-RESERVA-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".
               88 LIQUIDACAO-CONFERIDA VALUE "C".
               88 LIQUIDACAO-DIVERGENTE VALUE "D".

       FD ARQ-ENVIO LABEL RECORD STANDARD
           DATA RECORD IS R-ENVIO
           VALUE OF FILE-ID IS "TED_ENVIO.TXT".

       01 R-ENVIO.
           02 BANCO-ENV PIC 9(3).
           02 FILLER PIC X(29).
           02 VALOR-ENV PIC 9(9)V99.
           02 FILLER PIC X(10).
           02 DATA-ENV PIC 9(8).

       FD ARQ-ENTRADA LABEL RECORD STANDARD
           DATA RECORD IS R-ENTRADA
           VALUE OF FILE-ID IS "TED_ENTRADA.TXT".

       01 R-ENTRADA.
           02 FILLER PIC X(24).
           02 VALOR-ENT PIC 9(9)V99.
           02 FILLER PIC X(1).
           02 CPF-REMETENTE-ENT PIC X(11).
           02 FILLER PIC X(1).
           02 BANCO-ENT PIC X(3).

       FD ARQ-PIXREC LABEL RECORD STANDARD
           DATA RECORD IS R-PIXREC
           VALUE OF FILE-ID IS "PIX_RECEBIDOS.TXT".

       01 R-PIXREC.
           02 DATA-PIXREC PIC 9(8).
           02 FILLER PIC X(1).
           02 BANCO-PIXREC PIC 9(3).
           02 FILLER PIC X(1).
           02 COD-ID-PIXREC PIC 9(8).
           02 FILLER PIC X(1).
           02 VALOR-PIXREC PIC 9(9)V99.
           02 FILLER PIC X(1).
           02 NUM-SEQ-PIXREC PIC 9(9).

       FD ARQ-APRESENTADOS LABEL RECORD STANDARD
           DATA RECORD IS R-APRESENTADO
           VALUE OF FILE-ID IS "CHEQUES_APRESENTADOS.TXT".

       01 R-APRESENTADO.
           02 COD-ID-APRES PIC 9(8).
           02 FILLER PIC X(1).
           02 DV-APRES PIC 9(1).
           02 FILLER PIC X(1).
           02 NUM-CHEQUE-APRES PIC 9(6).
           02 FILLER PIC X(1).
           02 VALOR-APRES PIC 9(9)V99.
           02 FILLER PIC X(1).
           02 BANCO-APRES PIC X(3).

       FD ARQ-CHEQUE LABEL RECORD STANDARD
           DATA RECORD IS R-CHEQUE
           VALUE OF FILE-ID IS "CHEQUE.DAT".

       01 R-CHEQUE.
           02 CHAVE-CHEQUE.
               03 COD-ID-CHEQUE PIC 9(8).
               03 NUM-CHEQUE PIC 9(6).
           02 STATUS-FOLHA PIC X(1).
               88 FOLHA-EMITIDA VALUE "E".
               88 FOLHA-COMPENSADA VALUE "C".
               88 FOLHA-DEVOLVIDA VALUE "D".
               88 FOLHA-SUSTADA VALUE "S".
           02 DATA-EMISSAO PIC 9(8).
           02 DATA-BAIXA PIC 9(8).

       FD ARQ-CHQDEP LABEL RECORD STANDARD
           DATA RECORD IS R-CHQDEP
           VALUE OF FILE-ID IS "CHQDEP.DAT".

       01 R-CHQDEP.
           02 CHAVE-CHQDEP.
               03 COD-ID-CHQDEP PIC 9(8).
               03 NUM-DEPOSITO PIC 9(9).
           02 BANCO-SACADO PIC 9(3).
           02 AGENCIA-SACADA PIC 9(4).
           02 CONTA-SACADA PIC 9(10).
           02 NUM-CHEQUE-DEP PIC 9(6).
           02 VALOR-CHEQUE-DEP PIC 9(9)V99.
           02 DATA-DEPOSITO PIC 9(8).
           02 DATA-LIBERACAO PIC 9(8).
           02 STATUS-CHQDEP PIC X(1).
               88 CHEQUE-BLOQUEADO VALUE "B".
               88 CHEQUE-LIBERADO VALUE "L".
               88 CHEQUE-DEVOLVIDO VALUE "D".
           02 DATA-REMESSA PIC 9(8).
           02 DATA-BAIXA-CHQDEP PIC 9(8).
           02 ALINEA-DEVOLUCAO PIC X(2).
           02 OPERADOR-CHQDEP PIC X(8).
           02 NUM-SEQ-CHQDEP PIC 9(9).

       FD ARQ-RETORNO LABEL RECORD STANDARD
           DATA RECORD IS R-RETORNO
           VALUE OF FILE-ID IS "BOLETO_RETORNO.TXT".

       01 R-RETORNO.
           02 NUM-BOLETO-RET PIC 9(8).
           02 FILLER PIC X(1).
           02 VALOR-RET PIC 9(9)V99.
           02 FILLER PIC X(1).
           02 DATA-PAG-RET PIC 9(8).
           02 FILLER PIC X(1).
           02 BANCO-RET PIC X(3).

       FD ARQ-PAGCONTA LABEL RECORD STANDARD
           DATA RECORD IS R-PAGCONTA
           VALUE OF FILE-ID IS "PAGCONTA.DAT".

       01 R-PAGCONTA.
           02 NUM-PAGTO PIC 9(9).
           02 DATA-PAGTO PIC 9(8).
           02 TIPO-DOC-PAGTO PIC X(1).
               88 DOC-ARRECADACAO VALUE "A".
               88 DOC-BOLETO VALUE "B".
           02 CODIGO-BARRAS-PAGTO PIC X(44).
           02 SEGMENTO-PAGTO PIC X(1).
           02 EMPRESA-PAGTO PIC 9(4).
           02 BANCO-PAGTO PIC 9(3).
           02 VALOR-DOC-PAGTO PIC 9(9)V99.
           02 VALOR-PAGTO PIC 9(9)V99.
           02 FORMA-PAGTO PIC X(1).
               88 PAGTO-EM-CONTA VALUE "C".
               88 PAGTO-EM-DINHEIRO VALUE "D".
           02 COD-ID-PAGTO PIC 9(8).
           02 OPERADOR-PAGTO PIC X(8).
           02 NUM-SEQ-PAGTO PIC 9(9).
           02 NUM-COMPROV-PAGTO PIC 9(9).
           02 STATUS-PAGTO PIC X(1).
               88 PAGTO-EFETUADO VALUE "P".
               88 PAGTO-REPASSADO VALUE "R".
           02 DATA-REPASSE-PAGTO PIC 9(8).

       FD ARQ-RESERVA LABEL RECORD STANDARD
           DATA RECORD IS R-RESERVA
           VALUE OF FILE-ID IS NOME-ARQ-RESERVA.

       01 R-RESERVA.
           02 CANAL-RES PIC X(3).
           02 FILLER PIC X(1).
           02 BANCO-RES PIC 9(3).
           02 FILLER PIC X(1).
           02 NATUREZA-RES PIC X(1).
               88 CREDITO-RESERVA VALUE "C".
               88 DEBITO-RESERVA VALUE "D".
           02 FILLER PIC X(1).
           02 VALOR-RES PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-ENVIO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-ENTRADA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PIXREC-OK PIC X(2) VALUE ZEROS.
       01 ARQ-APRESENTADOS-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CHEQUE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CHQDEP-OK PIC X(2) VALUE ZEROS.
       01 ARQ-RETORNO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PAGCONTA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-RESERVA-OK PIC X(2) VALUE ZEROS.
       01 NOME-ARQ-RESERVA PIC X(40) VALUE SPACES.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 RESERVA-CARREGADA PIC 9 VALUE ZERO.
       01 QTD-EXCECOES PIC 9(5) VALUE ZEROS.
       01 QTD-DESCONHECIDOS PIC 9(5) VALUE ZEROS.

       01 SIGLAS-CANAIS PIC X(12) VALUE "TEDPIXCHQBOL".
       01 SIGLAS-CANAIS-R REDEFINES SIGLAS-CANAIS.
           02 SIGLA-CANAL PIC X(3) OCCURS 4 TIMES.

       01 TABELA-CANAIS.
           02 TAB-CANAL OCCURS 4 TIMES.
               03 QTD-ENT-CANAL PIC 9(5).
               03 ENT-CANAL PIC 9(11)V99.
               03 QTD-SAI-CANAL PIC 9(5).
               03 SAI-CANAL PIC 9(11)V99.
               03 QTD-ENT-RESERVA PIC 9(5).
               03 ENT-RESERVA PIC 9(11)V99.
               03 QTD-SAI-RESERVA PIC 9(5).
               03 SAI-RESERVA PIC 9(11)V99.
       01 IND-CANAL PIC 9(1) VALUE ZEROS.
       01 ACHOU-CANAL PIC 9 VALUE ZERO.

       01 TABELA-POSICAO.
           02 TAB-POSICAO OCCURS 300 TIMES.
               03 TAB-CANAL-POS PIC 9(1).
               03 TAB-BANCO-POS PIC 9(3).
               03 TAB-QTD-ENT PIC 9(5).
               03 TAB-ENT PIC 9(11)V99.
               03 TAB-QTD-SAI PIC 9(5).
               03 TAB-SAI PIC 9(11)V99.
       01 QTD-POSICOES PIC 9(3) VALUE ZEROS.
       01 IND-POSICAO PIC 9(3) VALUE ZEROS.
       01 ACHOU-POSICAO PIC 9 VALUE ZERO.

       01 DADOS-MOVIMENTO.
           02 CANAL-MOV PIC 9(1) VALUE ZEROS.
           02 BANCO-MOV PIC 9(3) VALUE ZEROS.
           02 NATUREZA-MOV PIC X(1) VALUE SPACE.
               88 MOV-ENTRADA VALUE "E".
               88 MOV-SAIDA VALUE "S".
           02 VALOR-MOV PIC 9(11)V99 VALUE ZEROS.

       01 TOTAIS-GERAIS.
           02 QTD-ENT-GERAL PIC 9(5) VALUE ZEROS.
           02 ENT-GERAL PIC 9(11)V99 VALUE ZEROS.
           02 QTD-SAI-GERAL PIC 9(5) VALUE ZEROS.
           02 SAI-GERAL PIC 9(11)V99 VALUE ZEROS.
           02 QTD-ENT-RES-GERAL PIC 9(5) VALUE ZEROS.
           02 ENT-RES-GERAL PIC 9(11)V99 VALUE ZEROS.
           02 QTD-SAI-RES-GERAL PIC 9(5) VALUE ZEROS.
           02 SAI-RES-GERAL PIC 9(11)V99 VALUE ZEROS.
           02 LIQUIDO-AUX PIC S9(11)V99 VALUE ZEROS.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE "BATCH".
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       01 LINHA-POSICAO-E.
           02 CANAL-P PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BANCO-P PIC X(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 QTD-ENT-P PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 ENT-P PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 QTD-SAI-P PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SAI-P PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIQ-P PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OBS-P PIC X(17).

       01 DADOS-E.
           02 BANCO-E PIC 9(3).
           02 VALOR-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 LIQUIDO-E PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       APURA.
           DISPLAY "POSICAO DE LIQUIDACAO INTERBANCARIA DO DIA".
           DISPLAY " ".
           PERFORM VERIFICA-DIA-ABERTO.
           IF DIA-ABERTO-OK = 0
               STOP RUN.
           INITIALIZE TABELA-CANAIS.
           PERFORM SOMA-TED-ENVIADA.
           PERFORM SOMA-TED-RECEBIDA.
           PERFORM SOMA-PIX-RECEBIDO.
           PERFORM SOMA-CHEQUE-COMPENSADO.
           PERFORM SOMA-CHEQUE-DEPOSITADO.
           PERFORM SOMA-BOLETO-RECEBIDO.
           PERFORM SOMA-BOLETO-PAGO.
           PERFORM SOMA-EXTRATO-RESERVA.
           PERFORM EMITE-POSICAO.
           PERFORM REGISTRA-SITUACAO.
           STOP RUN.

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
                       MOVE DATA-MOVIMENTO TO DATA-MOVIMENTO-DIA
                   END-IF
               END-READ
               CLOSE ARQ-DIAMOV.
           IF DIA-ABERTO-OK = 0
               DISPLAY "Dia de movimento nao aberto - execute ABRE-DIA".

       SOMA-TED-ENVIADA.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-ENVIO.
           IF ARQ-ENVIO-OK NOT = "00"
               DISPLAY "TED_ENVIO.TXT indisponivel - status "
                   ARQ-ENVIO-OK
               MOVE 1 TO EOF.
           PERFORM SOMA-TED-ENVIADA-LE UNTIL EOF = 1.
           IF ARQ-ENVIO-OK = "00"
               CLOSE ARQ-ENVIO.

       SOMA-TED-ENVIADA-LE.
           READ ARQ-ENVIO AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF DATA-ENV = DATA-MOVIMENTO-DIA
                   MOVE 1 TO CANAL-MOV
                   MOVE BANCO-ENV TO BANCO-MOV
                   MOVE "S" TO NATUREZA-MOV
                   MOVE VALOR-ENV TO VALOR-MOV
                   PERFORM ACUMULA-POSICAO.

       SOMA-TED-RECEBIDA.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-ENTRADA.
           IF ARQ-ENTRADA-OK NOT = "00"
               DISPLAY "TED_ENTRADA.TXT indisponivel - status "
                   ARQ-ENTRADA-OK
               MOVE 1 TO EOF.
           PERFORM SOMA-TED-RECEBIDA-LE UNTIL EOF = 1.
           IF ARQ-ENTRADA-OK = "00"
               CLOSE ARQ-ENTRADA.

       SOMA-TED-RECEBIDA-LE.
           READ ARQ-ENTRADA AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE 1 TO CANAL-MOV
               MOVE ZEROS TO BANCO-MOV
               IF BANCO-ENT IS NUMERIC
                   MOVE BANCO-ENT TO BANCO-MOV
               END-IF
               MOVE "E" TO NATUREZA-MOV
               MOVE VALOR-ENT TO VALOR-MOV
               PERFORM ACUMULA-POSICAO.

       SOMA-PIX-RECEBIDO.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-PIXREC.
           IF ARQ-PIXREC-OK NOT = "00"
               MOVE 1 TO EOF.
           PERFORM SOMA-PIX-RECEBIDO-LE UNTIL EOF = 1.
           IF ARQ-PIXREC-OK = "00"
               CLOSE ARQ-PIXREC.

       SOMA-PIX-RECEBIDO-LE.
           READ ARQ-PIXREC AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF DATA-PIXREC = DATA-MOVIMENTO-DIA
                   MOVE 2 TO CANAL-MOV
                   MOVE BANCO-PIXREC TO BANCO-MOV
                   MOVE "E" TO NATUREZA-MOV
                   MOVE VALOR-PIXREC TO VALOR-MOV
                   PERFORM ACUMULA-POSICAO.

       SOMA-CHEQUE-COMPENSADO.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-APRESENTADOS.
           IF ARQ-APRESENTADOS-OK NOT = "00"
               DISPLAY "CHEQUES_APRESENTADOS.TXT indisponivel - "
                   "status " ARQ-APRESENTADOS-OK
               MOVE 1 TO EOF.
           OPEN INPUT ARQ-CHEQUE.
           IF ARQ-CHEQUE-OK NOT = "00"
               DISPLAY "CHEQUE.DAT indisponivel - status "
                   ARQ-CHEQUE-OK
               MOVE 1 TO EOF.
           PERFORM SOMA-CHEQUE-COMPENSADO-LE UNTIL EOF = 1.
           IF ARQ-APRESENTADOS-OK = "00"
               CLOSE ARQ-APRESENTADOS.
           IF ARQ-CHEQUE-OK = "00"
               CLOSE ARQ-CHEQUE.

       SOMA-CHEQUE-COMPENSADO-LE.
           READ ARQ-APRESENTADOS AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE COD-ID-APRES TO COD-ID-CHEQUE
               MOVE NUM-CHEQUE-APRES TO NUM-CHEQUE
               READ ARQ-CHEQUE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FOLHA-COMPENSADA
                       AND DATA-BAIXA = DATA-MOVIMENTO-DIA
                       PERFORM ACUMULA-CHEQUE-COMPENSADO
                   END-IF
               END-READ.

       ACUMULA-CHEQUE-COMPENSADO.
           MOVE 3 TO CANAL-MOV.
           MOVE ZEROS TO BANCO-MOV.
           IF BANCO-APRES IS NUMERIC
               MOVE BANCO-APRES TO BANCO-MOV.
           MOVE "S" TO NATUREZA-MOV.
           MOVE VALOR-APRES TO VALOR-MOV.
           PERFORM ACUMULA-POSICAO.

       SOMA-CHEQUE-DEPOSITADO.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-CHQDEP.
           IF ARQ-CHQDEP-OK NOT = "00"
               MOVE 1 TO EOF.
           PERFORM SOMA-CHEQUE-DEPOSITADO-LE UNTIL EOF = 1.
           IF ARQ-CHQDEP-OK = "00"
               CLOSE ARQ-CHQDEP.

       SOMA-CHEQUE-DEPOSITADO-LE.
           READ ARQ-CHQDEP NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE 3 TO CANAL-MOV
               MOVE BANCO-SACADO TO BANCO-MOV
               MOVE VALOR-CHEQUE-DEP TO VALOR-MOV
               IF DATA-REMESSA = DATA-MOVIMENTO-DIA
                   MOVE "E" TO NATUREZA-MOV
                   PERFORM ACUMULA-POSICAO
               END-IF
               IF CHEQUE-DEVOLVIDO
                   AND DATA-BAIXA-CHQDEP = DATA-MOVIMENTO-DIA
                   MOVE "S" TO NATUREZA-MOV
                   PERFORM ACUMULA-POSICAO.

       SOMA-BOLETO-RECEBIDO.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-RETORNO.
           IF ARQ-RETORNO-OK NOT = "00"
               DISPLAY "BOLETO_RETORNO.TXT indisponivel - status "
                   ARQ-RETORNO-OK
               MOVE 1 TO EOF.
           PERFORM SOMA-BOLETO-RECEBIDO-LE UNTIL EOF = 1.
           IF ARQ-RETORNO-OK = "00"
               CLOSE ARQ-RETORNO.

       SOMA-BOLETO-RECEBIDO-LE.
           READ ARQ-RETORNO AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE 4 TO CANAL-MOV
               MOVE ZEROS TO BANCO-MOV
               IF BANCO-RET IS NUMERIC
                   MOVE BANCO-RET TO BANCO-MOV
               END-IF
               MOVE "E" TO NATUREZA-MOV
               MOVE VALOR-RET TO VALOR-MOV
               PERFORM ACUMULA-POSICAO.

       SOMA-BOLETO-PAGO.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-PAGCONTA.
           IF ARQ-PAGCONTA-OK NOT = "00"
               MOVE 1 TO EOF.
           PERFORM SOMA-BOLETO-PAGO-LE UNTIL EOF = 1.
           IF ARQ-PAGCONTA-OK = "00"
               CLOSE ARQ-PAGCONTA.

       SOMA-BOLETO-PAGO-LE.
           READ ARQ-PAGCONTA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF DOC-BOLETO AND DATA-PAGTO = DATA-MOVIMENTO-DIA
                   MOVE 4 TO CANAL-MOV
                   MOVE BANCO-PAGTO TO BANCO-MOV
                   MOVE "S" TO NATUREZA-MOV
                   MOVE VALOR-PAGTO TO VALOR-MOV
                   PERFORM ACUMULA-POSICAO.

       ACUMULA-POSICAO.
           IF MOV-ENTRADA
               ADD 1 TO QTD-ENT-CANAL (CANAL-MOV)
               ADD VALOR-MOV TO ENT-CANAL (CANAL-MOV)
           ELSE
               ADD 1 TO QTD-SAI-CANAL (CANAL-MOV)
               ADD VALOR-MOV TO SAI-CANAL (CANAL-MOV).
           MOVE ZERO TO ACHOU-POSICAO.
           MOVE 1 TO IND-POSICAO.
           PERFORM PROCURA-POSICAO
               UNTIL IND-POSICAO > QTD-POSICOES OR ACHOU-POSICAO = 1.
           IF ACHOU-POSICAO = 0 AND QTD-POSICOES < 300
               ADD 1 TO QTD-POSICOES
               MOVE QTD-POSICOES TO IND-POSICAO
               MOVE CANAL-MOV TO TAB-CANAL-POS (IND-POSICAO)
               MOVE BANCO-MOV TO TAB-BANCO-POS (IND-POSICAO)
               MOVE ZEROS TO TAB-QTD-ENT (IND-POSICAO)
               MOVE ZEROS TO TAB-ENT (IND-POSICAO)
               MOVE ZEROS TO TAB-QTD-SAI (IND-POSICAO)
               MOVE ZEROS TO TAB-SAI (IND-POSICAO)
               MOVE 1 TO ACHOU-POSICAO.
           IF ACHOU-POSICAO = 1
               IF MOV-ENTRADA
                   ADD 1 TO TAB-QTD-ENT (IND-POSICAO)
                   ADD VALOR-MOV TO TAB-ENT (IND-POSICAO)
               ELSE
                   ADD 1 TO TAB-QTD-SAI (IND-POSICAO)
                   ADD VALOR-MOV TO TAB-SAI (IND-POSICAO).

       PROCURA-POSICAO.
           IF TAB-CANAL-POS (IND-POSICAO) = CANAL-MOV
               AND TAB-BANCO-POS (IND-POSICAO) = BANCO-MOV
               MOVE 1 TO ACHOU-POSICAO
           ELSE
               ADD 1 TO IND-POSICAO.

       SOMA-EXTRATO-RESERVA.
           MOVE SPACES TO NOME-ARQ-RESERVA.
           STRING "EXTRATO_RESERVA_" DATA-MOVIMENTO-DIA ".TXT"
               DELIMITED BY SIZE INTO NOME-ARQ-RESERVA.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-RESERVA.
           IF ARQ-RESERVA-OK NOT = "00"
               DISPLAY NOME-ARQ-RESERVA " nao carregado - status "
                   ARQ-RESERVA-OK
               MOVE 1 TO EOF
           ELSE
               MOVE 1 TO RESERVA-CARREGADA.
           PERFORM SOMA-EXTRATO-RESERVA-LE UNTIL EOF = 1.
           IF ARQ-RESERVA-OK = "00"
               CLOSE ARQ-RESERVA.

       SOMA-EXTRATO-RESERVA-LE.
           READ ARQ-RESERVA AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE ZERO TO ACHOU-CANAL
               MOVE 1 TO IND-CANAL
               PERFORM PROCURA-CANAL
                   UNTIL IND-CANAL > 4 OR ACHOU-CANAL = 1
               IF ACHOU-CANAL = 0
                   OR (NOT CREDITO-RESERVA AND NOT DEBITO-RESERVA)
                   ADD 1 TO QTD-DESCONHECIDOS
               ELSE
                   IF CREDITO-RESERVA
                       ADD 1 TO QTD-ENT-RESERVA (IND-CANAL)
                       ADD VALOR-RES TO ENT-RESERVA (IND-CANAL)
                   ELSE
                       ADD 1 TO QTD-SAI-RESERVA (IND-CANAL)
                       ADD VALOR-RES TO SAI-RESERVA (IND-CANAL).

       PROCURA-CANAL.
           IF SIGLA-CANAL (IND-CANAL) = CANAL-RES
               MOVE 1 TO ACHOU-CANAL
           ELSE
               ADD 1 TO IND-CANAL.

       EMITE-POSICAO.
           MOVE "POSICAO DE LIQUIDACAO INTERBANCARIA" TO NOME-REL.
           MOVE "REL_LIQUIDACAO" TO ARQ-REL.
           MOVE SPACES TO CABEC-REL.
           MOVE "CANAL" TO CABEC-REL (1:5).
           MOVE "BANCO" TO CABEC-REL (7:5).
           MOVE "QTD" TO CABEC-REL (17:3).
           MOVE "ENTRADAS" TO CABEC-REL (30:8).
           MOVE "QTD" TO CABEC-REL (41:3).
           MOVE "SAIDAS" TO CABEC-REL (56:6).
           MOVE "LIQUIDO" TO CABEC-REL (75:7).
           MOVE "OBS" TO CABEC-REL (84:3).
           PERFORM ABRE-RELATORIO.
           STRING "DATA DE MOVIMENTO: " DATA-MOVIMENTO-DIA
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           IF RESERVA-CARREGADA = 0
               STRING "*** " NOME-ARQ-RESERVA
                   DELIMITED BY SPACE
                   " NAO CARREGADO - POSICAO NAO CONFERIDA ***"
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL
               ADD 1 TO QTD-EXCECOES.
           PERFORM GRAVA-LINHA-REL.
           MOVE 1 TO IND-CANAL.
           PERFORM IMPRIME-CANAL UNTIL IND-CANAL > 4.
           PERFORM IMPRIME-TOTAL-GERAL.
           PERFORM FECHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".

       IMPRIME-CANAL.
           MOVE 1 TO IND-POSICAO.
           PERFORM IMPRIME-BANCO UNTIL IND-POSICAO > QTD-POSICOES.
           MOVE SPACES TO LINHA-POSICAO-E.
           MOVE SIGLA-CANAL (IND-CANAL) TO CANAL-P.
           MOVE "TOTAL" TO BANCO-P.
           MOVE QTD-ENT-CANAL (IND-CANAL) TO QTD-ENT-P.
           MOVE ENT-CANAL (IND-CANAL) TO ENT-P.
           MOVE QTD-SAI-CANAL (IND-CANAL) TO QTD-SAI-P.
           MOVE SAI-CANAL (IND-CANAL) TO SAI-P.
           COMPUTE LIQUIDO-AUX = ENT-CANAL (IND-CANAL)
               - SAI-CANAL (IND-CANAL).
           MOVE LIQUIDO-AUX TO LIQ-P.
           MOVE LINHA-POSICAO-E TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE SPACES TO LINHA-POSICAO-E.
           MOVE SIGLA-CANAL (IND-CANAL) TO CANAL-P.
           MOVE "RESERVA" TO BANCO-P.
           MOVE QTD-ENT-RESERVA (IND-CANAL) TO QTD-ENT-P.
           MOVE ENT-RESERVA (IND-CANAL) TO ENT-P.
           MOVE QTD-SAI-RESERVA (IND-CANAL) TO QTD-SAI-P.
           MOVE SAI-RESERVA (IND-CANAL) TO SAI-P.
           COMPUTE LIQUIDO-AUX = ENT-RESERVA (IND-CANAL)
               - SAI-RESERVA (IND-CANAL).
           MOVE LIQUIDO-AUX TO LIQ-P.
           IF ENT-CANAL (IND-CANAL) NOT = ENT-RESERVA (IND-CANAL)
               OR SAI-CANAL (IND-CANAL) NOT = SAI-RESERVA (IND-CANAL)
               MOVE "*** EXCECAO ***" TO OBS-P
               ADD 1 TO QTD-EXCECOES
               DISPLAY "EXCECAO NO CANAL " SIGLA-CANAL (IND-CANAL)
                   " - movimento difere da conta reserva".
           MOVE LINHA-POSICAO-E TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           ADD QTD-ENT-CANAL (IND-CANAL) TO QTD-ENT-GERAL.
           ADD ENT-CANAL (IND-CANAL) TO ENT-GERAL.
           ADD QTD-SAI-CANAL (IND-CANAL) TO QTD-SAI-GERAL.
           ADD SAI-CANAL (IND-CANAL) TO SAI-GERAL.
           ADD QTD-ENT-RESERVA (IND-CANAL) TO QTD-ENT-RES-GERAL.
           ADD ENT-RESERVA (IND-CANAL) TO ENT-RES-GERAL.
           ADD QTD-SAI-RESERVA (IND-CANAL) TO QTD-SAI-RES-GERAL.
           ADD SAI-RESERVA (IND-CANAL) TO SAI-RES-GERAL.
           ADD 1 TO IND-CANAL.

       IMPRIME-BANCO.
           IF TAB-CANAL-POS (IND-POSICAO) = IND-CANAL
               MOVE SPACES TO LINHA-POSICAO-E
               MOVE SIGLA-CANAL (IND-CANAL) TO CANAL-P
               MOVE TAB-BANCO-POS (IND-POSICAO) TO BANCO-E
               MOVE BANCO-E TO BANCO-P
               MOVE TAB-QTD-ENT (IND-POSICAO) TO QTD-ENT-P
               MOVE TAB-ENT (IND-POSICAO) TO ENT-P
               MOVE TAB-QTD-SAI (IND-POSICAO) TO QTD-SAI-P
               MOVE TAB-SAI (IND-POSICAO) TO SAI-P
               COMPUTE LIQUIDO-AUX = TAB-ENT (IND-POSICAO)
                   - TAB-SAI (IND-POSICAO)
               MOVE LIQUIDO-AUX TO LIQ-P
               IF TAB-BANCO-POS (IND-POSICAO) = ZEROS
                   MOVE "BANCO NAO INFORM." TO OBS-P
               END-IF
               MOVE LINHA-POSICAO-E TO LINHA-REL
               PERFORM GRAVA-LINHA-REL.
           ADD 1 TO IND-POSICAO.

       IMPRIME-TOTAL-GERAL.
           MOVE SPACES TO LINHA-POSICAO-E.
           MOVE "GERAL" TO CANAL-P.
           MOVE "TOTAL" TO BANCO-P.
           MOVE QTD-ENT-GERAL TO QTD-ENT-P.
           MOVE ENT-GERAL TO ENT-P.
           MOVE QTD-SAI-GERAL TO QTD-SAI-P.
           MOVE SAI-GERAL TO SAI-P.
           COMPUTE LIQUIDO-AUX = ENT-GERAL - SAI-GERAL.
           MOVE LIQUIDO-AUX TO LIQ-P.
           MOVE LIQUIDO-AUX TO LIQUIDO-E.
           MOVE LINHA-POSICAO-E TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE SPACES TO LINHA-POSICAO-E.
           MOVE "GERAL" TO CANAL-P.
           MOVE "RESERVA" TO BANCO-P.
           MOVE QTD-ENT-RES-GERAL TO QTD-ENT-P.
           MOVE ENT-RES-GERAL TO ENT-P.
           MOVE QTD-SAI-RES-GERAL TO QTD-SAI-P.
           MOVE SAI-RES-GERAL TO SAI-P.
           COMPUTE LIQUIDO-AUX = ENT-RES-GERAL - SAI-RES-GERAL.
           MOVE LIQUIDO-AUX TO LIQ-P.
           MOVE LINHA-POSICAO-E TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           IF QTD-DESCONHECIDOS > ZEROS
               PERFORM GRAVA-LINHA-REL
               STRING "LANCAMENTOS DO EXTRATO SEM CANAL RECONHECIDO: "
                   QTD-DESCONHECIDOS DELIMITED BY SIZE INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL
               ADD 1 TO QTD-EXCECOES.
           PERFORM GRAVA-LINHA-REL.
           IF QTD-EXCECOES = ZEROS
               MOVE "LIQUIDACAO CONFERIDA COM A CONTA RESERVA"
                   TO LINHA-REL
           ELSE
               STRING "LIQUIDACAO COM " QTD-EXCECOES
                   " EXCECAO(OES) - REGULARIZE ANTES DO FECHA-DIA"
                   DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           DISPLAY " ".
           MOVE ENT-GERAL TO VALOR-E.
           DISPLAY "ENTRADAS BRUTAS.....: " VALOR-E.
           MOVE SAI-GERAL TO VALOR-E.
           DISPLAY "SAIDAS BRUTAS.......: " VALOR-E.
           DISPLAY "POSICAO LIQUIDA.....: " LIQUIDO-E.
           DISPLAY "EXCECOES............: " QTD-EXCECOES.

       REGISTRA-SITUACAO.
           OPEN I-O ARQ-DIAMOV.
           IF ARQ-DIAMOV-OK NOT = "00"
               DISPLAY "Erro ao abrir DIAMOV.DAT - status "
                   ARQ-DIAMOV-OK
           ELSE
               MOVE "LQ" TO CHAVE-DIA
               MOVE DATA-MOVIMENTO-DIA TO DATA-MOVIMENTO
               IF QTD-EXCECOES = ZEROS
                   MOVE "C" TO STATUS-DIA
               ELSE
                   MOVE "D" TO STATUS-DIA
               END-IF
               WRITE R-DIAMOV INVALID KEY
                   REWRITE R-DIAMOV INVALID KEY
                       DISPLAY "Erro ao registrar a liquidacao do dia"
                   END-REWRITE
               END-WRITE
               CLOSE ARQ-DIAMOV.

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

       END PROGRAM LIQUIDA-DIA.
