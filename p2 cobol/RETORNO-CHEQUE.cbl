       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-CHEQUE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-DEVOLUCAO-OK.

           SELECT ARQ-CHQDEP ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CHQDEP
           FILE STATUS ARQ-CHQDEP-OK.

           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID OF REG-ARQAGENCIA
           ALTERNATE RECORD KEY COD-CLIENTE OF REG-ARQAGENCIA
               WITH DUPLICATES
           FILE STATUS ARQ-OK.

           SELECT ARQ-PARAM ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-PARAM
           FILE STATUS ARQ-PARAM-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-DEVOLUCAO LABEL RECORD STANDARD
           DATA RECORD IS R-DEVOLUCAO
           VALUE OF FILE-ID IS "DEVOLUCAO_CHEQUES.TXT".

       01 R-DEVOLUCAO.
           02 COD-ID-DEVOL PIC 9(8).
           02 FILLER PIC X(1).
           02 NUM-DEPOSITO-DEVOL PIC 9(9).
           02 FILLER PIC X(1).
           02 NUM-CHEQUE-DEVOL PIC 9(6).
           02 FILLER PIC X(1).
           02 VALOR-DEVOL PIC 9(9)V99.
           02 FILLER PIC X(1).
           02 ALINEA-DEVOL PIC X(2).

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

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".

       WORKING-STORAGE SECTION.
       01 ARQ-DEVOLUCAO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CHQDEP-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PARAM-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 ERRO-ABERTURA PIC 9 VALUE ZERO.
       01 FIM-DEVOLUCOES PIC 9 VALUE ZERO.
       01 FIM-DEPOSITOS PIC 9 VALUE ZERO.
       01 DEVOLUCOES-DISPONIVEIS PIC 9 VALUE ZERO.
       01 TARIFA-DEVOLUCAO PIC 9(9)V99 VALUE ZEROS.
       01 MOTIVO-REJEICAO PIC X(30) VALUE SPACES.

       01 DADOS-LANCAMENTO.
           02 SALDO-ANTES PIC S9(9)V99 VALUE ZEROS.
           02 SALDO-DISPONIVEL PIC S9(9)V99 VALUE ZEROS.
           02 NUM-SEQ-ATUAL PIC 9(9) VALUE ZEROS.
           02 OPERADOR-BATCH PIC X(8) VALUE "BATCH".
           02 TIPO-MOV-E PIC X(12) VALUE SPACES.

       01 DADOS-PENDENCIA.
           02 ACAO-PEND PIC 9(1) VALUE 1.
           02 ORIGEM-PEND PIC X(15) VALUE "RETORNO-CHEQUE".
           02 REFERENCIA-PEND PIC X(12) VALUE SPACES.
           02 TIPO-MOV-PEND PIC X(12) VALUE "TARIFA DEV".
           02 VALOR-PEND PIC 9(9)V99 VALUE ZEROS.
           02 DESTINO-PEND PIC 9(8) VALUE ZEROS.

       01 TOTAIS.
           02 CONTADOR-LIDOS PIC 9(5) VALUE ZEROS.
           02 CONTADOR-DEVOLVIDOS PIC 9(5) VALUE ZEROS.
           02 CONTADOR-REJEITADOS PIC 9(5) VALUE ZEROS.
           02 CONTADOR-TARIFAS PIC 9(5) VALUE ZEROS.
           02 CONTADOR-TARIFAS-PEND PIC 9(5) VALUE ZEROS.
           02 CONTADOR-LIBERADOS PIC 9(5) VALUE ZEROS.
           02 TOTAL-DEVOLVIDO PIC 9(11)V99 VALUE ZEROS.
           02 TOTAL-LIBERADO PIC 9(11)V99 VALUE ZEROS.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE "BATCH".
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       01 DADOS-E.
           02 VALOR-E PIC ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       PROCESSA.
           PERFORM ABRE.
           IF ERRO-ABERTURA = 0
               IF DEVOLUCOES-DISPONIVEIS = 1
                   PERFORM LE-E-DEVOLVE UNTIL FIM-DEVOLUCOES = 1
               END-IF
               PERFORM LIBERA-COMPENSADOS
               PERFORM IMPRIME-RESUMO.
           PERFORM FECHA.
           STOP RUN.

       ABRE.
           DISPLAY "DEVOLUCAO E LIBERACAO DE CHEQUES DEPOSITADOS".
           DISPLAY " ".
           PERFORM VERIFICA-DIA-ABERTO.
           OPEN I-O ARQ-CHQDEP.
           IF ARQ-CHQDEP-OK NOT = "00"
               DISPLAY "Erro ao abrir CHQDEP.DAT - status "
                   ARQ-CHQDEP-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN I-O ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 1 TO ERRO-ABERTURA.
           PERFORM LE-TARIFA-DEVOLUCAO.
           OPEN INPUT ARQ-DEVOLUCAO.
           IF ARQ-DEVOLUCAO-OK = "00"
               MOVE 1 TO DEVOLUCOES-DISPONIVEIS
           ELSE
               DISPLAY "DEVOLUCAO_CHEQUES.TXT nao recebido - somente "
                   "liberacao".
           IF ERRO-ABERTURA = 0
               MOVE "DEVOLUCAO E LIBERACAO DE CHEQUES" TO NOME-REL
               MOVE "REL_CHEQUES_DEPOSITADOS" TO ARQ-REL
               MOVE "CONTA    DEPOSITO  BCO CHEQUE          VALOR AL "
                   TO CABEC-REL
               MOVE "OCORRENCIA" TO CABEC-REL (50:10)
               PERFORM ABRE-RELATORIO.

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
               DISPLAY "Dia de movimento nao aberto - execute ABRE-DIA"
               MOVE 1 TO ERRO-ABERTURA.

       LE-TARIFA-DEVOLUCAO.
           MOVE ZEROS TO TARIFA-DEVOLUCAO.
           OPEN INPUT ARQ-PARAM.
           IF ARQ-PARAM-OK = "00"
               MOVE "CD" TO CHAVE-PARAM
               READ ARQ-PARAM INVALID KEY
                   DISPLAY "Tarifa de devolucao nao cadastrada - "
                       "devolucoes sem tarifa"
               NOT INVALID KEY
                   MOVE TETO-AUTORIZACAO TO TARIFA-DEVOLUCAO
               END-READ
               CLOSE ARQ-PARAM.

       FECHA.
           CLOSE ARQ-CHQDEP.
           CLOSE ARQ-CONTA.
           IF DEVOLUCOES-DISPONIVEIS = 1
               CLOSE ARQ-DEVOLUCAO.
           IF ERRO-ABERTURA = 0
               PERFORM FECHA-RELATORIO
               DISPLAY " "
               DISPLAY "DEVOLUCOES RECEBIDAS: " CONTADOR-LIDOS
               MOVE TOTAL-DEVOLVIDO TO TOTAL-E
               DISPLAY "CREDITOS ESTORNADOS.: " CONTADOR-DEVOLVIDOS
                   "  " TOTAL-E
               DISPLAY "REJEITADAS..........: " CONTADOR-REJEITADOS
               DISPLAY "TARIFAS DEBITADAS...: " CONTADOR-TARIFAS
               DISPLAY "TARIFAS PENDENTES...: " CONTADOR-TARIFAS-PEND
               MOVE TOTAL-LIBERADO TO TOTAL-E
               DISPLAY "CHEQUES LIBERADOS...: " CONTADOR-LIBERADOS
                   "  " TOTAL-E
               DISPLAY "Relatorio gravado com " CONTADOR-REL
                   " linhas".

       LE-E-DEVOLVE.
           READ ARQ-DEVOLUCAO AT END MOVE 1 TO FIM-DEVOLUCOES.
           IF FIM-DEVOLUCOES = 0
               ADD 1 TO CONTADOR-LIDOS
               PERFORM VALIDA-DEVOLUCAO
               IF MOTIVO-REJEICAO = SPACES
                   PERFORM ESTORNA-CREDITO
               ELSE
                   PERFORM REJEITA-DEVOLUCAO.

       VALIDA-DEVOLUCAO.
           MOVE SPACES TO MOTIVO-REJEICAO.
           MOVE COD-ID-DEVOL TO COD-ID-CHQDEP.
           MOVE NUM-DEPOSITO-DEVOL TO NUM-DEPOSITO.
           READ ARQ-CHQDEP INVALID KEY
               MOVE "DEPOSITO INEXISTENTE" TO MOTIVO-REJEICAO
           NOT INVALID KEY
               IF CHEQUE-DEVOLVIDO
                   MOVE "CHEQUE JA DEVOLVIDO" TO MOTIVO-REJEICAO
               ELSE
                   IF NUM-CHEQUE-DEP NOT = NUM-CHEQUE-DEVOL
                       OR VALOR-CHEQUE-DEP NOT = VALOR-DEVOL
                       MOVE "CHEQUE/VALOR DIVERGENTE"
                           TO MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-READ.
           IF MOTIVO-REJEICAO = SPACES
               MOVE COD-ID-DEVOL TO COD-ID
               READ ARQ-CONTA INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO MOTIVO-REJEICAO
               END-READ.

       ESTORNA-CREDITO.
           MOVE SALDO TO SALDO-ANTES.
           SUBTRACT VALOR-CHEQUE-DEP FROM SALDO.
           MOVE "DEV CHEQUE" TO TIPO-MOV-E.
           CALL "REG-EXTR" USING BY REFERENCE COD-ID, SALDO-ANTES,
               SALDO, TIPO-MOV-E, OPERADOR-BATCH, NUM-SEQ-ATUAL.
           MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ.
           IF TARIFA-DEVOLUCAO > ZEROS
               PERFORM COBRA-TARIFA-DEVOLUCAO.
           REWRITE REG-ARQAGENCIA INVALID KEY
               DISPLAY "Erro ao estornar conta " COD-ID.
           MOVE "D" TO STATUS-CHQDEP.
           MOVE ALINEA-DEVOL TO ALINEA-DEVOLUCAO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-BAIXA-CHQDEP.
           REWRITE R-CHQDEP INVALID KEY
               DISPLAY "Erro ao baixar deposito " NUM-DEPOSITO.
           ADD 1 TO CONTADOR-DEVOLVIDOS.
           ADD VALOR-CHEQUE-DEP TO TOTAL-DEVOLVIDO.
           MOVE "CREDITO ESTORNADO" TO MOTIVO-REJEICAO.
           PERFORM IMPRIME-OCORRENCIA.
           MOVE SPACES TO MOTIVO-REJEICAO.

       COBRA-TARIFA-DEVOLUCAO.
           COMPUTE SALDO-DISPONIVEL = SALDO + LIMITE.
           IF TARIFA-DEVOLUCAO > SALDO-DISPONIVEL
               MOVE SPACES TO REFERENCIA-PEND
               STRING "DEV" NUM-DEPOSITO DELIMITED BY SIZE
                   INTO REFERENCIA-PEND
               MOVE TARIFA-DEVOLUCAO TO VALOR-PEND
               CALL "PEND-DEBITO" USING ACAO-PEND, COD-ID,
                   ORIGEM-PEND, REFERENCIA-PEND, TIPO-MOV-PEND,
                   VALOR-PEND, DESTINO-PEND, SALDO, LIMITE,
                   ULTIMO-NUM-SEQ, OPERADOR-BATCH
               ADD 1 TO CONTADOR-TARIFAS-PEND
           ELSE
               MOVE SALDO TO SALDO-ANTES
               SUBTRACT TARIFA-DEVOLUCAO FROM SALDO
               MOVE "TARIFA DEV" TO TIPO-MOV-E
               CALL "REG-EXTR" USING BY REFERENCE COD-ID, SALDO-ANTES,
                   SALDO, TIPO-MOV-E, OPERADOR-BATCH, NUM-SEQ-ATUAL
               MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ
               ADD 1 TO CONTADOR-TARIFAS.

       REJEITA-DEVOLUCAO.
           ADD 1 TO CONTADOR-REJEITADOS.
           MOVE COD-ID-DEVOL TO COD-ID-CHQDEP.
           MOVE NUM-DEPOSITO-DEVOL TO NUM-DEPOSITO.
           MOVE ZEROS TO BANCO-SACADO.
           MOVE NUM-CHEQUE-DEVOL TO NUM-CHEQUE-DEP.
           MOVE VALOR-DEVOL TO VALOR-CHEQUE-DEP.
           PERFORM IMPRIME-OCORRENCIA.

       IMPRIME-OCORRENCIA.
           MOVE VALOR-CHEQUE-DEP TO VALOR-E.
           STRING COD-ID-CHQDEP " " NUM-DEPOSITO " " BANCO-SACADO " "
               NUM-CHEQUE-DEP " " VALOR-E " " ALINEA-DEVOL " "
               MOTIVO-REJEICAO DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       LIBERA-COMPENSADOS.
           MOVE ZERO TO FIM-DEPOSITOS.
           MOVE ZEROS TO CHAVE-CHQDEP.
           START ARQ-CHQDEP KEY IS NOT LESS THAN CHAVE-CHQDEP
               INVALID KEY MOVE 1 TO FIM-DEPOSITOS.
           PERFORM LIBERA-COMPENSADOS-LE UNTIL FIM-DEPOSITOS = 1.

       LIBERA-COMPENSADOS-LE.
           READ ARQ-CHQDEP NEXT RECORD AT END MOVE 1 TO FIM-DEPOSITOS.
           IF FIM-DEPOSITOS = 0
               IF CHEQUE-BLOQUEADO
                   AND DATA-LIBERACAO NOT > DATA-MOVIMENTO-DIA
                   MOVE "L" TO STATUS-CHQDEP
                   MOVE DATA-MOVIMENTO-DIA TO DATA-BAIXA-CHQDEP
                   REWRITE R-CHQDEP INVALID KEY
                       DISPLAY "Erro ao liberar deposito "
                           NUM-DEPOSITO
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-LIBERADOS
                       ADD VALOR-CHEQUE-DEP TO TOTAL-LIBERADO
                   END-REWRITE.

       IMPRIME-RESUMO.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-DEVOLVIDO TO TOTAL-E.
           STRING "CREDITOS ESTORNADOS: " CONTADOR-DEVOLVIDOS " "
               TOTAL-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "DEVOLUCOES REJEITADAS: " CONTADOR-REJEITADOS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "TARIFAS DEBITADAS: " CONTADOR-TARIFAS
               "  PENDENTES: " CONTADOR-TARIFAS-PEND
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-LIBERADO TO TOTAL-E.
           STRING "CHEQUES LIBERADOS: " CONTADOR-LIBERADOS " "
               TOTAL-E DELIMITED BY SIZE INTO LINHA-REL.
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

       END PROGRAM RETORNO-CHEQUE.
