       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISO-EMITE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AVISO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-AVISO
           ALTERNATE RECORD KEY IS CPF-AVISO WITH DUPLICATES
           FILE STATUS ARQ-AVISO-OK.

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

           SELECT ARQ-CARTA ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-CARTA-OK.

           SELECT ARQ-SMS ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-SMS-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-AVISO LABEL RECORD STANDARD
           DATA RECORD IS R-AVISO
           VALUE OF FILE-ID IS "AVISO.DAT".

       01 R-AVISO.
           02 CHAVE-AVISO.
               03 DATA-AVISO PIC 9(8).
               03 HORA-AVISO PIC 9(8).
               03 SEQ-AVISO PIC 9(3).
           02 CPF-AVISO PIC 9(11).
           02 COD-ID-AVISO PIC 9(8).
           02 TIPO-AVISO PIC X(12).
           02 VALOR-1-AVISO PIC 9(9)V99.
           02 VALOR-2-AVISO PIC 9(9)V99.
           02 DATA-1-AVISO PIC 9(8).
           02 DATA-2-AVISO PIC 9(8).
           02 REFERENCIA-AVISO PIC X(50).
           02 OPERADOR-AVISO PIC X(8).
           02 NOME-AVISO PIC A(40).
           02 ENDERECO-AVISO PIC A(40).
           02 TELEFONE-AVISO PIC 9(11).
           02 CANAL-AVISO PIC X(1).
               88 AVISO-CARTA VALUE "C".
               88 AVISO-SMS VALUE "S".
               88 AVISO-SEM-CANAL VALUE "N".
           02 STATUS-AVISO PIC X(1).
               88 AVISO-PENDENTE VALUE "P".
               88 AVISO-ENVIADO VALUE "E".
           02 DATA-ENVIO-AVISO PIC 9(8).

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

       FD ARQ-CARTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARTAS.TXT".

       01 LINHA-CARTA PIC X(80).

       FD ARQ-SMS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SMS_ENVIO.TXT".

       01 LINHA-SMS PIC X(184).

       WORKING-STORAGE SECTION.
       01 ARQ-AVISO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CLIENTE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CARTA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-SMS-OK PIC X(2) VALUE ZEROS.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 CLIENTE-DISPONIVEL PIC 9 VALUE ZERO.

       01 CONTADORES.
           02 CONTADOR-CARTAS PIC 9(7) VALUE ZEROS.
           02 CONTADOR-SMS PIC 9(7) VALUE ZEROS.
           02 CONTADOR-SEM-CANAL PIC 9(7) VALUE ZEROS.
           02 CONTADOR-FALHAS PIC 9(7) VALUE ZEROS.

       01 DADOS-TEXTO.
           02 TEXTO-AVISO PIC X(160) VALUE SPACES.
           02 TEXTO-AVISO-R REDEFINES TEXTO-AVISO.
               03 TEXTO-LINHA-1 PIC X(80).
               03 TEXTO-LINHA-2 PIC X(80).
           02 VALOR-1-E PIC ZZZ.ZZZ.ZZ9,99.
           02 VALOR-2-E PIC ZZZ.ZZZ.ZZ9,99.
           02 POS-VALOR-1 PIC 9(2) VALUE ZEROS.
           02 POS-VALOR-2 PIC 9(2) VALUE ZEROS.
           02 DATA-1-E PIC X(10) VALUE SPACES.
           02 DATA-2-E PIC X(10) VALUE SPACES.
           02 DATA-MOVIMENTO-E PIC X(10) VALUE SPACES.
           02 CONTA-E PIC X(9) VALUE SPACES.
           02 DESTINO-E PIC X(12) VALUE SPACES.

       01 DATA-AUX PIC 9(8) VALUE ZEROS.
       01 DATA-AUX-R REDEFINES DATA-AUX.
           02 ANO-AUX PIC 9(4).
           02 MES-AUX PIC 9(2).
           02 DIA-AUX PIC 9(2).
       01 DATA-AUX-E.
           02 DIA-AUX-E PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 MES-AUX-E PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 ANO-AUX-E PIC 9(4).

       01 CONTA-AUX PIC 9(8) VALUE ZEROS.
       01 CONTA-AUX-R REDEFINES CONTA-AUX.
           02 AGENCIA-AUX PIC 9(4).
           02 CONTA-CORRENTE-AUX PIC 9(4).

       01 LINHA-SMS-E.
           02 TELEFONE-SMS PIC 9(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CPF-SMS PIC 9(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TEXTO-SMS PIC X(160).

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE "BATCH".
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       PROCEDURE DIVISION.
       EMITE.
           DISPLAY "EMISSAO DE AVISOS E CARTAS AOS CLIENTES".
           DISPLAY " ".
           PERFORM LE-DATA-MOVIMENTO.
           MOVE "AVISOS ENVIADOS AOS CLIENTES" TO NOME-REL.
           MOVE "REL_AVISOS" TO ARQ-REL.
           MOVE "REGISTRO CPF         CONTA     TIPO         CANAL "
               TO CABEC-REL.
           MOVE "DESTINO      REFERENCIA" TO CABEC-REL (51:23).
           PERFORM ABRE-RELATORIO.
           PERFORM ABRE-ARQ.
           PERFORM LE-E-EMITE UNTIL EOF = 1.
           PERFORM GRAVA-LINHA-REL.
           STRING "CARTAS EMITIDAS......: " CONTADOR-CARTAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "SMS ENVIADOS.........: " CONTADOR-SMS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "SEM CANAL DE ENTREGA.: " CONTADOR-SEM-CANAL
               " (ATUALIZAR CADASTRO - PERMANECEM PENDENTES)"
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "FALHAS...............: " CONTADOR-FALHAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM FECHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "CARTAS EMITIDAS......: " CONTADOR-CARTAS.
           DISPLAY "SMS ENVIADOS.........: " CONTADOR-SMS.
           DISPLAY "SEM CANAL DE ENTREGA.: " CONTADOR-SEM-CANAL.
           DISPLAY "FALHAS...............: " CONTADOR-FALHAS.
           IF CONTADOR-FALHAS > ZEROS
               MOVE 8 TO RETURN-CODE.
           DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".
           CLOSE ARQ-AVISO.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-CARTA.
           CLOSE ARQ-SMS.
           STOP RUN.

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
           MOVE DATA-MOVIMENTO-DIA TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE DATA-AUX-E TO DATA-MOVIMENTO-E.

       ABRE-ARQ.
           OPEN I-O ARQ-AVISO.
           IF ARQ-AVISO-OK NOT = "00"
               DISPLAY "Nenhum aviso registrado - AVISO.DAT status "
                   ARQ-AVISO-OK
               MOVE "Nenhum aviso registrado" TO LINHA-REL
               PERFORM GRAVA-LINHA-REL
               MOVE 1 TO EOF.
           OPEN INPUT ARQ-CLIENTE.
           IF ARQ-CLIENTE-OK NOT = "00"
               DISPLAY "Erro ao abrir arqCliente.dat - status "
                   ARQ-CLIENTE-OK " - canais nao atualizados"
           ELSE
               MOVE 1 TO CLIENTE-DISPONIVEL.
           OPEN EXTEND ARQ-CARTA.
           IF ARQ-CARTA-OK NOT = "00"
               CLOSE ARQ-CARTA
               OPEN OUTPUT ARQ-CARTA.
           IF ARQ-CARTA-OK NOT = "00"
               DISPLAY "Erro ao abrir CARTAS.TXT - status "
                   ARQ-CARTA-OK
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO EOF.
           OPEN EXTEND ARQ-SMS.
           IF ARQ-SMS-OK NOT = "00"
               CLOSE ARQ-SMS
               OPEN OUTPUT ARQ-SMS.
           IF ARQ-SMS-OK NOT = "00"
               DISPLAY "Erro ao abrir SMS_ENVIO.TXT - status "
                   ARQ-SMS-OK
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO EOF.
           IF EOF = 0
               MOVE ZEROS TO CHAVE-AVISO
               START ARQ-AVISO KEY IS NOT LESS THAN CHAVE-AVISO
                   INVALID KEY MOVE 1 TO EOF.

       LE-E-EMITE.
           READ ARQ-AVISO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0 AND AVISO-PENDENTE
               PERFORM ATUALIZA-CANAL
               IF AVISO-SEM-CANAL
                   ADD 1 TO CONTADOR-SEM-CANAL
                   MOVE "SEM CANAL" TO DESTINO-E
                   PERFORM RELATA-AVISO
               ELSE
                   PERFORM MONTA-TEXTO
                   IF AVISO-SMS
                       PERFORM GRAVA-SMS
                   ELSE
                       PERFORM GRAVA-CARTA
                   END-IF
                   MOVE "E" TO STATUS-AVISO
                   MOVE DATA-MOVIMENTO-DIA TO DATA-ENVIO-AVISO
                   REWRITE R-AVISO INVALID KEY
                       DISPLAY "Erro ao atualizar aviso " CHAVE-AVISO
                       ADD 1 TO CONTADOR-FALHAS
                   END-REWRITE
                   PERFORM RELATA-AVISO.

       ATUALIZA-CANAL.
           IF CLIENTE-DISPONIVEL = 1
               MOVE CPF-AVISO TO CPF-CLIENTE
               READ ARQ-CLIENTE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOME-CLIENTE TO NOME-AVISO
                   MOVE ENDERECO-CLIENTE TO ENDERECO-AVISO
                   MOVE TELEFONE-CLIENTE TO TELEFONE-AVISO
                   MOVE "N" TO CANAL-AVISO
                   IF TELEFONE-CLIENTE > ZEROS
                       MOVE "S" TO CANAL-AVISO
                   ELSE
                       IF ENDERECO-CLIENTE NOT = SPACES
                           MOVE "C" TO CANAL-AVISO
                       END-IF
                   END-IF
               END-READ.

       MONTA-TEXTO.
           MOVE SPACES TO TEXTO-AVISO.
           MOVE VALOR-1-AVISO TO VALOR-1-E.
           MOVE ZEROS TO POS-VALOR-1.
           INSPECT VALOR-1-E TALLYING POS-VALOR-1 FOR LEADING SPACES.
           ADD 1 TO POS-VALOR-1.
           MOVE VALOR-2-AVISO TO VALOR-2-E.
           MOVE ZEROS TO POS-VALOR-2.
           INSPECT VALOR-2-E TALLYING POS-VALOR-2 FOR LEADING SPACES.
           ADD 1 TO POS-VALOR-2.
           MOVE DATA-1-AVISO TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE DATA-AUX-E TO DATA-1-E.
           MOVE DATA-2-AVISO TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE DATA-AUX-E TO DATA-2-E.
           MOVE COD-ID-AVISO TO CONTA-AUX.
           MOVE SPACES TO CONTA-E.
           STRING AGENCIA-AUX "-" CONTA-CORRENTE-AUX
               DELIMITED BY SIZE INTO CONTA-E.
           EVALUATE TIPO-AVISO
           WHEN "INATIVIDADE"
               STRING "Sua conta " CONTA-E " foi bloqueada por falta "
                   "de movimentacao desde " DATA-1-E ". Procure sua "
                   "agencia para reativa-la."
                   DELIMITED BY SIZE INTO TEXTO-AVISO
           WHEN "ATRASO EMP"
               STRING "O contrato " DELIMITED BY SIZE
                   REFERENCIA-AVISO DELIMITED BY "  "
                   " tem parcelas em atraso desde " DATA-1-E
                   ". Valor em atraso: R$ "
                   VALOR-1-E (POS-VALOR-1:) ". Regularize para "
                   "evitar novos encargos." DELIMITED BY SIZE
                   INTO TEXTO-AVISO
           WHEN "RESGATE CDB"
               STRING "Sua aplicacao CDB " DELIMITED BY SIZE
                   REFERENCIA-AVISO DELIMITED BY "  "
                   " venceu em " DATA-2-E " e R$ "
                   VALOR-1-E (POS-VALOR-1:) " foram creditados na "
                   "conta " CONTA-E ". IR retido: R$ "
                   VALOR-2-E (POS-VALOR-2:) "." DELIMITED BY SIZE
                   INTO TEXTO-AVISO
           WHEN "BOLETO"
               STRING "Emitido boleto de R$ " VALOR-1-E (POS-VALOR-1:)
                   " com vencimento em " DATA-1-E
                   ". Linha digitavel: " DELIMITED BY SIZE
                   REFERENCIA-AVISO DELIMITED BY "  "
                   INTO TEXTO-AVISO
           WHEN "BLOQUEIO JUD"
               STRING "Por ordem judicial (processo " DELIMITED BY SIZE
                   REFERENCIA-AVISO DELIMITED BY "  "
                   ") foi bloqueado o valor de R$ "
                   VALOR-1-E (POS-VALOR-1:) " na conta " CONTA-E
                   " em " DATA-1-E "." DELIMITED BY SIZE
                   INTO TEXTO-AVISO
           WHEN "TARIFA"
               STRING "Tarifas de " DATA-1-E (4:7) " debitadas na "
                   "conta " CONTA-E ": R$ " VALOR-1-E (POS-VALOR-1:)
                   ". Pendentes por falta de saldo: R$ "
                   VALOR-2-E (POS-VALOR-2:) "." DELIMITED BY SIZE
                   INTO TEXTO-AVISO
           WHEN OTHER
               STRING TIPO-AVISO " - conta " CONTA-E " - R$ "
                   VALOR-1-E (POS-VALOR-1:) " - " DATA-1-E " - "
                   DELIMITED BY SIZE
                   REFERENCIA-AVISO DELIMITED BY "  "
                   INTO TEXTO-AVISO
           END-EVALUATE.

       GRAVA-SMS.
           MOVE TELEFONE-AVISO TO TELEFONE-SMS.
           MOVE CPF-AVISO TO CPF-SMS.
           MOVE TEXTO-AVISO TO TEXTO-SMS.
           MOVE LINHA-SMS-E TO LINHA-SMS.
           WRITE LINHA-SMS.
           ADD 1 TO CONTADOR-SMS.
           MOVE TELEFONE-AVISO TO DESTINO-E.

       GRAVA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING "AVISO AO CLIENTE" DELIMITED BY SIZE
               INTO LINHA-CARTA.
           MOVE DATA-MOVIMENTO-E TO LINHA-CARTA (71:10).
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE NOME-AVISO TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE ENDERECO-AVISO TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           STRING "Prezado(a) cliente, CPF " CPF-AVISO ":"
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE TEXTO-LINHA-1 TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE TEXTO-LINHA-2 TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           STRING "Registro do aviso: " DATA-AVISO "-" HORA-AVISO "-"
               SEQ-AVISO DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE ALL "=" TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           ADD 1 TO CONTADOR-CARTAS.
           MOVE "CARTA" TO DESTINO-E.

       RELATA-AVISO.
           STRING DATA-AVISO " " CPF-AVISO " " COD-ID-AVISO "  "
               TIPO-AVISO " " CANAL-AVISO "     " DESTINO-E " "
               DELIMITED BY SIZE
               REFERENCIA-AVISO DELIMITED BY "  "
               INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       FORMATA-DATA.
           MOVE DIA-AUX TO DIA-AUX-E.
           MOVE MES-AUX TO MES-AUX-E.
           MOVE ANO-AUX TO ANO-AUX-E.

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

       END PROGRAM AVISO-EMITE.
