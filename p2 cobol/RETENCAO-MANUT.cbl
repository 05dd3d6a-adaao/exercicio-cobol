       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCAO-MANUT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETENCAO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-RETENCAO
           FILE STATUS ARQ-RETENCAO-OK.

           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID OF REG-ARQAGENCIA
           ALTERNATE RECORD KEY COD-CLIENTE OF REG-ARQAGENCIA
               WITH DUPLICATES
           FILE STATUS ARQ-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-RETENCAO LABEL RECORD STANDARD
           DATA RECORD IS R-RETENCAO
           VALUE OF FILE-ID IS "RETENCAO.DAT".

       01 R-RETENCAO.
           02 NUM-RETENCAO PIC 9(6).
           02 ORIGEM-RET PIC X(15).
           02 COD-ID-RET PIC 9(8).
           02 CPF-FAVORECIDO-RET PIC 9(11).
           02 CPF-REMETENTE-RET PIC 9(11).
           02 BANCO-REMETENTE-RET PIC 9(3).
           02 VALOR-RET PIC 9(9)V99.
           02 LISTA-RET PIC X(1).
           02 CPF-LISTADO-RET PIC 9(11).
           02 DATA-RETENCAO PIC 9(8).
           02 OPERADOR-RET PIC X(8).
           02 STATUS-RET PIC X(1).
               88 RETENCAO-PENDENTE VALUE "R".
               88 RETENCAO-LIBERADA VALUE "L".
               88 RETENCAO-DEVOLVIDA VALUE "D".
           02 DATA-DECISAO-RET PIC 9(8).
           02 SUPERVISOR-RET PIC X(8).

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

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       WORKING-STORAGE SECTION.
       01 ARQ-RETENCAO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.
       01 DATA-REFERENCIA PIC 9(8) VALUE ZEROS.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-CAPTURA.
           02 NUM-ESCOLHIDO PIC 9(6) VALUE ZEROS.
           02 CONFIRMA PIC X(1) VALUE SPACE.
           02 CONTADOR-LISTADOS PIC 9(5) VALUE ZEROS.
           02 TOTAL-PENDENTE PIC 9(11)V99 VALUE ZEROS.

       01 DADOS-CREDITO.
           02 SALDO-ANTES PIC S9(9)V99 VALUE ZEROS.
           02 NUM-SEQ-ATUAL PIC 9(9) VALUE ZEROS.
           02 TIPO-MOV-E PIC X(12) VALUE SPACES.

       01 DADOS-PENDENCIA.
           02 ACAO-PEND PIC 9(1) VALUE 2.
           02 ORIGEM-PEND PIC X(15) VALUE SPACES.
           02 REFERENCIA-PEND PIC X(12) VALUE SPACES.
           02 TIPO-MOV-PEND PIC X(12) VALUE SPACES.
           02 VALOR-PEND PIC 9(9)V99 VALUE ZEROS.
           02 DESTINO-PEND PIC 9(8) VALUE ZEROS.

       01 DADOS-TRIAGEM.
           02 ACAO-TRIAGEM PIC 9(1) VALUE ZEROS.
           02 CPF-TRIAGEM PIC 9(11) VALUE ZEROS.
           02 RESULTADO-TRIAGEM PIC 9(1) VALUE ZEROS.
           02 ORIGEM-TRIAGEM PIC X(15) VALUE SPACES.
           02 COD-ID-TRIAGEM PIC 9(8) VALUE ZEROS.
           02 VALOR-TRIAGEM PIC 9(9)V99 VALUE ZEROS.
           02 DECISAO-TRIAGEM PIC X(20) VALUE SPACES.

       01 DADOS-E.
           02 NUM-RETENCAO-E PIC 9(6).
           02 VALOR-RET-E PIC ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-PENDENTE-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM LOGIN.
           PERFORM BUSCA-DATA-MOVIMENTO.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-RETENCAO.
           CLOSE ARQ-CONTA.
           STOP RUN.

       ABRE-ARQ.
           OPEN I-O ARQ-RETENCAO.
           IF ARQ-RETENCAO-OK NOT = "00"
               CLOSE ARQ-RETENCAO
               OPEN OUTPUT ARQ-RETENCAO
               CLOSE ARQ-RETENCAO
               OPEN I-O ARQ-RETENCAO.
           OPEN I-O ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               CLOSE ARQ-RETENCAO
               STOP RUN.

       LOGIN.
           DISPLAY "CREDITOS RETIDOS NA TRIAGEM DE LISTAS".
           DISPLAY " ".
           DISPLAY "Codigo do operador: " WITH NO ADVANCING.
           ACCEPT OPERADOR-ID.
           DISPLAY "Senha: " WITH NO ADVANCING.
           ACCEPT SENHA-E.
           MOVE "S" TO PERFIL-MINIMO.
           CALL "VALIDA-OPER" USING OPERADOR-ID, SENHA-E,
               PERFIL-MINIMO, PERFIL-OPER, RESULTADO-LOGIN.
           IF RESULTADO-LOGIN = 3 OR RESULTADO-LOGIN = 4
               STOP RUN.
           IF RESULTADO-LOGIN NOT = ZERO
               PERFORM LOGIN.

       BUSCA-DATA-MOVIMENTO.
           MOVE ZEROS TO DATA-REFERENCIA.
           OPEN INPUT ARQ-DIAMOV.
           IF ARQ-DIAMOV-OK = "00"
               MOVE "DM" TO CHAVE-DIA
               READ ARQ-DIAMOV INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DATA-MOVIMENTO TO DATA-REFERENCIA
               END-READ
               CLOSE ARQ-DIAMOV.
           IF DATA-REFERENCIA = ZEROS
               ACCEPT DATA-REFERENCIA FROM DATE YYYYMMDD.

       ESCOLHE-OPCAO.
           DISPLAY " ".
           DISPLAY "1 - listar creditos retidos".
           DISPLAY "2 - liberar credito retido".
           DISPLAY "3 - devolver credito retido".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM LISTA-RETIDOS
           WHEN 2
               PERFORM LIBERA-RETIDO
           WHEN 3
               PERFORM DEVOLVE-RETIDO
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       LISTA-RETIDOS.
           DISPLAY " ".
           DISPLAY "NUMERO ORIGEM          CONTA    CPF LISTADO L"
               "           VALOR RETIDO EM".
           MOVE ZEROS TO CONTADOR-LISTADOS.
           MOVE ZEROS TO TOTAL-PENDENTE.
           MOVE ZERO TO EOF.
           MOVE ZEROS TO NUM-RETENCAO.
           START ARQ-RETENCAO KEY IS NOT LESS THAN NUM-RETENCAO
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LISTA-RETIDOS-LE UNTIL EOF = 1.
           IF CONTADOR-LISTADOS = ZEROS
               DISPLAY "Nenhum credito retido pendente"
           ELSE
               MOVE TOTAL-PENDENTE TO TOTAL-PENDENTE-E
               DISPLAY "Total retido: " TOTAL-PENDENTE-E.

       LISTA-RETIDOS-LE.
           READ ARQ-RETENCAO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF RETENCAO-PENDENTE
                   ADD 1 TO CONTADOR-LISTADOS
                   ADD VALOR-RET TO TOTAL-PENDENTE
                   MOVE VALOR-RET TO VALOR-RET-E
                   DISPLAY NUM-RETENCAO " " ORIGEM-RET " "
                       COD-ID-RET " " CPF-LISTADO-RET " " LISTA-RET
                       " " VALOR-RET-E " " DATA-RETENCAO.

       LE-RETENCAO-PENDENTE.
           MOVE ZERO TO EOF.
           DISPLAY "Numero da retencao: " WITH NO ADVANCING.
           ACCEPT NUM-ESCOLHIDO.
           MOVE NUM-ESCOLHIDO TO NUM-RETENCAO.
           READ ARQ-RETENCAO INVALID KEY
               DISPLAY "Retencao nao encontrada"
               MOVE 1 TO EOF
           NOT INVALID KEY
               IF NOT RETENCAO-PENDENTE
                   DISPLAY "Retencao ja decidida em " DATA-DECISAO-RET
                       " por " SUPERVISOR-RET
                   MOVE 1 TO EOF
               ELSE
                   PERFORM MOSTRA-RETENCAO
               END-IF
           END-READ.

       MOSTRA-RETENCAO.
           MOVE VALOR-RET TO VALOR-RET-E.
           DISPLAY "ORIGEM...........: " ORIGEM-RET.
           DISPLAY "CONTA FAVORECIDA.: " COD-ID-RET.
           DISPLAY "CPF FAVORECIDO...: " CPF-FAVORECIDO-RET.
           DISPLAY "CPF REMETENTE....: " CPF-REMETENTE-RET
               " BANCO " BANCO-REMETENTE-RET.
           DISPLAY "CPF LISTADO......: " CPF-LISTADO-RET
               " LISTA " LISTA-RET.
           DISPLAY "VALOR............: " VALOR-RET-E.
           DISPLAY "RETIDO EM........: " DATA-RETENCAO
               " POR " OPERADOR-RET.

       LIBERA-RETIDO.
           PERFORM LE-RETENCAO-PENDENTE.
           IF EOF = 0
               MOVE COD-ID-RET TO COD-ID
               READ ARQ-CONTA INVALID KEY
                   DISPLAY "Conta favorecida nao encontrada - "
                       "devolva o credito"
               NOT INVALID KEY
                   IF NOT CONTA-ATIVA
                       DISPLAY "Conta favorecida nao esta ativa - "
                           "devolva o credito"
                   ELSE
                       PERFORM CONFIRMA-LIBERACAO
                   END-IF
               END-READ.

       CONFIRMA-LIBERACAO.
           DISPLAY "Confirma o credito na conta (S/N)? "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Liberacao cancelada"
           ELSE
               MOVE SALDO TO SALDO-ANTES
               ADD VALOR-RET TO SALDO
               MOVE ORIGEM-RET TO TIPO-MOV-E
               CALL "REG-EXTR" USING BY REFERENCE
                   COD-ID OF REG-ARQAGENCIA, SALDO-ANTES, SALDO,
                   TIPO-MOV-E, OPERADOR-ID, NUM-SEQ-ATUAL
               MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ
               REWRITE REG-ARQAGENCIA INVALID KEY
                   DISPLAY "Erro ao creditar conta " COD-ID
               NOT INVALID KEY
                   PERFORM COBRA-PENDENCIAS
                   MOVE "L" TO STATUS-RET
                   PERFORM GRAVA-DECISAO
                   MOVE SPACES TO DECISAO-TRIAGEM
                   STRING "LIBERADO " NUM-RETENCAO DELIMITED BY SIZE
                       INTO DECISAO-TRIAGEM
                   PERFORM REGISTRA-OCORRENCIA
                   DISPLAY "Credito liberado pelo supervisor "
                       OPERADOR-ID
               END-REWRITE.

       COBRA-PENDENCIAS.
           MOVE 2 TO ACAO-PEND.
           CALL "PEND-DEBITO" USING ACAO-PEND, COD-ID OF REG-ARQAGENCIA,
               ORIGEM-PEND, REFERENCIA-PEND, TIPO-MOV-PEND, VALOR-PEND,
               DESTINO-PEND, SALDO, LIMITE, ULTIMO-NUM-SEQ,
               OPERADOR-ID.
           IF VALOR-PEND > ZEROS
               REWRITE REG-ARQAGENCIA
                   INVALID KEY DISPLAY "Erro ao baixar pendencias da "
                       "conta " COD-ID OF REG-ARQAGENCIA.

       DEVOLVE-RETIDO.
           PERFORM LE-RETENCAO-PENDENTE.
           IF EOF = 0
               DISPLAY "Confirma a devolucao ao remetente (S/N)? "
                   WITH NO ADVANCING
               ACCEPT CONFIRMA
               IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
                   DISPLAY "Devolucao cancelada"
               ELSE
                   MOVE "D" TO STATUS-RET
                   PERFORM GRAVA-DECISAO
                   MOVE SPACES TO DECISAO-TRIAGEM
                   STRING "DEVOLVIDO " NUM-RETENCAO DELIMITED BY SIZE
                       INTO DECISAO-TRIAGEM
                   PERFORM REGISTRA-OCORRENCIA
                   DISPLAY "Credito devolvido pelo supervisor "
                       OPERADOR-ID.

       GRAVA-DECISAO.
           MOVE DATA-REFERENCIA TO DATA-DECISAO-RET.
           MOVE OPERADOR-ID TO SUPERVISOR-RET.
           REWRITE R-RETENCAO INVALID KEY
               DISPLAY "Erro ao regravar retencao " NUM-RETENCAO.

       REGISTRA-OCORRENCIA.
           MOVE 2 TO ACAO-TRIAGEM.
           MOVE CPF-LISTADO-RET TO CPF-TRIAGEM.
           IF LISTA-RET = "R"
               MOVE 2 TO RESULTADO-TRIAGEM
           ELSE
               MOVE 1 TO RESULTADO-TRIAGEM.
           MOVE ORIGEM-RET TO ORIGEM-TRIAGEM.
           MOVE COD-ID-RET TO COD-ID-TRIAGEM.
           MOVE VALOR-RET TO VALOR-TRIAGEM.
           CALL "TRIAGEM-CPF" USING ACAO-TRIAGEM, CPF-TRIAGEM,
               RESULTADO-TRIAGEM, ORIGEM-TRIAGEM, COD-ID-TRIAGEM,
               VALOR-TRIAGEM, DECISAO-TRIAGEM, OPERADOR-ID.

       END PROGRAM RETENCAO-MANUT.
