       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEND-MANUT.

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
       01 OPCAO PIC 9(1) VALUE ZEROS.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-CAPTURA.
           02 COD-ID-CONSULTA PIC 9(8) VALUE ZEROS.
           02 NUM-PEND-E PIC 9(9) VALUE ZEROS.
           02 MOTIVO-E PIC X(40) VALUE SPACES.
           02 CONFIRMA PIC X(1) VALUE SPACE.
           02 SO-ABERTAS PIC X(1) VALUE SPACE.
           02 CONTADOR-LISTADOS PIC 9(5) VALUE ZEROS.
           02 TOTAL-ABERTO PIC 9(11)V99 VALUE ZEROS.

       01 DADOS-E.
           02 VALOR-PEND-E PIC ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-ABERTO-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM LOGIN.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-PENDDEB.
           STOP RUN.

       ABRE-ARQ.
           OPEN I-O ARQ-PENDDEB.
           IF ARQ-PENDDEB-OK NOT = "00"
               CLOSE ARQ-PENDDEB
               OPEN OUTPUT ARQ-PENDDEB
               CLOSE ARQ-PENDDEB
               OPEN I-O ARQ-PENDDEB.
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

       LOGIN.
           DISPLAY "DEBITOS PENDENTES DE COBRANCA".
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

       ESCOLHE-OPCAO.
           DISPLAY " ".
           DISPLAY "1 - consultar pendencias de uma conta".
           DISPLAY "2 - dispensar pendencia".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM CONSULTA-PENDENCIAS
           WHEN 2
               PERFORM DISPENSA-PENDENCIA
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       CONSULTA-PENDENCIAS.
           DISPLAY "Conta (agencia+conta, 8 digitos): "
               WITH NO ADVANCING.
           ACCEPT COD-ID-CONSULTA.
           DISPLAY "Somente em aberto (S/N)..........: "
               WITH NO ADVANCING.
           ACCEPT SO-ABERTAS.
           DISPLAY " ".
           DISPLAY "NUMERO    ORIGEM          REFERENCIA   "
               "          VALOR DATA     S BAIXA    OPERADOR".
           MOVE ZEROS TO CONTADOR-LISTADOS.
           MOVE ZEROS TO TOTAL-ABERTO.
           MOVE ZERO TO EOF.
           MOVE COD-ID-CONSULTA TO COD-ID-PEND.
           MOVE ZEROS TO NUM-PEND.
           START ARQ-PENDDEB KEY IS NOT LESS THAN CHAVE-PENDDEB
               INVALID KEY MOVE 1 TO EOF.
           PERFORM CONSULTA-PENDENCIAS-LE UNTIL EOF = 1.
           IF CONTADOR-LISTADOS = ZEROS
               DISPLAY "Nenhuma pendencia para a conta"
           ELSE
               MOVE TOTAL-ABERTO TO TOTAL-ABERTO-E
               DISPLAY "Total em aberto: " TOTAL-ABERTO-E.

       CONSULTA-PENDENCIAS-LE.
           READ ARQ-PENDDEB NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF COD-ID-PEND NOT = COD-ID-CONSULTA
                   MOVE 1 TO EOF
               ELSE
                   IF PEND-ABERTA OR SO-ABERTAS NOT = "S"
                       PERFORM MOSTRA-PENDENCIA.

       MOSTRA-PENDENCIA.
           ADD 1 TO CONTADOR-LISTADOS.
           IF PEND-ABERTA
               ADD VALOR-PEND TO TOTAL-ABERTO.
           MOVE VALOR-PEND TO VALOR-PEND-E.
           DISPLAY NUM-PEND " " ORIGEM-PEND " " REFERENCIA-PEND " "
               VALOR-PEND-E " " DATA-PEND " " STATUS-PEND " "
               DATA-BAIXA-PEND " " OPERADOR-BAIXA-PEND.
           IF MOTIVO-BAIXA-PEND NOT = SPACES
               DISPLAY "          " MOTIVO-BAIXA-PEND.

       DISPENSA-PENDENCIA.
           DISPLAY "Conta (agencia+conta, 8 digitos): "
               WITH NO ADVANCING.
           ACCEPT COD-ID-CONSULTA.
           DISPLAY "Numero da pendencia..............: "
               WITH NO ADVANCING.
           ACCEPT NUM-PEND-E.
           MOVE COD-ID-CONSULTA TO COD-ID-PEND.
           MOVE NUM-PEND-E TO NUM-PEND.
           READ ARQ-PENDDEB INVALID KEY
               DISPLAY "Pendencia nao encontrada"
           NOT INVALID KEY
               IF NOT PEND-ABERTA
                   DISPLAY "Pendencia nao esta em aberto - status "
                       STATUS-PEND
               ELSE
                   PERFORM CONFIRMA-DISPENSA
               END-IF
           END-READ.

       CONFIRMA-DISPENSA.
           MOVE VALOR-PEND TO VALOR-PEND-E.
           DISPLAY ORIGEM-PEND " " REFERENCIA-PEND " " VALOR-PEND-E
               " de " DATA-PEND.
           DISPLAY "Motivo da dispensa...............: "
               WITH NO ADVANCING.
           ACCEPT MOTIVO-E.
           IF MOTIVO-E = SPACES
               DISPLAY "Motivo obrigatorio - pendencia mantida"
           ELSE
               DISPLAY "Confirma a dispensa (S/N)........: "
                   WITH NO ADVANCING
               ACCEPT CONFIRMA
               IF CONFIRMA = "S" OR CONFIRMA = "s"
                   MOVE "D" TO STATUS-PEND
                   MOVE DATA-MOVIMENTO-DIA TO DATA-BAIXA-PEND
                   MOVE OPERADOR-ID TO OPERADOR-BAIXA-PEND
                   MOVE MOTIVO-E TO MOTIVO-BAIXA-PEND
                   REWRITE R-PENDDEB INVALID KEY
                       DISPLAY "Erro ao dispensar pendencia"
                   NOT INVALID KEY
                       DISPLAY "Pendencia dispensada pelo operador "
                           OPERADOR-ID
                   END-REWRITE
               ELSE
                   DISPLAY "Dispensa cancelada".

       END PROGRAM PEND-MANUT.
