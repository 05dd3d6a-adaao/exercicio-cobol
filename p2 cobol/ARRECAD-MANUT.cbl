       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRECAD-MANUT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ARRECAD ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-ARRECAD
           FILE STATUS ARQ-ARRECAD-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-ARRECAD LABEL RECORD STANDARD
           DATA RECORD IS R-ARRECAD
           VALUE OF FILE-ID IS "ARRECAD.DAT".

       01 R-ARRECAD.
           02 CHAVE-ARRECAD.
               03 SEGMENTO-ARR PIC X(1).
               03 EMPRESA-ARR PIC 9(4).
           02 NOME-ARR PIC X(40).
           02 BANCO-REPASSE-ARR PIC 9(3).
           02 AGENCIA-REPASSE-ARR PIC 9(4).
           02 CONTA-REPASSE-ARR PIC 9(10).
           02 STATUS-ARR PIC X(1).
               88 ARRECAD-ATIVO VALUE "A".
               88 ARRECAD-SUSPENSO VALUE "S".
           02 DATA-ACUM-ARR PIC 9(8).
           02 QTD-DIA-ARR PIC 9(7).
           02 VALOR-DIA-ARR PIC 9(11)V99.
           02 MES-ACUM-ARR PIC 9(6).
           02 QTD-MES-ARR PIC 9(7).
           02 VALOR-MES-ARR PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 ARQ-ARRECAD-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-CAPTURA.
           02 SEGMENTO-NOVO PIC X(1) VALUE SPACE.
           02 EMPRESA-NOVA PIC 9(4) VALUE ZEROS.
           02 NOME-NOVO PIC X(40) VALUE SPACES.
           02 BANCO-NOVO PIC 9(3) VALUE ZEROS.
           02 AGENCIA-NOVA PIC 9(4) VALUE ZEROS.
           02 CONTA-NOVA PIC 9(10) VALUE ZEROS.
           02 STATUS-NOVO PIC X(1) VALUE SPACE.
           02 CONTADOR-LISTADOS PIC 9(5) VALUE ZEROS.

       01 DADOS-E.
           02 VALOR-DIA-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 VALOR-MES-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM LOGIN.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-ARRECAD.
           STOP RUN.

       ABRE-ARQ.
           OPEN I-O ARQ-ARRECAD.
           IF ARQ-ARRECAD-OK NOT = "00"
               CLOSE ARQ-ARRECAD
               OPEN OUTPUT ARQ-ARRECAD
               CLOSE ARQ-ARRECAD
               OPEN I-O ARQ-ARRECAD.

       LOGIN.
           DISPLAY "CONVENIOS DE ARRECADACAO - CONTAS DE CONSUMO".
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
           DISPLAY "1 - incluir convenio de arrecadacao".
           DISPLAY "2 - consultar convenio e arrecadacao acumulada".
           DISPLAY "3 - alterar conta de repasse / situacao".
           DISPLAY "4 - listar convenios".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM INCLUI-ARRECAD
           WHEN 2
               PERFORM CONSULTA-ARRECAD
           WHEN 3
               PERFORM ALTERA-ARRECAD
           WHEN 4
               PERFORM LISTA-ARRECAD
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       CAPTURA-CHAVE.
           DISPLAY "Segmento (1-9, posicao 2 do codigo): "
               WITH NO ADVANCING.
           ACCEPT SEGMENTO-NOVO.
           DISPLAY "Codigo da empresa (4 digitos)......: "
               WITH NO ADVANCING.
           ACCEPT EMPRESA-NOVA.
           MOVE SEGMENTO-NOVO TO SEGMENTO-ARR.
           MOVE EMPRESA-NOVA TO EMPRESA-ARR.

       INCLUI-ARRECAD.
           PERFORM CAPTURA-CHAVE.
           DISPLAY "Nome da empresa....................: "
               WITH NO ADVANCING.
           ACCEPT NOME-NOVO.
           DISPLAY "Banco de repasse...................: "
               WITH NO ADVANCING.
           ACCEPT BANCO-NOVO.
           DISPLAY "Agencia de repasse.................: "
               WITH NO ADVANCING.
           ACCEPT AGENCIA-NOVA.
           DISPLAY "Conta de repasse...................: "
               WITH NO ADVANCING.
           ACCEPT CONTA-NOVA.
           IF SEGMENTO-NOVO < "1" OR SEGMENTO-NOVO > "9"
               OR EMPRESA-NOVA = ZEROS OR NOME-NOVO = SPACES
               OR BANCO-NOVO = ZEROS OR CONTA-NOVA = ZEROS
               DISPLAY "Dados invalidos - convenio nao incluido"
           ELSE
               MOVE NOME-NOVO TO NOME-ARR
               MOVE BANCO-NOVO TO BANCO-REPASSE-ARR
               MOVE AGENCIA-NOVA TO AGENCIA-REPASSE-ARR
               MOVE CONTA-NOVA TO CONTA-REPASSE-ARR
               MOVE "A" TO STATUS-ARR
               MOVE ZEROS TO DATA-ACUM-ARR
               MOVE ZEROS TO QTD-DIA-ARR
               MOVE ZEROS TO VALOR-DIA-ARR
               MOVE ZEROS TO MES-ACUM-ARR
               MOVE ZEROS TO QTD-MES-ARR
               MOVE ZEROS TO VALOR-MES-ARR
               WRITE R-ARRECAD INVALID KEY
                   DISPLAY "Convenio ja cadastrado"
               NOT INVALID KEY
                   DISPLAY "Convenio incluido pelo operador "
                       OPERADOR-ID
               END-WRITE.

       CONSULTA-ARRECAD.
           PERFORM CAPTURA-CHAVE.
           READ ARQ-ARRECAD INVALID KEY
               DISPLAY "Convenio nao cadastrado"
           NOT INVALID KEY
               PERFORM MOSTRA-ARRECAD
           END-READ.

       MOSTRA-ARRECAD.
           MOVE VALOR-DIA-ARR TO VALOR-DIA-E.
           MOVE VALOR-MES-ARR TO VALOR-MES-E.
           DISPLAY "CONVENIO.........: " SEGMENTO-ARR EMPRESA-ARR.
           DISPLAY "EMPRESA..........: " NOME-ARR.
           DISPLAY "REPASSE..........: " BANCO-REPASSE-ARR " "
               AGENCIA-REPASSE-ARR " " CONTA-REPASSE-ARR.
           DISPLAY "SITUACAO.........: " STATUS-ARR.
           DISPLAY "ARRECADADO EM....: " DATA-ACUM-ARR " "
               QTD-DIA-ARR " DOCTOS " VALOR-DIA-E.
           DISPLAY "ARRECADADO NO MES: " MES-ACUM-ARR "   "
               QTD-MES-ARR " DOCTOS " VALOR-MES-E.

       ALTERA-ARRECAD.
           PERFORM CAPTURA-CHAVE.
           READ ARQ-ARRECAD INVALID KEY
               DISPLAY "Convenio nao cadastrado"
           NOT INVALID KEY
               PERFORM MOSTRA-ARRECAD
               PERFORM CAPTURA-ALTERACAO
           END-READ.

       CAPTURA-ALTERACAO.
           DISPLAY "Banco de repasse (0 = manter)......: "
               WITH NO ADVANCING.
           ACCEPT BANCO-NOVO.
           DISPLAY "Agencia de repasse (0 = manter)....: "
               WITH NO ADVANCING.
           ACCEPT AGENCIA-NOVA.
           DISPLAY "Conta de repasse (0 = manter)......: "
               WITH NO ADVANCING.
           ACCEPT CONTA-NOVA.
           DISPLAY "Situacao (A/S, branco = manter)....: "
               WITH NO ADVANCING.
           ACCEPT STATUS-NOVO.
           IF STATUS-NOVO NOT = SPACE AND STATUS-NOVO NOT = "A"
               AND STATUS-NOVO NOT = "S"
               DISPLAY "Situacao invalida - alteracao cancelada"
           ELSE
               IF BANCO-NOVO > ZEROS
                   MOVE BANCO-NOVO TO BANCO-REPASSE-ARR
               END-IF
               IF AGENCIA-NOVA > ZEROS
                   MOVE AGENCIA-NOVA TO AGENCIA-REPASSE-ARR
               END-IF
               IF CONTA-NOVA > ZEROS
                   MOVE CONTA-NOVA TO CONTA-REPASSE-ARR
               END-IF
               IF STATUS-NOVO NOT = SPACE
                   MOVE STATUS-NOVO TO STATUS-ARR
               END-IF
               REWRITE R-ARRECAD INVALID KEY
                   DISPLAY "Erro ao alterar convenio"
               NOT INVALID KEY
                   DISPLAY "Convenio alterado pelo operador "
                       OPERADOR-ID
               END-REWRITE.

       LISTA-ARRECAD.
           DISPLAY " ".
           DISPLAY "CONV  EMPRESA                                  "
               "S ULT.ACUM QTD.DIA          VALOR DIA".
           MOVE ZEROS TO CONTADOR-LISTADOS.
           MOVE ZERO TO EOF.
           MOVE LOW-VALUES TO CHAVE-ARRECAD.
           START ARQ-ARRECAD KEY IS NOT LESS THAN CHAVE-ARRECAD
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LISTA-ARRECAD-LE UNTIL EOF = 1.
           IF CONTADOR-LISTADOS = ZEROS
               DISPLAY "Nenhum convenio cadastrado".

       LISTA-ARRECAD-LE.
           READ ARQ-ARRECAD NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               ADD 1 TO CONTADOR-LISTADOS
               MOVE VALOR-DIA-ARR TO VALOR-DIA-E
               DISPLAY SEGMENTO-ARR EMPRESA-ARR " " NOME-ARR " "
                   STATUS-ARR " " DATA-ACUM-ARR " " QTD-DIA-ARR " "
                   VALOR-DIA-E.

       END PROGRAM ARRECAD-MANUT.
