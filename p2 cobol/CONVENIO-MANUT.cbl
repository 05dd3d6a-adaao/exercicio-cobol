       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVENIO-MANUT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONVENIO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CNPJ-CONVENIO
           FILE STATUS ARQ-CONVENIO-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-CONVENIO LABEL RECORD STANDARD
           DATA RECORD IS R-CONVENIO
           VALUE OF FILE-ID IS "CONVENIO.DAT".

       01 R-CONVENIO.
           02 CNPJ-CONVENIO PIC 9(14).
           02 NOME-CONVENIO PIC X(40).
           02 MARGEM-CONVENIO PIC 9V99.
           02 STATUS-CONVENIO PIC X(1).
               88 CONVENIO-ATIVO VALUE "A".
               88 CONVENIO-SUSPENSO VALUE "S".

       WORKING-STORAGE SECTION.
       01 ARQ-CONVENIO-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.
       01 MARGEM-LEGAL PIC 9V99 VALUE 0,35.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-CAPTURA.
           02 CNPJ-NOVO PIC 9(14) VALUE ZEROS.
           02 NOME-NOVO PIC X(40) VALUE SPACES.
           02 MARGEM-NOVA PIC 9V99 VALUE ZEROS.
           02 STATUS-NOVO PIC X(1) VALUE SPACE.
           02 CONTADOR-LISTADOS PIC 9(5) VALUE ZEROS.

       01 DADOS-E.
           02 MARGEM-E PIC 9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM LOGIN.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-CONVENIO.
           STOP RUN.

       ABRE-ARQ.
           OPEN I-O ARQ-CONVENIO.
           IF ARQ-CONVENIO-OK NOT = "00"
               CLOSE ARQ-CONVENIO
               OPEN OUTPUT ARQ-CONVENIO
               CLOSE ARQ-CONVENIO
               OPEN I-O ARQ-CONVENIO.

       LOGIN.
           DISPLAY "CONVENIOS DE CREDITO CONSIGNADO".
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
           DISPLAY "1 - incluir convenio".
           DISPLAY "2 - consultar convenio".
           DISPLAY "3 - alterar margem / situacao".
           DISPLAY "4 - listar convenios".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM INCLUI-CONVENIO
           WHEN 2
               PERFORM CONSULTA-CONVENIO
           WHEN 3
               PERFORM ALTERA-CONVENIO
           WHEN 4
               PERFORM LISTA-CONVENIOS
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       INCLUI-CONVENIO.
           DISPLAY "CNPJ do empregador..........: " WITH NO ADVANCING.
           ACCEPT CNPJ-NOVO.
           DISPLAY "Razao social................: " WITH NO ADVANCING.
           ACCEPT NOME-NOVO.
           DISPLAY "Margem consignavel (0 = 0,35): " WITH NO ADVANCING.
           ACCEPT MARGEM-NOVA.
           IF MARGEM-NOVA = ZEROS
               MOVE MARGEM-LEGAL TO MARGEM-NOVA.
           IF CNPJ-NOVO = ZEROS OR NOME-NOVO = SPACES
               DISPLAY "Dados invalidos - convenio nao incluido"
           ELSE
               IF MARGEM-NOVA > MARGEM-LEGAL
                   DISPLAY "Margem acima do limite legal - convenio "
                       "nao incluido"
               ELSE
                   MOVE CNPJ-NOVO TO CNPJ-CONVENIO
                   MOVE NOME-NOVO TO NOME-CONVENIO
                   MOVE MARGEM-NOVA TO MARGEM-CONVENIO
                   MOVE "A" TO STATUS-CONVENIO
                   WRITE R-CONVENIO INVALID KEY
                       DISPLAY "Convenio ja cadastrado"
                   NOT INVALID KEY
                       DISPLAY "Convenio incluido pelo operador "
                           OPERADOR-ID
                   END-WRITE.

       CONSULTA-CONVENIO.
           DISPLAY "CNPJ do empregador: " WITH NO ADVANCING.
           ACCEPT CNPJ-NOVO.
           MOVE CNPJ-NOVO TO CNPJ-CONVENIO.
           READ ARQ-CONVENIO INVALID KEY
               DISPLAY "Convenio nao cadastrado"
           NOT INVALID KEY
               PERFORM MOSTRA-CONVENIO
           END-READ.

       MOSTRA-CONVENIO.
           MOVE MARGEM-CONVENIO TO MARGEM-E.
           DISPLAY "CNPJ.........: " CNPJ-CONVENIO.
           DISPLAY "RAZAO SOCIAL.: " NOME-CONVENIO.
           DISPLAY "MARGEM.......: " MARGEM-E.
           DISPLAY "SITUACAO.....: " STATUS-CONVENIO.

       ALTERA-CONVENIO.
           DISPLAY "CNPJ do empregador: " WITH NO ADVANCING.
           ACCEPT CNPJ-NOVO.
           MOVE CNPJ-NOVO TO CNPJ-CONVENIO.
           READ ARQ-CONVENIO INVALID KEY
               DISPLAY "Convenio nao cadastrado"
           NOT INVALID KEY
               PERFORM MOSTRA-CONVENIO
               PERFORM CAPTURA-ALTERACAO
           END-READ.

       CAPTURA-ALTERACAO.
           DISPLAY "Nova margem (0 = manter)....: " WITH NO ADVANCING.
           ACCEPT MARGEM-NOVA.
           DISPLAY "Situacao (A/S, branco = manter): "
               WITH NO ADVANCING.
           ACCEPT STATUS-NOVO.
           IF MARGEM-NOVA > MARGEM-LEGAL
               DISPLAY "Margem acima do limite legal - alteracao "
                   "cancelada"
           ELSE
               IF STATUS-NOVO NOT = SPACE AND STATUS-NOVO NOT = "A"
                   AND STATUS-NOVO NOT = "S"
                   DISPLAY "Situacao invalida - alteracao cancelada"
               ELSE
                   IF MARGEM-NOVA > ZEROS
                       MOVE MARGEM-NOVA TO MARGEM-CONVENIO
                   END-IF
                   IF STATUS-NOVO NOT = SPACE
                       MOVE STATUS-NOVO TO STATUS-CONVENIO
                   END-IF
                   REWRITE R-CONVENIO INVALID KEY
                       DISPLAY "Erro ao alterar convenio"
                   NOT INVALID KEY
                       DISPLAY "Convenio alterado pelo operador "
                           OPERADOR-ID
                   END-REWRITE.

       LISTA-CONVENIOS.
           DISPLAY " ".
           DISPLAY "CNPJ           RAZAO SOCIAL"
               "                             MARGEM S".
           MOVE ZEROS TO CONTADOR-LISTADOS.
           MOVE ZERO TO EOF.
           MOVE ZEROS TO CNPJ-CONVENIO.
           START ARQ-CONVENIO KEY IS NOT LESS THAN CNPJ-CONVENIO
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LISTA-CONVENIOS-LE UNTIL EOF = 1.
           IF CONTADOR-LISTADOS = ZEROS
               DISPLAY "Nenhum convenio cadastrado".

       LISTA-CONVENIOS-LE.
           READ ARQ-CONVENIO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               ADD 1 TO CONTADOR-LISTADOS
               MOVE MARGEM-CONVENIO TO MARGEM-E
               DISPLAY CNPJ-CONVENIO " " NOME-CONVENIO " "
                   MARGEM-E "   " STATUS-CONVENIO.

       END PROGRAM CONVENIO-MANUT.
