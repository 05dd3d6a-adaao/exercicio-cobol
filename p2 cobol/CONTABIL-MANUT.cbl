       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABIL-MANUT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTABIL ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CONTABIL
           FILE STATUS ARQ-CONTABIL-OK.

       DATA DIVISION.

       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 ARQ-CONTABIL-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-CAPTURA.
           02 TIPO-MOV-NOVO PIC X(12) VALUE SPACES.
           02 TIPO-CONTA-NOVO PIC X(1) VALUE SPACE.
           02 CONTA-DEBITO-NOVA PIC 9(9) VALUE ZEROS.
           02 CONTA-CREDITO-NOVA PIC 9(9) VALUE ZEROS.
           02 SENTIDO-NOVO PIC X(1) VALUE SPACE.
           02 HISTORICO-NOVO PIC X(30) VALUE SPACES.
           02 DADOS-VALIDOS PIC 9 VALUE ZERO.
           02 CONTADOR-LISTADOS PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM LOGIN.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-CONTABIL.
           STOP RUN.

       ABRE-ARQ.
           OPEN I-O ARQ-CONTABIL.
           IF ARQ-CONTABIL-OK NOT = "00"
               CLOSE ARQ-CONTABIL
               OPEN OUTPUT ARQ-CONTABIL
               CLOSE ARQ-CONTABIL
               OPEN I-O ARQ-CONTABIL.

       LOGIN.
           DISPLAY "MANUTENCAO DA TABELA DE CONTABILIZACAO (COSIF)".
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
           DISPLAY "1 - incluir mapeamento".
           DISPLAY "2 - alterar mapeamento".
           DISPLAY "3 - excluir mapeamento".
           DISPLAY "4 - listar mapeamentos".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM INCLUI-MAPEAMENTO
           WHEN 2
               PERFORM ALTERA-MAPEAMENTO
           WHEN 3
               PERFORM EXCLUI-MAPEAMENTO
           WHEN 4
               PERFORM LISTA-MAPEAMENTOS
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       CAPTURA-CHAVE.
           DISPLAY "Tipo de movimento (como no extrato): "
               WITH NO ADVANCING.
           ACCEPT TIPO-MOV-NOVO.
           DISPLAY "Tipo de conta (C, P ou A=ambas)....: "
               WITH NO ADVANCING.
           ACCEPT TIPO-CONTA-NOVO.
           MOVE TIPO-MOV-NOVO TO TIPO-MOV-CTB.
           MOVE TIPO-CONTA-NOVO TO TIPO-CONTA-CTB.

       CAPTURA-DADOS.
           MOVE 1 TO DADOS-VALIDOS.
           DISPLAY "Conta COSIF a debito (9 digitos)...: "
               WITH NO ADVANCING.
           ACCEPT CONTA-DEBITO-NOVA.
           DISPLAY "Conta COSIF a credito (9 digitos)..: "
               WITH NO ADVANCING.
           ACCEPT CONTA-CREDITO-NOVA.
           DISPLAY "Sentido na conta do cliente (C/D)..: "
               WITH NO ADVANCING.
           ACCEPT SENTIDO-NOVO.
           DISPLAY "Historico contabil.................: "
               WITH NO ADVANCING.
           ACCEPT HISTORICO-NOVO.
           IF CONTA-DEBITO-NOVA = ZEROS OR CONTA-CREDITO-NOVA = ZEROS
               DISPLAY "Contas de debito e credito sao obrigatorias"
               MOVE 0 TO DADOS-VALIDOS.
           IF CONTA-DEBITO-NOVA = CONTA-CREDITO-NOVA
               DISPLAY "Conta de debito igual a conta de credito"
               MOVE 0 TO DADOS-VALIDOS.
           IF SENTIDO-NOVO NOT = "C" AND SENTIDO-NOVO NOT = "D"
               DISPLAY "Sentido deve ser C ou D"
               MOVE 0 TO DADOS-VALIDOS.

       MOVE-DADOS.
           MOVE CONTA-DEBITO-NOVA TO CONTA-DEBITO-CTB.
           MOVE CONTA-CREDITO-NOVA TO CONTA-CREDITO-CTB.
           MOVE SENTIDO-NOVO TO SENTIDO-CTB.
           MOVE HISTORICO-NOVO TO HISTORICO-CTB.

       INCLUI-MAPEAMENTO.
           PERFORM CAPTURA-CHAVE.
           IF TIPO-MOV-NOVO = SPACES OR (TIPO-CONTA-NOVO NOT = "C"
               AND TIPO-CONTA-NOVO NOT = "P"
               AND TIPO-CONTA-NOVO NOT = "A")
               DISPLAY "Chave invalida - mapeamento nao incluido"
           ELSE
               PERFORM CAPTURA-DADOS
               IF DADOS-VALIDOS = 0
                   DISPLAY "Mapeamento nao incluido"
               ELSE
                   PERFORM MOVE-DADOS
                   WRITE R-CONTABIL INVALID KEY
                       DISPLAY "Mapeamento ja cadastrado"
                   NOT INVALID KEY
                       DISPLAY "Mapeamento incluido pelo operador "
                           OPERADOR-ID
                   END-WRITE.

       ALTERA-MAPEAMENTO.
           PERFORM CAPTURA-CHAVE.
           READ ARQ-CONTABIL INVALID KEY
               DISPLAY "Mapeamento nao cadastrado"
           NOT INVALID KEY
               DISPLAY "Atual: D " CONTA-DEBITO-CTB " C "
                   CONTA-CREDITO-CTB " " SENTIDO-CTB " "
                   HISTORICO-CTB
               PERFORM CAPTURA-DADOS
               IF DADOS-VALIDOS = 0
                   DISPLAY "Mapeamento nao alterado"
               ELSE
                   PERFORM MOVE-DADOS
                   REWRITE R-CONTABIL INVALID KEY
                       DISPLAY "Erro ao alterar mapeamento"
                   NOT INVALID KEY
                       DISPLAY "Mapeamento alterado pelo operador "
                           OPERADOR-ID
                   END-REWRITE
               END-IF
           END-READ.

       EXCLUI-MAPEAMENTO.
           PERFORM CAPTURA-CHAVE.
           READ ARQ-CONTABIL INVALID KEY
               DISPLAY "Mapeamento nao cadastrado"
           NOT INVALID KEY
               DELETE ARQ-CONTABIL INVALID KEY
                   DISPLAY "Erro ao excluir mapeamento"
               NOT INVALID KEY
                   DISPLAY "Mapeamento excluido pelo operador "
                       OPERADOR-ID
               END-DELETE
           END-READ.

       LISTA-MAPEAMENTOS.
           DISPLAY " ".
           DISPLAY "TIPO MOV     TC DEBITO    CREDITO   S HISTORICO".
           MOVE ZEROS TO CONTADOR-LISTADOS.
           MOVE ZERO TO EOF.
           MOVE LOW-VALUES TO CHAVE-CONTABIL.
           START ARQ-CONTABIL KEY IS NOT LESS THAN CHAVE-CONTABIL
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LISTA-MAPEAMENTOS-LE UNTIL EOF = 1.
           IF CONTADOR-LISTADOS = ZEROS
               DISPLAY "Nenhum mapeamento cadastrado".

       LISTA-MAPEAMENTOS-LE.
           READ ARQ-CONTABIL NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               ADD 1 TO CONTADOR-LISTADOS
               DISPLAY TIPO-MOV-CTB " " TIPO-CONTA-CTB "  "
                   CONTA-DEBITO-CTB " " CONTA-CREDITO-CTB " "
                   SENTIDO-CTB " " HISTORICO-CTB.

       END PROGRAM CONTABIL-MANUT.
