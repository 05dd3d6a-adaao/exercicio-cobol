       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSICAO-MANUT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LIMEXPO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CPF-LIMEXPO
           FILE STATUS ARQ-LIMEXPO-OK.

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

           SELECT ARQ-TITULAR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-TITULAR
           ALTERNATE RECORD KEY CPF-TITULAR WITH DUPLICATES
           FILE STATUS ARQ-TITULAR-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-LIMEXPO LABEL RECORD STANDARD
           DATA RECORD IS R-LIMEXPO
           VALUE OF FILE-ID IS "LIMEXPO.DAT".

       01 R-LIMEXPO.
           02 CPF-LIMEXPO PIC 9(11).
           02 LIMITE-EXPOSICAO PIC 9(11)V99.
           02 DATA-DEFINICAO-EXP PIC 9(8).
           02 OPERADOR-EXP PIC X(8).

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
               88 CONTA-ENCERRADA VALUE "E".
           02 ULTIMO-NUM-SEQ PIC 9(9).
           02 TIPO-CONTA PIC X(1).

       FD ARQ-CLIENTE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqCliente.dat".

       01 REG-CLIENTE.
           02 CPF-CLIENTE PIC 9(11).
           02 NOME-CLIENTE PIC A(40).
           02 ENDERECO-CLIENTE PIC A(40).
           02 TELEFONE-CLIENTE PIC 9(11).

       FD ARQ-TITULAR LABEL RECORD STANDARD
           DATA RECORD IS R-TITULAR
           VALUE OF FILE-ID IS "TITULAR.DAT".

       01 R-TITULAR.
           02 CHAVE-TITULAR.
               03 COD-ID-TITULAR PIC 9(8).
               03 CPF-TITULAR PIC 9(11).
           02 TIPO-TITULAR PIC X(1).
           02 DATA-INCLUSAO-TIT PIC 9(8).

       WORKING-STORAGE SECTION.
       01 ARQ-LIMEXPO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CLIENTE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-TITULAR-OK PIC X(2) VALUE ZEROS.
       01 CLIENTE-ABERTO PIC 9 VALUE ZERO.
       01 TITULAR-ABERTO PIC 9 VALUE ZERO.
       01 FIM-TITULAR PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.
       01 REGISTRO-NOVO PIC 9 VALUE ZERO.
       01 CONFIRMA PIC X(1) VALUE SPACE.
       01 DATA-HOJE PIC 9(8) VALUE ZEROS.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-SUPERVISOR.
           02 OVERRIDE-OK PIC 9 VALUE ZERO.
           02 SUPERVISOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-SUP PIC X(8) VALUE SPACES.
           02 PERFIL-SUP-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-SUP PIC X(1) VALUE SPACE.
           02 RESULTADO-SUP PIC 9(1) VALUE ZERO.

       01 DADOS-EXPOSICAO.
           02 CPF-ESCOLHIDO PIC 9(11) VALUE ZEROS.
           02 SALDO-EMPRESTIMOS PIC 9(11)V99 VALUE ZEROS.
           02 LIMITES-CONTA PIC 9(11)V99 VALUE ZEROS.
           02 PRE-APROVADO PIC 9(11)V99 VALUE ZEROS.
           02 EXPOSICAO-ATUAL PIC 9(11)V99 VALUE ZEROS.
           02 LIMITE-CPF PIC 9(11)V99 VALUE ZEROS.
           02 ORIGEM-LIMITE PIC X(1) VALUE SPACE.
               88 LIMITE-INDIVIDUAL VALUE "I".
               88 LIMITE-PADRAO VALUE "P".
           02 RESULTADO-EXPOSICAO PIC 9(1) VALUE ZERO.
           02 EXPOSICAO-PROJETADA PIC 9(11)V99 VALUE ZEROS.
           02 LIMITE-EXPOSICAO-NOVO PIC 9(11)V99 VALUE ZEROS.

       01 DADOS-CHEQUE-ESPECIAL.
           02 CONTA-ESCOLHIDA PIC 9(8) VALUE ZEROS.
           02 LIMITE-CONTA-ANTES PIC S9(9)V99 VALUE ZEROS.
           02 LIMITE-CONTA-NOVO PIC 9(9)V99 VALUE ZEROS.

       01 DADOS-E.
           02 VALOR-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 LIMITE-E PIC -ZZZ.ZZZ.ZZ9,99.

       01 DADOS-ALTERACAO.
           02 ARQUIVO-ALT PIC X(12) VALUE SPACES.
           02 CHAVE-ALT PIC X(20) VALUE SPACES.
           02 CAMPO-ALT PIC X(20) VALUE SPACES.
           02 VALOR-ANTES-ALT PIC X(40) VALUE SPACES.
           02 VALOR-DEPOIS-ALT PIC X(40) VALUE SPACES.
           02 OPERADOR-ALT PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM LOGIN.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-LIMEXPO.
           CLOSE ARQ-CONTA.
           IF CLIENTE-ABERTO = 1
               CLOSE ARQ-CLIENTE.
           IF TITULAR-ABERTO = 1
               CLOSE ARQ-TITULAR.
           STOP RUN.

       ABRE-ARQ.
           OPEN I-O ARQ-LIMEXPO.
           IF ARQ-LIMEXPO-OK NOT = "00"
               CLOSE ARQ-LIMEXPO
               OPEN OUTPUT ARQ-LIMEXPO
               CLOSE ARQ-LIMEXPO
               OPEN I-O ARQ-LIMEXPO.
           IF ARQ-LIMEXPO-OK NOT = "00"
               DISPLAY "Erro ao abrir LIMEXPO.DAT - status "
                   ARQ-LIMEXPO-OK
               STOP RUN.
           OPEN I-O ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               STOP RUN.
           MOVE ZERO TO CLIENTE-ABERTO.
           OPEN INPUT ARQ-CLIENTE.
           IF ARQ-CLIENTE-OK = "00"
               MOVE 1 TO CLIENTE-ABERTO.
           MOVE ZERO TO TITULAR-ABERTO.
           OPEN INPUT ARQ-TITULAR.
           IF ARQ-TITULAR-OK = "00"
               MOVE 1 TO TITULAR-ABERTO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

       LOGIN.
           DISPLAY "EXPOSICAO DE CREDITO POR CPF".
           DISPLAY " ".
           DISPLAY "Codigo do operador: " WITH NO ADVANCING.
           ACCEPT OPERADOR-ID.
           DISPLAY "Senha: " WITH NO ADVANCING.
           ACCEPT SENHA-E.
           MOVE "C" TO PERFIL-MINIMO.
           CALL "VALIDA-OPER" USING OPERADOR-ID, SENHA-E,
               PERFIL-MINIMO, PERFIL-OPER, RESULTADO-LOGIN.
           IF RESULTADO-LOGIN = 3 OR RESULTADO-LOGIN = 4
               STOP RUN.
           IF RESULTADO-LOGIN NOT = ZERO
               PERFORM LOGIN.

       ESCOLHE-OPCAO.
           DISPLAY " ".
           DISPLAY "1 - definir limite de exposicao de um CPF".
           DISPLAY "2 - consultar exposicao de um CPF".
           DISPLAY "3 - alterar limite de cheque especial de uma conta".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               IF PERFIL-OPER = "S" OR PERFIL-OPER = "A"
                   PERFORM DEFINE-LIMITE-CPF
               ELSE
                   DISPLAY "Opcao restrita a supervisor da area de "
                       "credito"
               END-IF
           WHEN 2
               PERFORM CONSULTA-EXPOSICAO
           WHEN 3
               PERFORM ALTERA-LIMITE-CONTA
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       APURA-EXPOSICAO.
           CALL "EXPOSICAO-CPF" USING CPF-ESCOLHIDO, SALDO-EMPRESTIMOS,
               LIMITES-CONTA, PRE-APROVADO, EXPOSICAO-ATUAL,
               LIMITE-CPF, ORIGEM-LIMITE, RESULTADO-EXPOSICAO.

       MOSTRA-EXPOSICAO.
           IF CLIENTE-ABERTO = 1
               MOVE CPF-ESCOLHIDO TO CPF-CLIENTE
               READ ARQ-CLIENTE INVALID KEY
                   DISPLAY "CPF sem cadastro de cliente"
               NOT INVALID KEY
                   DISPLAY "CLIENTE.................: " NOME-CLIENTE
               END-READ.
           MOVE SALDO-EMPRESTIMOS TO VALOR-E.
           DISPLAY "SALDO DE EMPRESTIMOS....: " VALOR-E.
           MOVE LIMITES-CONTA TO VALOR-E.
           DISPLAY "LIMITES DE CHEQUE ESP...: " VALOR-E.
           MOVE PRE-APROVADO TO VALOR-E.
           DISPLAY "PRE-APROVADO............: " VALOR-E.
           MOVE EXPOSICAO-ATUAL TO VALOR-E.
           DISPLAY "EXPOSICAO TOTAL.........: " VALOR-E.
           MOVE LIMITE-CPF TO VALOR-E.
           EVALUATE TRUE
           WHEN LIMITE-INDIVIDUAL
               DISPLAY "LIMITE DO CPF...........: " VALOR-E
           WHEN LIMITE-PADRAO
               DISPLAY "LIMITE PADRAO (PARAM)...: " VALOR-E
           WHEN OTHER
               DISPLAY "LIMITE..................: nao definido"
           END-EVALUATE.
           IF LIMITE-CPF > ZEROS AND EXPOSICAO-ATUAL > LIMITE-CPF
               DISPLAY "*** EXPOSICAO ACIMA DO LIMITE ***".

       CONSULTA-EXPOSICAO.
           DISPLAY "CPF: " WITH NO ADVANCING.
           ACCEPT CPF-ESCOLHIDO.
           PERFORM APURA-EXPOSICAO.
           IF RESULTADO-EXPOSICAO NOT = ZERO
               DISPLAY "Exposicao nao apurada"
           ELSE
               PERFORM MOSTRA-EXPOSICAO.

       DEFINE-LIMITE-CPF.
           DISPLAY "CPF: " WITH NO ADVANCING.
           ACCEPT CPF-ESCOLHIDO.
           PERFORM APURA-EXPOSICAO.
           IF RESULTADO-EXPOSICAO NOT = ZERO
               DISPLAY "Exposicao nao apurada - limite nao alterado"
           ELSE
               PERFORM MOSTRA-EXPOSICAO
               PERFORM CAPTURA-LIMITE-CPF.

       CAPTURA-LIMITE-CPF.
           MOVE ZERO TO REGISTRO-NOVO.
           MOVE CPF-ESCOLHIDO TO CPF-LIMEXPO.
           READ ARQ-LIMEXPO INVALID KEY
               MOVE 1 TO REGISTRO-NOVO
               MOVE ZEROS TO LIMITE-EXPOSICAO.
           DISPLAY "Novo limite do CPF (0 usa o padrao): "
               WITH NO ADVANCING.
           ACCEPT LIMITE-EXPOSICAO-NOVO.
           IF LIMITE-EXPOSICAO-NOVO > ZEROS
               AND EXPOSICAO-ATUAL > LIMITE-EXPOSICAO-NOVO
               DISPLAY "Atencao: exposicao atual ja supera o novo "
                   "limite".
           DISPLAY "Confirma a gravacao (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Limite do CPF nao alterado"
           ELSE
               PERFORM GRAVA-LIMITE-CPF.

       GRAVA-LIMITE-CPF.
           MOVE "LIMEXPO" TO ARQUIVO-ALT.
           MOVE CPF-ESCOLHIDO TO CHAVE-ALT.
           MOVE "LIMITE-EXPOSICAO" TO CAMPO-ALT.
           MOVE LIMITE-EXPOSICAO TO VALOR-E.
           MOVE VALOR-E TO VALOR-ANTES-ALT.
           MOVE LIMITE-EXPOSICAO-NOVO TO VALOR-E.
           MOVE VALOR-E TO VALOR-DEPOIS-ALT.
           MOVE OPERADOR-ID TO OPERADOR-ALT.
           MOVE CPF-ESCOLHIDO TO CPF-LIMEXPO.
           MOVE LIMITE-EXPOSICAO-NOVO TO LIMITE-EXPOSICAO.
           MOVE DATA-HOJE TO DATA-DEFINICAO-EXP.
           MOVE OPERADOR-ID TO OPERADOR-EXP.
           IF LIMITE-EXPOSICAO-NOVO = ZEROS
               IF REGISTRO-NOVO = 1
                   DISPLAY "CPF ja segue o limite padrao"
               ELSE
                   DELETE ARQ-LIMEXPO INVALID KEY
                       DISPLAY "Erro ao excluir limite do CPF"
                   NOT INVALID KEY
                       DISPLAY "Limite individual excluido - CPF "
                           "passa a seguir o limite padrao"
                       PERFORM GRAVA-ALTERACAO
                   END-DELETE
               END-IF
           ELSE
               IF REGISTRO-NOVO = 1
                   WRITE R-LIMEXPO INVALID KEY
                       DISPLAY "Erro ao gravar limite do CPF"
                   NOT INVALID KEY
                       DISPLAY "Limite cadastrado pelo operador "
                           OPERADOR-ID
                       PERFORM GRAVA-ALTERACAO
                   END-WRITE
               ELSE
                   REWRITE R-LIMEXPO INVALID KEY
                       DISPLAY "Erro ao regravar limite do CPF"
                   NOT INVALID KEY
                       DISPLAY "Limite alterado pelo operador "
                           OPERADOR-ID
                       PERFORM GRAVA-ALTERACAO
                   END-REWRITE.

       ALTERA-LIMITE-CONTA.
           DISPLAY "Conta (AgConta): " WITH NO ADVANCING.
           ACCEPT CONTA-ESCOLHIDA.
           MOVE CONTA-ESCOLHIDA TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               DISPLAY "Conta nao cadastrada"
           NOT INVALID KEY
               IF CONTA-ENCERRADA
                   DISPLAY "Conta encerrada - limite nao alterado"
               ELSE
                   PERFORM CAPTURA-LIMITE-CONTA
           END-READ.

       CAPTURA-LIMITE-CONTA.
           MOVE LIMITE TO LIMITE-CONTA-ANTES.
           MOVE LIMITE TO LIMITE-E.
           DISPLAY "TITULAR.................: " NOME.
           DISPLAY "LIMITE VIGENTE..........: " LIMITE-E.
           DISPLAY "Novo limite de cheque especial: " WITH NO ADVANCING.
           ACCEPT LIMITE-CONTA-NOVO.
           MOVE 1 TO OVERRIDE-OK.
           IF LIMITE-CONTA-NOVO > LIMITE-CONTA-ANTES
               PERFORM CONFERE-EXPOSICAO-CONTA.
           IF OVERRIDE-OK = 1
               PERFORM GRAVA-LIMITE-CONTA.

       CONFERE-EXPOSICAO-CONTA.
           MOVE COD-CLIENTE TO CPF-ESCOLHIDO.
           PERFORM CONFERE-EXPOSICAO-CPF.
           IF OVERRIDE-OK = 1 AND TITULAR-ABERTO = 1
               MOVE COD-ID TO COD-ID-TITULAR
               MOVE ZEROS TO CPF-TITULAR
               MOVE ZERO TO FIM-TITULAR
               START ARQ-TITULAR KEY IS NOT LESS THAN CHAVE-TITULAR
                   INVALID KEY MOVE 1 TO FIM-TITULAR
               END-START
               PERFORM CONFERE-EXPOSICAO-TITULAR
                   UNTIL FIM-TITULAR = 1 OR OVERRIDE-OK = 0.

       CONFERE-EXPOSICAO-TITULAR.
           READ ARQ-TITULAR NEXT RECORD AT END MOVE 1 TO FIM-TITULAR.
           IF FIM-TITULAR = 0
               IF COD-ID-TITULAR NOT = COD-ID
                   MOVE 1 TO FIM-TITULAR
               ELSE
                   IF CPF-TITULAR NOT = COD-CLIENTE
                       MOVE CPF-TITULAR TO CPF-ESCOLHIDO
                       DISPLAY "Co-titular CPF " CPF-ESCOLHIDO
                       PERFORM CONFERE-EXPOSICAO-CPF.

       CONFERE-EXPOSICAO-CPF.
           PERFORM APURA-EXPOSICAO.
           IF RESULTADO-EXPOSICAO NOT = ZERO
               DISPLAY "Exposicao nao apurada - aumento cancelado"
               MOVE ZERO TO OVERRIDE-OK
           ELSE
               IF LIMITE-CONTA-ANTES > ZEROS
                   COMPUTE EXPOSICAO-PROJETADA = EXPOSICAO-ATUAL
                       - LIMITE-CONTA-ANTES + LIMITE-CONTA-NOVO
               ELSE
                   COMPUTE EXPOSICAO-PROJETADA = EXPOSICAO-ATUAL
                       + LIMITE-CONTA-NOVO
               END-IF
               IF LIMITE-CPF > ZEROS
                   AND EXPOSICAO-PROJETADA > LIMITE-CPF
                   PERFORM MOSTRA-EXPOSICAO
                   MOVE EXPOSICAO-PROJETADA TO VALOR-E
                   DISPLAY "EXPOSICAO COM O AUMENTO.: " VALOR-E
                   PERFORM LIBERA-EXCESSO.

       LIBERA-EXCESSO.
           IF PERFIL-OPER = "S" OR PERFIL-OPER = "A"
               DISPLAY "Limite de exposicao excedido - liberado pelo "
                   "perfil do operador"
               MOVE OPERADOR-ID TO SUPERVISOR-ID
               PERFORM REGISTRA-EXCESSO
           ELSE
               PERFORM PEDE-OVERRIDE.

       PEDE-OVERRIDE.
           MOVE ZERO TO OVERRIDE-OK.
           DISPLAY "Limite de exposicao do CPF excedido - aprovacao de "
               "supervisor necessaria".
           DISPLAY "Codigo do supervisor: " WITH NO ADVANCING.
           ACCEPT SUPERVISOR-ID.
           DISPLAY "Senha: " WITH NO ADVANCING.
           ACCEPT SENHA-SUP.
           MOVE "S" TO PERFIL-SUP-MINIMO.
           CALL "VALIDA-OPER" USING SUPERVISOR-ID, SENHA-SUP,
               PERFIL-SUP-MINIMO, PERFIL-SUP, RESULTADO-SUP.
           IF RESULTADO-SUP = ZERO
               DISPLAY "Aumento liberado pelo supervisor "
                   SUPERVISOR-ID
               MOVE 1 TO OVERRIDE-OK
               PERFORM REGISTRA-EXCESSO
           ELSE
               DISPLAY "Aprovacao negada - limite nao alterado".

       REGISTRA-EXCESSO.
           MOVE "LIMEXPO" TO ARQUIVO-ALT.
           MOVE CPF-ESCOLHIDO TO CHAVE-ALT.
           MOVE "EXCESSO CHEQUE ESP" TO CAMPO-ALT.
           MOVE EXPOSICAO-ATUAL TO VALOR-E.
           MOVE VALOR-E TO VALOR-ANTES-ALT.
           MOVE EXPOSICAO-PROJETADA TO VALOR-E.
           MOVE VALOR-E TO VALOR-DEPOIS-ALT.
           MOVE SUPERVISOR-ID TO OPERADOR-ALT.
           PERFORM GRAVA-ALTERACAO.

       GRAVA-LIMITE-CONTA.
           MOVE LIMITE-CONTA-NOVO TO LIMITE.
           REWRITE REG-ARQAGENCIA INVALID KEY
               DISPLAY "Erro ao regravar a conta " COD-ID
           NOT INVALID KEY
               DISPLAY "Limite de cheque especial alterado pelo "
                   "operador " OPERADOR-ID
               MOVE "arqAgencia" TO ARQUIVO-ALT
               MOVE COD-ID TO CHAVE-ALT
               MOVE "LIMITE" TO CAMPO-ALT
               MOVE LIMITE-CONTA-ANTES TO LIMITE-E
               MOVE LIMITE-E TO VALOR-ANTES-ALT
               MOVE LIMITE TO LIMITE-E
               MOVE LIMITE-E TO VALOR-DEPOIS-ALT
               MOVE OPERADOR-ID TO OPERADOR-ALT
               PERFORM GRAVA-ALTERACAO
           END-REWRITE.

       GRAVA-ALTERACAO.
           CALL "REG-ALTERA" USING ARQUIVO-ALT, CHAVE-ALT, CAMPO-ALT,
               VALOR-ANTES-ALT, VALOR-DEPOIS-ALT, OPERADOR-ALT.

       END PROGRAM EXPOSICAO-MANUT.
