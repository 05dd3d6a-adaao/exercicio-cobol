       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCIA-MANUT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AGENCIAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COD-AG
           FILE STATUS ARQ-AGENCIAS-OK.

           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID
           ALTERNATE RECORD KEY COD-CLIENTE WITH DUPLICATES
           FILE STATUS ARQ-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-AGENCIAS LABEL RECORD STANDARD
           DATA RECORD IS R-AGENCIAS
           VALUE OF FILE-ID IS "AGENCIAS.DAT".

       01 R-AGENCIAS.
           02 COD-AG PIC 9(4).
           02 NOME-AG PIC X(30).
           02 CIDADE-AG PIC X(25).
           02 GERENTE-AG PIC X(30).
           02 DATA-ABERTURA-AG PIC 9(8).
           02 STATUS-AG PIC X(1).
               88 AGENCIA-ATIVA VALUE "A".
               88 AGENCIA-ENCERRADA VALUE "E".
           02 DATA-ENCERRAMENTO-AG PIC 9(8).

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
               88 CONTA-ENCERRADA VALUE "E".
           02 ULTIMO-NUM-SEQ PIC 9(9).
           02 TIPO-CONTA PIC X(1).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".

       WORKING-STORAGE SECTION.
       01 ARQ-AGENCIAS-OK PIC X(2) VALUE ZEROS.
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
           02 COD-AG-NOVO PIC 9(4) VALUE ZEROS.
           02 NOME-AG-NOVO PIC X(30) VALUE SPACES.
           02 CIDADE-AG-NOVA PIC X(25) VALUE SPACES.
           02 GERENTE-AG-NOVO PIC X(30) VALUE SPACES.
           02 DATA-ABERTURA-NOVA PIC 9(8) VALUE ZEROS.
           02 CONFIRMA PIC X(1) VALUE SPACE.
           02 CONTADOR-LISTADOS PIC 9(5) VALUE ZEROS.
           02 CONTAS-EM-ABERTO PIC 9(5) VALUE ZEROS.
           02 AGENCIAS-CARREGADAS PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM LOGIN.
           PERFORM BUSCA-DATA-MOVIMENTO.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-AGENCIAS.
           STOP RUN.

       ABRE-ARQ.
           OPEN I-O ARQ-AGENCIAS.
           IF ARQ-AGENCIAS-OK NOT = "00"
               CLOSE ARQ-AGENCIAS
               OPEN OUTPUT ARQ-AGENCIAS
               CLOSE ARQ-AGENCIAS
               OPEN I-O ARQ-AGENCIAS.

       LOGIN.
           DISPLAY "CADASTRO DE AGENCIAS".
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
           DISPLAY "1 - incluir agencia".
           DISPLAY "2 - consultar agencia".
           DISPLAY "3 - alterar nome / cidade / gerente".
           DISPLAY "4 - encerrar / reabrir agencia".
           DISPLAY "5 - listar agencias".
           DISPLAY "6 - carga inicial a partir das contas".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM INCLUI-AGENCIA
           WHEN 2
               PERFORM CONSULTA-AGENCIA
           WHEN 3
               PERFORM ALTERA-AGENCIA
           WHEN 4
               PERFORM ENCERRA-REABRE-AGENCIA
           WHEN 5
               PERFORM LISTA-AGENCIAS
           WHEN 6
               PERFORM CARGA-INICIAL
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       INCLUI-AGENCIA.
           DISPLAY "Codigo da agencia...........: " WITH NO ADVANCING.
           ACCEPT COD-AG-NOVO.
           DISPLAY "Nome da agencia.............: " WITH NO ADVANCING.
           ACCEPT NOME-AG-NOVO.
           DISPLAY "Cidade......................: " WITH NO ADVANCING.
           ACCEPT CIDADE-AG-NOVA.
           DISPLAY "Gerente.....................: " WITH NO ADVANCING.
           ACCEPT GERENTE-AG-NOVO.
           DISPLAY "Data de abertura (0 = hoje).: " WITH NO ADVANCING.
           ACCEPT DATA-ABERTURA-NOVA.
           IF DATA-ABERTURA-NOVA = ZEROS
               MOVE DATA-REFERENCIA TO DATA-ABERTURA-NOVA.
           IF COD-AG-NOVO = ZEROS OR NOME-AG-NOVO = SPACES
               DISPLAY "Dados invalidos - agencia nao incluida"
           ELSE
               MOVE COD-AG-NOVO TO COD-AG
               MOVE NOME-AG-NOVO TO NOME-AG
               MOVE CIDADE-AG-NOVA TO CIDADE-AG
               MOVE GERENTE-AG-NOVO TO GERENTE-AG
               MOVE DATA-ABERTURA-NOVA TO DATA-ABERTURA-AG
               MOVE "A" TO STATUS-AG
               MOVE ZEROS TO DATA-ENCERRAMENTO-AG
               WRITE R-AGENCIAS INVALID KEY
                   DISPLAY "Agencia ja cadastrada"
               NOT INVALID KEY
                   DISPLAY "Agencia incluida pelo operador "
                       OPERADOR-ID
               END-WRITE.

       CONSULTA-AGENCIA.
           DISPLAY "Codigo da agencia: " WITH NO ADVANCING.
           ACCEPT COD-AG-NOVO.
           MOVE COD-AG-NOVO TO COD-AG.
           READ ARQ-AGENCIAS INVALID KEY
               DISPLAY "Agencia nao cadastrada"
           NOT INVALID KEY
               PERFORM MOSTRA-AGENCIA
           END-READ.

       MOSTRA-AGENCIA.
           DISPLAY "AGENCIA......: " COD-AG.
           DISPLAY "NOME.........: " NOME-AG.
           DISPLAY "CIDADE.......: " CIDADE-AG.
           DISPLAY "GERENTE......: " GERENTE-AG.
           DISPLAY "ABERTURA.....: " DATA-ABERTURA-AG.
           DISPLAY "SITUACAO.....: " STATUS-AG.
           IF AGENCIA-ENCERRADA
               DISPLAY "ENCERRAMENTO.: " DATA-ENCERRAMENTO-AG.

       ALTERA-AGENCIA.
           DISPLAY "Codigo da agencia: " WITH NO ADVANCING.
           ACCEPT COD-AG-NOVO.
           MOVE COD-AG-NOVO TO COD-AG.
           READ ARQ-AGENCIAS INVALID KEY
               DISPLAY "Agencia nao cadastrada"
           NOT INVALID KEY
               PERFORM MOSTRA-AGENCIA
               PERFORM CAPTURA-ALTERACAO
           END-READ.

       CAPTURA-ALTERACAO.
           MOVE SPACES TO NOME-AG-NOVO CIDADE-AG-NOVA GERENTE-AG-NOVO.
           DISPLAY "Novo nome (branco = manter).....: "
               WITH NO ADVANCING.
           ACCEPT NOME-AG-NOVO.
           DISPLAY "Nova cidade (branco = manter)...: "
               WITH NO ADVANCING.
           ACCEPT CIDADE-AG-NOVA.
           DISPLAY "Novo gerente (branco = manter)..: "
               WITH NO ADVANCING.
           ACCEPT GERENTE-AG-NOVO.
           IF NOME-AG-NOVO NOT = SPACES
               MOVE NOME-AG-NOVO TO NOME-AG.
           IF CIDADE-AG-NOVA NOT = SPACES
               MOVE CIDADE-AG-NOVA TO CIDADE-AG.
           IF GERENTE-AG-NOVO NOT = SPACES
               MOVE GERENTE-AG-NOVO TO GERENTE-AG.
           REWRITE R-AGENCIAS INVALID KEY
               DISPLAY "Erro ao alterar agencia"
           NOT INVALID KEY
               DISPLAY "Agencia alterada pelo operador " OPERADOR-ID
           END-REWRITE.

       ENCERRA-REABRE-AGENCIA.
           DISPLAY "Codigo da agencia: " WITH NO ADVANCING.
           ACCEPT COD-AG-NOVO.
           MOVE COD-AG-NOVO TO COD-AG.
           READ ARQ-AGENCIAS INVALID KEY
               DISPLAY "Agencia nao cadastrada"
           NOT INVALID KEY
               PERFORM MOSTRA-AGENCIA
               IF AGENCIA-ATIVA
                   PERFORM ENCERRA-AGENCIA
               ELSE
                   PERFORM REABRE-AGENCIA
               END-IF
           END-READ.

       ENCERRA-AGENCIA.
           PERFORM CONTA-CONTAS-EM-ABERTO.
           IF CONTAS-EM-ABERTO > ZEROS
               DISPLAY "Agencia possui " CONTAS-EM-ABERTO
                   " conta(s) nao encerrada(s)"
               DISPLAY "Transfira as contas com TRANSF-AGENCIA antes"
                   " de encerrar"
           ELSE
               DISPLAY "Confirma encerramento (S/N)? "
                   WITH NO ADVANCING
               ACCEPT CONFIRMA
               IF CONFIRMA = "S" OR CONFIRMA = "s"
                   MOVE "E" TO STATUS-AG
                   MOVE DATA-REFERENCIA TO DATA-ENCERRAMENTO-AG
                   REWRITE R-AGENCIAS INVALID KEY
                       DISPLAY "Erro ao encerrar agencia"
                   NOT INVALID KEY
                       DISPLAY "Agencia encerrada pelo operador "
                           OPERADOR-ID
                   END-REWRITE.

       REABRE-AGENCIA.
           DISPLAY "Confirma reabertura (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
               MOVE "A" TO STATUS-AG
               MOVE ZEROS TO DATA-ENCERRAMENTO-AG
               REWRITE R-AGENCIAS INVALID KEY
                   DISPLAY "Erro ao reabrir agencia"
               NOT INVALID KEY
                   DISPLAY "Agencia reaberta pelo operador "
                       OPERADOR-ID
               END-REWRITE.

       CONTA-CONTAS-EM-ABERTO.
           MOVE ZEROS TO CONTAS-EM-ABERTO.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               MOVE 1 TO EOF
           ELSE
               MOVE COD-AG TO COD-AGENCIA
               MOVE ZEROS TO COD-CONTA-CORRENTE
               START ARQ-CONTA KEY IS NOT LESS THAN COD-ID
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM CONTA-CONTAS-LE UNTIL EOF = 1
               CLOSE ARQ-CONTA.

       CONTA-CONTAS-LE.
           READ ARQ-CONTA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF COD-AGENCIA NOT = COD-AG
                   MOVE 1 TO EOF
               ELSE
                   IF NOT CONTA-ENCERRADA
                       ADD 1 TO CONTAS-EM-ABERTO.

       LISTA-AGENCIAS.
           DISPLAY " ".
           DISPLAY "AG.  NOME                           CIDADE"
               "                    ABERTURA S".
           MOVE ZEROS TO CONTADOR-LISTADOS.
           MOVE ZERO TO EOF.
           MOVE ZEROS TO COD-AG.
           START ARQ-AGENCIAS KEY IS NOT LESS THAN COD-AG
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LISTA-AGENCIAS-LE UNTIL EOF = 1.
           IF CONTADOR-LISTADOS = ZEROS
               DISPLAY "Nenhuma agencia cadastrada".

       LISTA-AGENCIAS-LE.
           READ ARQ-AGENCIAS NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               ADD 1 TO CONTADOR-LISTADOS
               DISPLAY COD-AG " " NOME-AG " " CIDADE-AG " "
                   DATA-ABERTURA-AG " " STATUS-AG.

       CARGA-INICIAL.
           MOVE ZEROS TO AGENCIAS-CARREGADAS.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
           ELSE
               PERFORM CARGA-INICIAL-LE UNTIL EOF = 1
               CLOSE ARQ-CONTA
               DISPLAY "Agencias incluidas na carga: "
                   AGENCIAS-CARREGADAS
               IF AGENCIAS-CARREGADAS > ZEROS
                   DISPLAY "Complete nome, cidade e gerente pela "
                       "opcao 3".

       CARGA-INICIAL-LE.
           READ ARQ-CONTA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE COD-AGENCIA TO COD-AG
               READ ARQ-AGENCIAS INVALID KEY
                   PERFORM INCLUI-AGENCIA-CARGA
               END-READ.

       INCLUI-AGENCIA-CARGA.
           MOVE COD-AGENCIA TO COD-AG.
           MOVE SPACES TO NOME-AG.
           STRING "AGENCIA " COD-AGENCIA DELIMITED BY SIZE
               INTO NOME-AG.
           MOVE SPACES TO CIDADE-AG.
           MOVE SPACES TO GERENTE-AG.
           MOVE DATA-REFERENCIA TO DATA-ABERTURA-AG.
           MOVE "A" TO STATUS-AG.
           MOVE ZEROS TO DATA-ENCERRAMENTO-AG.
           WRITE R-AGENCIAS INVALID KEY
               DISPLAY "Erro ao incluir agencia " COD-AGENCIA
           NOT INVALID KEY
               ADD 1 TO AGENCIAS-CARREGADAS
           END-WRITE.

       END PROGRAM AGENCIA-MANUT.
