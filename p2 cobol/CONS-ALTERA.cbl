       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONS-ALTERA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALTERACAO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-ALT
           ALTERNATE RECORD KEY IS CHAVE-REGISTRO-ALT WITH DUPLICATES
           ALTERNATE RECORD KEY IS OPERADOR-ALT WITH DUPLICATES
           FILE STATUS ARQ-ALTERACAO-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-ALTERACAO LABEL RECORD STANDARD
           DATA RECORD IS R-ALTERACAO
           VALUE OF FILE-ID IS "ALTERACAO.DAT".

       01 R-ALTERACAO.
           02 CHAVE-ALT.
               03 DATA-ALT PIC 9(8).
               03 HORA-ALT PIC 9(8).
               03 SEQ-ALT PIC 9(3).
           02 ARQUIVO-ALT PIC X(12).
           02 CHAVE-REGISTRO-ALT PIC X(20).
           02 CAMPO-ALT PIC X(20).
           02 VALOR-ANTES-ALT PIC X(40).
           02 VALOR-DEPOIS-ALT PIC X(40).
           02 OPERADOR-ALT PIC X(8).

       WORKING-STORAGE SECTION.
       01 ARQ-ALTERACAO-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.
       01 IMPRIME PIC X(1) VALUE SPACE.
       01 CONTADOR-ALTERACOES PIC 9(5) VALUE ZEROS.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-FILTRO.
           02 CHAVE-PEDIDA PIC X(20) VALUE SPACES.
           02 OPERADOR-PEDIDO PIC X(8) VALUE SPACES.
           02 DATA-INICIAL PIC 9(8) VALUE ZEROS.
           02 DATA-FINAL PIC 9(8) VALUE ZEROS.

       01 HORA-ALT-R.
           02 HORA-HHMMSS PIC 9(6).
           02 FILLER PIC 99.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE SPACES.
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM LOGIN.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-ALTERACAO.
           STOP RUN.

       ABRE-ARQ.
           OPEN INPUT ARQ-ALTERACAO.
           IF ARQ-ALTERACAO-OK NOT = "00"
               DISPLAY "Nenhuma alteracao registrada - ALTERACAO.DAT "
                   "status " ARQ-ALTERACAO-OK
               STOP RUN.

       LOGIN.
           DISPLAY "CONSULTA DE ALTERACOES CADASTRAIS".
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
           MOVE OPERADOR-ID TO OPERADOR-REL.

       ESCOLHE-OPCAO.
           DISPLAY " ".
           DISPLAY "1 - alteracoes de uma conta ou registro".
           DISPLAY "2 - alteracoes feitas por um operador".
           DISPLAY "3 - alteracoes em um periodo".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM CONSULTA-CHAVE
           WHEN 2
               PERFORM CONSULTA-OPERADOR
           WHEN 3
               PERFORM CONSULTA-PERIODO
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       CONSULTA-CHAVE.
           DISPLAY "Conta (AgConta) ou chave do registro: "
               WITH NO ADVANCING.
           ACCEPT CHAVE-PEDIDA.
           MOVE SPACES TO NOME-REL.
           STRING "ALTERACOES DE " CHAVE-PEDIDA DELIMITED BY SIZE
               INTO NOME-REL.
           PERFORM INICIA-CONSULTA.
           MOVE CHAVE-PEDIDA TO CHAVE-REGISTRO-ALT.
           START ARQ-ALTERACAO KEY IS EQUAL CHAVE-REGISTRO-ALT
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LE-POR-CHAVE UNTIL EOF = 1.
           PERFORM TERMINA-CONSULTA.

       LE-POR-CHAVE.
           READ ARQ-ALTERACAO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CHAVE-REGISTRO-ALT NOT = CHAVE-PEDIDA
                   MOVE 1 TO EOF
               ELSE
                   PERFORM MOSTRA-ALTERACAO.

       CONSULTA-OPERADOR.
           DISPLAY "Operador: " WITH NO ADVANCING.
           ACCEPT OPERADOR-PEDIDO.
           MOVE SPACES TO NOME-REL.
           STRING "ALTERACOES DO OPERADOR " OPERADOR-PEDIDO
               DELIMITED BY SIZE INTO NOME-REL.
           PERFORM INICIA-CONSULTA.
           MOVE OPERADOR-PEDIDO TO OPERADOR-ALT.
           START ARQ-ALTERACAO KEY IS EQUAL OPERADOR-ALT
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LE-POR-OPERADOR UNTIL EOF = 1.
           PERFORM TERMINA-CONSULTA.

       LE-POR-OPERADOR.
           READ ARQ-ALTERACAO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF OPERADOR-ALT NOT = OPERADOR-PEDIDO
                   MOVE 1 TO EOF
               ELSE
                   PERFORM MOSTRA-ALTERACAO.

       CONSULTA-PERIODO.
           DISPLAY "Data inicial (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-INICIAL.
           DISPLAY "Data final (AAAAMMDD)..: " WITH NO ADVANCING.
           ACCEPT DATA-FINAL.
           IF DATA-FINAL < DATA-INICIAL
               DISPLAY "Data final anterior a data inicial"
           ELSE
               MOVE SPACES TO NOME-REL
               STRING "ALTERACOES " DATA-INICIAL " A " DATA-FINAL
                   DELIMITED BY SIZE INTO NOME-REL
               END-STRING
               PERFORM INICIA-CONSULTA
               MOVE DATA-INICIAL TO DATA-ALT
               MOVE ZEROS TO HORA-ALT
               MOVE ZEROS TO SEQ-ALT
               START ARQ-ALTERACAO KEY IS NOT LESS THAN CHAVE-ALT
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LE-POR-PERIODO UNTIL EOF = 1
               PERFORM TERMINA-CONSULTA.

       LE-POR-PERIODO.
           READ ARQ-ALTERACAO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF DATA-ALT > DATA-FINAL
                   MOVE 1 TO EOF
               ELSE
                   PERFORM MOSTRA-ALTERACAO.

       INICIA-CONSULTA.
           MOVE ZEROS TO CONTADOR-ALTERACOES.
           MOVE ZERO TO EOF.
           DISPLAY "Gerar relatorio impresso (S/N)? "
               WITH NO ADVANCING.
           ACCEPT IMPRIME.
           IF IMPRIME = "s"
               MOVE "S" TO IMPRIME.
           IF IMPRIME = "S"
               MOVE "REL_ALTERACOES" TO ARQ-REL
               MOVE "DATA     HORA   ARQUIVO      CHAVE               "
                   TO CABEC-REL
               MOVE " CAMPO                OPERADOR"
                   TO CABEC-REL (50:30)
               PERFORM ABRE-RELATORIO.
           DISPLAY " ".
           DISPLAY "DATA     HORA   ARQUIVO      CHAVE               "
               " CAMPO                OPERADOR".

       MOSTRA-ALTERACAO.
           ADD 1 TO CONTADOR-ALTERACOES.
           MOVE HORA-ALT TO HORA-ALT-R.
           DISPLAY DATA-ALT " " HORA-HHMMSS " " ARQUIVO-ALT " "
               CHAVE-REGISTRO-ALT " " CAMPO-ALT " " OPERADOR-ALT.
           DISPLAY "   ANTES: " VALOR-ANTES-ALT.
           DISPLAY "  DEPOIS: " VALOR-DEPOIS-ALT.
           IF IMPRIME = "S"
               STRING DATA-ALT " " HORA-HHMMSS " " ARQUIVO-ALT " "
                   CHAVE-REGISTRO-ALT " " CAMPO-ALT " " OPERADOR-ALT
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               PERFORM GRAVA-LINHA-REL
               STRING "   ANTES: " VALOR-ANTES-ALT " DEPOIS: "
                   VALOR-DEPOIS-ALT DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               PERFORM GRAVA-LINHA-REL.

       TERMINA-CONSULTA.
           DISPLAY " ".
           DISPLAY "ALTERACOES ENCONTRADAS: " CONTADOR-ALTERACOES.
           IF IMPRIME = "S"
               PERFORM GRAVA-LINHA-REL
               STRING "ALTERACOES ENCONTRADAS: " CONTADOR-ALTERACOES
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               PERFORM GRAVA-LINHA-REL
               PERFORM FECHA-RELATORIO
               DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".

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

       END PROGRAM CONS-ALTERA.
