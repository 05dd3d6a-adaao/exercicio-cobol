       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONS-AVISO.

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

       WORKING-STORAGE SECTION.
       01 ARQ-AVISO-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.
       01 IMPRIME PIC X(1) VALUE SPACE.
       01 CONTADOR-AVISOS PIC 9(5) VALUE ZEROS.
       01 CPF-PEDIDO PIC 9(11) VALUE ZEROS.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-EXIBICAO.
           02 VALOR-1-E PIC ZZZ.ZZZ.ZZ9,99.
           02 VALOR-2-E PIC ZZZ.ZZZ.ZZ9,99.
           02 CANAL-E PIC X(10) VALUE SPACES.
           02 SITUACAO-E PIC X(8) VALUE SPACES.
           02 DESTINO-E PIC X(40) VALUE SPACES.

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
           CLOSE ARQ-AVISO.
           STOP RUN.

       ABRE-ARQ.
           OPEN INPUT ARQ-AVISO.
           IF ARQ-AVISO-OK NOT = "00"
               DISPLAY "Nenhum aviso registrado - AVISO.DAT "
                   "status " ARQ-AVISO-OK
               STOP RUN.

       LOGIN.
           DISPLAY "CONSULTA DE AVISOS AO CLIENTE".
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
           DISPLAY "1 - avisos enviados a um cliente (CPF)".
           DISPLAY "2 - avisos pendentes de envio".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM CONSULTA-CPF
           WHEN 2
               PERFORM CONSULTA-PENDENTES
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       CONSULTA-CPF.
           DISPLAY "CPF do cliente: " WITH NO ADVANCING.
           ACCEPT CPF-PEDIDO.
           MOVE SPACES TO NOME-REL.
           STRING "AVISOS DO CPF " CPF-PEDIDO DELIMITED BY SIZE
               INTO NOME-REL.
           MOVE "REL_AVISOS_CPF" TO ARQ-REL.
           PERFORM INICIA-CONSULTA.
           MOVE CPF-PEDIDO TO CPF-AVISO.
           START ARQ-AVISO KEY IS EQUAL CPF-AVISO
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LE-POR-CPF UNTIL EOF = 1.
           PERFORM TERMINA-CONSULTA.

       LE-POR-CPF.
           READ ARQ-AVISO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CPF-AVISO NOT = CPF-PEDIDO
                   MOVE 1 TO EOF
               ELSE
                   PERFORM MOSTRA-AVISO.

       CONSULTA-PENDENTES.
           MOVE "AVISOS PENDENTES DE ENVIO" TO NOME-REL.
           MOVE "REL_AVISOS_PEND" TO ARQ-REL.
           PERFORM INICIA-CONSULTA.
           MOVE ZEROS TO CHAVE-AVISO.
           START ARQ-AVISO KEY IS NOT LESS THAN CHAVE-AVISO
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LE-PENDENTE UNTIL EOF = 1.
           PERFORM TERMINA-CONSULTA.

       LE-PENDENTE.
           READ ARQ-AVISO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF AVISO-PENDENTE
                   PERFORM MOSTRA-AVISO.

       INICIA-CONSULTA.
           MOVE ZEROS TO CONTADOR-AVISOS.
           MOVE ZERO TO EOF.
           DISPLAY "Gerar relatorio impresso (S/N)? "
               WITH NO ADVANCING.
           ACCEPT IMPRIME.
           IF IMPRIME = "s"
               MOVE "S" TO IMPRIME.
           IF IMPRIME = "S"
               MOVE "REGISTRO  CPF         CONTA    TIPO         "
                   TO CABEC-REL
               MOVE "CANAL      SITUACAO ENVIO"
                   TO CABEC-REL (46:25)
               PERFORM ABRE-RELATORIO.
           DISPLAY " ".
           DISPLAY "REGISTRO  CPF         CONTA    TIPO         "
               "CANAL      SITUACAO ENVIO".

       MOSTRA-AVISO.
           ADD 1 TO CONTADOR-AVISOS.
           MOVE VALOR-1-AVISO TO VALOR-1-E.
           MOVE VALOR-2-AVISO TO VALOR-2-E.
           MOVE SPACES TO DESTINO-E.
           EVALUATE TRUE
           WHEN AVISO-CARTA
               MOVE "CARTA" TO CANAL-E
               MOVE ENDERECO-AVISO TO DESTINO-E
           WHEN AVISO-SMS
               MOVE "SMS" TO CANAL-E
               MOVE TELEFONE-AVISO TO DESTINO-E
           WHEN OTHER
               MOVE "SEM CANAL" TO CANAL-E
           END-EVALUATE.
           IF AVISO-ENVIADO
               MOVE "ENVIADO" TO SITUACAO-E
           ELSE
               MOVE "PENDENTE" TO SITUACAO-E.
           DISPLAY DATA-AVISO "  " CPF-AVISO " " COD-ID-AVISO " "
               TIPO-AVISO " " CANAL-E " " SITUACAO-E " "
               DATA-ENVIO-AVISO.
           DISPLAY "   VALORES: " VALOR-1-E " " VALOR-2-E
               "  DATAS: " DATA-1-AVISO " " DATA-2-AVISO.
           DISPLAY "   REFERENCIA: " REFERENCIA-AVISO.
           DISPLAY "   DESTINO: " DESTINO-E.
           IF IMPRIME = "S"
               STRING DATA-AVISO "  " CPF-AVISO " " COD-ID-AVISO " "
                   TIPO-AVISO " " CANAL-E " " SITUACAO-E " "
                   DATA-ENVIO-AVISO DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               PERFORM GRAVA-LINHA-REL
               STRING "   VALORES: " VALOR-1-E " " VALOR-2-E
                   "  DATAS: " DATA-1-AVISO " " DATA-2-AVISO
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               PERFORM GRAVA-LINHA-REL
               STRING "   REFERENCIA: " REFERENCIA-AVISO
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               PERFORM GRAVA-LINHA-REL
               STRING "   DESTINO: " DESTINO-E
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               PERFORM GRAVA-LINHA-REL.

       TERMINA-CONSULTA.
           DISPLAY " ".
           DISPLAY "AVISOS ENCONTRADOS: " CONTADOR-AVISOS.
           IF IMPRIME = "S"
               PERFORM GRAVA-LINHA-REL
               STRING "AVISOS ENCONTRADOS: " CONTADOR-AVISOS
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

       END PROGRAM CONS-AVISO.
