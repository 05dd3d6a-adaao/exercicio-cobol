       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSICAO-MES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAM ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-PARAM
           FILE STATUS ARQ-PARAM-OK.

           SELECT ARQ-CLIENTE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CPF-CLIENTE
           FILE STATUS ARQ-CLIENTE-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-PARAM LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAM
           VALUE OF FILE-ID IS "PARAM.DAT".

       01 REG-PARAM.
           02 CHAVE-PARAM PIC X(2).
           02 TETO-AUTORIZACAO PIC 9(9)V99.
           02 TAXA-JUROS-PARAM PIC 9V9999.
           02 SALDO-MINIMO-PARAM PIC S9(9)V99.
           02 DATA-CORTE-PARAM PIC 9(8).
           02 PERIODO-FECHAMENTO-PARAM PIC 9(6).

       FD ARQ-CLIENTE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqCliente.dat".

       01 REG-CLIENTE.
           02 CPF-CLIENTE PIC 9(11).
           02 NOME-CLIENTE PIC A(40).
           02 ENDERECO-CLIENTE PIC A(40).
           02 TELEFONE-CLIENTE PIC 9(11).

       WORKING-STORAGE SECTION.
       01 ARQ-PARAM-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CLIENTE-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 ERRO-ABERTURA PIC 9 VALUE ZERO.
       01 PERIODO-FECHAMENTO PIC 9(6) VALUE ZEROS.
       01 DATA-GERACAO PIC 9(8) VALUE ZEROS.

       01 DADOS-EXPOSICAO.
           02 CPF-EXPOSICAO PIC 9(11) VALUE ZEROS.
           02 SALDO-EMPRESTIMOS PIC 9(11)V99 VALUE ZEROS.
           02 LIMITES-CONTA PIC 9(11)V99 VALUE ZEROS.
           02 PRE-APROVADO PIC 9(11)V99 VALUE ZEROS.
           02 EXPOSICAO-ATUAL PIC 9(11)V99 VALUE ZEROS.
           02 LIMITE-CPF PIC 9(11)V99 VALUE ZEROS.
           02 ORIGEM-LIMITE PIC X(1) VALUE SPACE.
           02 RESULTADO-EXPOSICAO PIC 9(1) VALUE ZERO.
           02 EXCESSO-CPF PIC 9(11)V99 VALUE ZEROS.

       01 TABELA-MAIORES.
           02 QTD-MAIORES PIC 9(2) VALUE ZEROS.
           02 ITEM-MAIOR OCCURS 20 TIMES.
               03 TAB-CPF PIC 9(11).
               03 TAB-NOME PIC X(20).
               03 TAB-EMPRESTIMOS PIC 9(11)V99.
               03 TAB-LIMITES PIC 9(11)V99.
               03 TAB-PRE-APROVADO PIC 9(11)V99.
               03 TAB-EXPOSICAO PIC 9(11)V99.
       01 ITEM-TROCA.
           02 TRC-CPF PIC 9(11).
           02 TRC-NOME PIC X(20).
           02 TRC-EMPRESTIMOS PIC 9(11)V99.
           02 TRC-LIMITES PIC 9(11)V99.
           02 TRC-PRE-APROVADO PIC 9(11)V99.
           02 TRC-EXPOSICAO PIC 9(11)V99.
       01 IND-MAIOR PIC 9(2) VALUE ZEROS.
       01 IND-ANTERIOR PIC 9(2) VALUE ZEROS.
       01 FIM-SUBIDA PIC 9 VALUE ZERO.

       01 DADOS-TOTAIS.
           02 CONTADOR-CPFS PIC 9(7) VALUE ZEROS.
           02 CONTADOR-COM-EXPOSICAO PIC 9(7) VALUE ZEROS.
           02 CONTADOR-ACIMA PIC 9(7) VALUE ZEROS.
           02 CONTADOR-SEM-APURACAO PIC 9(7) VALUE ZEROS.
           02 TOTAL-EXPOSICAO PIC 9(13)V99 VALUE ZEROS.
           02 TOTAL-EXCESSO PIC 9(13)V99 VALUE ZEROS.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE "BATCH".
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       01 LINHA-EXCEDIDO.
           02 CPF-LIN PIC 9(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 NOME-LIN PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 EXPOSICAO-LIN PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LIMITE-LIN PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 EXCESSO-LIN PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 ORIGEM-LIN PIC X(7).

       01 LINHA-MAIOR.
           02 POSICAO-LIN PIC Z9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 CPF-MAIOR-LIN PIC 9(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 NOME-MAIOR-LIN PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 EMPRESTIMOS-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LIMITES-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRE-APROVADO-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 EXPOSICAO-MAIOR-LIN PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 DADOS-E.
           02 TOTAL-E PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       EXPOSICAO-MENSAL.
           PERFORM ABRE.
           IF ERRO-ABERTURA = 1
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM INICIA-RELATORIO.
           MOVE ZEROS TO CPF-CLIENTE.
           MOVE ZERO TO EOF.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CPF-CLIENTE
               INVALID KEY MOVE 1 TO EOF.
           PERFORM AVALIA-CLIENTE UNTIL EOF = 1.
           CLOSE ARQ-CLIENTE.
           PERFORM IMPRIME-MAIORES.
           PERFORM IMPRIME-TOTAIS.
           PERFORM FECHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "CPFS AVALIADOS.........: " CONTADOR-CPFS.
           DISPLAY "CPFS COM EXPOSICAO.....: " CONTADOR-COM-EXPOSICAO.
           DISPLAY "CPFS ACIMA DO LIMITE...: " CONTADOR-ACIMA.
           DISPLAY "CPFS NAO APURADOS......: " CONTADOR-SEM-APURACAO.
           DISPLAY "EXPOSICAO TOTAL........: " TOTAL-E.
           DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".
           GOBACK.

       ABRE.
           DISPLAY "EXPOSICAO DE CREDITO POR CPF - APURACAO MENSAL".
           DISPLAY " ".
           OPEN INPUT ARQ-PARAM.
           IF ARQ-PARAM-OK NOT = "00"
               DISPLAY "Erro ao abrir PARAM.DAT - status "
                   ARQ-PARAM-OK
               MOVE 1 TO ERRO-ABERTURA
           ELSE
               PERFORM LE-REGISTRO-PARAM
               CLOSE ARQ-PARAM.
           IF PERIODO-FECHAMENTO = ZEROS AND ERRO-ABERTURA = 0
               DISPLAY "Periodo de fechamento zerado - execute "
                   "PARAM-MANUT"
               MOVE 1 TO ERRO-ABERTURA.
           IF ERRO-ABERTURA = 0
               OPEN INPUT ARQ-CLIENTE
               IF ARQ-CLIENTE-OK NOT = "00"
                   DISPLAY "Erro ao abrir arqCliente.dat - status "
                       ARQ-CLIENTE-OK
                   MOVE 1 TO ERRO-ABERTURA.
           ACCEPT DATA-GERACAO FROM DATE YYYYMMDD.

       LE-REGISTRO-PARAM.
           MOVE "PR" TO CHAVE-PARAM.
           READ ARQ-PARAM INVALID KEY
               DISPLAY "Parametros nao cadastrados - execute "
                   "PARAM-MANUT"
               MOVE 1 TO ERRO-ABERTURA
           NOT INVALID KEY
               MOVE PERIODO-FECHAMENTO-PARAM TO PERIODO-FECHAMENTO
               DISPLAY "Mes de apuracao: " PERIODO-FECHAMENTO
           END-READ.

       INICIA-RELATORIO.
           MOVE SPACES TO NOME-REL.
           STRING "EXPOSICAO POR CPF " PERIODO-FECHAMENTO
               DELIMITED BY SIZE INTO NOME-REL.
           MOVE "REL_EXPOSICAO" TO ARQ-REL.
           MOVE "EXPOSICAO DE CREDITO POR CPF - EMPRESTIMOS, CHEQUE "
               TO CABEC-REL.
           MOVE "ESPECIAL E PRE-APROVADO" TO CABEC-REL (52:23).
           PERFORM ABRE-RELATORIO.
           STRING "CLIENTES ACIMA DO LIMITE DE EXPOSICAO - MES "
               PERIODO-FECHAMENTO " - APURADO EM " DATA-GERACAO
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE "CPF" TO LINHA-REL (1:3).
           MOVE "NOME" TO LINHA-REL (13:4).
           MOVE "EXPOSICAO" TO LINHA-REL (47:9).
           MOVE "LIMITE" TO LINHA-REL (68:6).
           MOVE "EXCESSO" TO LINHA-REL (85:7).
           MOVE "ORIGEM" TO LINHA-REL (93:6).
           PERFORM GRAVA-LINHA-REL.

       AVALIA-CLIENTE.
           READ ARQ-CLIENTE NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               ADD 1 TO CONTADOR-CPFS
               MOVE CPF-CLIENTE TO CPF-EXPOSICAO
               CALL "EXPOSICAO-CPF" USING CPF-EXPOSICAO,
                   SALDO-EMPRESTIMOS, LIMITES-CONTA, PRE-APROVADO,
                   EXPOSICAO-ATUAL, LIMITE-CPF, ORIGEM-LIMITE,
                   RESULTADO-EXPOSICAO
               IF RESULTADO-EXPOSICAO NOT = ZERO
                   ADD 1 TO CONTADOR-SEM-APURACAO
               ELSE
                   IF EXPOSICAO-ATUAL > ZEROS
                       PERFORM REGISTRA-EXPOSICAO.

       REGISTRA-EXPOSICAO.
           ADD 1 TO CONTADOR-COM-EXPOSICAO.
           ADD EXPOSICAO-ATUAL TO TOTAL-EXPOSICAO.
           PERFORM INCLUI-MAIORES.
           IF LIMITE-CPF > ZEROS AND EXPOSICAO-ATUAL > LIMITE-CPF
               PERFORM IMPRIME-EXCEDIDO.

       IMPRIME-EXCEDIDO.
           ADD 1 TO CONTADOR-ACIMA.
           COMPUTE EXCESSO-CPF = EXPOSICAO-ATUAL - LIMITE-CPF.
           ADD EXCESSO-CPF TO TOTAL-EXCESSO.
           MOVE CPF-CLIENTE TO CPF-LIN.
           MOVE NOME-CLIENTE TO NOME-LIN.
           MOVE EXPOSICAO-ATUAL TO EXPOSICAO-LIN.
           MOVE LIMITE-CPF TO LIMITE-LIN.
           MOVE EXCESSO-CPF TO EXCESSO-LIN.
           IF ORIGEM-LIMITE = "I"
               MOVE "CPF" TO ORIGEM-LIN
           ELSE
               MOVE "PADRAO" TO ORIGEM-LIN.
           MOVE LINHA-EXCEDIDO TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       INCLUI-MAIORES.
           IF QTD-MAIORES < 20
               ADD 1 TO QTD-MAIORES
               MOVE QTD-MAIORES TO IND-MAIOR
               PERFORM GUARDA-MAIOR
           ELSE
               IF EXPOSICAO-ATUAL > TAB-EXPOSICAO (20)
                   MOVE 20 TO IND-MAIOR
                   PERFORM GUARDA-MAIOR.

       GUARDA-MAIOR.
           MOVE CPF-CLIENTE TO TAB-CPF (IND-MAIOR).
           MOVE NOME-CLIENTE TO TAB-NOME (IND-MAIOR).
           MOVE SALDO-EMPRESTIMOS TO TAB-EMPRESTIMOS (IND-MAIOR).
           MOVE LIMITES-CONTA TO TAB-LIMITES (IND-MAIOR).
           MOVE PRE-APROVADO TO TAB-PRE-APROVADO (IND-MAIOR).
           MOVE EXPOSICAO-ATUAL TO TAB-EXPOSICAO (IND-MAIOR).
           MOVE ZERO TO FIM-SUBIDA.
           PERFORM SOBE-MAIOR UNTIL FIM-SUBIDA = 1.

       SOBE-MAIOR.
           IF IND-MAIOR = 1
               MOVE 1 TO FIM-SUBIDA
           ELSE
               COMPUTE IND-ANTERIOR = IND-MAIOR - 1
               IF TAB-EXPOSICAO (IND-MAIOR) >
                   TAB-EXPOSICAO (IND-ANTERIOR)
                   MOVE ITEM-MAIOR (IND-MAIOR) TO ITEM-TROCA
                   MOVE ITEM-MAIOR (IND-ANTERIOR)
                       TO ITEM-MAIOR (IND-MAIOR)
                   MOVE ITEM-TROCA TO ITEM-MAIOR (IND-ANTERIOR)
                   MOVE IND-ANTERIOR TO IND-MAIOR
               ELSE
                   MOVE 1 TO FIM-SUBIDA.

       IMPRIME-MAIORES.
           IF CONTADOR-ACIMA = ZEROS
               MOVE "NENHUM CLIENTE ACIMA DO LIMITE" TO LINHA-REL
               PERFORM GRAVA-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "MAIORES EXPOSICOES DE CREDITO - MES "
               PERIODO-FECHAMENTO DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE "PO" TO LINHA-REL (1:2).
           MOVE "CPF" TO LINHA-REL (4:3).
           MOVE "NOME" TO LINHA-REL (16:4).
           MOVE "EMPRESTIMOS" TO LINHA-REL (40:11).
           MOVE "CHEQUE ESP" TO LINHA-REL (56:10).
           MOVE "PRE-APROVADO" TO LINHA-REL (69:12).
           MOVE "EXPOSICAO" TO LINHA-REL (90:9).
           PERFORM GRAVA-LINHA-REL.
           PERFORM IMPRIME-UM-MAIOR VARYING IND-MAIOR FROM 1 BY 1
               UNTIL IND-MAIOR > QTD-MAIORES.

       IMPRIME-UM-MAIOR.
           MOVE IND-MAIOR TO POSICAO-LIN.
           MOVE TAB-CPF (IND-MAIOR) TO CPF-MAIOR-LIN.
           MOVE TAB-NOME (IND-MAIOR) TO NOME-MAIOR-LIN.
           MOVE TAB-EMPRESTIMOS (IND-MAIOR) TO EMPRESTIMOS-LIN.
           MOVE TAB-LIMITES (IND-MAIOR) TO LIMITES-LIN.
           MOVE TAB-PRE-APROVADO (IND-MAIOR) TO PRE-APROVADO-LIN.
           MOVE TAB-EXPOSICAO (IND-MAIOR) TO EXPOSICAO-MAIOR-LIN.
           MOVE LINHA-MAIOR TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       IMPRIME-TOTAIS.
           PERFORM GRAVA-LINHA-REL.
           STRING "CPFS AVALIADOS: " CONTADOR-CPFS
               "  COM EXPOSICAO: " CONTADOR-COM-EXPOSICAO
               "  ACIMA DO LIMITE: " CONTADOR-ACIMA
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-EXPOSICAO TO TOTAL-E.
           STRING "EXPOSICAO TOTAL DA CARTEIRA: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-EXCESSO TO TOTAL-E.
           STRING "EXCESSO TOTAL SOBRE LIMITES: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           IF CONTADOR-SEM-APURACAO > ZEROS
               STRING "CPFS NAO APURADOS: " CONTADOR-SEM-APURACAO
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-EXPOSICAO TO TOTAL-E.

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

       END PROGRAM EXPOSICAO-MES.
