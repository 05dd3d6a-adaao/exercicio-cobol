       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPASSE-CONTAS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PAGCONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-PAGTO
           ALTERNATE RECORD KEY IS CODIGO-BARRAS-PAGTO
               WITH DUPLICATES
           FILE STATUS ARQ-PAGCONTA-OK.

           SELECT ARQ-ARRECAD ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-ARRECAD
           FILE STATUS ARQ-ARRECAD-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

           SELECT ARQ-REPASSE ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-REPASSE-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-PAGCONTA LABEL RECORD STANDARD
           DATA RECORD IS R-PAGCONTA
           VALUE OF FILE-ID IS "PAGCONTA.DAT".

       01 R-PAGCONTA.
           02 NUM-PAGTO PIC 9(9).
           02 DATA-PAGTO PIC 9(8).
           02 TIPO-DOC-PAGTO PIC X(1).
               88 DOC-ARRECADACAO VALUE "A".
               88 DOC-BOLETO VALUE "B".
           02 CODIGO-BARRAS-PAGTO PIC X(44).
           02 SEGMENTO-PAGTO PIC X(1).
           02 EMPRESA-PAGTO PIC 9(4).
           02 BANCO-PAGTO PIC 9(3).
           02 VALOR-DOC-PAGTO PIC 9(9)V99.
           02 VALOR-PAGTO PIC 9(9)V99.
           02 FORMA-PAGTO PIC X(1).
           02 COD-ID-PAGTO PIC 9(8).
           02 OPERADOR-PAGTO PIC X(8).
           02 NUM-SEQ-PAGTO PIC 9(9).
           02 NUM-COMPROV-PAGTO PIC 9(9).
           02 STATUS-PAGTO PIC X(1).
               88 PAGTO-EFETUADO VALUE "P".
               88 PAGTO-REPASSADO VALUE "R".
           02 DATA-REPASSE-PAGTO PIC 9(8).

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
           02 DATA-ACUM-ARR PIC 9(8).
           02 QTD-DIA-ARR PIC 9(7).
           02 VALOR-DIA-ARR PIC 9(11)V99.
           02 MES-ACUM-ARR PIC 9(6).
           02 QTD-MES-ARR PIC 9(7).
           02 VALOR-MES-ARR PIC 9(11)V99.

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       FD ARQ-REPASSE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOME-ARQ-REPASSE.

       01 LINHA-REPASSE PIC X(100).

       WORKING-STORAGE SECTION.
       01 ARQ-PAGCONTA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-ARRECAD-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-REPASSE-OK PIC X(2) VALUE ZEROS.
       01 NOME-ARQ-REPASSE PIC X(40) VALUE SPACES.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 DATA-REPASSE PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 ERRO-ABERTURA PIC 9 VALUE ZERO.
       01 FIM-PAGAMENTOS PIC 9 VALUE ZERO.
       01 REPASSE-ABERTO PIC 9 VALUE ZERO.

       01 TOTAIS-ARQUIVO.
           02 QTD-ARQUIVO PIC 9(7) VALUE ZEROS.
           02 VALOR-ARQUIVO PIC 9(11)V99 VALUE ZEROS.

       01 TOTAIS-GERAIS.
           02 CONTADOR-CONVENIOS PIC 9(5) VALUE ZEROS.
           02 CONTADOR-ARRECADACAO PIC 9(7) VALUE ZEROS.
           02 TOTAL-ARRECADACAO PIC 9(13)V99 VALUE ZEROS.
           02 CONTADOR-BOLETOS PIC 9(7) VALUE ZEROS.
           02 TOTAL-BOLETOS PIC 9(13)V99 VALUE ZEROS.
           02 CONTADOR-DIVERGENCIAS PIC 9(5) VALUE ZEROS.
           02 CONTADOR-SEM-CONVENIO PIC 9(5) VALUE ZEROS.

       01 TABELA-BANCOS.
           02 QTD-BANCOS PIC 9(3) VALUE ZEROS.
           02 TAB-BANCO OCCURS 100 TIMES.
               03 TAB-COD-BANCO PIC 9(3).
               03 TAB-QTD-BANCO PIC 9(7).
               03 TAB-VALOR-BANCO PIC 9(11)V99.
       01 IND-BANCO PIC 9(3) VALUE ZEROS.
       01 ACHOU-BANCO PIC 9 VALUE ZERO.

       01 REG-HEADER-REP.
           02 TIPO-REG-H PIC X(1) VALUE "0".
           02 ID-ARQUIVO-H PIC X(8).
           02 IDENT-H PIC X(5).
           02 NOME-H PIC X(40).
           02 BANCO-H PIC 9(3).
           02 AGENCIA-H PIC 9(4).
           02 CONTA-H PIC 9(10).
           02 DATA-REPASSE-H PIC 9(8).
           02 DATA-GERACAO-H PIC 9(8).
           02 FILLER PIC X(13) VALUE SPACES.

       01 REG-DETALHE-REP.
           02 TIPO-REG-D PIC X(1) VALUE "1".
           02 NUM-PAGTO-D PIC 9(9).
           02 CODIGO-BARRAS-D PIC X(44).
           02 VALOR-DOC-D PIC 9(9)V99.
           02 VALOR-PAGO-D PIC 9(9)V99.
           02 FORMA-D PIC X(1).
           02 DATA-PAGTO-D PIC 9(8).
           02 NUM-COMPROV-D PIC 9(9).
           02 FILLER PIC X(6) VALUE SPACES.

       01 REG-TRAILER-REP.
           02 TIPO-REG-T PIC X(1) VALUE "9".
           02 QTD-T PIC 9(7).
           02 VALOR-T PIC 9(11)V99.
           02 FILLER PIC X(79) VALUE SPACES.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE "BATCH".
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       01 DADOS-E.
           02 VALOR-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 VALOR-ACUM-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-E PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       GERA.
           PERFORM ABRE.
           IF ERRO-ABERTURA = 0
               PERFORM LE-E-PROCESSA-CONVENIO UNTIL EOF = 1
               PERFORM PROCESSA-BOLETOS
               PERFORM CONFERE-SEM-CONVENIO
               PERFORM IMPRIME-RESUMO.
           PERFORM FECHA.
           STOP RUN.

       ABRE.
           DISPLAY "REPASSE DE ARRECADACAO E COMPENSACAO DE BOLETOS".
           DISPLAY " ".
           PERFORM LE-DATA-MOVIMENTO.
           DISPLAY "Data dos pagamentos (AAAAMMDD, 0 = movimento): "
               WITH NO ADVANCING.
           ACCEPT DATA-REPASSE.
           IF DATA-REPASSE = ZEROS
               MOVE DATA-MOVIMENTO-DIA TO DATA-REPASSE.
           OPEN I-O ARQ-PAGCONTA.
           IF ARQ-PAGCONTA-OK NOT = "00"
               DISPLAY "Erro ao abrir PAGCONTA.DAT - status "
                   ARQ-PAGCONTA-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN INPUT ARQ-ARRECAD.
           IF ARQ-ARRECAD-OK NOT = "00"
               DISPLAY "Erro ao abrir ARRECAD.DAT - status "
                   ARQ-ARRECAD-OK
               MOVE 1 TO ERRO-ABERTURA.
           IF ERRO-ABERTURA = 0
               MOVE "REPASSE DE CONTAS E BOLETOS" TO NOME-REL
               MOVE "REL_REPASSE_CONTAS" TO ARQ-REL
               MOVE "CONVENIO/BANCO NOME" TO CABEC-REL
               MOVE "QTDE                VALOR    OBS" TO CABEC-REL
                   (57:32)
               PERFORM ABRE-RELATORIO
               MOVE SPACES TO CHAVE-ARRECAD
               START ARQ-ARRECAD KEY IS NOT LESS THAN CHAVE-ARRECAD
                   INVALID KEY MOVE 1 TO EOF.

       LE-DATA-MOVIMENTO.
           MOVE ZEROS TO DATA-MOVIMENTO-DIA.
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

       FECHA.
           CLOSE ARQ-PAGCONTA.
           CLOSE ARQ-ARRECAD.
           IF ERRO-ABERTURA = 0
               PERFORM FECHA-RELATORIO
               DISPLAY " "
               DISPLAY "DATA DOS PAGAMENTOS....: " DATA-REPASSE
               DISPLAY "CONVENIOS REPASSADOS...: " CONTADOR-CONVENIOS
               MOVE TOTAL-ARRECADACAO TO TOTAL-E
               DISPLAY "CONTAS DE CONSUMO......: " CONTADOR-ARRECADACAO
                   "  " TOTAL-E
               MOVE TOTAL-BOLETOS TO TOTAL-E
               DISPLAY "BOLETOS A COMPENSAR....: " CONTADOR-BOLETOS
                   "  " TOTAL-E
               DISPLAY "DIVERGENCIAS...........: "
                   CONTADOR-DIVERGENCIAS
               DISPLAY "PAGTOS SEM CONVENIO....: "
                   CONTADOR-SEM-CONVENIO
               DISPLAY "Relatorio gravado com " CONTADOR-REL
                   " linhas".

       LE-E-PROCESSA-CONVENIO.
           READ ARQ-ARRECAD NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               PERFORM PROCESSA-CONVENIO.

       PROCESSA-CONVENIO.
           MOVE ZERO TO REPASSE-ABERTO.
           INITIALIZE TOTAIS-ARQUIVO.
           MOVE ZERO TO FIM-PAGAMENTOS.
           MOVE ZEROS TO NUM-PAGTO.
           START ARQ-PAGCONTA KEY IS NOT LESS THAN NUM-PAGTO
               INVALID KEY MOVE 1 TO FIM-PAGAMENTOS.
           PERFORM LE-PAGAMENTO-CONVENIO UNTIL FIM-PAGAMENTOS = 1.
           IF REPASSE-ABERTO = 1
               PERFORM GRAVA-TRAILER
               CLOSE ARQ-REPASSE
               ADD 1 TO CONTADOR-CONVENIOS
               DISPLAY "Gerado " NOME-ARQ-REPASSE " com " QTD-ARQUIVO
                   " pagamentos".
           PERFORM IMPRIME-CONVENIO.

       LE-PAGAMENTO-CONVENIO.
           READ ARQ-PAGCONTA NEXT RECORD
               AT END MOVE 1 TO FIM-PAGAMENTOS.
           IF FIM-PAGAMENTOS = 0
               IF DOC-ARRECADACAO AND DATA-PAGTO = DATA-REPASSE
                   AND SEGMENTO-PAGTO = SEGMENTO-ARR
                   AND EMPRESA-PAGTO = EMPRESA-ARR
                   PERFORM REPASSA-PAGAMENTO.

       REPASSA-PAGAMENTO.
           IF REPASSE-ABERTO = 0
               MOVE SPACES TO NOME-ARQ-REPASSE
               STRING "REPASSE_" SEGMENTO-ARR EMPRESA-ARR "_"
                   DATA-REPASSE ".TXT" DELIMITED BY SIZE
                   INTO NOME-ARQ-REPASSE
               MOVE "REPASSE " TO ID-ARQUIVO-H
               MOVE CHAVE-ARRECAD TO IDENT-H
               MOVE NOME-ARR TO NOME-H
               MOVE BANCO-REPASSE-ARR TO BANCO-H
               MOVE AGENCIA-REPASSE-ARR TO AGENCIA-H
               MOVE CONTA-REPASSE-ARR TO CONTA-H
               PERFORM ABRE-REPASSE.
           IF REPASSE-ABERTO = 1
               PERFORM GRAVA-DETALHE
               ADD 1 TO CONTADOR-ARRECADACAO
               ADD VALOR-PAGTO TO TOTAL-ARRECADACAO.

       IMPRIME-CONVENIO.
           IF QTD-ARQUIVO > ZEROS OR
               (DATA-ACUM-ARR = DATA-REPASSE AND QTD-DIA-ARR > ZEROS)
               MOVE VALOR-ARQUIVO TO VALOR-E
               STRING CHAVE-ARRECAD "          " NOME-ARR " "
                   QTD-ARQUIVO " " VALOR-E DELIMITED BY SIZE
                   INTO LINHA-REL
               IF DATA-ACUM-ARR = DATA-REPASSE
                   AND (QTD-DIA-ARR NOT = QTD-ARQUIVO
                   OR VALOR-DIA-ARR NOT = VALOR-ARQUIVO)
                   MOVE "DIVERGENTE" TO LINHA-REL (86:10)
                   PERFORM GRAVA-LINHA-REL
                   MOVE VALOR-DIA-ARR TO VALOR-ACUM-E
                   STRING "    ACUMULADO NO CONVENIO: " QTD-DIA-ARR " "
                       VALOR-ACUM-E DELIMITED BY SIZE INTO LINHA-REL
                   ADD 1 TO CONTADOR-DIVERGENCIAS
               END-IF
               PERFORM GRAVA-LINHA-REL.

       PROCESSA-BOLETOS.
           MOVE ZERO TO REPASSE-ABERTO.
           INITIALIZE TOTAIS-ARQUIVO.
           MOVE ZERO TO FIM-PAGAMENTOS.
           MOVE ZEROS TO NUM-PAGTO.
           START ARQ-PAGCONTA KEY IS NOT LESS THAN NUM-PAGTO
               INVALID KEY MOVE 1 TO FIM-PAGAMENTOS.
           PERFORM LE-PAGAMENTO-BOLETO UNTIL FIM-PAGAMENTOS = 1.
           IF REPASSE-ABERTO = 1
               PERFORM GRAVA-TRAILER
               CLOSE ARQ-REPASSE
               DISPLAY "Gerado " NOME-ARQ-REPASSE " com " QTD-ARQUIVO
                   " boletos".
           PERFORM GRAVA-LINHA-REL.
           MOVE "BOLETOS DE OUTROS BANCOS A COMPENSAR" TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE 1 TO IND-BANCO.
           PERFORM IMPRIME-BANCO UNTIL IND-BANCO > QTD-BANCOS.

       LE-PAGAMENTO-BOLETO.
           READ ARQ-PAGCONTA NEXT RECORD
               AT END MOVE 1 TO FIM-PAGAMENTOS.
           IF FIM-PAGAMENTOS = 0
               IF DOC-BOLETO AND DATA-PAGTO = DATA-REPASSE
                   PERFORM COMPENSA-PAGAMENTO.

       COMPENSA-PAGAMENTO.
           IF REPASSE-ABERTO = 0
               MOVE SPACES TO NOME-ARQ-REPASSE
               STRING "COMPENSA_BOLETOS_" DATA-REPASSE ".TXT"
                   DELIMITED BY SIZE INTO NOME-ARQ-REPASSE
               MOVE "COMPENSA" TO ID-ARQUIVO-H
               MOVE SPACES TO IDENT-H
               MOVE "BOLETOS DE OUTROS BANCOS" TO NOME-H
               MOVE ZEROS TO BANCO-H
               MOVE ZEROS TO AGENCIA-H
               MOVE ZEROS TO CONTA-H
               PERFORM ABRE-REPASSE.
           IF REPASSE-ABERTO = 1
               PERFORM GRAVA-DETALHE
               ADD 1 TO CONTADOR-BOLETOS
               ADD VALOR-PAGTO TO TOTAL-BOLETOS
               PERFORM ACUMULA-BANCO.

       ACUMULA-BANCO.
           MOVE ZERO TO ACHOU-BANCO.
           MOVE 1 TO IND-BANCO.
           PERFORM PROCURA-BANCO
               UNTIL IND-BANCO > QTD-BANCOS OR ACHOU-BANCO = 1.
           IF ACHOU-BANCO = 0 AND QTD-BANCOS < 100
               ADD 1 TO QTD-BANCOS
               MOVE QTD-BANCOS TO IND-BANCO
               MOVE BANCO-PAGTO TO TAB-COD-BANCO (IND-BANCO)
               MOVE ZEROS TO TAB-QTD-BANCO (IND-BANCO)
               MOVE ZEROS TO TAB-VALOR-BANCO (IND-BANCO)
               MOVE 1 TO ACHOU-BANCO.
           IF ACHOU-BANCO = 1
               ADD 1 TO TAB-QTD-BANCO (IND-BANCO)
               ADD VALOR-PAGTO TO TAB-VALOR-BANCO (IND-BANCO).

       PROCURA-BANCO.
           IF TAB-COD-BANCO (IND-BANCO) = BANCO-PAGTO
               MOVE 1 TO ACHOU-BANCO
           ELSE
               ADD 1 TO IND-BANCO.

       IMPRIME-BANCO.
           MOVE TAB-VALOR-BANCO (IND-BANCO) TO VALOR-E.
           STRING "BANCO " TAB-COD-BANCO (IND-BANCO)
               DELIMITED BY SIZE INTO LINHA-REL.
           STRING TAB-QTD-BANCO (IND-BANCO) " " VALOR-E
               DELIMITED BY SIZE INTO LINHA-REL (57:25).
           PERFORM GRAVA-LINHA-REL.
           ADD 1 TO IND-BANCO.

       CONFERE-SEM-CONVENIO.
           MOVE ZERO TO FIM-PAGAMENTOS.
           MOVE ZEROS TO NUM-PAGTO.
           START ARQ-PAGCONTA KEY IS NOT LESS THAN NUM-PAGTO
               INVALID KEY MOVE 1 TO FIM-PAGAMENTOS.
           PERFORM LE-PAGAMENTO-SEM-CONVENIO UNTIL FIM-PAGAMENTOS = 1.

       LE-PAGAMENTO-SEM-CONVENIO.
           READ ARQ-PAGCONTA NEXT RECORD
               AT END MOVE 1 TO FIM-PAGAMENTOS.
           IF FIM-PAGAMENTOS = 0
               IF DOC-ARRECADACAO AND DATA-PAGTO = DATA-REPASSE
                   MOVE SEGMENTO-PAGTO TO SEGMENTO-ARR
                   MOVE EMPRESA-PAGTO TO EMPRESA-ARR
                   READ ARQ-ARRECAD INVALID KEY
                       PERFORM IMPRIME-SEM-CONVENIO
                   END-READ.

       IMPRIME-SEM-CONVENIO.
           ADD 1 TO CONTADOR-SEM-CONVENIO.
           MOVE VALOR-PAGTO TO VALOR-E.
           STRING "SEM CONVENIO: PAGTO " NUM-PAGTO " EMPRESA "
               SEGMENTO-PAGTO EMPRESA-PAGTO " " VALOR-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       IMPRIME-RESUMO.
           PERFORM GRAVA-LINHA-REL.
           MOVE "TOTAIS DE CONTROLE" TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-ARRECADACAO TO TOTAL-E.
           STRING "CONTAS DE CONSUMO REPASSADAS: " CONTADOR-ARRECADACAO
               " " TOTAL-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-BOLETOS TO TOTAL-E.
           STRING "BOLETOS A COMPENSAR.........: " CONTADOR-BOLETOS
               " " TOTAL-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "CONVENIOS DIVERGENTES.......: "
               CONTADOR-DIVERGENCIAS DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "PAGAMENTOS SEM CONVENIO.....: "
               CONTADOR-SEM-CONVENIO DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       ABRE-REPASSE.
           OPEN OUTPUT ARQ-REPASSE.
           IF ARQ-REPASSE-OK NOT = "00"
               DISPLAY "Erro ao abrir " NOME-ARQ-REPASSE " - status "
                   ARQ-REPASSE-OK
           ELSE
               MOVE 1 TO REPASSE-ABERTO
               MOVE DATA-REPASSE TO DATA-REPASSE-H
               MOVE DATA-MOVIMENTO-DIA TO DATA-GERACAO-H
               MOVE REG-HEADER-REP TO LINHA-REPASSE
               WRITE LINHA-REPASSE.

       GRAVA-DETALHE.
           MOVE NUM-PAGTO TO NUM-PAGTO-D.
           MOVE CODIGO-BARRAS-PAGTO TO CODIGO-BARRAS-D.
           MOVE VALOR-DOC-PAGTO TO VALOR-DOC-D.
           MOVE VALOR-PAGTO TO VALOR-PAGO-D.
           MOVE FORMA-PAGTO TO FORMA-D.
           MOVE DATA-PAGTO TO DATA-PAGTO-D.
           MOVE NUM-COMPROV-PAGTO TO NUM-COMPROV-D.
           MOVE REG-DETALHE-REP TO LINHA-REPASSE.
           WRITE LINHA-REPASSE.
           ADD 1 TO QTD-ARQUIVO.
           ADD VALOR-PAGTO TO VALOR-ARQUIVO.
           MOVE "R" TO STATUS-PAGTO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-REPASSE-PAGTO.
           REWRITE R-PAGCONTA INVALID KEY
               DISPLAY "Erro ao marcar repasse do pagamento "
                   NUM-PAGTO.

       GRAVA-TRAILER.
           MOVE QTD-ARQUIVO TO QTD-T.
           MOVE VALOR-ARQUIVO TO VALOR-T.
           MOVE REG-TRAILER-REP TO LINHA-REPASSE.
           WRITE LINHA-REPASSE.

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

       END PROGRAM REPASSE-CONTAS.
