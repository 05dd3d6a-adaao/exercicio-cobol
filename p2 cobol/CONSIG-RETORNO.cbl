       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIG-RETORNO.

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

           SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS ARQ-EMPRESTIMO-OK.

           SELECT ARQ-CONSIGDESC ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CONSIGDESC
           FILE STATUS ARQ-CONSIGDESC-OK.

           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID OF REG-ARQAGENCIA
           ALTERNATE RECORD KEY COD-CLIENTE OF REG-ARQAGENCIA
               WITH DUPLICATES
           FILE STATUS ARQ-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

           SELECT ARQ-RETORNO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-RETORNO-OK.

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

       FD ARQ-EMPRESTIMO LABEL RECORD STANDARD
           DATA RECORD IS R-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       01 R-EMPRESTIMO.
           02 NUM-CONTRATO PIC 9(6).
           02 COD-ID-CONTRATO PIC 9(8).
           02 VALOR-PRINCIPAL PIC 9(9)V99.
           02 TAXA-CONTRATO PIC 9V9999.
           02 NUM-PARCELAS PIC 9(3).
           02 VALOR-PARCELA PIC 9(9)V99.
           02 DIA-VENC-CONTRATO PIC 99.
           02 PARCELAS-PAGAS PIC 9(3).
           02 PARCELAS-ATRASO PIC 9(3).
           02 DATA-CONTRATACAO PIC 9(8).
           02 DATA-ULT-COBRANCA PIC 9(8).
           02 VALOR-MORA PIC 9(9)V99.
           02 DATA-PRIM-ATRASO PIC 9(8).
           02 DATA-ULT-MORA PIC 9(8).
           02 NUM-CONTRATO-ORIGEM PIC 9(6).
           02 STATUS-CONTRATO PIC X(1).
               88 CONTRATO-ATIVO VALUE "A".
               88 CONTRATO-LIQUIDADO VALUE "L".
               88 CONTRATO-RENEGOCIADO VALUE "R".
           02 TIPO-EMPRESTIMO PIC X(1).
               88 EMPRESTIMO-PESSOAL VALUE "P".
               88 EMPRESTIMO-CONSIGNADO VALUE "C".
           02 CNPJ-CONVENIO-EMP PIC 9(14).

       FD ARQ-CONSIGDESC LABEL RECORD STANDARD
           DATA RECORD IS R-CONSIGDESC
           VALUE OF FILE-ID IS "CONSIGDESC.DAT".

       01 R-CONSIGDESC.
           02 CHAVE-CONSIGDESC.
               03 NUM-CONTRATO-DESC PIC 9(6).
               03 COMPETENCIA-DESC PIC 9(6).
               03 NUM-PARCELA-DESC PIC 9(3).
           02 CNPJ-DESC PIC 9(14).
           02 COD-ID-DESC PIC 9(8).
           02 CPF-DESC PIC 9(11).
           02 VALOR-PARCELA-DESC PIC 9(9)V99.
           02 VALOR-DESCONTADO-DESC PIC 9(9)V99.
           02 DATA-DESC PIC 9(8).
           02 SITUACAO-DESC PIC X(1).
               88 DESCONTADO-FOLHA VALUE "D".
               88 DEBITADO-CONTA VALUE "C".
               88 MARGEM-INSUFICIENTE VALUE "M".

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
           02 ULTIMO-NUM-SEQ PIC 9(9).
           02 TIPO-CONTA PIC X(1).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       FD ARQ-RETORNO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOME-ARQ-RETORNO.

       01 LINHA-RETORNO PIC X(100).

       WORKING-STORAGE SECTION.
       01 ARQ-CONVENIO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CONSIGDESC-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-RETORNO-OK PIC X(2) VALUE ZEROS.
       01 NOME-ARQ-RETORNO PIC X(40) VALUE SPACES.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 ERRO-ABERTURA PIC 9 VALUE ZERO.
       01 FIM-CONTRATOS PIC 9 VALUE ZERO.
       01 FIM-DESCONTOS PIC 9 VALUE ZERO.
       01 RETORNO-ABERTO PIC 9 VALUE ZERO.
       01 DESCONTOS-DISPONIVEIS PIC 9 VALUE ZERO.

       01 DADOS-PERIODO.
           02 COMPETENCIA-RET PIC 9(6) VALUE ZEROS.

       01 DADOS-CONTRATO.
           02 REGISTROS-CONTRATO PIC 9(3) VALUE ZEROS.
           02 CODIGO-CONTRATO-R.
               03 AGENCIA-CONTRATO PIC 9(4).
               03 CONTA-CONTRATO PIC 9(4).

       01 TOTAIS-CONVENIO.
           02 QTD-DETALHES PIC 9(6) VALUE ZEROS.
           02 QTD-DESCONTADAS PIC 9(6) VALUE ZEROS.
           02 QTD-NAO-DESCONTADAS PIC 9(6) VALUE ZEROS.
           02 TOTAL-DESCONTADO PIC 9(11)V99 VALUE ZEROS.
           02 TOTAL-NAO-DESCONTADO PIC 9(11)V99 VALUE ZEROS.

       01 TOTAIS-GERAIS.
           02 CONTADOR-ARQUIVOS PIC 9(5) VALUE ZEROS.
           02 CONTADOR-DESCONTADAS PIC 9(7) VALUE ZEROS.
           02 CONTADOR-NAO-DESCONTADAS PIC 9(7) VALUE ZEROS.
           02 TOTAL-GERAL-DESCONTADO PIC 9(13)V99 VALUE ZEROS.

       01 REG-HEADER-RET.
           02 TIPO-REG-H PIC X(1) VALUE "0".
           02 ID-ARQUIVO-H PIC X(6) VALUE "CONSIG".
           02 CNPJ-H PIC 9(14).
           02 NOME-H PIC X(40).
           02 COMPETENCIA-H PIC 9(6).
           02 DATA-GERACAO-H PIC 9(8).
           02 FILLER PIC X(25) VALUE SPACES.

       01 REG-DETALHE-RET.
           02 TIPO-REG-D PIC X(1) VALUE "1".
           02 NUM-CONTRATO-D PIC 9(6).
           02 NUM-PARCELA-D PIC 9(3).
           02 CPF-D PIC 9(11).
           02 AGENCIA-D PIC 9(4).
           02 CONTA-D PIC 9(4).
           02 VALOR-PARCELA-D PIC 9(9)V99.
           02 VALOR-DESCONTADO-D PIC 9(9)V99.
           02 SITUACAO-D PIC X(1).
           02 DATA-D PIC 9(8).
           02 MOTIVO-D PIC X(30).
           02 FILLER PIC X(10) VALUE SPACES.

       01 REG-TRAILER-RET.
           02 TIPO-REG-T PIC X(1) VALUE "9".
           02 QTD-DETALHES-T PIC 9(6).
           02 QTD-DESCONTADAS-T PIC 9(6).
           02 QTD-NAO-DESCONTADAS-T PIC 9(6).
           02 TOTAL-DESCONTADO-T PIC 9(11)V99.
           02 TOTAL-NAO-DESCONTADO-T PIC 9(11)V99.
           02 FILLER PIC X(55) VALUE SPACES.

       01 DADOS-E.
           02 TOTAL-E PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       GERA.
           PERFORM ABRE.
           IF ERRO-ABERTURA = 0
               PERFORM LE-E-PROCESSA-CONVENIO UNTIL EOF = 1.
           PERFORM FECHA.
           STOP RUN.

       ABRE.
           DISPLAY "RETORNO MENSAL DE CONSIGNADOS AOS CONVENENTES".
           DISPLAY " ".
           PERFORM LE-DATA-MOVIMENTO.
           DISPLAY "Competencia (AAAAMM, 0 = mes do movimento): "
               WITH NO ADVANCING.
           ACCEPT COMPETENCIA-RET.
           IF COMPETENCIA-RET = ZEROS
               MOVE DATA-MOVIMENTO-DIA (1:6) TO COMPETENCIA-RET.
           OPEN INPUT ARQ-CONVENIO.
           IF ARQ-CONVENIO-OK NOT = "00"
               DISPLAY "Erro ao abrir CONVENIO.DAT - status "
                   ARQ-CONVENIO-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN INPUT ARQ-EMPRESTIMO.
           IF ARQ-EMPRESTIMO-OK NOT = "00"
               DISPLAY "Erro ao abrir EMPRESTIMO.DAT - status "
                   ARQ-EMPRESTIMO-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN INPUT ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN INPUT ARQ-CONSIGDESC.
           IF ARQ-CONSIGDESC-OK = "00"
               MOVE 1 TO DESCONTOS-DISPONIVEIS
           ELSE
               DISPLAY "CONSIGDESC.DAT sem registros - nenhum desconto "
                   "efetuado".
           IF ERRO-ABERTURA = 0
               MOVE ZEROS TO CNPJ-CONVENIO
               START ARQ-CONVENIO KEY IS NOT LESS THAN CNPJ-CONVENIO
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
           CLOSE ARQ-CONVENIO.
           CLOSE ARQ-EMPRESTIMO.
           CLOSE ARQ-CONTA.
           IF DESCONTOS-DISPONIVEIS = 1
               CLOSE ARQ-CONSIGDESC.
           IF ERRO-ABERTURA = 0
               DISPLAY " "
               DISPLAY "COMPETENCIA..........: " COMPETENCIA-RET
               DISPLAY "ARQUIVOS GERADOS.....: " CONTADOR-ARQUIVOS
               DISPLAY "PARCELAS DESCONTADAS.: " CONTADOR-DESCONTADAS
               DISPLAY "NAO DESCONTADAS......: "
                   CONTADOR-NAO-DESCONTADAS
               MOVE TOTAL-GERAL-DESCONTADO TO TOTAL-E
               DISPLAY "TOTAL DESCONTADO.....: " TOTAL-E.

       LE-E-PROCESSA-CONVENIO.
           READ ARQ-CONVENIO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               PERFORM PROCESSA-CONVENIO.

       PROCESSA-CONVENIO.
           MOVE ZERO TO RETORNO-ABERTO.
           INITIALIZE TOTAIS-CONVENIO.
           MOVE ZERO TO FIM-CONTRATOS.
           MOVE ZEROS TO NUM-CONTRATO.
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN NUM-CONTRATO
               INVALID KEY MOVE 1 TO FIM-CONTRATOS.
           PERFORM LE-E-PROCESSA-CONTRATO UNTIL FIM-CONTRATOS = 1.
           IF RETORNO-ABERTO = 1
               PERFORM GRAVA-TRAILER
               CLOSE ARQ-RETORNO
               ADD 1 TO CONTADOR-ARQUIVOS
               DISPLAY "Gerado " NOME-ARQ-RETORNO " com " QTD-DETALHES
                   " parcelas".

       LE-E-PROCESSA-CONTRATO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END MOVE 1 TO FIM-CONTRATOS.
           IF FIM-CONTRATOS = 0
               IF EMPRESTIMO-CONSIGNADO
                   AND CNPJ-CONVENIO-EMP = CNPJ-CONVENIO
                   PERFORM PROCESSA-CONTRATO.

       PROCESSA-CONTRATO.
           MOVE ZEROS TO REGISTROS-CONTRATO.
           IF DESCONTOS-DISPONIVEIS = 1
               MOVE ZERO TO FIM-DESCONTOS
               MOVE NUM-CONTRATO TO NUM-CONTRATO-DESC
               MOVE COMPETENCIA-RET TO COMPETENCIA-DESC
               MOVE ZEROS TO NUM-PARCELA-DESC
               START ARQ-CONSIGDESC
                   KEY IS NOT LESS THAN CHAVE-CONSIGDESC
                   INVALID KEY MOVE 1 TO FIM-DESCONTOS
               END-START
               PERFORM LE-E-LISTA-DESCONTO UNTIL FIM-DESCONTOS = 1.
           IF REGISTROS-CONTRATO = ZEROS AND CONTRATO-ATIVO
               AND DATA-CONTRATACAO (1:6) < COMPETENCIA-RET
               PERFORM LISTA-SEM-DESCONTO.

       LE-E-LISTA-DESCONTO.
           READ ARQ-CONSIGDESC NEXT RECORD
               AT END MOVE 1 TO FIM-DESCONTOS.
           IF FIM-DESCONTOS = 0
               IF NUM-CONTRATO-DESC NOT = NUM-CONTRATO
                   OR COMPETENCIA-DESC NOT = COMPETENCIA-RET
                   MOVE 1 TO FIM-DESCONTOS
               ELSE
                   PERFORM LISTA-DESCONTO.

       LISTA-DESCONTO.
           ADD 1 TO REGISTROS-CONTRATO.
           MOVE COD-ID-DESC TO CODIGO-CONTRATO-R.
           MOVE NUM-CONTRATO-DESC TO NUM-CONTRATO-D.
           MOVE NUM-PARCELA-DESC TO NUM-PARCELA-D.
           MOVE CPF-DESC TO CPF-D.
           MOVE AGENCIA-CONTRATO TO AGENCIA-D.
           MOVE CONTA-CONTRATO TO CONTA-D.
           MOVE VALOR-PARCELA-DESC TO VALOR-PARCELA-D.
           MOVE DATA-DESC TO DATA-D.
           EVALUATE TRUE
           WHEN DESCONTADO-FOLHA
               MOVE "D" TO SITUACAO-D
               MOVE VALOR-DESCONTADO-DESC TO VALOR-DESCONTADO-D
               MOVE "DESCONTADO EM FOLHA" TO MOTIVO-D
           WHEN DEBITADO-CONTA
               MOVE "N" TO SITUACAO-D
               MOVE ZEROS TO VALOR-DESCONTADO-D
               MOVE "NAO DESCONTADO - DEB EM CONTA" TO MOTIVO-D
           WHEN MARGEM-INSUFICIENTE
               MOVE "N" TO SITUACAO-D
               MOVE ZEROS TO VALOR-DESCONTADO-D
               MOVE "NAO DESCONTADO - SEM MARGEM" TO MOTIVO-D
           WHEN OTHER
               MOVE "N" TO SITUACAO-D
               MOVE ZEROS TO VALOR-DESCONTADO-D
               MOVE "SITUACAO NAO CLASSIFICADA" TO MOTIVO-D
           END-EVALUATE.
           PERFORM GRAVA-DETALHE.

       LISTA-SEM-DESCONTO.
           MOVE COD-ID-CONTRATO TO CODIGO-CONTRATO-R.
           MOVE NUM-CONTRATO TO NUM-CONTRATO-D.
           MOVE ZEROS TO NUM-PARCELA-D.
           MOVE ZEROS TO CPF-D.
           MOVE COD-ID-CONTRATO TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE COD-CLIENTE TO CPF-D
           END-READ.
           MOVE AGENCIA-CONTRATO TO AGENCIA-D.
           MOVE CONTA-CONTRATO TO CONTA-D.
           MOVE VALOR-PARCELA TO VALOR-PARCELA-D.
           MOVE ZEROS TO VALOR-DESCONTADO-D.
           MOVE "N" TO SITUACAO-D.
           MOVE ZEROS TO DATA-D.
           MOVE "NAO DESCONTADO - SEM CREDITO" TO MOTIVO-D.
           PERFORM GRAVA-DETALHE.

       GRAVA-DETALHE.
           IF RETORNO-ABERTO = 0
               PERFORM ABRE-RETORNO.
           IF RETORNO-ABERTO = 1
               MOVE REG-DETALHE-RET TO LINHA-RETORNO
               WRITE LINHA-RETORNO
               ADD 1 TO QTD-DETALHES
               IF SITUACAO-D = "D"
                   ADD 1 TO QTD-DESCONTADAS
                   ADD 1 TO CONTADOR-DESCONTADAS
                   ADD VALOR-DESCONTADO-D TO TOTAL-DESCONTADO
                   ADD VALOR-DESCONTADO-D TO TOTAL-GERAL-DESCONTADO
               ELSE
                   ADD 1 TO QTD-NAO-DESCONTADAS
                   ADD 1 TO CONTADOR-NAO-DESCONTADAS
                   ADD VALOR-PARCELA-D TO TOTAL-NAO-DESCONTADO.

       ABRE-RETORNO.
           MOVE SPACES TO NOME-ARQ-RETORNO.
           STRING "RETORNO_CONSIG_" CNPJ-CONVENIO "_" COMPETENCIA-RET
               ".TXT" DELIMITED BY SIZE INTO NOME-ARQ-RETORNO.
           OPEN OUTPUT ARQ-RETORNO.
           IF ARQ-RETORNO-OK NOT = "00"
               DISPLAY "Erro ao abrir " NOME-ARQ-RETORNO " - status "
                   ARQ-RETORNO-OK
           ELSE
               MOVE 1 TO RETORNO-ABERTO
               MOVE CNPJ-CONVENIO TO CNPJ-H
               MOVE NOME-CONVENIO TO NOME-H
               MOVE COMPETENCIA-RET TO COMPETENCIA-H
               MOVE DATA-MOVIMENTO-DIA TO DATA-GERACAO-H
               MOVE REG-HEADER-RET TO LINHA-RETORNO
               WRITE LINHA-RETORNO.

       GRAVA-TRAILER.
           MOVE QTD-DETALHES TO QTD-DETALHES-T.
           MOVE QTD-DESCONTADAS TO QTD-DESCONTADAS-T.
           MOVE QTD-NAO-DESCONTADAS TO QTD-NAO-DESCONTADAS-T.
           MOVE TOTAL-DESCONTADO TO TOTAL-DESCONTADO-T.
           MOVE TOTAL-NAO-DESCONTADO TO TOTAL-NAO-DESCONTADO-T.
           MOVE REG-TRAILER-RET TO LINHA-RETORNO.
           WRITE LINHA-RETORNO.

       END PROGRAM CONSIG-RETORNO.
