       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-REND.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CPF-CLIENTE
           FILE STATUS ARQ-CLIENTE-OK.

           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID OF REG-ARQAGENCIA
           ALTERNATE RECORD KEY COD-CLIENTE OF REG-ARQAGENCIA
               WITH DUPLICATES
           FILE STATUS ARQ-OK.

           SELECT ARQ-TITULAR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-TITULAR
           ALTERNATE RECORD KEY CPF-TITULAR WITH DUPLICATES
           FILE STATUS ARQ-TITULAR-OK.

           SELECT ARQ-POSICAO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-POSICAO
           FILE STATUS ARQ-POSICAO-OK.

           SELECT ARQ-EXTR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-EXTR
           FILE STATUS ARQ-EXTR-OK.

           SELECT ARQ-HIST ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-HIST
           FILE STATUS ARQ-HIST-OK.

           SELECT ARQ-CDB ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-CDB
           FILE STATUS ARQ-CDB-OK.

           SELECT ARQ-CDBIR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CDBIR
           FILE STATUS ARQ-CDBIR-OK.

           SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS ARQ-EMPRESTIMO-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

           SELECT ARQ-INFORME ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-INFORME-OK.

           SELECT ARQ-CONSOLIDADO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-CONSOLIDADO-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-CLIENTE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqCliente.dat".

       01 REG-CLIENTE.
           02 CPF-CLIENTE PIC 9(11).
           02 NOME-CLIENTE PIC A(40).
           02 ENDERECO-CLIENTE PIC A(40).
           02 TELEFONE-CLIENTE PIC 9(11).

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

       FD ARQ-TITULAR LABEL RECORD STANDARD
           DATA RECORD IS R-TITULAR
           VALUE OF FILE-ID IS "TITULAR.DAT".

       01 R-TITULAR.
           02 CHAVE-TITULAR.
               03 COD-ID-TITULAR PIC 9(8).
               03 CPF-TITULAR PIC 9(11).
           02 TIPO-TITULAR PIC X(1).
               88 TITULAR-PRINCIPAL VALUE "T".
               88 CO-TITULAR VALUE "C".
           02 DATA-INCLUSAO-TIT PIC 9(8).

       FD ARQ-POSICAO LABEL RECORD STANDARD
           DATA RECORD IS R-POSICAO
           VALUE OF FILE-ID IS "POSICAO.DAT".

       01 R-POSICAO.
           02 CHAVE-POSICAO.
               03 DATA-POSICAO PIC 9(8).
               03 COD-ID-POSICAO PIC 9(8).
           02 SALDO-POSICAO PIC S9(9)V99.
           02 LIMITE-POSICAO PIC S9(9)V99.
           02 STATUS-POSICAO PIC X(1).

       FD ARQ-EXTR LABEL RECORD STANDARD
           DATA RECORD IS R-EXTR
           VALUE OF FILE-ID IS "ARQEXTR.DAT".

       01 R-EXTR.
           02 DATA-SISTEMA.
               03 ANO PIC 9999.
               03 MES PIC 99.
               03 DIA PIC 99.
           02 CHAVE-EXTR.
               03 CODIGO PIC 9(8).
               03 NUM-SEQ PIC 9(9).
           02 TIPO-MOV PIC X(12).
           02 VL-MOV PIC S9(9)V99.
           02 SD-ATUAL PIC S9(9)V99.
           02 OPERADOR PIC X(8).

       FD ARQ-HIST LABEL RECORD STANDARD
           DATA RECORD IS R-HIST
           VALUE OF FILE-ID IS "ARQEXTR_HIST.DAT".

       01 R-HIST.
           02 DATA-SISTEMA-HIST.
               03 ANO-HIST PIC 9999.
               03 MES-HIST PIC 99.
               03 DIA-HIST PIC 99.
           02 CHAVE-HIST.
               03 CODIGO-HIST PIC 9(8).
               03 NUM-SEQ-HIST PIC 9(9).
           02 TIPO-MOV-HIST PIC X(12).
           02 VL-MOV-HIST PIC S9(9)V99.
           02 SD-ATUAL-HIST PIC S9(9)V99.
           02 OPERADOR-HIST PIC X(8).

       FD ARQ-CDB LABEL RECORD STANDARD
           DATA RECORD IS R-CDB
           VALUE OF FILE-ID IS "CDB.DAT".

       01 R-CDB.
           02 NUM-CDB PIC 9(6).
           02 COD-ID-CDB PIC 9(8).
           02 VALOR-APLICADO PIC 9(9)V99.
           02 TAXA-CDB PIC 9V9999.
           02 PRAZO-DIAS PIC 9(4).
           02 DATA-APLICACAO PIC 9(8).
           02 DATA-VENCIMENTO-CDB PIC 9(8).
           02 SALDO-ATUAL-CDB PIC 9(9)V99.
           02 DATA-ULT-RENDIMENTO PIC 9(8).
           02 STATUS-CDB PIC X(1).
               88 CDB-ATIVO VALUE "A".
               88 CDB-RESGATADO VALUE "R".
               88 CDB-LIQUIDADO VALUE "L".

       FD ARQ-CDBIR LABEL RECORD STANDARD
           DATA RECORD IS R-CDBIR
           VALUE OF FILE-ID IS "CDBIR.DAT".

       01 R-CDBIR.
           02 CHAVE-CDBIR.
               03 CPF-CDBIR PIC 9(11).
               03 NUM-CDB-IR PIC 9(6).
           02 COD-ID-CDBIR PIC 9(8).
           02 DATA-RESGATE-IR PIC 9(8).
           02 DATA-RESGATE-IR-R REDEFINES DATA-RESGATE-IR.
               03 ANO-RESGATE-IR PIC 9999.
               03 MES-DIA-RESGATE-IR PIC 9(4).
           02 TIPO-RESGATE-IR PIC X(1).
               88 RESGATE-VENCIMENTO VALUE "V".
               88 RESGATE-ANTECIPADO VALUE "A".
           02 VALOR-APLICADO-IR PIC 9(9)V99.
           02 RENDIMENTO-BRUTO-IR PIC 9(9)V99.
           02 ALIQUOTA-IR-RET PIC 9V999.
           02 VALOR-IR-RET PIC 9(9)V99.
           02 VALOR-LIQUIDO-IR PIC 9(9)V99.

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

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       FD ARQ-INFORME LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOME-ARQ-INFORME.

       01 LINHA-INFORME PIC X(100).

       FD ARQ-CONSOLIDADO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOME-ARQ-CONSOLIDADO.

       01 LINHA-CONSOLIDADO PIC X(150).

       WORKING-STORAGE SECTION.
       01 ARQ-CLIENTE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-TITULAR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-POSICAO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EXTR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-HIST-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CDB-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CDBIR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-INFORME-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CONSOLIDADO-OK PIC X(2) VALUE ZEROS.
       01 NOME-ARQ-INFORME PIC X(40) VALUE SPACES.
       01 NOME-ARQ-CONSOLIDADO PIC X(40) VALUE SPACES.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 FIM-CONTAS PIC 9 VALUE ZERO.
       01 FIM-TITULAR PIC 9 VALUE ZERO.
       01 FIM-MOV PIC 9 VALUE ZERO.
       01 FIM-CDB PIC 9 VALUE ZERO.
       01 FIM-CDBIR PIC 9 VALUE ZERO.
       01 FIM-EMPRESTIMO PIC 9 VALUE ZERO.
       01 INFORME-ABERTO PIC 9 VALUE ZERO.
       01 ACHOU-POSICAO PIC 9 VALUE ZERO.
       01 CDB-EM-CARTEIRA PIC 9 VALUE ZERO.

       01 DADOS-PERIODO.
           02 ANO-BASE PIC 9(4) VALUE ZEROS.
           02 ANO-ANTERIOR PIC 9(4) VALUE ZEROS.
           02 DATA-FIM-ANO PIC 9(8) VALUE ZEROS.
           02 DATA-BUSCA.
               03 ANO-BUSCA PIC 9999.
               03 MES-BUSCA PIC 99.
               03 DIA-BUSCA PIC 99.
           02 DATA-BUSCA-NUM REDEFINES DATA-BUSCA PIC 9(8).

       01 DADOS-CONTA.
           02 TIPO-VINCULO PIC X(1) VALUE SPACE.
           02 SALDO-ANTERIOR-CONTA PIC S9(9)V99 VALUE ZEROS.
           02 SALDO-ATUAL-CONTA PIC S9(9)V99 VALUE ZEROS.
           02 SALDO-ENCONTRADO PIC S9(9)V99 VALUE ZEROS.
           02 REND-POUPANCA-CONTA PIC S9(9)V99 VALUE ZEROS.
           02 POSICAO-CDB-CONTA PIC S9(9)V99 VALUE ZEROS.
           02 REND-CDB-CONTA PIC S9(9)V99 VALUE ZEROS.
           02 IR-CDB-CONTA PIC S9(9)V99 VALUE ZEROS.
           02 DIVIDA-CONTA PIC S9(9)V99 VALUE ZEROS.
           02 SALDO-DEVEDOR PIC S9(9)V99 VALUE ZEROS.

       01 TOTAIS-CPF.
           02 CONTAS-CPF PIC 9(3) VALUE ZEROS.
           02 TOTAL-SALDO-ANT-CPF PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-SALDO-ATU-CPF PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-POUPANCA-CPF PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-POSICAO-CDB-CPF PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-REND-CDB-CPF PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-IR-CPF PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-DIVIDA-CPF PIC S9(11)V99 VALUE ZEROS.

       01 TOTAIS-GERAIS.
           02 CONTADOR-INFORMES PIC 9(7) VALUE ZEROS.
           02 CONTADOR-REGISTROS PIC 9(7) VALUE ZEROS.
           02 TOTAL-IR-GERAL PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-REND-CDB-GERAL PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-POUPANCA-GERAL PIC S9(11)V99 VALUE ZEROS.

       01 REG-CONSOLIDADO.
           02 ANO-CONS PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CPF-CONS PIC 9(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 COD-ID-CONS PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 VINCULO-CONS PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TIPO-CONTA-CONS PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SALDO-ANT-CONS PIC -9(9)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SALDO-ATU-CONS PIC -9(9)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 POUPANCA-CONS PIC 9(9)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 POSICAO-CDB-CONS PIC 9(9)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REND-CDB-CONS PIC 9(9)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 IR-CDB-CONS PIC 9(9)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DIVIDA-CONS PIC 9(9)V99.

       01 DADOS-E.
           02 VALOR-1-E PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 VALOR-2-E PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 VALOR-3-E PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 AGENCIA-E PIC ZZZ9.
           02 CONTA-E PIC ZZZ9.

       PROCEDURE DIVISION.
       GERA.
           PERFORM ABRE.
           PERFORM LE-E-PROCESSA-CLIENTE UNTIL EOF = 1.
           PERFORM FECHA.
           STOP RUN.

       ABRE.
           DISPLAY "INFORME DE RENDIMENTOS FINANCEIROS POR CPF".
           DISPLAY " ".
           PERFORM LE-DATA-MOVIMENTO.
           DISPLAY "Ano-base (AAAA, 0 = ano anterior ao movimento): "
               WITH NO ADVANCING.
           ACCEPT ANO-BASE.
           IF ANO-BASE = ZEROS
               MOVE DATA-MOVIMENTO-DIA (1:4) TO ANO-BASE
               SUBTRACT 1 FROM ANO-BASE.
           COMPUTE ANO-ANTERIOR = ANO-BASE - 1.
           MOVE ANO-BASE TO ANO-BUSCA.
           MOVE 12 TO MES-BUSCA.
           MOVE 31 TO DIA-BUSCA.
           MOVE DATA-BUSCA-NUM TO DATA-FIM-ANO.
           DISPLAY "Ano-base " ANO-BASE.
           OPEN INPUT ARQ-CLIENTE.
           IF ARQ-CLIENTE-OK NOT = "00"
               DISPLAY "Erro ao abrir arqCliente.dat - status "
                   ARQ-CLIENTE-OK
               MOVE 1 TO EOF.
           OPEN INPUT ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 1 TO EOF.
           OPEN INPUT ARQ-TITULAR.
           IF ARQ-TITULAR-OK NOT = "00"
               DISPLAY "Aviso: TITULAR.DAT indisponivel - "
                   "co-titulares ignorados".
           OPEN INPUT ARQ-POSICAO.
           IF ARQ-POSICAO-OK NOT = "00"
               DISPLAY "Aviso: POSICAO.DAT indisponivel - "
                   "saldos de 31/12 zerados".
           OPEN INPUT ARQ-EXTR.
           IF ARQ-EXTR-OK NOT = "00"
               DISPLAY "Aviso: ARQEXTR.DAT indisponivel".
           OPEN INPUT ARQ-HIST.
           IF ARQ-HIST-OK NOT = "00"
               DISPLAY "Aviso: ARQEXTR_HIST.DAT indisponivel".
           OPEN INPUT ARQ-CDB.
           IF ARQ-CDB-OK NOT = "00"
               DISPLAY "Aviso: CDB.DAT indisponivel".
           OPEN INPUT ARQ-CDBIR.
           IF ARQ-CDBIR-OK NOT = "00"
               DISPLAY "Aviso: CDBIR.DAT indisponivel - "
                   "rendimentos de CDB zerados".
           OPEN INPUT ARQ-EMPRESTIMO.
           IF ARQ-EMPRESTIMO-OK NOT = "00"
               DISPLAY "Aviso: EMPRESTIMO.DAT indisponivel".
           MOVE SPACES TO NOME-ARQ-CONSOLIDADO.
           STRING "INFORME_" ANO-BASE "_CONSOLIDADO.TXT"
               DELIMITED BY SIZE INTO NOME-ARQ-CONSOLIDADO.
           OPEN OUTPUT ARQ-CONSOLIDADO.
           IF ARQ-CONSOLIDADO-OK NOT = "00"
               DISPLAY "Erro ao abrir " NOME-ARQ-CONSOLIDADO
                   " - status " ARQ-CONSOLIDADO-OK
               MOVE 1 TO EOF.
           IF EOF = 0
               MOVE ZEROS TO CPF-CLIENTE
               START ARQ-CLIENTE KEY IS NOT LESS THAN CPF-CLIENTE
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
           MOVE TOTAL-POUPANCA-GERAL TO VALOR-1-E.
           MOVE TOTAL-REND-CDB-GERAL TO VALOR-2-E.
           MOVE TOTAL-IR-GERAL TO VALOR-3-E.
           DISPLAY " ".
           DISPLAY "INFORMES GERADOS.......: " CONTADOR-INFORMES.
           DISPLAY "REGISTROS CONSOLIDADOS.: " CONTADOR-REGISTROS.
           DISPLAY "RENDIMENTO POUPANCA....: " VALOR-1-E.
           DISPLAY "RENDIMENTO CDB.........: " VALOR-2-E.
           DISPLAY "IR RETIDO NA FONTE.....: " VALOR-3-E.
           DISPLAY "Consolidado gravado em " NOME-ARQ-CONSOLIDADO.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-CONTA.
           IF ARQ-TITULAR-OK = "00"
               CLOSE ARQ-TITULAR.
           CLOSE ARQ-POSICAO.
           CLOSE ARQ-EXTR.
           CLOSE ARQ-HIST.
           CLOSE ARQ-CDB.
           CLOSE ARQ-CDBIR.
           CLOSE ARQ-EMPRESTIMO.
           CLOSE ARQ-CONSOLIDADO.

       LE-E-PROCESSA-CLIENTE.
           READ ARQ-CLIENTE NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               PERFORM PROCESSA-CLIENTE.

       PROCESSA-CLIENTE.
           MOVE ZERO TO INFORME-ABERTO.
           INITIALIZE TOTAIS-CPF.
           MOVE CPF-CLIENTE TO COD-CLIENTE.
           MOVE ZERO TO FIM-CONTAS.
           START ARQ-CONTA KEY IS NOT LESS THAN
               COD-CLIENTE OF REG-ARQAGENCIA
               INVALID KEY MOVE 1 TO FIM-CONTAS.
           PERFORM PROCURA-CONTAS-CPF UNTIL FIM-CONTAS = 1.
           IF ARQ-TITULAR-OK = "00"
               PERFORM PROCURA-CONTAS-CO-TITULAR.
           IF INFORME-ABERTO = 1
               PERFORM FECHA-INFORME.

       PROCURA-CONTAS-CPF.
           READ ARQ-CONTA NEXT RECORD AT END MOVE 1 TO FIM-CONTAS.
           IF FIM-CONTAS = 0
               IF COD-CLIENTE NOT = CPF-CLIENTE
                   MOVE 1 TO FIM-CONTAS
               ELSE
                   MOVE "T" TO TIPO-VINCULO
                   PERFORM PROCESSA-CONTA.

       PROCURA-CONTAS-CO-TITULAR.
           MOVE ZERO TO FIM-TITULAR.
           MOVE CPF-CLIENTE TO CPF-TITULAR.
           MOVE ZEROS TO COD-ID-TITULAR.
           START ARQ-TITULAR KEY IS NOT LESS THAN CPF-TITULAR
               INVALID KEY MOVE 1 TO FIM-TITULAR.
           PERFORM PROCURA-CO-TITULAR-LE UNTIL FIM-TITULAR = 1.

       PROCURA-CO-TITULAR-LE.
           READ ARQ-TITULAR NEXT RECORD AT END MOVE 1 TO FIM-TITULAR.
           IF FIM-TITULAR = 0 AND CPF-TITULAR NOT = CPF-CLIENTE
               MOVE 1 TO FIM-TITULAR.
           IF FIM-TITULAR = 0
               IF CO-TITULAR
                   MOVE COD-ID-TITULAR TO COD-ID OF REG-ARQAGENCIA
                   READ ARQ-CONTA INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "C" TO TIPO-VINCULO
                       PERFORM PROCESSA-CONTA
                   END-READ.

       PROCESSA-CONTA.
           INITIALIZE DADOS-CONTA.
           MOVE "C" TO TIPO-VINCULO.
           IF COD-CLIENTE = CPF-CLIENTE
               MOVE "T" TO TIPO-VINCULO.
           MOVE ANO-ANTERIOR TO ANO-BUSCA.
           PERFORM LOCALIZA-SALDO-FIM-ANO.
           MOVE SALDO-ENCONTRADO TO SALDO-ANTERIOR-CONTA.
           MOVE ANO-BASE TO ANO-BUSCA.
           PERFORM LOCALIZA-SALDO-FIM-ANO.
           MOVE SALDO-ENCONTRADO TO SALDO-ATUAL-CONTA.
           PERFORM SOMA-RENDIMENTO-POUPANCA.
           PERFORM SOMA-RENDIMENTO-CDB.
           PERFORM APURA-POSICAO-CDB.
           PERFORM APURA-DIVIDAS.
           IF INFORME-ABERTO = 0
               PERFORM ABRE-INFORME.
           PERFORM IMPRIME-CONTA.
           PERFORM GRAVA-CONSOLIDADO.

       LOCALIZA-SALDO-FIM-ANO.
           MOVE ZEROS TO SALDO-ENCONTRADO.
           MOVE ZERO TO ACHOU-POSICAO.
           MOVE 12 TO MES-BUSCA.
           MOVE 31 TO DIA-BUSCA.
           IF ARQ-POSICAO-OK = "00"
               PERFORM TENTA-POSICAO
                   UNTIL ACHOU-POSICAO = 1 OR DIA-BUSCA < 22.

       TENTA-POSICAO.
           MOVE DATA-BUSCA-NUM TO DATA-POSICAO.
           MOVE COD-ID OF REG-ARQAGENCIA TO COD-ID-POSICAO.
           READ ARQ-POSICAO INVALID KEY
               SUBTRACT 1 FROM DIA-BUSCA
           NOT INVALID KEY
               MOVE 1 TO ACHOU-POSICAO
               MOVE SALDO-POSICAO TO SALDO-ENCONTRADO
           END-READ.

       SOMA-RENDIMENTO-POUPANCA.
           IF ARQ-EXTR-OK = "00"
               MOVE ZERO TO FIM-MOV
               MOVE COD-ID OF REG-ARQAGENCIA TO CODIGO
               MOVE ZEROS TO NUM-SEQ
               START ARQ-EXTR KEY IS NOT LESS THAN CHAVE-EXTR
                   INVALID KEY MOVE 1 TO FIM-MOV
               END-START
               PERFORM SOMA-RENDIMENTO-EXTR UNTIL FIM-MOV = 1.
           IF ARQ-HIST-OK = "00"
               MOVE ZERO TO FIM-MOV
               MOVE COD-ID OF REG-ARQAGENCIA TO CODIGO-HIST
               MOVE ZEROS TO NUM-SEQ-HIST
               START ARQ-HIST KEY IS NOT LESS THAN CHAVE-HIST
                   INVALID KEY MOVE 1 TO FIM-MOV
               END-START
               PERFORM SOMA-RENDIMENTO-HIST UNTIL FIM-MOV = 1.

       SOMA-RENDIMENTO-EXTR.
           READ ARQ-EXTR NEXT RECORD AT END MOVE 1 TO FIM-MOV.
           IF FIM-MOV = 0
               IF CODIGO NOT = COD-ID OF REG-ARQAGENCIA
                   MOVE 1 TO FIM-MOV
               ELSE
                   IF TIPO-MOV = "RENDIMENTO" AND ANO = ANO-BASE
                       ADD VL-MOV TO REND-POUPANCA-CONTA.

       SOMA-RENDIMENTO-HIST.
           READ ARQ-HIST NEXT RECORD AT END MOVE 1 TO FIM-MOV.
           IF FIM-MOV = 0
               IF CODIGO-HIST NOT = COD-ID OF REG-ARQAGENCIA
                   MOVE 1 TO FIM-MOV
               ELSE
                   IF TIPO-MOV-HIST = "RENDIMENTO"
                       AND ANO-HIST = ANO-BASE
                       ADD VL-MOV-HIST TO REND-POUPANCA-CONTA.

       SOMA-RENDIMENTO-CDB.
           IF ARQ-CDBIR-OK = "00"
               MOVE ZERO TO FIM-CDBIR
               MOVE COD-CLIENTE TO CPF-CDBIR
               MOVE ZEROS TO NUM-CDB-IR
               START ARQ-CDBIR KEY IS NOT LESS THAN CHAVE-CDBIR
                   INVALID KEY MOVE 1 TO FIM-CDBIR
               END-START
               PERFORM SOMA-RENDIMENTO-CDB-LE UNTIL FIM-CDBIR = 1.

       SOMA-RENDIMENTO-CDB-LE.
           READ ARQ-CDBIR NEXT RECORD AT END MOVE 1 TO FIM-CDBIR.
           IF FIM-CDBIR = 0
               IF CPF-CDBIR NOT = COD-CLIENTE
                   MOVE 1 TO FIM-CDBIR
               ELSE
                   IF COD-ID-CDBIR = COD-ID OF REG-ARQAGENCIA
                       AND ANO-RESGATE-IR = ANO-BASE
                       ADD RENDIMENTO-BRUTO-IR TO REND-CDB-CONTA
                       ADD VALOR-IR-RET TO IR-CDB-CONTA.

       APURA-POSICAO-CDB.
           IF ARQ-CDB-OK = "00"
               MOVE ZERO TO FIM-CDB
               MOVE ZEROS TO NUM-CDB
               START ARQ-CDB KEY IS NOT LESS THAN NUM-CDB
                   INVALID KEY MOVE 1 TO FIM-CDB
               END-START
               PERFORM APURA-POSICAO-CDB-LE UNTIL FIM-CDB = 1.

       APURA-POSICAO-CDB-LE.
           READ ARQ-CDB NEXT RECORD AT END MOVE 1 TO FIM-CDB.
           IF FIM-CDB = 0
               IF COD-ID-CDB = COD-ID OF REG-ARQAGENCIA
                   AND DATA-APLICACAO NOT > DATA-FIM-ANO
                   PERFORM VERIFICA-CDB-EM-CARTEIRA
                   IF CDB-EM-CARTEIRA = 1
                       ADD VALOR-APLICADO TO POSICAO-CDB-CONTA.

       VERIFICA-CDB-EM-CARTEIRA.
           MOVE ZERO TO CDB-EM-CARTEIRA.
           IF CDB-ATIVO
               MOVE 1 TO CDB-EM-CARTEIRA
           ELSE
               IF ARQ-CDBIR-OK = "00"
                   MOVE COD-CLIENTE TO CPF-CDBIR
                   MOVE NUM-CDB TO NUM-CDB-IR
                   READ ARQ-CDBIR INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DATA-RESGATE-IR > DATA-FIM-ANO
                           MOVE 1 TO CDB-EM-CARTEIRA
                       END-IF
                   END-READ.

       APURA-DIVIDAS.
           IF SALDO-ATUAL-CONTA < ZEROS
               COMPUTE DIVIDA-CONTA = ZEROS - SALDO-ATUAL-CONTA.
           IF ARQ-EMPRESTIMO-OK = "00"
               MOVE ZERO TO FIM-EMPRESTIMO
               MOVE ZEROS TO NUM-CONTRATO
               START ARQ-EMPRESTIMO KEY IS NOT LESS THAN NUM-CONTRATO
                   INVALID KEY MOVE 1 TO FIM-EMPRESTIMO
               END-START
               PERFORM APURA-DIVIDAS-LE UNTIL FIM-EMPRESTIMO = 1.

       APURA-DIVIDAS-LE.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END MOVE 1 TO FIM-EMPRESTIMO.
           IF FIM-EMPRESTIMO = 0
               IF COD-ID-CONTRATO = COD-ID OF REG-ARQAGENCIA
                   AND CONTRATO-ATIVO
                   AND DATA-CONTRATACAO NOT > DATA-FIM-ANO
                   COMPUTE SALDO-DEVEDOR =
                       (NUM-PARCELAS - PARCELAS-PAGAS) * VALOR-PARCELA
                   IF SALDO-DEVEDOR > ZEROS
                       ADD SALDO-DEVEDOR TO DIVIDA-CONTA.

       ABRE-INFORME.
           MOVE SPACES TO NOME-ARQ-INFORME.
           STRING "INFORME_" ANO-BASE "_" CPF-CLIENTE ".TXT"
               DELIMITED BY SIZE INTO NOME-ARQ-INFORME.
           OPEN OUTPUT ARQ-INFORME.
           IF ARQ-INFORME-OK NOT = "00"
               DISPLAY "Erro ao abrir " NOME-ARQ-INFORME
                   " - status " ARQ-INFORME-OK
           ELSE
               MOVE 1 TO INFORME-ABERTO
               ADD 1 TO CONTADOR-INFORMES
               MOVE SPACES TO LINHA-INFORME
               STRING "INFORME DE RENDIMENTOS FINANCEIROS - ANO-BASE "
                   ANO-BASE DELIMITED BY SIZE INTO LINHA-INFORME
               PERFORM GRAVA-LINHA-INFORME
               PERFORM GRAVA-LINHA-INFORME
               STRING "BENEFICIARIO: " NOME-CLIENTE
                   DELIMITED BY SIZE INTO LINHA-INFORME
               PERFORM GRAVA-LINHA-INFORME
               STRING "CPF.........: " CPF-CLIENTE
                   DELIMITED BY SIZE INTO LINHA-INFORME
               PERFORM GRAVA-LINHA-INFORME
               STRING "ENDERECO....: " ENDERECO-CLIENTE
                   DELIMITED BY SIZE INTO LINHA-INFORME
               PERFORM GRAVA-LINHA-INFORME
               PERFORM GRAVA-LINHA-INFORME.

       IMPRIME-CONTA.
           ADD 1 TO CONTAS-CPF.
           MOVE COD-AGENCIA TO AGENCIA-E.
           MOVE COD-CONTA-CORRENTE TO CONTA-E.
           IF TIPO-VINCULO = "T"
               STRING "AGENCIA " AGENCIA-E " CONTA " CONTA-E
                   " TIPO " TIPO-CONTA " - TITULAR"
                   DELIMITED BY SIZE INTO LINHA-INFORME
           ELSE
               STRING "AGENCIA " AGENCIA-E " CONTA " CONTA-E
                   " TIPO " TIPO-CONTA " - CO-TITULAR"
                   DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE SALDO-ANTERIOR-CONTA TO VALOR-1-E.
           MOVE SALDO-ATUAL-CONTA TO VALOR-2-E.
           STRING "  SALDO EM 31/12/" ANO-ANTERIOR ".......: "
               VALOR-1-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           STRING "  SALDO EM 31/12/" ANO-BASE ".......: "
               VALOR-2-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE REND-POUPANCA-CONTA TO VALOR-1-E.
           STRING "  RENDIMENTO ISENTO (POUPANCA): "
               VALOR-1-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE POSICAO-CDB-CONTA TO VALOR-1-E.
           STRING "  CDB EM CARTEIRA EM 31/12....: "
               VALOR-1-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE REND-CDB-CONTA TO VALOR-1-E.
           MOVE IR-CDB-CONTA TO VALOR-2-E.
           STRING "  RENDIMENTO CDB (TRIB. EXCL.): "
               VALOR-1-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           STRING "  IR RETIDO NA FONTE..........: "
               VALOR-2-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE DIVIDA-CONTA TO VALOR-1-E.
           STRING "  DIVIDAS EM 31/12............: "
               VALOR-1-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           ADD SALDO-ANTERIOR-CONTA TO TOTAL-SALDO-ANT-CPF.
           ADD SALDO-ATUAL-CONTA TO TOTAL-SALDO-ATU-CPF.
           ADD REND-POUPANCA-CONTA TO TOTAL-POUPANCA-CPF.
           ADD POSICAO-CDB-CONTA TO TOTAL-POSICAO-CDB-CPF.
           ADD REND-CDB-CONTA TO TOTAL-REND-CDB-CPF.
           ADD IR-CDB-CONTA TO TOTAL-IR-CPF.
           ADD DIVIDA-CONTA TO TOTAL-DIVIDA-CPF.

       GRAVA-CONSOLIDADO.
           MOVE ANO-BASE TO ANO-CONS.
           MOVE CPF-CLIENTE TO CPF-CONS.
           MOVE COD-ID OF REG-ARQAGENCIA TO COD-ID-CONS.
           MOVE TIPO-VINCULO TO VINCULO-CONS.
           MOVE TIPO-CONTA TO TIPO-CONTA-CONS.
           MOVE SALDO-ANTERIOR-CONTA TO SALDO-ANT-CONS.
           MOVE SALDO-ATUAL-CONTA TO SALDO-ATU-CONS.
           MOVE REND-POUPANCA-CONTA TO POUPANCA-CONS.
           MOVE POSICAO-CDB-CONTA TO POSICAO-CDB-CONS.
           MOVE REND-CDB-CONTA TO REND-CDB-CONS.
           MOVE IR-CDB-CONTA TO IR-CDB-CONS.
           MOVE DIVIDA-CONTA TO DIVIDA-CONS.
           MOVE REG-CONSOLIDADO TO LINHA-CONSOLIDADO.
           WRITE LINHA-CONSOLIDADO.
           ADD 1 TO CONTADOR-REGISTROS.
           ADD REND-POUPANCA-CONTA TO TOTAL-POUPANCA-GERAL.
           ADD REND-CDB-CONTA TO TOTAL-REND-CDB-GERAL.
           ADD IR-CDB-CONTA TO TOTAL-IR-GERAL.

       FECHA-INFORME.
           STRING "TOTAIS DO BENEFICIARIO (" CONTAS-CPF " CONTAS)"
               DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE TOTAL-SALDO-ANT-CPF TO VALOR-1-E.
           STRING "  SALDOS EM 31/12/" ANO-ANTERIOR "......: "
               VALOR-1-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE TOTAL-SALDO-ATU-CPF TO VALOR-1-E.
           STRING "  SALDOS EM 31/12/" ANO-BASE "......: "
               VALOR-1-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE TOTAL-POUPANCA-CPF TO VALOR-1-E.
           STRING "  RENDIMENTOS ISENTOS.........: "
               VALOR-1-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE TOTAL-POSICAO-CDB-CPF TO VALOR-1-E.
           STRING "  CDB EM CARTEIRA EM 31/12....: "
               VALOR-1-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE TOTAL-REND-CDB-CPF TO VALOR-1-E.
           STRING "  RENDIMENTOS TRIB. EXCLUSIVA.: "
               VALOR-1-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE TOTAL-IR-CPF TO VALOR-1-E.
           STRING "  IR RETIDO NA FONTE..........: "
               VALOR-1-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE TOTAL-DIVIDA-CPF TO VALOR-1-E.
           STRING "  DIVIDAS E ONUS EM 31/12.....: "
               VALOR-1-E DELIMITED BY SIZE INTO LINHA-INFORME.
           PERFORM GRAVA-LINHA-INFORME.
           CLOSE ARQ-INFORME.
           MOVE ZERO TO INFORME-ABERTO.

       GRAVA-LINHA-INFORME.
           WRITE LINHA-INFORME.
           MOVE SPACES TO LINHA-INFORME.

       END PROGRAM INFORME-REND.
