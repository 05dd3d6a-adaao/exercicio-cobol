       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTAB-MES.

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

           SELECT ARQ-EXTR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS CHAVE-EXTR
           FILE STATUS ARQ-EXTR-OK.

           SELECT ARQ-HIST ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS CHAVE-HIST
           FILE STATUS ARQ-HIST-OK.

           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID OF REG-ARQAGENCIA
           FILE STATUS ARQ-OK.

           SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS ARQ-EMPRESTIMO-OK.

           SELECT ARQ-CDB ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-CDB
           FILE STATUS ARQ-CDB-OK.

           SELECT ARQ-TITULAR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-TITULAR
           ALTERNATE RECORD KEY CPF-TITULAR WITH DUPLICATES
           FILE STATUS ARQ-TITULAR-OK.

           SELECT ARQ-RENTCONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COD-ID-RC
           FILE STATUS ARQ-RENTCONTA-OK.

           SELECT ARQ-RENTCPF ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CPF-RCPF
           FILE STATUS ARQ-RENTCPF-OK.

           SELECT ARQ-RENTAB ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-RENTAB
           FILE STATUS ARQ-RENTAB-OK.

           SELECT ARQ-MARGEM ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-MARGEM-OK.

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

       FD ARQ-EXTR LABEL RECORD STANDARD
           DATA RECORD IS R-EXTR
           VALUE OF FILE-ID IS "ARQEXTR.DAT".

       01 R-EXTR.
           02 DATA-SISTEMA.
               03 ANO PIC 9999.
               03 MES PIC 99.
               03 DIA PIC 99.
           02 CHAVE-EXTR.
               03 CODIGO.
                   04 AGENCIA PIC 9(4).
                   04 CONTA PIC 9(4).
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

       FD ARQ-RENTCONTA LABEL RECORD STANDARD
           DATA RECORD IS R-RENTCONTA
           VALUE OF FILE-ID IS "RENTCONTA.DAT".

       01 R-RENTCONTA.
           02 COD-ID-RC PIC 9(8).
           02 TOTAL-DEVIDO-RC PIC 9(11)V99.
           02 JUROS-CONTRATO-RC PIC 9(11)V99.
           02 VALORES-RC OCCURS 5 TIMES.
               03 RECEITA-RC PIC S9(9)V99.
               03 CUSTO-RC PIC S9(9)V99.

       FD ARQ-RENTCPF LABEL RECORD STANDARD
           DATA RECORD IS R-RENTCPF
           VALUE OF FILE-ID IS "RENTCPF.DAT".

       01 R-RENTCPF.
           02 CPF-RCPF PIC 9(11).
           02 QTD-CONTAS-RCPF PIC 9(5).
           02 VALORES-RCPF OCCURS 5 TIMES.
               03 RECEITA-RCPF PIC S9(11)V99.
               03 CUSTO-RCPF PIC S9(11)V99.

       FD ARQ-RENTAB LABEL RECORD STANDARD
           DATA RECORD IS R-RENTAB
           VALUE OF FILE-ID IS "RENTAB.DAT".

       01 R-RENTAB.
           02 CHAVE-RENTAB.
               03 PERIODO-RENTAB PIC 9(6).
               03 AGENCIA-RENTAB PIC 9(4).
               03 PRODUTO-RENTAB PIC 9(1).
           02 RECEITA-RENTAB PIC S9(11)V99.
           02 CUSTO-RENTAB PIC S9(11)V99.
           02 DATA-GERACAO-RENTAB PIC 9(8).

       FD ARQ-MARGEM LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOME-ARQ-MARGEM.

       01 LINHA-MARGEM PIC X(150).

       WORKING-STORAGE SECTION.
       01 ARQ-PARAM-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EXTR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-HIST-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CDB-OK PIC X(2) VALUE ZEROS.
       01 ARQ-TITULAR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-RENTCONTA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-RENTCPF-OK PIC X(2) VALUE ZEROS.
       01 ARQ-RENTAB-OK PIC X(2) VALUE ZEROS.
       01 ARQ-MARGEM-OK PIC X(2) VALUE ZEROS.
       01 NOME-ARQ-MARGEM PIC X(30) VALUE SPACES.
       01 EOF PIC 9 VALUE ZERO.
       01 FIM-TITULAR PIC 9 VALUE ZERO.
       01 ERRO-ABERTURA PIC 9 VALUE ZERO.

       01 DADOS-DISPONIBILIDADE.
           02 EMPRESTIMO-DISPONIVEL PIC 9 VALUE ZERO.
           02 HIST-DISPONIVEL PIC 9 VALUE ZERO.
           02 CDB-DISPONIVEL PIC 9 VALUE ZERO.
           02 TITULAR-DISPONIVEL PIC 9 VALUE ZERO.
           02 MARGEM-DISPONIVEL PIC 9 VALUE ZERO.

       01 PERIODO-FECHAMENTO.
           02 ANO-FECHAMENTO PIC 9999.
           02 MES-FECHAMENTO PIC 99.
       01 PERIODO-ANTERIOR.
           02 ANO-ANTERIOR PIC 9999.
           02 MES-ANTERIOR PIC 99.
       01 DATA-GERACAO PIC 9(8) VALUE ZEROS.

       01 DATA-AUX PIC 9(8) VALUE ZEROS.
       01 DATA-AUX-R REDEFINES DATA-AUX.
           02 ANO-MES-AUX PIC 9(6).
           02 DIA-AUX PIC 99.

       01 CODIGO-CONTA-R.
           02 AGENCIA-CONTA-R PIC 9(4).
           02 CONTA-CONTA-R PIC 9(4).
       01 COD-ID-BUSCA PIC 9(8) VALUE ZEROS.
       01 CONTA-EM-CACHE PIC 9(8) VALUE ZEROS.
       01 TIPO-CONTA-CACHE PIC X(1) VALUE SPACE.
       01 CPF-MARGEM PIC 9(11) VALUE ZEROS.

       01 DADOS-CALCULO.
           02 IND-PRODUTO PIC 9(1) VALUE ZERO.
           02 VALOR-RECEITA PIC S9(9)V99 VALUE ZEROS.
           02 VALOR-CUSTO PIC S9(9)V99 VALUE ZEROS.
           02 TOTAL-CONTRATO PIC 9(11)V99 VALUE ZEROS.
           02 SOMA-PRINCIPAL PIC 9(13)V99 VALUE ZEROS.
           02 SOMA-PRINCIPAL-TAXA PIC 9(13)V9(6) VALUE ZEROS.
           02 TAXA-REFERENCIA PIC 9V9999 VALUE ZEROS.
           02 DIA-INICIO-CDB PIC 99 VALUE ZEROS.
           02 DIA-FIM-CDB PIC 99 VALUE ZEROS.
           02 DIAS-CDB PIC S9(3) VALUE ZEROS.
           02 RECEITA-CONTA PIC S9(11)V99 VALUE ZEROS.
           02 CUSTO-CONTA PIC S9(11)V99 VALUE ZEROS.
           02 VARIACAO PIC S9(4)V9 VALUE ZEROS.
           02 MARGEM-CALC PIC S9(11)V99 VALUE ZEROS.
           02 MARGEM-ANT-CALC PIC S9(11)V99 VALUE ZEROS.

       01 TABELA-AGENCIAS.
           02 QTD-AGENCIAS PIC 9(3) VALUE ZEROS.
           02 ITEM-AGENCIA OCCURS 100 TIMES.
               03 TAB-AGENCIA PIC 9(4).
               03 TAB-TEM-ATUAL PIC 9.
               03 TAB-TEM-ANT PIC 9.
               03 TAB-RECEITA PIC S9(11)V99.
               03 TAB-CUSTO PIC S9(11)V99.
               03 TAB-MARGEM PIC S9(11)V99.
               03 TAB-MARGEM-ANT PIC S9(11)V99.
               03 TAB-PRODUTO OCCURS 5 TIMES.
                   04 TAB-RECEITA-PROD PIC S9(11)V99.
                   04 TAB-CUSTO-PROD PIC S9(11)V99.
       01 ITEM-TROCA.
           02 TRC-AGENCIA PIC 9(4).
           02 TRC-TEM-ATUAL PIC 9.
           02 TRC-TEM-ANT PIC 9.
           02 TRC-RECEITA PIC S9(11)V99.
           02 TRC-CUSTO PIC S9(11)V99.
           02 TRC-MARGEM PIC S9(11)V99.
           02 TRC-MARGEM-ANT PIC S9(11)V99.
           02 TRC-PRODUTO OCCURS 5 TIMES.
               03 TRC-RECEITA-PROD PIC S9(11)V99.
               03 TRC-CUSTO-PROD PIC S9(11)V99.
       01 IND-AGENCIA PIC 9(3) VALUE ZEROS.
       01 IND-MAIOR PIC 9(3) VALUE ZEROS.
       01 IND-COMPARA PIC 9(3) VALUE ZEROS.
       01 ACHOU-AGENCIA PIC 9 VALUE ZERO.

       01 NOMES-PRODUTO-VALORES.
           02 FILLER PIC X(16) VALUE "CONTA CORRENTE".
           02 FILLER PIC X(16) VALUE "POUPANCA".
           02 FILLER PIC X(16) VALUE "CHEQUE ESPECIAL".
           02 FILLER PIC X(16) VALUE "EMPRESTIMOS".
           02 FILLER PIC X(16) VALUE "CDB".
       01 NOMES-PRODUTO REDEFINES NOMES-PRODUTO-VALORES.
           02 NOME-PRODUTO PIC X(16) OCCURS 5 TIMES.

       01 TABELA-PRODUTOS.
           02 ITEM-PRODUTO OCCURS 5 TIMES.
               03 PROD-RECEITA PIC S9(11)V99.
               03 PROD-CUSTO PIC S9(11)V99.
               03 PROD-RECEITA-ANT PIC S9(11)V99.
               03 PROD-CUSTO-ANT PIC S9(11)V99.

       01 DADOS-TOTAIS.
           02 TOTAL-RECEITA PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-CUSTO PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-MARGEM PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-MARGEM-ANT PIC S9(11)V99 VALUE ZEROS.
           02 TEM-MES-ANTERIOR PIC 9 VALUE ZERO.
           02 CONTADOR-LANCAMENTOS PIC 9(7) VALUE ZEROS.
           02 CONTADOR-CONTAS PIC 9(7) VALUE ZEROS.
           02 CONTADOR-SEM-TITULAR PIC 9(7) VALUE ZEROS.
           02 CONTADOR-CPFS PIC 9(7) VALUE ZEROS.
           02 TOTAL-MARGEM-CPF PIC S9(13)V99 VALUE ZEROS.

       01 NOME-AGENCIA PIC X(30) VALUE SPACES.
       01 SITUACAO-AGENCIA PIC 9(1) VALUE ZEROS.

       01 REG-HEADER-MARGEM.
           02 TIPO-REG-H PIC X(1) VALUE "0".
           02 ID-ARQUIVO-H PIC X(3) VALUE "MRG".
           02 PERIODO-H PIC 9(6).
           02 DATA-GERACAO-H PIC 9(8).
           02 FILLER PIC X(132) VALUE SPACES.

       01 REG-DETALHE-MARGEM.
           02 TIPO-REG-D PIC X(1) VALUE "1".
           02 CPF-D PIC 9(11).
           02 QTD-CONTAS-D PIC 9(5).
           02 RECEITA-D PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 CUSTO-D PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 MARGEM-D PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 MARGEM-PRODUTO-D OCCURS 5 TIMES
               PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X(21) VALUE SPACES.

       01 REG-TRAILER-MARGEM.
           02 TIPO-REG-T PIC X(1) VALUE "9".
           02 QTD-DETALHES-T PIC 9(9).
           02 TOTAL-MARGEM-T PIC S9(13)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X(124) VALUE SPACES.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE "BATCH".
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       01 DADOS-E.
           02 POSICAO-E PIC ZZ9.
           02 NOME-AGENCIA-E PIC X(18).
           02 RECEITA-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 CUSTO-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 MARGEM-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 MARGEM-ANT-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 VARIACAO-E PIC -ZZZ9,9.
           02 VARIACAO-X REDEFINES VARIACAO-E PIC X(7).
           02 TAXA-REFERENCIA-E PIC 9,9999.

       PROCEDURE DIVISION.
       RENTABILIDADE.
           PERFORM ABRE.
           IF ERRO-ABERTURA = 1
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM APURA-EMPRESTIMOS.
           PERFORM APURA-EXTRATO.
           PERFORM APURA-CDB.
           PERFORM CONSOLIDA-CONTAS.
           PERFORM CARREGA-MES-ANTERIOR.
           PERFORM GRAVA-HISTORICO.
           PERFORM CLASSIFICA-AGENCIAS.
           PERFORM IMPRIME-RENTABILIDADE.
           PERFORM GERA-ARQUIVO-MARGEM.
           PERFORM FECHA.
           GOBACK.

       ABRE.
           DISPLAY "RENTABILIDADE MENSAL POR AGENCIA E PRODUTO".
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
               PERFORM ABRE-ARQUIVOS.

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
           IF MES-FECHAMENTO = 1
               COMPUTE ANO-ANTERIOR = ANO-FECHAMENTO - 1
               MOVE 12 TO MES-ANTERIOR
           ELSE
               MOVE ANO-FECHAMENTO TO ANO-ANTERIOR
               COMPUTE MES-ANTERIOR = MES-FECHAMENTO - 1.
           ACCEPT DATA-GERACAO FROM DATE YYYYMMDD.

       ABRE-ARQUIVOS.
           OPEN INPUT ARQ-EXTR.
           IF ARQ-EXTR-OK NOT = "00"
               DISPLAY "Erro ao abrir ARQEXTR.DAT - status "
                   ARQ-EXTR-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN INPUT ARQ-HIST.
           IF ARQ-HIST-OK = "00"
               MOVE 1 TO HIST-DISPONIVEL
           ELSE
               DISPLAY "Aviso: ARQEXTR_HIST.DAT indisponivel - "
                   "historico ignorado".
           OPEN INPUT ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN OUTPUT ARQ-RENTCONTA.
           CLOSE ARQ-RENTCONTA.
           OPEN I-O ARQ-RENTCONTA.
           IF ARQ-RENTCONTA-OK NOT = "00"
               DISPLAY "Erro ao abrir RENTCONTA.DAT - status "
                   ARQ-RENTCONTA-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN OUTPUT ARQ-RENTCPF.
           CLOSE ARQ-RENTCPF.
           OPEN I-O ARQ-RENTCPF.
           IF ARQ-RENTCPF-OK NOT = "00"
               DISPLAY "Erro ao abrir RENTCPF.DAT - status "
                   ARQ-RENTCPF-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN I-O ARQ-RENTAB.
           IF ARQ-RENTAB-OK NOT = "00"
               CLOSE ARQ-RENTAB
               OPEN OUTPUT ARQ-RENTAB
               CLOSE ARQ-RENTAB
               OPEN I-O ARQ-RENTAB.
           IF ARQ-RENTAB-OK NOT = "00"
               DISPLAY "Erro ao abrir RENTAB.DAT - status "
                   ARQ-RENTAB-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN INPUT ARQ-EMPRESTIMO.
           IF ARQ-EMPRESTIMO-OK = "00"
               MOVE 1 TO EMPRESTIMO-DISPONIVEL
           ELSE
               DISPLAY "EMPRESTIMO.DAT indisponivel - status "
                   ARQ-EMPRESTIMO-OK " - juros de emprestimos zerados".
           OPEN INPUT ARQ-CDB.
           IF ARQ-CDB-OK = "00"
               MOVE 1 TO CDB-DISPONIVEL
           ELSE
               DISPLAY "CDB.DAT indisponivel - status " ARQ-CDB-OK
                   " - resultado de CDB zerado".
           OPEN INPUT ARQ-TITULAR.
           IF ARQ-TITULAR-OK = "00"
               MOVE 1 TO TITULAR-DISPONIVEL
           ELSE
               DISPLAY "TITULAR.DAT indisponivel - status "
                   ARQ-TITULAR-OK " - margem atribuida ao cliente "
                   "da conta".

       APURA-EMPRESTIMOS.
           IF EMPRESTIMO-DISPONIVEL = 1
               MOVE ZERO TO EOF
               MOVE ZEROS TO NUM-CONTRATO
               START ARQ-EMPRESTIMO KEY IS NOT LESS THAN NUM-CONTRATO
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LE-CONTRATO UNTIL EOF = 1.
           IF SOMA-PRINCIPAL > ZEROS
               COMPUTE TAXA-REFERENCIA ROUNDED =
                   SOMA-PRINCIPAL-TAXA / SOMA-PRINCIPAL.
           MOVE TAXA-REFERENCIA TO TAXA-REFERENCIA-E.
           DISPLAY "Taxa media da carteira de credito: "
               TAXA-REFERENCIA-E " ao mes".

       LE-CONTRATO.
           READ ARQ-EMPRESTIMO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE DATA-ULT-COBRANCA TO DATA-AUX
               IF CONTRATO-ATIVO OR ANO-MES-AUX = PERIODO-FECHAMENTO
                   PERFORM ACUMULA-CONTRATO.

       ACUMULA-CONTRATO.
           IF CONTRATO-ATIVO
               ADD VALOR-PRINCIPAL TO SOMA-PRINCIPAL
               COMPUTE SOMA-PRINCIPAL-TAXA = SOMA-PRINCIPAL-TAXA +
                   VALOR-PRINCIPAL * TAXA-CONTRATO.
           COMPUTE TOTAL-CONTRATO = NUM-PARCELAS * VALOR-PARCELA.
           IF TOTAL-CONTRATO > VALOR-PRINCIPAL
               MOVE COD-ID-CONTRATO TO COD-ID-BUSCA
               PERFORM POSICIONA-CONTA-RC
               ADD TOTAL-CONTRATO TO TOTAL-DEVIDO-RC
               COMPUTE JUROS-CONTRATO-RC = JUROS-CONTRATO-RC +
                   TOTAL-CONTRATO - VALOR-PRINCIPAL
               PERFORM ATUALIZA-CONTA-RC.

       APURA-EXTRATO.
           MOVE ZERO TO EOF.
           PERFORM LE-LANCAMENTO UNTIL EOF = 1.
           IF HIST-DISPONIVEL = 1
               MOVE ZERO TO EOF
               PERFORM LE-LANCAMENTO-HIST UNTIL EOF = 1.

       LE-LANCAMENTO.
           READ ARQ-EXTR NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF ANO = ANO-FECHAMENTO AND MES = MES-FECHAMENTO
                   PERFORM CLASSIFICA-LANCAMENTO.

       LE-LANCAMENTO-HIST.
           READ ARQ-HIST NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF ANO-HIST = ANO-FECHAMENTO
                   AND MES-HIST = MES-FECHAMENTO
                   MOVE R-HIST TO R-EXTR
                   PERFORM CLASSIFICA-LANCAMENTO.

       CLASSIFICA-LANCAMENTO.
           MOVE CODIGO TO COD-ID-BUSCA.
           MOVE ZEROS TO VALOR-RECEITA.
           MOVE ZEROS TO VALOR-CUSTO.
           MOVE ZERO TO IND-PRODUTO.
           EVALUATE TIPO-MOV
           WHEN "TARIFA"
           WHEN "TARIFA DEV"
               PERFORM BUSCA-TIPO-CONTA
               IF TIPO-CONTA-CACHE = "P"
                   MOVE 2 TO IND-PRODUTO
               ELSE
                   MOVE 1 TO IND-PRODUTO
               END-IF
               COMPUTE VALOR-RECEITA = 0 - VL-MOV
           WHEN "JUROS LIMITE"
               MOVE 3 TO IND-PRODUTO
               COMPUTE VALOR-RECEITA = 0 - VL-MOV
           WHEN "MORA EMP"
               MOVE 4 TO IND-PRODUTO
               COMPUTE VALOR-RECEITA = 0 - VL-MOV
           WHEN "PARCELA EMP"
               MOVE 4 TO IND-PRODUTO
           WHEN "RENDIMENTO"
               MOVE 2 TO IND-PRODUTO
               MOVE VL-MOV TO VALOR-CUSTO
           END-EVALUATE.
           IF IND-PRODUTO > ZERO
               ADD 1 TO CONTADOR-LANCAMENTOS
               PERFORM LANCA-CONTA.

       LANCA-CONTA.
           PERFORM POSICIONA-CONTA-RC.
           IF TIPO-MOV = "PARCELA EMP" AND TOTAL-DEVIDO-RC > ZEROS
               COMPUTE VALOR-RECEITA ROUNDED = (0 - VL-MOV) *
                   JUROS-CONTRATO-RC / TOTAL-DEVIDO-RC.
           ADD VALOR-RECEITA TO RECEITA-RC (IND-PRODUTO).
           ADD VALOR-CUSTO TO CUSTO-RC (IND-PRODUTO).
           PERFORM ATUALIZA-CONTA-RC.

       BUSCA-TIPO-CONTA.
           IF COD-ID-BUSCA NOT = CONTA-EM-CACHE
               MOVE COD-ID-BUSCA TO CONTA-EM-CACHE
               MOVE SPACE TO TIPO-CONTA-CACHE
               MOVE COD-ID-BUSCA TO COD-ID OF REG-ARQAGENCIA
               READ ARQ-CONTA INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TIPO-CONTA TO TIPO-CONTA-CACHE
               END-READ.

       POSICIONA-CONTA-RC.
           MOVE COD-ID-BUSCA TO COD-ID-RC.
           READ ARQ-RENTCONTA INVALID KEY
               INITIALIZE R-RENTCONTA
               MOVE COD-ID-BUSCA TO COD-ID-RC
               WRITE R-RENTCONTA INVALID KEY
                   DISPLAY "Erro ao gravar RENTCONTA.DAT - conta "
                       COD-ID-BUSCA
               END-WRITE
           END-READ.

       ATUALIZA-CONTA-RC.
           REWRITE R-RENTCONTA INVALID KEY
               DISPLAY "Erro ao atualizar RENTCONTA.DAT - conta "
                   COD-ID-RC.

       APURA-CDB.
           IF CDB-DISPONIVEL = 1
               MOVE ZERO TO EOF
               MOVE ZEROS TO NUM-CDB
               START ARQ-CDB KEY IS NOT LESS THAN NUM-CDB
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LE-CDB UNTIL EOF = 1.

       LE-CDB.
           READ ARQ-CDB NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               PERFORM APURA-DIAS-CDB
               IF DIAS-CDB > ZERO
                   PERFORM LANCA-CDB.

       APURA-DIAS-CDB.
           MOVE ZEROS TO DIAS-CDB.
           MOVE ZEROS TO DIA-INICIO-CDB.
           MOVE 30 TO DIA-FIM-CDB.
           MOVE DATA-APLICACAO TO DATA-AUX.
           IF ANO-MES-AUX > PERIODO-FECHAMENTO
               MOVE ZEROS TO DIA-FIM-CDB
           ELSE
               IF ANO-MES-AUX = PERIODO-FECHAMENTO
                   MOVE DIA-AUX TO DIA-INICIO-CDB.
           IF NOT CDB-ATIVO
               MOVE DATA-ULT-RENDIMENTO TO DATA-AUX
               IF ANO-MES-AUX < PERIODO-FECHAMENTO
                   MOVE ZEROS TO DIA-FIM-CDB
               ELSE
                   IF ANO-MES-AUX = PERIODO-FECHAMENTO
                       AND DIA-AUX < DIA-FIM-CDB
                       MOVE DIA-AUX TO DIA-FIM-CDB.
           IF DIA-FIM-CDB > DIA-INICIO-CDB
               COMPUTE DIAS-CDB = DIA-FIM-CDB - DIA-INICIO-CDB.

       LANCA-CDB.
           MOVE COD-ID-CDB TO COD-ID-BUSCA.
           PERFORM POSICIONA-CONTA-RC.
           COMPUTE VALOR-CUSTO ROUNDED =
               SALDO-ATUAL-CDB * TAXA-CDB * DIAS-CDB / 30.
           COMPUTE VALOR-RECEITA ROUNDED =
               SALDO-ATUAL-CDB * TAXA-REFERENCIA * DIAS-CDB / 30.
           ADD VALOR-RECEITA TO RECEITA-RC (5).
           ADD VALOR-CUSTO TO CUSTO-RC (5).
           PERFORM ATUALIZA-CONTA-RC.

       CONSOLIDA-CONTAS.
           MOVE ZERO TO EOF.
           MOVE ZEROS TO COD-ID-RC.
           START ARQ-RENTCONTA KEY IS NOT LESS THAN COD-ID-RC
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LE-CONTA-RC UNTIL EOF = 1.

       LE-CONTA-RC.
           READ ARQ-RENTCONTA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE ZEROS TO RECEITA-CONTA
               MOVE ZEROS TO CUSTO-CONTA
               PERFORM SOMA-PRODUTO-CONTA VARYING IND-PRODUTO
                   FROM 1 BY 1 UNTIL IND-PRODUTO > 5
               IF RECEITA-CONTA NOT = ZEROS OR CUSTO-CONTA NOT = ZEROS
                   PERFORM CONSOLIDA-CONTA.

       SOMA-PRODUTO-CONTA.
           ADD RECEITA-RC (IND-PRODUTO) TO RECEITA-CONTA.
           ADD CUSTO-RC (IND-PRODUTO) TO CUSTO-CONTA.

       CONSOLIDA-CONTA.
           ADD 1 TO CONTADOR-CONTAS.
           MOVE COD-ID-RC TO CODIGO-CONTA-R.
           PERFORM LOCALIZA-AGENCIA.
           IF ACHOU-AGENCIA = 1
               MOVE 1 TO TAB-TEM-ATUAL (IND-AGENCIA)
               ADD RECEITA-CONTA TO TAB-RECEITA (IND-AGENCIA)
               ADD CUSTO-CONTA TO TAB-CUSTO (IND-AGENCIA)
               PERFORM SOMA-PRODUTO-AGENCIA VARYING IND-PRODUTO
                   FROM 1 BY 1 UNTIL IND-PRODUTO > 5.
           ADD RECEITA-CONTA TO TOTAL-RECEITA.
           ADD CUSTO-CONTA TO TOTAL-CUSTO.
           PERFORM BUSCA-CPF-TITULAR.
           IF CPF-MARGEM = ZEROS
               ADD 1 TO CONTADOR-SEM-TITULAR
           ELSE
               PERFORM ACUMULA-CPF.

       SOMA-PRODUTO-AGENCIA.
           ADD RECEITA-RC (IND-PRODUTO)
               TO TAB-RECEITA-PROD (IND-AGENCIA, IND-PRODUTO).
           ADD CUSTO-RC (IND-PRODUTO)
               TO TAB-CUSTO-PROD (IND-AGENCIA, IND-PRODUTO).
           ADD RECEITA-RC (IND-PRODUTO) TO PROD-RECEITA (IND-PRODUTO).
           ADD CUSTO-RC (IND-PRODUTO) TO PROD-CUSTO (IND-PRODUTO).

       LOCALIZA-AGENCIA.
           MOVE ZERO TO ACHOU-AGENCIA.
           MOVE 1 TO IND-AGENCIA.
           PERFORM PROCURA-AGENCIA
               UNTIL IND-AGENCIA > QTD-AGENCIAS
               OR ACHOU-AGENCIA = 1.
           IF ACHOU-AGENCIA = 0
               IF QTD-AGENCIAS < 100
                   ADD 1 TO QTD-AGENCIAS
                   MOVE QTD-AGENCIAS TO IND-AGENCIA
                   INITIALIZE ITEM-AGENCIA (IND-AGENCIA)
                   MOVE AGENCIA-CONTA-R TO TAB-AGENCIA (IND-AGENCIA)
                   MOVE 1 TO ACHOU-AGENCIA
               ELSE
                   DISPLAY "Tabela de agencias cheia - agencia "
                       AGENCIA-CONTA-R " ignorada".

       PROCURA-AGENCIA.
           IF TAB-AGENCIA (IND-AGENCIA) = AGENCIA-CONTA-R
               MOVE 1 TO ACHOU-AGENCIA
           ELSE
               ADD 1 TO IND-AGENCIA.

       BUSCA-CPF-TITULAR.
           MOVE ZEROS TO CPF-MARGEM.
           IF TITULAR-DISPONIVEL = 1
               MOVE ZERO TO FIM-TITULAR
               MOVE COD-ID-RC TO COD-ID-TITULAR
               MOVE ZEROS TO CPF-TITULAR
               START ARQ-TITULAR KEY IS NOT LESS THAN CHAVE-TITULAR
                   INVALID KEY MOVE 1 TO FIM-TITULAR
               END-START
               PERFORM LE-TITULAR UNTIL FIM-TITULAR = 1.
           IF CPF-MARGEM = ZEROS
               MOVE COD-ID-RC TO COD-ID OF REG-ARQAGENCIA
               READ ARQ-CONTA INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COD-CLIENTE TO CPF-MARGEM
               END-READ.

       LE-TITULAR.
           READ ARQ-TITULAR NEXT RECORD AT END MOVE 1 TO FIM-TITULAR.
           IF FIM-TITULAR = 0
               IF COD-ID-TITULAR NOT = COD-ID-RC
                   MOVE 1 TO FIM-TITULAR
               ELSE
                   IF TITULAR-PRINCIPAL
                       MOVE CPF-TITULAR TO CPF-MARGEM
                       MOVE 1 TO FIM-TITULAR.

       ACUMULA-CPF.
           MOVE CPF-MARGEM TO CPF-RCPF.
           READ ARQ-RENTCPF INVALID KEY
               INITIALIZE R-RENTCPF
               MOVE CPF-MARGEM TO CPF-RCPF
               WRITE R-RENTCPF INVALID KEY
                   DISPLAY "Erro ao gravar RENTCPF.DAT - CPF "
                       CPF-MARGEM
               END-WRITE
           END-READ.
           ADD 1 TO QTD-CONTAS-RCPF.
           PERFORM SOMA-PRODUTO-CPF VARYING IND-PRODUTO
               FROM 1 BY 1 UNTIL IND-PRODUTO > 5.
           REWRITE R-RENTCPF INVALID KEY
               DISPLAY "Erro ao atualizar RENTCPF.DAT - CPF "
                   CPF-MARGEM.

       SOMA-PRODUTO-CPF.
           ADD RECEITA-RC (IND-PRODUTO) TO RECEITA-RCPF (IND-PRODUTO).
           ADD CUSTO-RC (IND-PRODUTO) TO CUSTO-RCPF (IND-PRODUTO).

       CARREGA-MES-ANTERIOR.
           MOVE ZERO TO EOF.
           MOVE PERIODO-ANTERIOR TO PERIODO-RENTAB.
           MOVE ZEROS TO AGENCIA-RENTAB.
           MOVE ZERO TO PRODUTO-RENTAB.
           START ARQ-RENTAB KEY IS NOT LESS THAN CHAVE-RENTAB
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LE-MES-ANTERIOR UNTIL EOF = 1.

       LE-MES-ANTERIOR.
           READ ARQ-RENTAB NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF PERIODO-RENTAB NOT = PERIODO-ANTERIOR
                   MOVE 1 TO EOF
               ELSE
                   PERFORM ACUMULA-MES-ANTERIOR.

       ACUMULA-MES-ANTERIOR.
           MOVE 1 TO TEM-MES-ANTERIOR.
           MOVE AGENCIA-RENTAB TO AGENCIA-CONTA-R.
           PERFORM LOCALIZA-AGENCIA.
           IF ACHOU-AGENCIA = 1
               MOVE 1 TO TAB-TEM-ANT (IND-AGENCIA)
               COMPUTE TAB-MARGEM-ANT (IND-AGENCIA) =
                   TAB-MARGEM-ANT (IND-AGENCIA) +
                   RECEITA-RENTAB - CUSTO-RENTAB.
           IF PRODUTO-RENTAB > ZERO AND PRODUTO-RENTAB < 6
               ADD RECEITA-RENTAB TO PROD-RECEITA-ANT (PRODUTO-RENTAB)
               ADD CUSTO-RENTAB TO PROD-CUSTO-ANT (PRODUTO-RENTAB).
           COMPUTE TOTAL-MARGEM-ANT = TOTAL-MARGEM-ANT +
               RECEITA-RENTAB - CUSTO-RENTAB.

       GRAVA-HISTORICO.
           PERFORM GRAVA-HISTORICO-AGENCIA VARYING IND-AGENCIA
               FROM 1 BY 1 UNTIL IND-AGENCIA > QTD-AGENCIAS.

       GRAVA-HISTORICO-AGENCIA.
           IF TAB-TEM-ATUAL (IND-AGENCIA) = 1
               PERFORM GRAVA-HISTORICO-PRODUTO VARYING IND-PRODUTO
                   FROM 1 BY 1 UNTIL IND-PRODUTO > 5.

       GRAVA-HISTORICO-PRODUTO.
           MOVE PERIODO-FECHAMENTO TO PERIODO-RENTAB.
           MOVE TAB-AGENCIA (IND-AGENCIA) TO AGENCIA-RENTAB.
           MOVE IND-PRODUTO TO PRODUTO-RENTAB.
           MOVE TAB-RECEITA-PROD (IND-AGENCIA, IND-PRODUTO)
               TO RECEITA-RENTAB.
           MOVE TAB-CUSTO-PROD (IND-AGENCIA, IND-PRODUTO)
               TO CUSTO-RENTAB.
           MOVE DATA-GERACAO TO DATA-GERACAO-RENTAB.
           WRITE R-RENTAB INVALID KEY
               REWRITE R-RENTAB INVALID KEY
                   DISPLAY "Erro ao gravar RENTAB.DAT - agencia "
                       AGENCIA-RENTAB " produto " PRODUTO-RENTAB
               END-REWRITE
           END-WRITE.

       CLASSIFICA-AGENCIAS.
           PERFORM CALCULA-MARGEM-AGENCIA VARYING IND-AGENCIA
               FROM 1 BY 1 UNTIL IND-AGENCIA > QTD-AGENCIAS.
           PERFORM ORDENA-POSICAO VARYING IND-AGENCIA
               FROM 1 BY 1 UNTIL IND-AGENCIA NOT < QTD-AGENCIAS.

       CALCULA-MARGEM-AGENCIA.
           COMPUTE TAB-MARGEM (IND-AGENCIA) =
               TAB-RECEITA (IND-AGENCIA) - TAB-CUSTO (IND-AGENCIA).

       ORDENA-POSICAO.
           MOVE IND-AGENCIA TO IND-MAIOR.
           COMPUTE IND-COMPARA = IND-AGENCIA + 1.
           PERFORM PROCURA-MAIOR-MARGEM VARYING IND-COMPARA
               FROM IND-COMPARA BY 1 UNTIL IND-COMPARA > QTD-AGENCIAS.
           IF IND-MAIOR NOT = IND-AGENCIA
               MOVE ITEM-AGENCIA (IND-AGENCIA) TO ITEM-TROCA
               MOVE ITEM-AGENCIA (IND-MAIOR)
                   TO ITEM-AGENCIA (IND-AGENCIA)
               MOVE ITEM-TROCA TO ITEM-AGENCIA (IND-MAIOR).

       PROCURA-MAIOR-MARGEM.
           IF TAB-MARGEM (IND-COMPARA) > TAB-MARGEM (IND-MAIOR)
               MOVE IND-COMPARA TO IND-MAIOR.

       IMPRIME-RENTABILIDADE.
           MOVE SPACES TO NOME-REL.
           STRING "RENTABILIDADE " PERIODO-FECHAMENTO
               DELIMITED BY SIZE INTO NOME-REL.
           MOVE "REL_RENTABILIDADE" TO ARQ-REL.
           MOVE "POS AGEN NOME                       RECEITA"
               TO CABEC-REL.
           MOVE "    CUSTO          MARGEM    MES ANTERIOR    VAR%"
               TO CABEC-REL (51:49).
           PERFORM ABRE-RELATORIO.
           STRING "RANKING DE AGENCIAS POR MARGEM - MES "
               PERIODO-FECHAMENTO " X " PERIODO-ANTERIOR
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM IMPRIME-AGENCIA VARYING IND-AGENCIA
               FROM 1 BY 1 UNTIL IND-AGENCIA > QTD-AGENCIAS.
           PERFORM GRAVA-LINHA-REL.
           MOVE "RESULTADO POR PRODUTO" TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM IMPRIME-PRODUTO VARYING IND-PRODUTO
               FROM 1 BY 1 UNTIL IND-PRODUTO > 5.
           PERFORM GRAVA-LINHA-REL.
           COMPUTE TOTAL-MARGEM = TOTAL-RECEITA - TOTAL-CUSTO.
           MOVE TOTAL-RECEITA TO RECEITA-E.
           MOVE TOTAL-CUSTO TO CUSTO-E.
           MOVE TOTAL-MARGEM TO MARGEM-E.
           MOVE TOTAL-MARGEM-ANT TO MARGEM-ANT-E.
           MOVE TOTAL-MARGEM TO MARGEM-CALC.
           MOVE TOTAL-MARGEM-ANT TO MARGEM-ANT-CALC.
           PERFORM FORMATA-VARIACAO.
           STRING "         TOTAL GERAL         " RECEITA-E " "
               CUSTO-E " " MARGEM-E " " MARGEM-ANT-E " "
               VARIACAO-X DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TAXA-REFERENCIA TO TAXA-REFERENCIA-E.
           STRING "RECEITA DE CDB APURADA A TAXA MEDIA DA CARTEIRA DE "
               "CREDITO: " TAXA-REFERENCIA-E " AO MES"
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           IF TEM-MES-ANTERIOR = 0
               STRING "SEM APURACAO GRAVADA PARA O MES "
                   PERIODO-ANTERIOR " - COMPARATIVO ZERADO"
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               PERFORM GRAVA-LINHA-REL.
           PERFORM FECHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "LANCAMENTOS APURADOS...: " CONTADOR-LANCAMENTOS.
           DISPLAY "CONTAS COM RESULTADO...: " CONTADOR-CONTAS.
           DISPLAY "CONTAS SEM TITULAR.....: " CONTADOR-SEM-TITULAR.
           DISPLAY "AGENCIAS...............: " QTD-AGENCIAS.
           DISPLAY "RECEITA TOTAL..........: " RECEITA-E.
           DISPLAY "CUSTO TOTAL............: " CUSTO-E.
           DISPLAY "MARGEM TOTAL...........: " MARGEM-E.
           DISPLAY "MARGEM MES ANTERIOR....: " MARGEM-ANT-E.
           DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".

       IMPRIME-AGENCIA.
           MOVE IND-AGENCIA TO POSICAO-E.
           MOVE TAB-AGENCIA (IND-AGENCIA) TO AGENCIA-CONTA-R.
           CALL "BUSCA-AGENCIA" USING AGENCIA-CONTA-R, NOME-AGENCIA,
               SITUACAO-AGENCIA.
           MOVE NOME-AGENCIA TO NOME-AGENCIA-E.
           MOVE TAB-RECEITA (IND-AGENCIA) TO RECEITA-E.
           MOVE TAB-CUSTO (IND-AGENCIA) TO CUSTO-E.
           MOVE TAB-MARGEM (IND-AGENCIA) TO MARGEM-E.
           MOVE TAB-MARGEM-ANT (IND-AGENCIA) TO MARGEM-ANT-E.
           MOVE TAB-MARGEM (IND-AGENCIA) TO MARGEM-CALC.
           MOVE TAB-MARGEM-ANT (IND-AGENCIA) TO MARGEM-ANT-CALC.
           PERFORM FORMATA-VARIACAO.
           STRING POSICAO-E " " TAB-AGENCIA (IND-AGENCIA) " "
               NOME-AGENCIA-E " " RECEITA-E " " CUSTO-E " " MARGEM-E
               " " MARGEM-ANT-E " " VARIACAO-X
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       IMPRIME-PRODUTO.
           MOVE PROD-RECEITA (IND-PRODUTO) TO RECEITA-E.
           MOVE PROD-CUSTO (IND-PRODUTO) TO CUSTO-E.
           COMPUTE MARGEM-CALC =
               PROD-RECEITA (IND-PRODUTO) - PROD-CUSTO (IND-PRODUTO).
           COMPUTE MARGEM-ANT-CALC = PROD-RECEITA-ANT (IND-PRODUTO)
               - PROD-CUSTO-ANT (IND-PRODUTO).
           MOVE MARGEM-CALC TO MARGEM-E.
           MOVE MARGEM-ANT-CALC TO MARGEM-ANT-E.
           PERFORM FORMATA-VARIACAO.
           STRING "         " NOME-PRODUTO (IND-PRODUTO) "    "
               RECEITA-E " " CUSTO-E " " MARGEM-E " " MARGEM-ANT-E
               " " VARIACAO-X DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       FORMATA-VARIACAO.
           IF MARGEM-ANT-CALC = ZEROS
               MOVE "    N/D" TO VARIACAO-X
           ELSE
               IF MARGEM-ANT-CALC > ZEROS
                   COMPUTE VARIACAO ROUNDED = (MARGEM-CALC -
                       MARGEM-ANT-CALC) * 100 / MARGEM-ANT-CALC
                       ON SIZE ERROR MOVE 9999,9 TO VARIACAO
                   END-COMPUTE
               ELSE
                   COMPUTE VARIACAO ROUNDED = (MARGEM-CALC -
                       MARGEM-ANT-CALC) * 100 / (0 - MARGEM-ANT-CALC)
                       ON SIZE ERROR MOVE 9999,9 TO VARIACAO
                   END-COMPUTE
               END-IF
               MOVE VARIACAO TO VARIACAO-E.

       GERA-ARQUIVO-MARGEM.
           MOVE SPACES TO NOME-ARQ-MARGEM.
           STRING "MARGEM_CPF_" PERIODO-FECHAMENTO ".TXT"
               DELIMITED BY SIZE INTO NOME-ARQ-MARGEM.
           OPEN OUTPUT ARQ-MARGEM.
           IF ARQ-MARGEM-OK NOT = "00"
               DISPLAY "Erro ao abrir " NOME-ARQ-MARGEM
                   " - status " ARQ-MARGEM-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 1 TO MARGEM-DISPONIVEL
               MOVE PERIODO-FECHAMENTO TO PERIODO-H
               MOVE DATA-GERACAO TO DATA-GERACAO-H
               MOVE REG-HEADER-MARGEM TO LINHA-MARGEM
               WRITE LINHA-MARGEM
               MOVE ZERO TO EOF
               MOVE ZEROS TO CPF-RCPF
               START ARQ-RENTCPF KEY IS NOT LESS THAN CPF-RCPF
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LE-CPF-MARGEM UNTIL EOF = 1
               MOVE CONTADOR-CPFS TO QTD-DETALHES-T
               MOVE TOTAL-MARGEM-CPF TO TOTAL-MARGEM-T
               MOVE REG-TRAILER-MARGEM TO LINHA-MARGEM
               WRITE LINHA-MARGEM
               DISPLAY "ARQUIVO DE MARGEM.....: " NOME-ARQ-MARGEM
               DISPLAY "CLIENTES NO ARQUIVO....: " CONTADOR-CPFS.

       LE-CPF-MARGEM.
           READ ARQ-RENTCPF NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               PERFORM GRAVA-DETALHE-MARGEM.

       GRAVA-DETALHE-MARGEM.
           MOVE CPF-RCPF TO CPF-D.
           MOVE QTD-CONTAS-RCPF TO QTD-CONTAS-D.
           MOVE ZEROS TO RECEITA-CONTA.
           MOVE ZEROS TO CUSTO-CONTA.
           PERFORM MONTA-PRODUTO-MARGEM VARYING IND-PRODUTO
               FROM 1 BY 1 UNTIL IND-PRODUTO > 5.
           MOVE RECEITA-CONTA TO RECEITA-D.
           MOVE CUSTO-CONTA TO CUSTO-D.
           COMPUTE MARGEM-D = RECEITA-CONTA - CUSTO-CONTA.
           COMPUTE TOTAL-MARGEM-CPF = TOTAL-MARGEM-CPF +
               RECEITA-CONTA - CUSTO-CONTA.
           MOVE REG-DETALHE-MARGEM TO LINHA-MARGEM.
           WRITE LINHA-MARGEM.
           ADD 1 TO CONTADOR-CPFS.

       MONTA-PRODUTO-MARGEM.
           ADD RECEITA-RCPF (IND-PRODUTO) TO RECEITA-CONTA.
           ADD CUSTO-RCPF (IND-PRODUTO) TO CUSTO-CONTA.
           COMPUTE MARGEM-PRODUTO-D (IND-PRODUTO) =
               RECEITA-RCPF (IND-PRODUTO) - CUSTO-RCPF (IND-PRODUTO).

       FECHA.
           CLOSE ARQ-EXTR.
           IF HIST-DISPONIVEL = 1
               CLOSE ARQ-HIST.
           CLOSE ARQ-CONTA.
           CLOSE ARQ-RENTCONTA.
           CLOSE ARQ-RENTCPF.
           CLOSE ARQ-RENTAB.
           IF EMPRESTIMO-DISPONIVEL = 1
               CLOSE ARQ-EMPRESTIMO.
           IF CDB-DISPONIVEL = 1
               CLOSE ARQ-CDB.
           IF TITULAR-DISPONIVEL = 1
               CLOSE ARQ-TITULAR.
           IF MARGEM-DISPONIVEL = 1
               CLOSE ARQ-MARGEM.

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

       END PROGRAM RENTAB-MES.
