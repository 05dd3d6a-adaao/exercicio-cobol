       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD-RETENCAO.

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

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

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

           SELECT ARQ-AVISO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-AVISO
           ALTERNATE RECORD KEY IS CPF-AVISO WITH DUPLICATES
           FILE STATUS ARQ-AVISO-OK.

           SELECT ARQ-ALTERACAO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-ALT
           ALTERNATE RECORD KEY IS CHAVE-REGISTRO-ALT WITH DUPLICATES
           ALTERNATE RECORD KEY IS OPERADOR-ALT WITH DUPLICATES
           FILE STATUS ARQ-ALTERACAO-OK.

           SELECT ARQ-PIX ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-PIX
           FILE STATUS ARQ-PIX-OK.

           SELECT ARQ-ANONIM ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CPF-ANONIM
           FILE STATUS ARQ-ANONIM-OK.

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

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".

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
               88 CONTA-ATIVA VALUE "A".
               88 CONTA-BLOQUEADA VALUE "B".
               88 CONTA-ENCERRADA VALUE "E".
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
           02 DATA-INCLUSAO-TIT PIC 9(8).

       FD ARQ-EXTR LABEL RECORD STANDARD
           DATA RECORD IS R-EXTR
           VALUE OF FILE-ID IS "ARQEXTR.DAT".

       01 R-EXTR.
           02 DATA-SISTEMA PIC 9(8).
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
           02 DATA-SISTEMA-HIST PIC 9(8).
           02 CHAVE-HIST.
               03 CODIGO-HIST PIC 9(8).
               03 NUM-SEQ-HIST PIC 9(9).
           02 TIPO-MOV-HIST PIC X(12).
           02 VL-MOV-HIST PIC S9(9)V99.
           02 SD-ATUAL-HIST PIC S9(9)V99.
           02 OPERADOR-HIST PIC X(8).

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
           02 STATUS-AVISO PIC X(1).
           02 DATA-ENVIO-AVISO PIC 9(8).

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

       FD ARQ-PIX LABEL RECORD STANDARD
           DATA RECORD IS R-PIX
           VALUE OF FILE-ID IS "PIXCHAVE.DAT".

       01 R-PIX.
           02 CHAVE-PIX PIC X(32).
           02 TIPO-CHAVE PIC X(1).
               88 CHAVE-CPF VALUE "C".
               88 CHAVE-TELEFONE VALUE "T".
               88 CHAVE-ALEATORIA VALUE "A".
           02 COD-ID-PIX PIC 9(8).
           02 DATA-CADASTRO-PIX PIC 9(8).
           02 STATUS-CHAVE PIC X(1).
               88 CHAVE-PIX-ATIVA VALUE "A".
               88 CHAVE-PIX-REVOGADA VALUE "R".

       FD ARQ-ANONIM LABEL RECORD STANDARD
           DATA RECORD IS R-ANONIM
           VALUE OF FILE-ID IS "ANONIMIZA.DAT".

       01 R-ANONIM.
           02 CPF-ANONIM PIC 9(11).
           02 DATA-ANONIM PIC 9(8).
           02 DATA-ENCERRAMENTO-ANONIM PIC 9(8).
           02 PRAZO-ANONIM PIC 9(2).
           02 QTD-CONTAS-ANONIM PIC 9(3).
           02 QTD-NOMES-CONTA-ANONIM PIC 9(3).
           02 QTD-AVISOS-ANONIM PIC 9(5).
           02 QTD-ALTERACOES-ANONIM PIC 9(5).
           02 QTD-CHAVES-ANONIM PIC 9(3).
           02 OPERADOR-ANONIM PIC X(8).

       WORKING-STORAGE SECTION.
       01 ARQ-PARAM-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CLIENTE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-TITULAR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EXTR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-HIST-OK PIC X(2) VALUE ZEROS.
       01 ARQ-AVISO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-ALTERACAO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PIX-OK PIC X(2) VALUE ZEROS.
       01 ARQ-ANONIM-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 EOF-CLIENTE PIC 9 VALUE ZERO.
       01 ERRO-ABERTURA PIC 9 VALUE ZERO.
       01 OPERADOR-BATCH PIC X(8) VALUE "BATCH".
       01 NOME-ANONIMIZADO PIC A(40) VALUE "CLIENTE ANONIMIZADO".

       01 DADOS-RETENCAO.
           02 DATA-REFERENCIA PIC 9(8) VALUE ZEROS.
           02 DATA-LIMITE PIC 9(8) VALUE ZEROS.
           02 DATA-LIMITE-R REDEFINES DATA-LIMITE.
               03 ANO-LIMITE PIC 9(4).
               03 MES-DIA-LIMITE PIC 9(4).
           02 PRAZO-ANOS PIC 9(2) VALUE ZEROS.
           02 DATA-ENCERRAMENTO-CLI PIC 9(8) VALUE ZEROS.
           02 ULTIMA-DATA-CONTA PIC 9(8) VALUE ZEROS.
           02 CPF-AVALIADO PIC 9(11) VALUE ZEROS.
           02 TELEFONE-AVALIADO PIC 9(11) VALUE ZEROS.
           02 TELEFONE-AVALIADO-X REDEFINES TELEFONE-AVALIADO
               PIC X(11).
           02 CONTAS-ABERTAS PIC 9(2) VALUE ZEROS.
           02 CHAVE-CONTA-ALT PIC X(20) VALUE SPACES.

       01 DISPONIBILIDADE.
           02 TITULAR-DISPONIVEL PIC 9 VALUE ZERO.
           02 HIST-DISPONIVEL PIC 9 VALUE ZERO.
           02 AVISO-DISPONIVEL PIC 9 VALUE ZERO.
           02 PIX-DISPONIVEL PIC 9 VALUE ZERO.
           02 ALTERACAO-ABERTO PIC 9 VALUE ZERO.

       01 TABELA-CONTAS.
           02 QTD-CONTAS-CLI PIC 9(2) VALUE ZEROS.
           02 CONTA-CLI OCCURS 50 TIMES.
               03 TAB-COD-ID PIC 9(8).
               03 TAB-SITUACAO PIC X(1).
               03 TAB-PROPRIA PIC 9(1).

       01 DADOS-TABELA.
           02 IND-CONTA PIC 9(2) VALUE ZEROS.
           02 IND-BUSCA PIC 9(2) VALUE ZEROS.
           02 CONTA-PROCURADA PIC 9(8) VALUE ZEROS.
           02 ACHOU-CONTA PIC 9 VALUE ZERO.
           02 IND-ACHADO PIC 9(2) VALUE ZEROS.

       01 TABELA-CHAVES.
           02 QTD-CHAVES-TEL PIC 9(2) VALUE ZEROS.
           02 CHAVE-TEL OCCURS 20 TIMES PIC X(32).
           02 IND-CHAVE PIC 9(2) VALUE ZEROS.
           02 SEQ-CHAVE-ANONIMA PIC 9(2) VALUE ZEROS.
           02 CHAVE-ANONIMA PIC X(32) VALUE SPACES.

       01 CONTADORES-CLIENTE.
           02 NOMES-CONTA-ANON PIC 9(3) VALUE ZEROS.
           02 AVISOS-ANON PIC 9(5) VALUE ZEROS.
           02 ALTERACOES-ANON PIC 9(5) VALUE ZEROS.
           02 CHAVES-ANON PIC 9(3) VALUE ZEROS.

       01 TOTAIS.
           02 CLIENTES-LIDOS PIC 9(7) VALUE ZEROS.
           02 CLIENTES-ANONIMIZADOS PIC 9(7) VALUE ZEROS.
           02 CLIENTES-JA-ANONIMIZADOS PIC 9(7) VALUE ZEROS.
           02 CLIENTES-SEM-CONTA PIC 9(7) VALUE ZEROS.
           02 CLIENTES-CONTA-ABERTA PIC 9(7) VALUE ZEROS.
           02 CLIENTES-EM-RETENCAO PIC 9(7) VALUE ZEROS.
           02 CLIENTES-SEM-DATA PIC 9(7) VALUE ZEROS.

       01 DADOS-ALTERA.
           02 ARQUIVO-REG PIC X(12) VALUE SPACES.
           02 CHAVE-REG PIC X(20) VALUE SPACES.
           02 CAMPO-REG PIC X(20) VALUE SPACES.
           02 VALOR-ANTES-REG PIC X(40) VALUE SPACES.
           02 VALOR-DEPOIS-REG PIC X(40) VALUE SPACES.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE "BATCH".
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       01 LINHA-ANONIM-REL.
           02 CPF-LIN PIC 9(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ENCERRAMENTO-LIN PIC 9(8).
           02 FILLER PIC X(6) VALUE SPACES.
           02 CONTAS-LIN PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 NOMES-LIN PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AVISOS-LIN PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 ALTERACOES-LIN PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CHAVES-LIN PIC ZZ9.

       01 TOTAL-E PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       RETENCAO.
           PERFORM ABRE.
           IF ERRO-ABERTURA = 1
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM ABRE-RELATORIO.
           MOVE ZERO TO EOF-CLIENTE.
           MOVE ZEROS TO CPF-CLIENTE.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CPF-CLIENTE
               INVALID KEY MOVE 1 TO EOF-CLIENTE.
           PERFORM LE-CLIENTE UNTIL EOF-CLIENTE = 1.
           PERFORM IMPRIME-TOTAIS.
           PERFORM FECHA-RELATORIO.
           PERFORM FECHA.
           GOBACK.

       ABRE.
           DISPLAY "RETENCAO E ANONIMIZACAO DE DADOS PESSOAIS - LGPD".
           DISPLAY " ".
           PERFORM BUSCA-DATA-MOVIMENTO.
           OPEN INPUT ARQ-PARAM.
           IF ARQ-PARAM-OK NOT = "00"
               DISPLAY "Erro ao abrir PARAM.DAT - status "
                   ARQ-PARAM-OK
               MOVE 1 TO ERRO-ABERTURA
           ELSE
               PERFORM LE-PRAZO-RETENCAO
               CLOSE ARQ-PARAM.
           IF ERRO-ABERTURA = 0
               PERFORM ABRE-ARQUIVOS.

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

       LE-PRAZO-RETENCAO.
           MOVE "LG" TO CHAVE-PARAM.
           READ ARQ-PARAM INVALID KEY
               MOVE ZEROS TO TETO-AUTORIZACAO.
           MOVE TETO-AUTORIZACAO TO PRAZO-ANOS.
           IF PRAZO-ANOS = ZEROS
               DISPLAY "Prazo de retencao LGPD nao cadastrado - "
                   "execute PARAM-MANUT"
               MOVE 1 TO ERRO-ABERTURA
           ELSE
               MOVE DATA-REFERENCIA TO DATA-LIMITE
               SUBTRACT PRAZO-ANOS FROM ANO-LIMITE
               DISPLAY "Data de referencia.......: " DATA-REFERENCIA
               DISPLAY "Prazo de retencao (anos).: " PRAZO-ANOS
               DISPLAY "Encerradas ate...........: " DATA-LIMITE.

       ABRE-ARQUIVOS.
           OPEN I-O ARQ-CLIENTE.
           IF ARQ-CLIENTE-OK NOT = "00"
               DISPLAY "Erro ao abrir arqCliente.dat - status "
                   ARQ-CLIENTE-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN I-O ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN INPUT ARQ-EXTR.
           IF ARQ-EXTR-OK NOT = "00"
               DISPLAY "Erro ao abrir ARQEXTR.DAT - status "
                   ARQ-EXTR-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN I-O ARQ-ANONIM.
           IF ARQ-ANONIM-OK NOT = "00"
               CLOSE ARQ-ANONIM
               OPEN OUTPUT ARQ-ANONIM
               CLOSE ARQ-ANONIM
               OPEN I-O ARQ-ANONIM.
           IF ARQ-ANONIM-OK NOT = "00"
               DISPLAY "Erro ao abrir ANONIMIZA.DAT - status "
                   ARQ-ANONIM-OK
               MOVE 1 TO ERRO-ABERTURA.
           OPEN INPUT ARQ-TITULAR.
           IF ARQ-TITULAR-OK = "00"
               MOVE 1 TO TITULAR-DISPONIVEL
           ELSE
               DISPLAY "TITULAR.DAT indisponivel - status "
                   ARQ-TITULAR-OK " - apenas contas do cliente".
           OPEN INPUT ARQ-HIST.
           IF ARQ-HIST-OK = "00"
               MOVE 1 TO HIST-DISPONIVEL
           ELSE
               DISPLAY "ARQEXTR_HIST.DAT indisponivel - status "
                   ARQ-HIST-OK " - encerramento pelo extrato atual".
           OPEN I-O ARQ-AVISO.
           IF ARQ-AVISO-OK = "00"
               MOVE 1 TO AVISO-DISPONIVEL
           ELSE
               DISPLAY "AVISO.DAT indisponivel - status "
                   ARQ-AVISO-OK " - avisos nao tratados".
           OPEN I-O ARQ-PIX.
           IF ARQ-PIX-OK = "00"
               MOVE 1 TO PIX-DISPONIVEL
           ELSE
               DISPLAY "PIXCHAVE.DAT indisponivel - status "
                   ARQ-PIX-OK " - chaves PIX nao tratadas".

       FECHA.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-CONTA.
           CLOSE ARQ-EXTR.
           CLOSE ARQ-ANONIM.
           IF TITULAR-DISPONIVEL = 1
               CLOSE ARQ-TITULAR.
           IF HIST-DISPONIVEL = 1
               CLOSE ARQ-HIST.
           IF AVISO-DISPONIVEL = 1
               CLOSE ARQ-AVISO.
           IF PIX-DISPONIVEL = 1
               CLOSE ARQ-PIX.
           DISPLAY "Clientes lidos...........: " CLIENTES-LIDOS.
           DISPLAY "Clientes anonimizados....: " CLIENTES-ANONIMIZADOS.

       LE-CLIENTE.
           READ ARQ-CLIENTE NEXT RECORD AT END MOVE 1 TO EOF-CLIENTE.
           IF EOF-CLIENTE = 0
               ADD 1 TO CLIENTES-LIDOS
               MOVE CPF-CLIENTE TO CPF-AVALIADO
               MOVE CPF-CLIENTE TO CPF-ANONIM
               READ ARQ-ANONIM INVALID KEY
                   PERFORM AVALIA-CLIENTE
               NOT INVALID KEY
                   ADD 1 TO CLIENTES-JA-ANONIMIZADOS
               END-READ.

       AVALIA-CLIENTE.
           PERFORM MONTA-LISTA-CONTAS.
           MOVE ZEROS TO CONTAS-ABERTAS.
           MOVE ZEROS TO DATA-ENCERRAMENTO-CLI.
           IF QTD-CONTAS-CLI = ZEROS
               ADD 1 TO CLIENTES-SEM-CONTA
           ELSE
               PERFORM VERIFICA-SITUACAO VARYING IND-CONTA FROM 1 BY 1
                   UNTIL IND-CONTA > QTD-CONTAS-CLI
               IF CONTAS-ABERTAS > ZEROS
                   ADD 1 TO CLIENTES-CONTA-ABERTA
               ELSE
                   PERFORM APURA-ENCERRAMENTO VARYING IND-CONTA
                       FROM 1 BY 1 UNTIL IND-CONTA > QTD-CONTAS-CLI
                   PERFORM DECIDE-ANONIMIZACAO.

       DECIDE-ANONIMIZACAO.
           IF DATA-ENCERRAMENTO-CLI = ZEROS
               ADD 1 TO CLIENTES-SEM-DATA
               STRING CPF-AVALIADO "  CONTAS ENCERRADAS SEM "
                   "MOVIMENTO NO EXTRATO - NAO ANONIMIZADO"
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL
           ELSE
               IF DATA-ENCERRAMENTO-CLI > DATA-LIMITE
                   ADD 1 TO CLIENTES-EM-RETENCAO
               ELSE
                   PERFORM ANONIMIZA-CLIENTE.

       MONTA-LISTA-CONTAS.
           MOVE ZEROS TO QTD-CONTAS-CLI.
           IF TITULAR-DISPONIVEL = 1
               MOVE CPF-AVALIADO TO CPF-TITULAR
               MOVE ZERO TO EOF
               START ARQ-TITULAR KEY IS EQUAL CPF-TITULAR
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LE-TITULAR-CPF UNTIL EOF = 1.
           MOVE CPF-AVALIADO TO COD-CLIENTE.
           MOVE ZERO TO EOF.
           START ARQ-CONTA KEY IS EQUAL COD-CLIENTE
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LE-CONTA-CLIENTE UNTIL EOF = 1.

       LE-TITULAR-CPF.
           READ ARQ-TITULAR NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CPF-TITULAR NOT = CPF-AVALIADO
                   MOVE 1 TO EOF
               ELSE
                   MOVE COD-ID-TITULAR TO CONTA-PROCURADA
                   PERFORM INCLUI-CONTA-LISTA.

       LE-CONTA-CLIENTE.
           READ ARQ-CONTA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF COD-CLIENTE NOT = CPF-AVALIADO
                   MOVE 1 TO EOF
               ELSE
                   MOVE COD-ID TO CONTA-PROCURADA
                   PERFORM INCLUI-CONTA-LISTA.

       INCLUI-CONTA-LISTA.
           PERFORM BUSCA-CONTA-LISTA.
           IF ACHOU-CONTA = 0
               IF QTD-CONTAS-CLI < 50
                   ADD 1 TO QTD-CONTAS-CLI
                   MOVE CONTA-PROCURADA TO TAB-COD-ID (QTD-CONTAS-CLI)
                   MOVE SPACE TO TAB-SITUACAO (QTD-CONTAS-CLI)
                   MOVE ZERO TO TAB-PROPRIA (QTD-CONTAS-CLI)
               ELSE
                   DISPLAY "Limite de 50 contas - conta "
                       CONTA-PROCURADA " nao avaliada".

       BUSCA-CONTA-LISTA.
           MOVE ZERO TO ACHOU-CONTA.
           MOVE ZEROS TO IND-ACHADO.
           PERFORM PROCURA-CONTA VARYING IND-BUSCA FROM 1 BY 1
               UNTIL IND-BUSCA > QTD-CONTAS-CLI.

       PROCURA-CONTA.
           IF TAB-COD-ID (IND-BUSCA) = CONTA-PROCURADA
               MOVE 1 TO ACHOU-CONTA
               MOVE IND-BUSCA TO IND-ACHADO.

       VERIFICA-SITUACAO.
           MOVE TAB-COD-ID (IND-CONTA) TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               MOVE "E" TO TAB-SITUACAO (IND-CONTA)
           NOT INVALID KEY
               MOVE STATUS-CONTA TO TAB-SITUACAO (IND-CONTA)
               IF COD-CLIENTE = CPF-AVALIADO
                   MOVE 1 TO TAB-PROPRIA (IND-CONTA)
               END-IF
           END-READ.
           IF TAB-SITUACAO (IND-CONTA) NOT = "E"
               ADD 1 TO CONTAS-ABERTAS.

       APURA-ENCERRAMENTO.
           MOVE ZEROS TO ULTIMA-DATA-CONTA.
           MOVE TAB-COD-ID (IND-CONTA) TO CODIGO.
           MOVE ZEROS TO NUM-SEQ.
           MOVE ZERO TO EOF.
           START ARQ-EXTR KEY IS NOT LESS THAN CHAVE-EXTR
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LE-EXTRATO-CONTA UNTIL EOF = 1.
           IF HIST-DISPONIVEL = 1
               MOVE TAB-COD-ID (IND-CONTA) TO CODIGO-HIST
               MOVE ZEROS TO NUM-SEQ-HIST
               MOVE ZERO TO EOF
               START ARQ-HIST KEY IS NOT LESS THAN CHAVE-HIST
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LE-HISTORICO-CONTA UNTIL EOF = 1.
           IF ULTIMA-DATA-CONTA > DATA-ENCERRAMENTO-CLI
               MOVE ULTIMA-DATA-CONTA TO DATA-ENCERRAMENTO-CLI.

       LE-EXTRATO-CONTA.
           READ ARQ-EXTR NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CODIGO NOT = TAB-COD-ID (IND-CONTA)
                   MOVE 1 TO EOF
               ELSE
                   IF DATA-SISTEMA > ULTIMA-DATA-CONTA
                       MOVE DATA-SISTEMA TO ULTIMA-DATA-CONTA.

       LE-HISTORICO-CONTA.
           READ ARQ-HIST NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CODIGO-HIST NOT = TAB-COD-ID (IND-CONTA)
                   MOVE 1 TO EOF
               ELSE
                   IF DATA-SISTEMA-HIST > ULTIMA-DATA-CONTA
                       MOVE DATA-SISTEMA-HIST TO ULTIMA-DATA-CONTA.

       ANONIMIZA-CLIENTE.
           MOVE ZEROS TO NOMES-CONTA-ANON.
           MOVE ZEROS TO AVISOS-ANON.
           MOVE ZEROS TO ALTERACOES-ANON.
           MOVE ZEROS TO CHAVES-ANON.
           MOVE TELEFONE-CLIENTE TO TELEFONE-AVALIADO.
           IF PIX-DISPONIVEL = 1
               PERFORM ANONIMIZA-CHAVES-PIX.
           IF AVISO-DISPONIVEL = 1
               PERFORM ANONIMIZA-AVISOS.
           PERFORM ANONIMIZA-ALTERACOES.
           PERFORM ANONIMIZA-NOME-CONTA VARYING IND-CONTA FROM 1 BY 1
               UNTIL IND-CONTA > QTD-CONTAS-CLI.
           MOVE CPF-AVALIADO TO CPF-CLIENTE.
           READ ARQ-CLIENTE INVALID KEY
               DISPLAY "Cliente " CPF-AVALIADO " nao encontrado"
           NOT INVALID KEY
               MOVE NOME-ANONIMIZADO TO NOME-CLIENTE
               MOVE SPACES TO ENDERECO-CLIENTE
               MOVE ZEROS TO TELEFONE-CLIENTE
               REWRITE REG-CLIENTE INVALID KEY
                   DISPLAY "Erro ao anonimizar cliente " CPF-AVALIADO
               NOT INVALID KEY
                   PERFORM GRAVA-ANONIMIZACAO
               END-REWRITE
           END-READ.

       ANONIMIZA-CHAVES-PIX.
           MOVE ZEROS TO QTD-CHAVES-TEL.
           MOVE LOW-VALUES TO CHAVE-PIX.
           MOVE ZERO TO EOF.
           START ARQ-PIX KEY IS NOT LESS THAN CHAVE-PIX
               INVALID KEY MOVE 1 TO EOF.
           PERFORM SELECIONA-CHAVE-PIX UNTIL EOF = 1.
           MOVE ZEROS TO SEQ-CHAVE-ANONIMA.
           PERFORM TROCA-CHAVE-PIX VARYING IND-CHAVE FROM 1 BY 1
               UNTIL IND-CHAVE > QTD-CHAVES-TEL.

       SELECIONA-CHAVE-PIX.
           READ ARQ-PIX NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CHAVE-TELEFONE
                   MOVE COD-ID-PIX TO CONTA-PROCURADA
                   PERFORM BUSCA-CONTA-LISTA
                   IF ACHOU-CONTA = 1
                       IF TAB-PROPRIA (IND-ACHADO) = 1
                           OR CHAVE-PIX (1:11) = TELEFONE-AVALIADO-X
                           PERFORM GUARDA-CHAVE-TEL.

       GUARDA-CHAVE-TEL.
           IF QTD-CHAVES-TEL < 20
               ADD 1 TO QTD-CHAVES-TEL
               MOVE CHAVE-PIX TO CHAVE-TEL (QTD-CHAVES-TEL)
           ELSE
               DISPLAY "Limite de 20 chaves - chave de telefone da "
                   "conta " COD-ID-PIX " nao anonimizada".

       TROCA-CHAVE-PIX.
           MOVE CHAVE-TEL (IND-CHAVE) TO CHAVE-PIX.
           READ ARQ-PIX INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DELETE ARQ-PIX RECORD INVALID KEY
                   DISPLAY "Erro ao excluir chave PIX da conta "
                       COD-ID-PIX
               NOT INVALID KEY
                   PERFORM GRAVA-CHAVE-ANONIMA
               END-DELETE
           END-READ.

       GRAVA-CHAVE-ANONIMA.
           ADD 1 TO SEQ-CHAVE-ANONIMA.
           MOVE SPACES TO CHAVE-ANONIMA.
           STRING "ANONIMIZADA" CPF-AVALIADO SEQ-CHAVE-ANONIMA
               DELIMITED BY SIZE INTO CHAVE-ANONIMA.
           MOVE CHAVE-ANONIMA TO CHAVE-PIX.
           MOVE "R" TO STATUS-CHAVE.
           WRITE R-PIX INVALID KEY
               DISPLAY "Erro ao gravar chave anonimizada "
                   CHAVE-ANONIMA
           NOT INVALID KEY
               ADD 1 TO CHAVES-ANON
           END-WRITE.

       ANONIMIZA-AVISOS.
           MOVE CPF-AVALIADO TO CPF-AVISO.
           MOVE ZERO TO EOF.
           START ARQ-AVISO KEY IS EQUAL CPF-AVISO
               INVALID KEY MOVE 1 TO EOF.
           PERFORM ANONIMIZA-AVISO-LE UNTIL EOF = 1.

       ANONIMIZA-AVISO-LE.
           READ ARQ-AVISO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CPF-AVISO NOT = CPF-AVALIADO
                   MOVE 1 TO EOF
               ELSE
                   MOVE NOME-ANONIMIZADO TO NOME-AVISO
                   MOVE SPACES TO ENDERECO-AVISO
                   MOVE ZEROS TO TELEFONE-AVISO
                   REWRITE R-AVISO INVALID KEY
                       DISPLAY "Erro ao anonimizar aviso do CPF "
                           CPF-AVALIADO
                   NOT INVALID KEY
                       ADD 1 TO AVISOS-ANON
                   END-REWRITE.

       ANONIMIZA-ALTERACOES.
           MOVE ZERO TO ALTERACAO-ABERTO.
           OPEN I-O ARQ-ALTERACAO.
           IF ARQ-ALTERACAO-OK = "00"
               MOVE 1 TO ALTERACAO-ABERTO.
           IF ALTERACAO-ABERTO = 1
               PERFORM ANONIMIZA-ALTERACOES-CONTA VARYING IND-CONTA
                   FROM 1 BY 1 UNTIL IND-CONTA > QTD-CONTAS-CLI
               CLOSE ARQ-ALTERACAO.

       ANONIMIZA-ALTERACOES-CONTA.
           IF TAB-PROPRIA (IND-CONTA) = 1
               MOVE SPACES TO CHAVE-CONTA-ALT
               MOVE TAB-COD-ID (IND-CONTA) TO CHAVE-CONTA-ALT
               MOVE CHAVE-CONTA-ALT TO CHAVE-REGISTRO-ALT
               MOVE ZERO TO EOF
               START ARQ-ALTERACAO KEY IS EQUAL CHAVE-REGISTRO-ALT
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM ANONIMIZA-ALTERACAO-LE UNTIL EOF = 1.

       ANONIMIZA-ALTERACAO-LE.
           READ ARQ-ALTERACAO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CHAVE-REGISTRO-ALT NOT = CHAVE-CONTA-ALT
                   MOVE 1 TO EOF
               ELSE
                   IF ARQUIVO-ALT = "arqAgencia" AND CAMPO-ALT = "NOME"
                       PERFORM MASCARA-ALTERACAO
                   ELSE
                       IF ARQUIVO-ALT = "PIXCHAVE"
                           PERFORM MASCARA-ALTERACAO.

       MASCARA-ALTERACAO.
           IF ARQUIVO-ALT = "PIXCHAVE"
               IF VALOR-ANTES-ALT NOT = SPACES
                   MOVE "CHAVE ANONIMIZADA" TO VALOR-ANTES-ALT (3:)
               END-IF
               IF VALOR-DEPOIS-ALT NOT = SPACES
                   MOVE "CHAVE ANONIMIZADA" TO VALOR-DEPOIS-ALT (3:)
               END-IF
           ELSE
               MOVE NOME-ANONIMIZADO TO VALOR-ANTES-ALT
               MOVE NOME-ANONIMIZADO TO VALOR-DEPOIS-ALT.
           REWRITE R-ALTERACAO INVALID KEY
               DISPLAY "Erro ao anonimizar alteracao da conta "
                   CHAVE-CONTA-ALT
           NOT INVALID KEY
               ADD 1 TO ALTERACOES-ANON
           END-REWRITE.

       ANONIMIZA-NOME-CONTA.
           IF TAB-PROPRIA (IND-CONTA) = 1
               MOVE TAB-COD-ID (IND-CONTA) TO COD-ID
               READ ARQ-CONTA INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOME-ANONIMIZADO TO NOME
                   REWRITE REG-ARQAGENCIA INVALID KEY
                       DISPLAY "Erro ao anonimizar conta " COD-ID
                   NOT INVALID KEY
                       ADD 1 TO NOMES-CONTA-ANON
                   END-REWRITE
               END-READ.

       GRAVA-ANONIMIZACAO.
           MOVE CPF-AVALIADO TO CPF-ANONIM.
           MOVE DATA-REFERENCIA TO DATA-ANONIM.
           MOVE DATA-ENCERRAMENTO-CLI TO DATA-ENCERRAMENTO-ANONIM.
           MOVE PRAZO-ANOS TO PRAZO-ANONIM.
           MOVE QTD-CONTAS-CLI TO QTD-CONTAS-ANONIM.
           MOVE NOMES-CONTA-ANON TO QTD-NOMES-CONTA-ANONIM.
           MOVE AVISOS-ANON TO QTD-AVISOS-ANONIM.
           MOVE ALTERACOES-ANON TO QTD-ALTERACOES-ANONIM.
           MOVE CHAVES-ANON TO QTD-CHAVES-ANONIM.
           MOVE OPERADOR-BATCH TO OPERADOR-ANONIM.
           WRITE R-ANONIM INVALID KEY
               DISPLAY "Erro ao registrar anonimizacao do CPF "
                   CPF-AVALIADO.
           ADD 1 TO CLIENTES-ANONIMIZADOS.
           PERFORM REGISTRA-ALTERACOES.
           MOVE CPF-AVALIADO TO CPF-LIN.
           MOVE DATA-ENCERRAMENTO-CLI TO ENCERRAMENTO-LIN.
           MOVE QTD-CONTAS-CLI TO CONTAS-LIN.
           MOVE NOMES-CONTA-ANON TO NOMES-LIN.
           MOVE AVISOS-ANON TO AVISOS-LIN.
           MOVE ALTERACOES-ANON TO ALTERACOES-LIN.
           MOVE CHAVES-ANON TO CHAVES-LIN.
           MOVE LINHA-ANONIM-REL TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       REGISTRA-ALTERACOES.
           MOVE "arqCliente" TO ARQUIVO-REG.
           MOVE SPACES TO CHAVE-REG.
           MOVE CPF-AVALIADO TO CHAVE-REG.
           MOVE "NOME/END/TELEFONE" TO CAMPO-REG.
           MOVE "DADOS PESSOAIS" TO VALOR-ANTES-REG.
           MOVE SPACES TO VALOR-DEPOIS-REG.
           STRING "ANONIMIZADO - RETENCAO " PRAZO-ANOS " ANOS"
               DELIMITED BY SIZE INTO VALOR-DEPOIS-REG.
           PERFORM GRAVA-ALTERACAO.
           PERFORM REGISTRA-ALTERACAO-CONTA VARYING IND-CONTA
               FROM 1 BY 1 UNTIL IND-CONTA > QTD-CONTAS-CLI.

       REGISTRA-ALTERACAO-CONTA.
           IF TAB-PROPRIA (IND-CONTA) = 1
               MOVE "arqAgencia" TO ARQUIVO-REG
               MOVE SPACES TO CHAVE-REG
               MOVE TAB-COD-ID (IND-CONTA) TO CHAVE-REG
               MOVE "NOME" TO CAMPO-REG
               MOVE "DADOS PESSOAIS" TO VALOR-ANTES-REG
               MOVE NOME-ANONIMIZADO TO VALOR-DEPOIS-REG
               PERFORM GRAVA-ALTERACAO.

       GRAVA-ALTERACAO.
           CALL "REG-ALTERA" USING ARQUIVO-REG, CHAVE-REG, CAMPO-REG,
               VALOR-ANTES-REG, VALOR-DEPOIS-REG, OPERADOR-BATCH.

       IMPRIME-TOTAIS.
           PERFORM GRAVA-LINHA-REL.
           MOVE CLIENTES-LIDOS TO TOTAL-E.
           STRING "CLIENTES LIDOS...............: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE CLIENTES-ANONIMIZADOS TO TOTAL-E.
           STRING "ANONIMIZADOS NESTA EXECUCAO..: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE CLIENTES-JA-ANONIMIZADOS TO TOTAL-E.
           STRING "JA ANONIMIZADOS ANTERIORMENTE: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE CLIENTES-CONTA-ABERTA TO TOTAL-E.
           STRING "COM CONTA NAO ENCERRADA......: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE CLIENTES-EM-RETENCAO TO TOTAL-E.
           STRING "ENCERRADOS DENTRO DO PRAZO...: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE CLIENTES-SEM-DATA TO TOTAL-E.
           STRING "SEM DATA DE ENCERRAMENTO.....: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE CLIENTES-SEM-CONTA TO TOTAL-E.
           STRING "SEM CONTA VINCULADA..........: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       ABRE-RELATORIO.
           MOVE "ANONIMIZACAO LGPD" TO NOME-REL.
           MOVE "REL_ANONIMIZACAO" TO ARQ-REL.
           STRING "CPF          ENCERRADA  CONTAS  NOMES AVISOS "
               "ALTERACOES CHAVES" DELIMITED BY SIZE INTO CABEC-REL.
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

       END PROGRAM LGPD-RETENCAO.
