       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBITO-MANUT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OBITO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CPF-OBITO
           FILE STATUS ARQ-OBITO-OK.

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

           SELECT ARQ-BLOQUEIO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-BLOQUEIO
           FILE STATUS ARQ-BLOQUEIO-OK.

           SELECT ARQ-AGENDA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-AGENDA
           FILE STATUS ARQ-AGENDA-OK.

           SELECT ARQ-PIX ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-PIX
           FILE STATUS ARQ-PIX-OK.

           SELECT ARQ-SENHACLI ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CPF-SENHA
           FILE STATUS ARQ-SENHACLI-OK.

           SELECT ARQ-CDB ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-CDB
           FILE STATUS ARQ-CDB-OK.

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

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-OBITO LABEL RECORD STANDARD
           DATA RECORD IS R-OBITO
           VALUE OF FILE-ID IS "OBITO.DAT".

       01 R-OBITO.
           02 CPF-OBITO PIC 9(11).
           02 DATA-OBITO PIC 9(8).
           02 CERTIDAO-OBITO PIC X(40).
           02 DATA-REGISTRO-OBITO PIC 9(8).
           02 OPERADOR-OBITO PIC X(8).
           02 QTD-CONTAS-OBITO PIC 9(3).

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

       FD ARQ-BLOQUEIO LABEL RECORD STANDARD
           DATA RECORD IS REG-BLOQUEIO
           VALUE OF FILE-ID IS "BLOQJUD.DAT".

       01 REG-BLOQUEIO.
           02 CHAVE-BLOQUEIO.
               03 COD-ID-BLOQ PIC 9(8).
               03 NUM-PROCESSO-BLOQ PIC X(20).
           02 VALOR-BLOQUEADO PIC 9(9)V99.
           02 DATA-BLOQUEIO PIC 9(8).

       FD ARQ-AGENDA LABEL RECORD STANDARD
           DATA RECORD IS R-AGENDA
           VALUE OF FILE-ID IS "AGENDA.DAT".

       01 R-AGENDA.
           02 NUM-AGENDA PIC 9(6).
           02 COD-ID-ORIGEM PIC 9(8).
           02 COD-ID-DESTINO PIC 9(8).
           02 VALOR-AGENDA PIC S9(9)V99.
           02 DIA-VENCIMENTO PIC 99.
           02 RECORRENCIA PIC X(1).
               88 RECORRENCIA-UNICA VALUE "U".
               88 RECORRENCIA-MENSAL VALUE "M".
           02 DATA-EXPIRACAO PIC 9(8).
           02 DATA-ULT-EXEC PIC 9(8).
           02 STATUS-AGENDA PIC X(1).
               88 AGENDA-ATIVA VALUE "A".
               88 AGENDA-CANCELADA VALUE "C".
               88 AGENDA-EXECUTADA VALUE "E".
               88 AGENDA-VENCIDA VALUE "V".

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

       FD ARQ-SENHACLI LABEL RECORD STANDARD
           DATA RECORD IS R-SENHACLI
           VALUE OF FILE-ID IS "SENHACLI.DAT".

       01 R-SENHACLI.
           02 CPF-SENHA PIC 9(11).
           02 SENHA-CLI PIC 9(6).
           02 TENTATIVAS-CLI PIC 9(1).
           02 STATUS-CLI PIC X(1).
               88 SENHA-CLI-ATIVA VALUE "A".
               88 SENHA-CLI-BLOQUEADA VALUE "B".
               88 SENHA-CLI-OBITO VALUE "O".
           02 DATA-CADASTRO-CLI PIC 9(8).

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
               88 DIA-ABERTO VALUE "A".

       WORKING-STORAGE SECTION.
       01 ARQ-OBITO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CLIENTE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-TITULAR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-BLOQUEIO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-AGENDA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PIX-OK PIC X(2) VALUE ZEROS.
       01 ARQ-SENHACLI-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CDB-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
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

       01 DADOS-ALTERACAO.
           02 ARQUIVO-ALT PIC X(12) VALUE SPACES.
           02 CHAVE-ALT PIC X(20) VALUE SPACES.
           02 CAMPO-ALT PIC X(20) VALUE SPACES.
           02 VALOR-ANTES-ALT PIC X(40) VALUE SPACES.
           02 VALOR-DEPOIS-ALT PIC X(40) VALUE SPACES.

       01 DADOS-FALECIDO.
           02 CPF-FALECIDO PIC 9(11) VALUE ZEROS.
           02 NOME-FALECIDO PIC X(40) VALUE SPACES.
           02 DATA-OBITO-E PIC 9(8) VALUE ZEROS.
           02 DATA-OBITO-R REDEFINES DATA-OBITO-E.
               03 ANO-OBITO-E PIC 9(4).
               03 MES-OBITO-E PIC 9(2).
               03 DIA-OBITO-E PIC 9(2).
           02 CERTIDAO-E PIC X(40) VALUE SPACES.
           02 CONFIRMA PIC X(1) VALUE SPACE.
           02 CPF-VALIDO PIC 9 VALUE ZERO.
           02 DADOS-VALIDOS PIC 9 VALUE ZERO.
           02 TITULAR-ABERTO PIC 9 VALUE ZERO.
           02 AGENDA-ABERTA PIC 9 VALUE ZERO.
           02 PIX-ABERTO PIC 9 VALUE ZERO.
           02 CDB-ABERTO PIC 9 VALUE ZERO.
           02 EMPRESTIMO-ABERTO PIC 9 VALUE ZERO.
           02 PROCESSO-ESPOLIO PIC X(20) VALUE SPACES.

       01 TABELA-ESPOLIO.
           02 QTD-CONTAS-ESPOLIO PIC 9(2) VALUE ZEROS.
           02 CONTA-ESPOLIO OCCURS 50 TIMES.
               03 TAB-COD-ID PIC 9(8).
               03 TAB-SITUACAO PIC X(1).
               03 TAB-CLIENTE-CONTA PIC 9(11).
               03 TAB-TOTAL-TIT PIC 9(2).
               03 TAB-VIVOS PIC 9(2).

       01 DADOS-TABELA.
           02 IND-CONTA PIC 9(2) VALUE ZEROS.
           02 IND-BUSCA PIC 9(2) VALUE ZEROS.
           02 CONTA-PROCURADA PIC 9(8) VALUE ZEROS.
           02 ACHOU-CONTA PIC 9 VALUE ZERO.
           02 DIVISOR-COTA PIC 9(2) VALUE ZEROS.

       01 CONTADORES.
           02 CONTAS-BLOQUEADAS PIC 9(3) VALUE ZEROS.
           02 COTAS-RESERVADAS PIC 9(3) VALUE ZEROS.
           02 AGENDAS-CANCELADAS PIC 9(5) VALUE ZEROS.
           02 CHAVES-REVOGADAS PIC 9(5) VALUE ZEROS.

       01 VALORES-ESPOLIO.
           02 COTA-ESPOLIO PIC S9(9)V99 VALUE ZEROS.
           02 BLOQUEADO-CONTA PIC 9(9)V99 VALUE ZEROS.
           02 SALDO-DEVEDOR PIC 9(9)V99 VALUE ZEROS.
           02 PARCELAS-ABERTAS PIC 9(3) VALUE ZEROS.
           02 TOTAL-SALDOS PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-CDB PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-DIVIDAS PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-BLOQUEADO PIC S9(11)V99 VALUE ZEROS.
           02 POSICAO-LIQUIDA PIC S9(11)V99 VALUE ZEROS.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE SPACES.
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       01 LINHA-CONTA-REL.
           02 FILLER PIC X(6) VALUE "CONTA ".
           02 AGENCIA-LIN PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 CONTA-LIN PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TITULARIDADE-LIN PIC X(12).
           02 FILLER PIC X(7) VALUE " SALDO ".
           02 SALDO-LIN PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(6) VALUE " COTA ".
           02 COTA-LIN PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(6) VALUE " BLOQ ".
           02 BLOQ-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(3) VALUE " S ".
           02 STATUS-LIN PIC X(1).

       01 DADOS-E.
           02 QTD-TIT-E PIC 9(2).
           02 NUM-CDB-E PIC 9(6).
           02 NUM-CONTRATO-E PIC 9(6).
           02 VALOR-E PIC ZZZ.ZZZ.ZZ9,99.
           02 VALOR2-E PIC ZZZ.ZZZ.ZZ9,99.
           02 PARCELAS-PAGAS-E PIC 9(3).
           02 NUM-PARCELAS-E PIC 9(3).
           02 TOTAL-E PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM LOGIN.
           PERFORM BUSCA-DATA-MOVIMENTO.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-OBITO.
           CLOSE ARQ-CLIENTE.
           STOP RUN.

       ABRE-ARQ.
           OPEN I-O ARQ-OBITO.
           IF ARQ-OBITO-OK NOT = "00"
               CLOSE ARQ-OBITO
               OPEN OUTPUT ARQ-OBITO
               CLOSE ARQ-OBITO
               OPEN I-O ARQ-OBITO.
           OPEN INPUT ARQ-CLIENTE.
           IF ARQ-CLIENTE-OK NOT = "00"
               DISPLAY "Erro ao abrir arqCliente.dat - status "
                   ARQ-CLIENTE-OK
               CLOSE ARQ-OBITO
               STOP RUN.

       LOGIN.
           DISPLAY "REGISTRO DE OBITO DE CLIENTE".
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
           DISPLAY "1 - registrar obito".
           DISPLAY "2 - consultar obito".
           DISPLAY "3 - reemitir posicao do espolio".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM REGISTRA-OBITO
           WHEN 2
               PERFORM CONSULTA-OBITO
           WHEN 3
               PERFORM REEMITE-POSICAO
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       REGISTRA-OBITO.
           PERFORM CAPTURA-CPF.
           MOVE ZERO TO DADOS-VALIDOS.
           IF CPF-VALIDO = 1
               PERFORM CAPTURA-DADOS-OBITO.
           IF DADOS-VALIDOS = 1
               PERFORM ABRE-ARQ-CONTAS
               PERFORM MONTA-LISTA-CONTAS
               PERFORM MOSTRA-LISTA-CONTAS
               DISPLAY "Confirma o registro do obito (S/N)? "
                   WITH NO ADVANCING
               ACCEPT CONFIRMA
               IF CONFIRMA = "S" OR CONFIRMA = "s"
                   PERFORM PROCESSA-OBITO
                   PERFORM FECHA-ARQ-CONTAS
               ELSE
                   PERFORM FECHA-ARQ-CONTAS
                   DISPLAY "Registro cancelado".

       CAPTURA-CPF.
           MOVE ZERO TO CPF-VALIDO.
           DISPLAY "CPF do cliente falecido: " WITH NO ADVANCING.
           ACCEPT CPF-FALECIDO.
           MOVE CPF-FALECIDO TO CPF-CLIENTE.
           READ ARQ-CLIENTE INVALID KEY
               DISPLAY "Cliente nao cadastrado"
           NOT INVALID KEY
               MOVE NOME-CLIENTE TO NOME-FALECIDO
               MOVE CPF-FALECIDO TO CPF-OBITO
               READ ARQ-OBITO INVALID KEY
                   MOVE 1 TO CPF-VALIDO
               NOT INVALID KEY
                   DISPLAY "Obito ja registrado em "
                       DATA-REGISTRO-OBITO " pelo operador "
                       OPERADOR-OBITO
               END-READ
           END-READ.

       CAPTURA-DADOS-OBITO.
           DISPLAY "Cliente......................: " NOME-FALECIDO.
           DISPLAY "Data do obito (AAAAMMDD).....: " WITH NO ADVANCING.
           ACCEPT DATA-OBITO-E.
           DISPLAY "Certidao de obito (matricula): " WITH NO ADVANCING.
           ACCEPT CERTIDAO-E.
           IF DATA-OBITO-E = ZEROS OR DATA-OBITO-E > DATA-REFERENCIA
               OR MES-OBITO-E < 1 OR MES-OBITO-E > 12
               OR DIA-OBITO-E < 1 OR DIA-OBITO-E > 31
               DISPLAY "Data do obito invalida - registro cancelado"
           ELSE
               IF CERTIDAO-E = SPACES
                   DISPLAY "Certidao obrigatoria - registro cancelado"
               ELSE
                   MOVE 1 TO DADOS-VALIDOS.

       ABRE-ARQ-CONTAS.
           OPEN I-O ARQ-CONTA.
           MOVE ZERO TO TITULAR-ABERTO.
           OPEN INPUT ARQ-TITULAR.
           IF ARQ-TITULAR-OK = "00"
               MOVE 1 TO TITULAR-ABERTO.

       FECHA-ARQ-CONTAS.
           CLOSE ARQ-CONTA.
           IF TITULAR-ABERTO = 1
               CLOSE ARQ-TITULAR.

       MONTA-LISTA-CONTAS.
           MOVE ZEROS TO QTD-CONTAS-ESPOLIO.
           IF TITULAR-ABERTO = 1
               MOVE CPF-FALECIDO TO CPF-TITULAR
               MOVE ZERO TO EOF
               START ARQ-TITULAR KEY IS EQUAL CPF-TITULAR
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LE-TITULAR-CPF UNTIL EOF = 1.
           MOVE CPF-FALECIDO TO COD-CLIENTE.
           MOVE ZERO TO EOF.
           START ARQ-CONTA KEY IS EQUAL COD-CLIENTE
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LE-CONTA-CLIENTE UNTIL EOF = 1.
           PERFORM CONTA-TITULARES VARYING IND-CONTA FROM 1 BY 1
               UNTIL IND-CONTA > QTD-CONTAS-ESPOLIO.

       LE-TITULAR-CPF.
           READ ARQ-TITULAR NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CPF-TITULAR NOT = CPF-FALECIDO
                   MOVE 1 TO EOF
               ELSE
                   MOVE COD-ID-TITULAR TO CONTA-PROCURADA
                   PERFORM INCLUI-CONTA-LISTA.

       LE-CONTA-CLIENTE.
           READ ARQ-CONTA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF COD-CLIENTE NOT = CPF-FALECIDO
                   MOVE 1 TO EOF
               ELSE
                   MOVE COD-ID TO CONTA-PROCURADA
                   PERFORM INCLUI-CONTA-LISTA.

       INCLUI-CONTA-LISTA.
           MOVE ZERO TO ACHOU-CONTA.
           PERFORM PROCURA-CONTA VARYING IND-BUSCA FROM 1 BY 1
               UNTIL IND-BUSCA > QTD-CONTAS-ESPOLIO.
           IF ACHOU-CONTA = 0
               IF QTD-CONTAS-ESPOLIO < 50
                   ADD 1 TO QTD-CONTAS-ESPOLIO
                   MOVE CONTA-PROCURADA
                       TO TAB-COD-ID (QTD-CONTAS-ESPOLIO)
               ELSE
                   DISPLAY "Limite de 50 contas - conta "
                       CONTA-PROCURADA " nao tratada".

       PROCURA-CONTA.
           IF TAB-COD-ID (IND-BUSCA) = CONTA-PROCURADA
               MOVE 1 TO ACHOU-CONTA.

       CONTA-TITULARES.
           MOVE ZEROS TO TAB-TOTAL-TIT (IND-CONTA).
           MOVE ZEROS TO TAB-VIVOS (IND-CONTA).
           MOVE ZEROS TO TAB-CLIENTE-CONTA (IND-CONTA).
           MOVE TAB-COD-ID (IND-CONTA) TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               MOVE "E" TO TAB-SITUACAO (IND-CONTA)
           NOT INVALID KEY
               MOVE STATUS-CONTA TO TAB-SITUACAO (IND-CONTA)
               MOVE COD-CLIENTE TO TAB-CLIENTE-CONTA (IND-CONTA)
           END-READ.
           IF TITULAR-ABERTO = 1
               MOVE TAB-COD-ID (IND-CONTA) TO COD-ID-TITULAR
               MOVE ZEROS TO CPF-TITULAR
               MOVE ZERO TO EOF
               START ARQ-TITULAR KEY IS NOT LESS THAN CHAVE-TITULAR
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LE-TITULAR-CONTA UNTIL EOF = 1.
           IF TAB-TOTAL-TIT (IND-CONTA) = ZEROS
               MOVE 1 TO TAB-TOTAL-TIT (IND-CONTA).

       LE-TITULAR-CONTA.
           READ ARQ-TITULAR NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF COD-ID-TITULAR NOT = TAB-COD-ID (IND-CONTA)
                   MOVE 1 TO EOF
               ELSE
                   ADD 1 TO TAB-TOTAL-TIT (IND-CONTA)
                   IF CPF-TITULAR NOT = CPF-FALECIDO
                       MOVE CPF-TITULAR TO CPF-OBITO
                       READ ARQ-OBITO INVALID KEY
                           ADD 1 TO TAB-VIVOS (IND-CONTA)
                       END-READ.

       MOSTRA-LISTA-CONTAS.
           DISPLAY " ".
           IF QTD-CONTAS-ESPOLIO = ZEROS
               DISPLAY "Nenhuma conta vinculada ao CPF"
           ELSE
               DISPLAY "CONTA    TITULARES SOBREVIVENTES S"
               PERFORM MOSTRA-CONTA-LISTA VARYING IND-CONTA FROM 1
                   BY 1 UNTIL IND-CONTA > QTD-CONTAS-ESPOLIO.

       MOSTRA-CONTA-LISTA.
           DISPLAY TAB-COD-ID (IND-CONTA) " "
               TAB-TOTAL-TIT (IND-CONTA) "        "
               TAB-VIVOS (IND-CONTA) "             "
               TAB-SITUACAO (IND-CONTA).

       PROCESSA-OBITO.
           MOVE ZEROS TO CONTAS-BLOQUEADAS.
           MOVE ZEROS TO COTAS-RESERVADAS.
           MOVE ZEROS TO AGENDAS-CANCELADAS.
           MOVE ZEROS TO CHAVES-REVOGADAS.
           PERFORM MONTA-PROCESSO-ESPOLIO.
           OPEN I-O ARQ-BLOQUEIO.
           IF ARQ-BLOQUEIO-OK NOT = "00"
               CLOSE ARQ-BLOQUEIO
               OPEN OUTPUT ARQ-BLOQUEIO
               CLOSE ARQ-BLOQUEIO
               OPEN I-O ARQ-BLOQUEIO.
           MOVE ZERO TO AGENDA-ABERTA.
           OPEN I-O ARQ-AGENDA.
           IF ARQ-AGENDA-OK = "00"
               MOVE 1 TO AGENDA-ABERTA.
           MOVE ZERO TO PIX-ABERTO.
           OPEN I-O ARQ-PIX.
           IF ARQ-PIX-OK = "00"
               MOVE 1 TO PIX-ABERTO.
           PERFORM TRATA-CONTA-ESPOLIO VARYING IND-CONTA FROM 1 BY 1
               UNTIL IND-CONTA > QTD-CONTAS-ESPOLIO.
           CLOSE ARQ-BLOQUEIO.
           IF AGENDA-ABERTA = 1
               CLOSE ARQ-AGENDA.
           IF PIX-ABERTO = 1
               CLOSE ARQ-PIX.
           PERFORM SUSPENDE-ACESSO-CLIENTE.
           PERFORM GRAVA-OBITO.
           DISPLAY "Contas bloqueadas (titular unico): "
               CONTAS-BLOQUEADAS.
           DISPLAY "Cotas reservadas (conta conjunta): "
               COTAS-RESERVADAS.
           DISPLAY "Agendamentos cancelados..........: "
               AGENDAS-CANCELADAS.
           DISPLAY "Chaves PIX revogadas.............: "
               CHAVES-REVOGADAS.
           PERFORM EMITE-RELATORIO-ESPOLIO.

       MONTA-PROCESSO-ESPOLIO.
           MOVE SPACES TO PROCESSO-ESPOLIO.
           STRING "ESPOLIO " CPF-FALECIDO DELIMITED BY SIZE
               INTO PROCESSO-ESPOLIO.

       TRATA-CONTA-ESPOLIO.
           IF TAB-SITUACAO (IND-CONTA) NOT = "E"
               MOVE TAB-COD-ID (IND-CONTA) TO COD-ID
               READ ARQ-CONTA INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TAB-VIVOS (IND-CONTA) = ZEROS
                       PERFORM BLOQUEIA-CONTA-ESPOLIO
                       PERFORM CANCELA-AGENDAS-CONTA
                       PERFORM REVOGA-CHAVES-CONTA
                   ELSE
                       PERFORM RESERVA-COTA-ESPOLIO
                       IF COD-CLIENTE = CPF-FALECIDO
                           PERFORM REVOGA-CHAVES-CONTA
                       END-IF
                   END-IF
               END-READ.

       BLOQUEIA-CONTA-ESPOLIO.
           MOVE STATUS-CONTA TO VALOR-ANTES-ALT.
           MOVE "B" TO STATUS-CONTA.
           REWRITE REG-ARQAGENCIA INVALID KEY
               DISPLAY "Erro ao bloquear conta " COD-ID
           NOT INVALID KEY
               ADD 1 TO CONTAS-BLOQUEADAS
               MOVE "B" TO TAB-SITUACAO (IND-CONTA)
               PERFORM REGISTRA-STATUS-CONTA
           END-REWRITE.

       REGISTRA-STATUS-CONTA.
           MOVE "arqAgencia" TO ARQUIVO-ALT.
           MOVE COD-ID TO CHAVE-ALT.
           MOVE "STATUS-CONTA" TO CAMPO-ALT.
           MOVE STATUS-CONTA TO VALOR-DEPOIS-ALT.
           PERFORM GRAVA-ALTERACAO.

       RESERVA-COTA-ESPOLIO.
           MOVE ZEROS TO COTA-ESPOLIO.
           IF SALDO > ZEROS
               COMPUTE COTA-ESPOLIO ROUNDED =
                   SALDO / TAB-TOTAL-TIT (IND-CONTA).
           MOVE COD-ID TO COD-ID-BLOQ.
           MOVE PROCESSO-ESPOLIO TO NUM-PROCESSO-BLOQ.
           MOVE COTA-ESPOLIO TO VALOR-BLOQUEADO.
           MOVE DATA-REFERENCIA TO DATA-BLOQUEIO.
           WRITE REG-BLOQUEIO INVALID KEY
               DISPLAY "Cota do espolio ja reservada na conta " COD-ID
           NOT INVALID KEY
               ADD 1 TO COTAS-RESERVADAS
           END-WRITE.

       CANCELA-AGENDAS-CONTA.
           IF AGENDA-ABERTA = 1
               MOVE ZEROS TO NUM-AGENDA
               MOVE ZERO TO EOF
               START ARQ-AGENDA KEY IS NOT LESS THAN NUM-AGENDA
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM CANCELA-AGENDA-LE UNTIL EOF = 1.

       CANCELA-AGENDA-LE.
           READ ARQ-AGENDA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF AGENDA-ATIVA AND COD-ID-ORIGEM = COD-ID
                   MOVE "C" TO STATUS-AGENDA
                   REWRITE R-AGENDA INVALID KEY
                       DISPLAY "Erro ao cancelar agendamento "
                           NUM-AGENDA
                   NOT INVALID KEY
                       ADD 1 TO AGENDAS-CANCELADAS
                   END-REWRITE.

       REVOGA-CHAVES-CONTA.
           IF PIX-ABERTO = 1
               MOVE LOW-VALUES TO CHAVE-PIX
               MOVE ZERO TO EOF
               START ARQ-PIX KEY IS NOT LESS THAN CHAVE-PIX
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM REVOGA-CHAVE-LE UNTIL EOF = 1.

       REVOGA-CHAVE-LE.
           READ ARQ-PIX NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CHAVE-PIX-ATIVA AND COD-ID-PIX = COD-ID
                   MOVE SPACES TO VALOR-ANTES-ALT
                   STRING STATUS-CHAVE " " CHAVE-PIX DELIMITED BY SIZE
                       INTO VALOR-ANTES-ALT
                   END-STRING
                   MOVE "R" TO STATUS-CHAVE
                   REWRITE R-PIX INVALID KEY
                       DISPLAY "Erro ao revogar chave " CHAVE-PIX
                   NOT INVALID KEY
                       ADD 1 TO CHAVES-REVOGADAS
                       PERFORM REGISTRA-REVOGACAO-CHAVE
                   END-REWRITE.

       REGISTRA-REVOGACAO-CHAVE.
           MOVE "PIXCHAVE" TO ARQUIVO-ALT.
           MOVE COD-ID-PIX TO CHAVE-ALT.
           MOVE "CHAVE-PIX" TO CAMPO-ALT.
           MOVE SPACES TO VALOR-DEPOIS-ALT.
           STRING STATUS-CHAVE " " CHAVE-PIX DELIMITED BY SIZE
               INTO VALOR-DEPOIS-ALT.
           PERFORM GRAVA-ALTERACAO.

       GRAVA-ALTERACAO.
           CALL "REG-ALTERA" USING ARQUIVO-ALT, CHAVE-ALT, CAMPO-ALT,
               VALOR-ANTES-ALT, VALOR-DEPOIS-ALT, OPERADOR-ID.

       SUSPENDE-ACESSO-CLIENTE.
           OPEN I-O ARQ-SENHACLI.
           IF ARQ-SENHACLI-OK NOT = "00"
               CLOSE ARQ-SENHACLI
               OPEN OUTPUT ARQ-SENHACLI
               CLOSE ARQ-SENHACLI
               OPEN I-O ARQ-SENHACLI.
           MOVE CPF-FALECIDO TO CPF-SENHA.
           READ ARQ-SENHACLI INVALID KEY
               MOVE ZEROS TO SENHA-CLI
               MOVE ZERO TO TENTATIVAS-CLI
               MOVE "O" TO STATUS-CLI
               MOVE DATA-REFERENCIA TO DATA-CADASTRO-CLI
               WRITE R-SENHACLI INVALID KEY
                   DISPLAY "Erro ao suspender acesso do cliente"
               END-WRITE
           NOT INVALID KEY
               MOVE "O" TO STATUS-CLI
               REWRITE R-SENHACLI INVALID KEY
                   DISPLAY "Erro ao suspender acesso do cliente"
               END-REWRITE
           END-READ.
           CLOSE ARQ-SENHACLI.
           DISPLAY "Autoatendimento encerrado para o CPF".

       GRAVA-OBITO.
           MOVE CPF-FALECIDO TO CPF-OBITO.
           MOVE DATA-OBITO-E TO DATA-OBITO.
           MOVE CERTIDAO-E TO CERTIDAO-OBITO.
           MOVE DATA-REFERENCIA TO DATA-REGISTRO-OBITO.
           MOVE OPERADOR-ID TO OPERADOR-OBITO.
           MOVE QTD-CONTAS-ESPOLIO TO QTD-CONTAS-OBITO.
           WRITE R-OBITO INVALID KEY
               DISPLAY "Erro ao gravar registro de obito"
           NOT INVALID KEY
               DISPLAY "Obito registrado pelo operador " OPERADOR-ID
           END-WRITE.

       CONSULTA-OBITO.
           DISPLAY "CPF: " WITH NO ADVANCING.
           ACCEPT CPF-FALECIDO.
           MOVE CPF-FALECIDO TO CPF-OBITO.
           READ ARQ-OBITO INVALID KEY
               DISPLAY "Nao ha obito registrado para o CPF"
           NOT INVALID KEY
               PERFORM MOSTRA-OBITO
           END-READ.

       MOSTRA-OBITO.
           MOVE CPF-OBITO TO CPF-CLIENTE.
           READ ARQ-CLIENTE INVALID KEY
               MOVE SPACES TO NOME-CLIENTE.
           DISPLAY "CPF..............: " CPF-OBITO.
           DISPLAY "NOME.............: " NOME-CLIENTE.
           DISPLAY "DATA DO OBITO....: " DATA-OBITO.
           DISPLAY "CERTIDAO.........: " CERTIDAO-OBITO.
           DISPLAY "REGISTRADO EM....: " DATA-REGISTRO-OBITO
               " POR " OPERADOR-OBITO.
           DISPLAY "CONTAS TRATADAS..: " QTD-CONTAS-OBITO.

       REEMITE-POSICAO.
           DISPLAY "CPF: " WITH NO ADVANCING.
           ACCEPT CPF-FALECIDO.
           MOVE CPF-FALECIDO TO CPF-OBITO.
           READ ARQ-OBITO INVALID KEY
               DISPLAY "Nao ha obito registrado para o CPF"
           NOT INVALID KEY
               MOVE DATA-OBITO TO DATA-OBITO-E
               MOVE CERTIDAO-OBITO TO CERTIDAO-E
               MOVE CPF-FALECIDO TO CPF-CLIENTE
               READ ARQ-CLIENTE INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE
               END-READ
               MOVE NOME-CLIENTE TO NOME-FALECIDO
               PERFORM MONTA-PROCESSO-ESPOLIO
               PERFORM ABRE-ARQ-CONTAS
               PERFORM MONTA-LISTA-CONTAS
               PERFORM EMITE-RELATORIO-ESPOLIO
               PERFORM FECHA-ARQ-CONTAS
           END-READ.

       EMITE-RELATORIO-ESPOLIO.
           MOVE ZEROS TO TOTAL-SALDOS.
           MOVE ZEROS TO TOTAL-CDB.
           MOVE ZEROS TO TOTAL-DIVIDAS.
           MOVE ZEROS TO TOTAL-BLOQUEADO.
           OPEN INPUT ARQ-BLOQUEIO.
           MOVE ZERO TO CDB-ABERTO.
           OPEN INPUT ARQ-CDB.
           IF ARQ-CDB-OK = "00"
               MOVE 1 TO CDB-ABERTO.
           MOVE ZERO TO EMPRESTIMO-ABERTO.
           OPEN INPUT ARQ-EMPRESTIMO.
           IF ARQ-EMPRESTIMO-OK = "00"
               MOVE 1 TO EMPRESTIMO-ABERTO.
           MOVE "POSICAO DO ESPOLIO" TO NOME-REL.
           MOVE "REL_ESPOLIO" TO ARQ-REL.
           MOVE "CONTA / TITULARIDADE / SALDO / COTA / BLOQUEADO / S"
               TO CABEC-REL.
           MOVE OPERADOR-ID TO OPERADOR-REL.
           PERFORM ABRE-RELATORIO.
           STRING "FALECIDO: " NOME-FALECIDO " CPF: " CPF-FALECIDO
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "DATA DO OBITO: " DATA-OBITO-E " CERTIDAO: "
               CERTIDAO-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           IF QTD-CONTAS-ESPOLIO = ZEROS
               MOVE "NENHUMA CONTA VINCULADA AO CPF" TO LINHA-REL
               PERFORM GRAVA-LINHA-REL.
           PERFORM RELATA-CONTA-ESPOLIO VARYING IND-CONTA FROM 1 BY 1
               UNTIL IND-CONTA > QTD-CONTAS-ESPOLIO.
           COMPUTE POSICAO-LIQUIDA =
               TOTAL-SALDOS + TOTAL-CDB - TOTAL-DIVIDAS.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-SALDOS TO TOTAL-E.
           STRING "COTA EM SALDOS DE CONTA......: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-CDB TO TOTAL-E.
           STRING "COTA EM CDB..................: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-DIVIDAS TO TOTAL-E.
           STRING "COTA EM EMPRESTIMOS..........: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE POSICAO-LIQUIDA TO TOTAL-E.
           STRING "POSICAO LIQUIDA DO ESPOLIO...: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE TOTAL-BLOQUEADO TO TOTAL-E.
           STRING "TOTAL BLOQUEADO NAS CONTAS...: " TOTAL-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM FECHA-RELATORIO.
           CLOSE ARQ-BLOQUEIO.
           IF CDB-ABERTO = 1
               CLOSE ARQ-CDB.
           IF EMPRESTIMO-ABERTO = 1
               CLOSE ARQ-EMPRESTIMO.
           DISPLAY "Posicao do espolio gravada com " CONTADOR-REL
               " linhas".

       RELATA-CONTA-ESPOLIO.
           MOVE TAB-COD-ID (IND-CONTA) TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM RELATA-CONTA
           END-READ.

       RELATA-CONTA.
           MOVE 1 TO DIVISOR-COTA.
           MOVE "UNICA" TO TITULARIDADE-LIN.
           IF TAB-VIVOS (IND-CONTA) > ZEROS
               MOVE TAB-TOTAL-TIT (IND-CONTA) TO DIVISOR-COTA
               MOVE TAB-TOTAL-TIT (IND-CONTA) TO QTD-TIT-E
               MOVE SPACES TO TITULARIDADE-LIN
               STRING "CONJUNTA " QTD-TIT-E DELIMITED BY SIZE
                   INTO TITULARIDADE-LIN.
           PERFORM SOMA-BLOQUEIOS-CONTA.
           COMPUTE COTA-ESPOLIO ROUNDED = SALDO / DIVISOR-COTA.
           MOVE COD-AGENCIA TO AGENCIA-LIN.
           MOVE COD-CONTA-CORRENTE TO CONTA-LIN.
           MOVE SALDO TO SALDO-LIN.
           MOVE COTA-ESPOLIO TO COTA-LIN.
           MOVE BLOQUEADO-CONTA TO BLOQ-LIN.
           MOVE STATUS-CONTA TO STATUS-LIN.
           MOVE LINHA-CONTA-REL TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           IF NOT CONTA-ENCERRADA
               ADD COTA-ESPOLIO TO TOTAL-SALDOS.
           ADD BLOQUEADO-CONTA TO TOTAL-BLOQUEADO.
           IF CDB-ABERTO = 1
               MOVE ZEROS TO NUM-CDB
               MOVE ZERO TO EOF
               START ARQ-CDB KEY IS NOT LESS THAN NUM-CDB
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM RELATA-CDB-LE UNTIL EOF = 1.
           IF EMPRESTIMO-ABERTO = 1
               MOVE ZEROS TO NUM-CONTRATO
               MOVE ZERO TO EOF
               START ARQ-EMPRESTIMO KEY IS NOT LESS THAN NUM-CONTRATO
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM RELATA-EMPRESTIMO-LE UNTIL EOF = 1.

       SOMA-BLOQUEIOS-CONTA.
           MOVE ZEROS TO BLOQUEADO-CONTA.
           MOVE COD-ID TO COD-ID-BLOQ.
           MOVE LOW-VALUES TO NUM-PROCESSO-BLOQ.
           MOVE ZERO TO EOF.
           START ARQ-BLOQUEIO KEY IS NOT LESS THAN CHAVE-BLOQUEIO
               INVALID KEY MOVE 1 TO EOF.
           PERFORM SOMA-BLOQUEIO-LE UNTIL EOF = 1.

       SOMA-BLOQUEIO-LE.
           READ ARQ-BLOQUEIO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF COD-ID-BLOQ NOT = COD-ID
                   MOVE 1 TO EOF
               ELSE
                   ADD VALOR-BLOQUEADO TO BLOQUEADO-CONTA.

       RELATA-CDB-LE.
           READ ARQ-CDB NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CDB-ATIVO AND COD-ID-CDB = COD-ID
                   MOVE NUM-CDB TO NUM-CDB-E
                   MOVE VALOR-APLICADO TO VALOR-E
                   MOVE SALDO-ATUAL-CDB TO VALOR2-E
                   STRING "    CDB " NUM-CDB-E " APLICADO " VALOR-E
                       " SALDO ATUAL " VALOR2-E " VENCIMENTO "
                       DATA-VENCIMENTO-CDB DELIMITED BY SIZE
                       INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL
                   COMPUTE TOTAL-CDB ROUNDED = TOTAL-CDB
                       + SALDO-ATUAL-CDB / DIVISOR-COTA.

       RELATA-EMPRESTIMO-LE.
           READ ARQ-EMPRESTIMO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CONTRATO-ATIVO AND COD-ID-CONTRATO = COD-ID
                   COMPUTE PARCELAS-ABERTAS =
                       NUM-PARCELAS - PARCELAS-PAGAS
                   COMPUTE SALDO-DEVEDOR =
                       PARCELAS-ABERTAS * VALOR-PARCELA + VALOR-MORA
                   MOVE NUM-CONTRATO TO NUM-CONTRATO-E
                   MOVE PARCELAS-PAGAS TO PARCELAS-PAGAS-E
                   MOVE NUM-PARCELAS TO NUM-PARCELAS-E
                   MOVE SALDO-DEVEDOR TO VALOR-E
                   STRING "    EMPRESTIMO " NUM-CONTRATO-E
                       " PARCELAS PAGAS " PARCELAS-PAGAS-E "/"
                       NUM-PARCELAS-E " SALDO DEVEDOR " VALOR-E
                       DELIMITED BY SIZE INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL
                   COMPUTE TOTAL-DIVIDAS ROUNDED = TOTAL-DIVIDAS
                       + SALDO-DEVEDOR / DIVISOR-COTA.

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

       END PROGRAM OBITO-MANUT.
