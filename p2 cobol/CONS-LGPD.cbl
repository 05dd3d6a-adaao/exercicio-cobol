       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONS-LGPD.

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

           SELECT ARQ-ANONIM ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CPF-ANONIM
           FILE STATUS ARQ-ANONIM-OK.

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

           SELECT ARQ-SENHACLI ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CPF-SENHA
           FILE STATUS ARQ-SENHACLI-OK.

           SELECT ARQ-OBITO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CPF-OBITO
           FILE STATUS ARQ-OBITO-OK.

           SELECT ARQ-LISTAS ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-LISTA
           FILE STATUS ARQ-LISTAS-OK.

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

           SELECT ARQ-PIX ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-PIX
           FILE STATUS ARQ-PIX-OK.

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

           SELECT ARQ-CDBIR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CDBIR
           FILE STATUS ARQ-CDBIR-OK.

           SELECT ARQ-COMPROV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-COMPROV
           FILE STATUS ARQ-COMPROV-OK.

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

           SELECT ARQ-COAF ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-COAF-OK.

           SELECT ARQ-OCORRENCIAS ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-OCORRENCIAS-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-CLIENTE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqCliente.dat".

       01 REG-CLIENTE.
           02 CPF-CLIENTE PIC 9(11).
           02 NOME-CLIENTE PIC A(40).
           02 ENDERECO-CLIENTE PIC A(40).
           02 TELEFONE-CLIENTE PIC 9(11).

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

       FD ARQ-SENHACLI LABEL RECORD STANDARD
           DATA RECORD IS R-SENHACLI
           VALUE OF FILE-ID IS "SENHACLI.DAT".

       01 R-SENHACLI.
           02 CPF-SENHA PIC 9(11).
           02 SENHA-CLI PIC 9(6).
           02 TENTATIVAS-CLI PIC 9(1).
           02 STATUS-CLI PIC X(1).
           02 DATA-CADASTRO-CLI PIC 9(8).

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

       FD ARQ-LISTAS LABEL RECORD STANDARD
           DATA RECORD IS R-LISTA
           VALUE OF FILE-ID IS "LISTAS.DAT".

       01 R-LISTA.
           02 CHAVE-LISTA.
               03 CPF-LISTA PIC 9(11).
               03 TIPO-LISTA PIC X(1).
           02 NOME-LISTA PIC X(40).
           02 ORIGEM-LISTA PIC X(20).
           02 DATA-CARGA-LISTA PIC 9(8).

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

       FD ARQ-PIX LABEL RECORD STANDARD
           DATA RECORD IS R-PIX
           VALUE OF FILE-ID IS "PIXCHAVE.DAT".

       01 R-PIX.
           02 CHAVE-PIX PIC X(32).
           02 TIPO-CHAVE PIC X(1).
           02 COD-ID-PIX PIC 9(8).
           02 DATA-CADASTRO-PIX PIC 9(8).
           02 STATUS-CHAVE PIC X(1).

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
           02 TIPO-EMPRESTIMO PIC X(1).
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

       FD ARQ-CDBIR LABEL RECORD STANDARD
           DATA RECORD IS R-CDBIR
           VALUE OF FILE-ID IS "CDBIR.DAT".

       01 R-CDBIR.
           02 CHAVE-CDBIR.
               03 CPF-CDBIR PIC 9(11).
               03 NUM-CDB-IR PIC 9(6).
           02 COD-ID-CDBIR PIC 9(8).
           02 DATA-RESGATE-IR PIC 9(8).
           02 TIPO-RESGATE-IR PIC X(1).
           02 VALOR-APLICADO-IR PIC 9(9)V99.
           02 RENDIMENTO-BRUTO-IR PIC 9(9)V99.
           02 ALIQUOTA-IR-RET PIC 9V999.
           02 VALOR-IR-RET PIC 9(9)V99.
           02 VALOR-LIQUIDO-IR PIC 9(9)V99.

       FD ARQ-COMPROV LABEL RECORD STANDARD
           DATA RECORD IS R-COMPROV
           VALUE OF FILE-ID IS "COMPROV.DAT".

       01 R-COMPROV.
           02 NUM-COMPROV PIC 9(9).
           02 COD-ID-COMPROV PIC 9(8).
           02 TIPO-MOV-COMPROV PIC X(12).
           02 VALOR-COMPROV PIC 9(9)V99.
           02 DATA-COMPROV PIC 9(8).
           02 OPERADOR-COMPROV PIC X(8).
           02 NUM-SEQ-EXTR-COMPROV PIC 9(9).

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

       FD ARQ-COAF LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COAF_MOVIMENTO.TXT".

       01 LINHA-COAF PIC X(65).

       FD ARQ-OCORRENCIAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TRIAGEM_OCORRENCIAS.TXT".

       01 LINHA-OCORRENCIA PIC X(96).

       WORKING-STORAGE SECTION.
       01 ARQ-CLIENTE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-ANONIM-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-TITULAR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-SENHACLI-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OBITO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-LISTAS-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EXTR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-HIST-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PIX-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CDB-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CDBIR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-COMPROV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-AVISO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-ALTERACAO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-COAF-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OCORRENCIAS-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-TITULAR-DADOS.
           02 CPF-CONSULTA PIC 9(11) VALUE ZEROS.
           02 CPF-CONSULTA-X REDEFINES CPF-CONSULTA PIC X(11).
           02 CHAVE-CPF-ALT PIC X(20) VALUE SPACES.
           02 CHAVE-CONTA-ALT PIC X(20) VALUE SPACES.
           02 TITULARIDADE-E PIC X(12) VALUE SPACES.
           02 QTD-REGISTROS PIC 9(5) VALUE ZEROS.
           02 PRIMEIRA-DATA PIC 9(8) VALUE ZEROS.
           02 ULTIMA-DATA PIC 9(8) VALUE ZEROS.
           02 ARQUIVO-SECAO PIC X(60) VALUE SPACES.
           02 STATUS-SECAO PIC X(2) VALUE SPACES.

       01 DISPONIBILIDADE.
           02 TITULAR-ABERTO PIC 9 VALUE ZERO.
           02 EXTR-ABERTO PIC 9 VALUE ZERO.
           02 HIST-ABERTO PIC 9 VALUE ZERO.
           02 PIX-ABERTO PIC 9 VALUE ZERO.
           02 EMPRESTIMO-ABERTO PIC 9 VALUE ZERO.
           02 CDB-ABERTO PIC 9 VALUE ZERO.
           02 COMPROV-ABERTO PIC 9 VALUE ZERO.
           02 ALTERACAO-ABERTO PIC 9 VALUE ZERO.

       01 TABELA-CONTAS.
           02 QTD-CONTAS-CPF PIC 9(2) VALUE ZEROS.
           02 CONTA-CPF OCCURS 50 TIMES.
               03 TAB-COD-ID PIC 9(8).
               03 TAB-QTD-COMPROV PIC 9(5).

       01 DADOS-TABELA.
           02 IND-CONTA PIC 9(2) VALUE ZEROS.
           02 IND-BUSCA PIC 9(2) VALUE ZEROS.
           02 CONTA-PROCURADA PIC 9(8) VALUE ZEROS.
           02 ACHOU-CONTA PIC 9 VALUE ZERO.
           02 IND-ACHADO PIC 9(2) VALUE ZEROS.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           02 NOME-REL PIC X(30) VALUE SPACES.
           02 ARQ-REL PIC X(30) VALUE SPACES.
           02 CABEC-REL PIC X(100) VALUE SPACES.
           02 LINHA-REL PIC X(100) VALUE SPACES.
           02 OPERADOR-REL PIC X(8) VALUE SPACES.
           02 CONTADOR-REL PIC 9(9) VALUE ZEROS.

       01 DADOS-E.
           02 AGENCIA-E PIC 9(4).
           02 CONTA-E PIC 9(4).
           02 VALOR-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 VALOR2-E PIC ZZZ.ZZZ.ZZ9,99.
           02 QTD-E PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM LOGIN.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-ANONIM.
           STOP RUN.

       ABRE-ARQ.
           OPEN INPUT ARQ-CLIENTE.
           IF ARQ-CLIENTE-OK NOT = "00"
               DISPLAY "Erro ao abrir arqCliente.dat - status "
                   ARQ-CLIENTE-OK
               STOP RUN.
           OPEN I-O ARQ-ANONIM.
           IF ARQ-ANONIM-OK NOT = "00"
               CLOSE ARQ-ANONIM
               OPEN OUTPUT ARQ-ANONIM
               CLOSE ARQ-ANONIM
               OPEN I-O ARQ-ANONIM.

       LOGIN.
           DISPLAY "DADOS PESSOAIS DO TITULAR - LGPD".
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

       ESCOLHE-OPCAO.
           DISPLAY " ".
           DISPLAY "1 - relatorio de dados pessoais do CPF".
           DISPLAY "2 - consultar anonimizacao do CPF".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM EMITE-RELATORIO-CPF
           WHEN 2
               PERFORM CONSULTA-ANONIMIZACAO
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       CONSULTA-ANONIMIZACAO.
           DISPLAY "CPF: " WITH NO ADVANCING.
           ACCEPT CPF-CONSULTA.
           MOVE CPF-CONSULTA TO CPF-ANONIM.
           READ ARQ-ANONIM INVALID KEY
               DISPLAY "CPF nao anonimizado"
           NOT INVALID KEY
               PERFORM MOSTRA-ANONIMIZACAO
           END-READ.

       MOSTRA-ANONIMIZACAO.
           DISPLAY "CPF......................: " CPF-ANONIM.
           DISPLAY "ANONIMIZADO EM...........: " DATA-ANONIM
               " POR " OPERADOR-ANONIM.
           DISPLAY "ULTIMO MOVIMENTO DAS CTAS: "
               DATA-ENCERRAMENTO-ANONIM.
           DISPLAY "PRAZO DE RETENCAO (ANOS).: " PRAZO-ANONIM.
           DISPLAY "CONTAS VINCULADAS........: " QTD-CONTAS-ANONIM.
           DISPLAY "NOMES DE CONTA ALTERADOS.: "
               QTD-NOMES-CONTA-ANONIM.
           DISPLAY "AVISOS ANONIMIZADOS......: " QTD-AVISOS-ANONIM.
           DISPLAY "ALTERACOES MASCARADAS....: "
               QTD-ALTERACOES-ANONIM.
           DISPLAY "CHAVES PIX SUBSTITUIDAS..: " QTD-CHAVES-ANONIM.

       EMITE-RELATORIO-CPF.
           DISPLAY "CPF do titular dos dados: " WITH NO ADVANCING.
           ACCEPT CPF-CONSULTA.
           MOVE "DADOS PESSOAIS DO TITULAR" TO NOME-REL.
           MOVE SPACES TO ARQ-REL.
           STRING "LGPD_" CPF-CONSULTA DELIMITED BY SIZE INTO ARQ-REL.
           MOVE "ARQUIVO / DADO PESSOAL MANTIDO PELO BANCO"
               TO CABEC-REL.
           MOVE OPERADOR-ID TO OPERADOR-REL.
           PERFORM ABRE-ARQ-CONSULTA.
           PERFORM MONTA-LISTA-CONTAS.
           PERFORM ABRE-RELATORIO.
           STRING "TITULAR DOS DADOS - CPF " CPF-CONSULTA
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM RELATA-CADASTRO.
           PERFORM RELATA-ANONIMIZACAO.
           PERFORM RELATA-SENHA.
           PERFORM RELATA-OBITO.
           PERFORM RELATA-LISTAS.
           PERFORM RELATA-CONTAS.
           PERFORM RELATA-EXTRATOS.
           PERFORM RELATA-PIX.
           PERFORM RELATA-EMPRESTIMOS.
           PERFORM RELATA-CDB.
           PERFORM RELATA-CDBIR.
           PERFORM RELATA-COMPROVANTES.
           PERFORM RELATA-AVISOS.
           PERFORM RELATA-ALTERACOES.
           PERFORM RELATA-COAF.
           PERFORM RELATA-TRIAGEM.
           PERFORM FECHA-RELATORIO.
           PERFORM FECHA-ARQ-CONSULTA.
           DISPLAY "Relatorio de dados pessoais gravado com "
               CONTADOR-REL " linhas".

       ABRE-ARQ-CONSULTA.
           OPEN INPUT ARQ-CONTA.
           MOVE ZERO TO TITULAR-ABERTO.
           OPEN INPUT ARQ-TITULAR.
           IF ARQ-TITULAR-OK = "00"
               MOVE 1 TO TITULAR-ABERTO.
           MOVE ZERO TO EXTR-ABERTO.
           OPEN INPUT ARQ-EXTR.
           IF ARQ-EXTR-OK = "00"
               MOVE 1 TO EXTR-ABERTO.
           MOVE ZERO TO HIST-ABERTO.
           OPEN INPUT ARQ-HIST.
           IF ARQ-HIST-OK = "00"
               MOVE 1 TO HIST-ABERTO.
           MOVE ZERO TO PIX-ABERTO.
           OPEN INPUT ARQ-PIX.
           IF ARQ-PIX-OK = "00"
               MOVE 1 TO PIX-ABERTO.
           MOVE ZERO TO EMPRESTIMO-ABERTO.
           OPEN INPUT ARQ-EMPRESTIMO.
           IF ARQ-EMPRESTIMO-OK = "00"
               MOVE 1 TO EMPRESTIMO-ABERTO.
           MOVE ZERO TO CDB-ABERTO.
           OPEN INPUT ARQ-CDB.
           IF ARQ-CDB-OK = "00"
               MOVE 1 TO CDB-ABERTO.
           MOVE ZERO TO COMPROV-ABERTO.
           OPEN INPUT ARQ-COMPROV.
           IF ARQ-COMPROV-OK = "00"
               MOVE 1 TO COMPROV-ABERTO.
           MOVE ZERO TO ALTERACAO-ABERTO.
           OPEN INPUT ARQ-ALTERACAO.
           IF ARQ-ALTERACAO-OK = "00"
               MOVE 1 TO ALTERACAO-ABERTO.

       FECHA-ARQ-CONSULTA.
           CLOSE ARQ-CONTA.
           IF TITULAR-ABERTO = 1
               CLOSE ARQ-TITULAR.
           IF EXTR-ABERTO = 1
               CLOSE ARQ-EXTR.
           IF HIST-ABERTO = 1
               CLOSE ARQ-HIST.
           IF PIX-ABERTO = 1
               CLOSE ARQ-PIX.
           IF EMPRESTIMO-ABERTO = 1
               CLOSE ARQ-EMPRESTIMO.
           IF CDB-ABERTO = 1
               CLOSE ARQ-CDB.
           IF COMPROV-ABERTO = 1
               CLOSE ARQ-COMPROV.
           IF ALTERACAO-ABERTO = 1
               CLOSE ARQ-ALTERACAO.

       MONTA-LISTA-CONTAS.
           MOVE ZEROS TO QTD-CONTAS-CPF.
           IF TITULAR-ABERTO = 1
               MOVE CPF-CONSULTA TO CPF-TITULAR
               MOVE ZERO TO EOF
               START ARQ-TITULAR KEY IS EQUAL CPF-TITULAR
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LE-TITULAR-CPF UNTIL EOF = 1.
           MOVE CPF-CONSULTA TO COD-CLIENTE.
           MOVE ZERO TO EOF.
           START ARQ-CONTA KEY IS EQUAL COD-CLIENTE
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LE-CONTA-CLIENTE UNTIL EOF = 1.

       LE-TITULAR-CPF.
           READ ARQ-TITULAR NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CPF-TITULAR NOT = CPF-CONSULTA
                   MOVE 1 TO EOF
               ELSE
                   MOVE COD-ID-TITULAR TO CONTA-PROCURADA
                   PERFORM INCLUI-CONTA-LISTA.

       LE-CONTA-CLIENTE.
           READ ARQ-CONTA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF COD-CLIENTE NOT = CPF-CONSULTA
                   MOVE 1 TO EOF
               ELSE
                   MOVE COD-ID TO CONTA-PROCURADA
                   PERFORM INCLUI-CONTA-LISTA.

       INCLUI-CONTA-LISTA.
           PERFORM BUSCA-CONTA-LISTA.
           IF ACHOU-CONTA = 0
               IF QTD-CONTAS-CPF < 50
                   ADD 1 TO QTD-CONTAS-CPF
                   MOVE CONTA-PROCURADA TO TAB-COD-ID (QTD-CONTAS-CPF)
                   MOVE ZEROS TO TAB-QTD-COMPROV (QTD-CONTAS-CPF)
               ELSE
                   DISPLAY "Limite de 50 contas - conta "
                       CONTA-PROCURADA " nao relatada".

       BUSCA-CONTA-LISTA.
           MOVE ZERO TO ACHOU-CONTA.
           MOVE ZEROS TO IND-ACHADO.
           PERFORM PROCURA-CONTA VARYING IND-BUSCA FROM 1 BY 1
               UNTIL IND-BUSCA > QTD-CONTAS-CPF.

       PROCURA-CONTA.
           IF TAB-COD-ID (IND-BUSCA) = CONTA-PROCURADA
               MOVE 1 TO ACHOU-CONTA
               MOVE IND-BUSCA TO IND-ACHADO.

       TITULO-SECAO.
           PERFORM GRAVA-LINHA-REL.
           MOVE ARQUIVO-SECAO TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       SECAO-INDISPONIVEL.
           STRING "  ARQUIVO INDISPONIVEL - STATUS " STATUS-SECAO
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       SECAO-SEM-REGISTROS.
           MOVE "  NENHUM REGISTRO DO CPF" TO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       RELATA-CADASTRO.
           MOVE "[arqCliente.dat] CADASTRO DO CLIENTE"
               TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           MOVE CPF-CONSULTA TO CPF-CLIENTE.
           READ ARQ-CLIENTE INVALID KEY
               PERFORM SECAO-SEM-REGISTROS
           NOT INVALID KEY
               STRING "  NOME......: " NOME-CLIENTE
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL
               STRING "  ENDERECO..: " ENDERECO-CLIENTE
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL
               STRING "  TELEFONE..: " TELEFONE-CLIENTE
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL
           END-READ.

       RELATA-ANONIMIZACAO.
           MOVE "[ANONIMIZA.DAT] ANONIMIZACAO" TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           MOVE CPF-CONSULTA TO CPF-ANONIM.
           READ ARQ-ANONIM INVALID KEY
               MOVE "  CPF NAO ANONIMIZADO" TO LINHA-REL
               PERFORM GRAVA-LINHA-REL
           NOT INVALID KEY
               STRING "  ANONIMIZADO EM " DATA-ANONIM
                   " - ULTIMO MOVIMENTO " DATA-ENCERRAMENTO-ANONIM
                   " - RETENCAO " PRAZO-ANONIM " ANOS"
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL
           END-READ.

       RELATA-SENHA.
           MOVE "[SENHACLI.DAT] ACESSO AO AUTOATENDIMENTO"
               TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           OPEN INPUT ARQ-SENHACLI.
           IF ARQ-SENHACLI-OK NOT = "00"
               MOVE ARQ-SENHACLI-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL
           ELSE
               MOVE CPF-CONSULTA TO CPF-SENHA
               READ ARQ-SENHACLI INVALID KEY
                   PERFORM SECAO-SEM-REGISTROS
               NOT INVALID KEY
                   STRING "  CADASTRADO EM " DATA-CADASTRO-CLI
                       " STATUS " STATUS-CLI
                       " - SENHA MANTIDA, CONTEUDO NAO EXIBIDO"
                       DELIMITED BY SIZE INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL
               END-READ
               CLOSE ARQ-SENHACLI.

       RELATA-OBITO.
           MOVE "[OBITO.DAT] REGISTRO DE OBITO" TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           OPEN INPUT ARQ-OBITO.
           IF ARQ-OBITO-OK NOT = "00"
               MOVE ARQ-OBITO-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL
           ELSE
               MOVE CPF-CONSULTA TO CPF-OBITO
               READ ARQ-OBITO INVALID KEY
                   PERFORM SECAO-SEM-REGISTROS
               NOT INVALID KEY
                   STRING "  OBITO EM " DATA-OBITO " CERTIDAO "
                       CERTIDAO-OBITO DELIMITED BY SIZE
                       INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL
               END-READ
               CLOSE ARQ-OBITO.

       RELATA-LISTAS.
           MOVE "[LISTAS.DAT] LISTAS RESTRITIVAS E PEP"
               TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           OPEN INPUT ARQ-LISTAS.
           IF ARQ-LISTAS-OK NOT = "00"
               MOVE ARQ-LISTAS-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL
           ELSE
               MOVE ZEROS TO QTD-REGISTROS
               MOVE CPF-CONSULTA TO CPF-LISTA
               MOVE LOW-VALUES TO TIPO-LISTA
               MOVE ZERO TO EOF
               START ARQ-LISTAS KEY IS NOT LESS THAN CHAVE-LISTA
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM RELATA-LISTA-LE UNTIL EOF = 1
               IF QTD-REGISTROS = ZEROS
                   PERFORM SECAO-SEM-REGISTROS
               END-IF
               CLOSE ARQ-LISTAS.

       RELATA-LISTA-LE.
           READ ARQ-LISTAS NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CPF-LISTA NOT = CPF-CONSULTA
                   MOVE 1 TO EOF
               ELSE
                   ADD 1 TO QTD-REGISTROS
                   STRING "  LISTA " TIPO-LISTA " NOME " NOME-LISTA
                       " ORIGEM " ORIGEM-LISTA " CARGA "
                       DATA-CARGA-LISTA DELIMITED BY SIZE
                       INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL.

       RELATA-CONTAS.
           MOVE "[arqAgencia.dat/TITULAR.DAT] CONTAS VINCULADAS"
               TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           IF QTD-CONTAS-CPF = ZEROS
               PERFORM SECAO-SEM-REGISTROS.
           PERFORM RELATA-CONTA VARYING IND-CONTA FROM 1 BY 1
               UNTIL IND-CONTA > QTD-CONTAS-CPF.

       RELATA-CONTA.
           MOVE TAB-COD-ID (IND-CONTA) TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               STRING "  CONTA " TAB-COD-ID (IND-CONTA)
                   " NAO LOCALIZADA EM arqAgencia.dat"
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL
           NOT INVALID KEY
               PERFORM RELATA-DADOS-CONTA
           END-READ.

       RELATA-DADOS-CONTA.
           IF COD-CLIENTE = CPF-CONSULTA
               MOVE "PRINCIPAL" TO TITULARIDADE-E
           ELSE
               MOVE "CO-TITULAR" TO TITULARIDADE-E.
           MOVE COD-AGENCIA TO AGENCIA-E.
           MOVE COD-CONTA-CORRENTE TO CONTA-E.
           MOVE SALDO TO VALOR-E.
           STRING "  CONTA " AGENCIA-E "-" CONTA-E " " TITULARIDADE-E
               " TIPO " TIPO-CONTA " STATUS " STATUS-CONTA
               " SALDO " VALOR-E DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "    NOME NA CONTA: " NOME
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       RELATA-EXTRATOS.
           MOVE "[ARQEXTR.DAT/ARQEXTR_HIST.DAT] MOVIMENTACAO"
               TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           IF EXTR-ABERTO = 0
               MOVE ARQ-EXTR-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL.
           PERFORM RELATA-EXTRATO-CONTA VARYING IND-CONTA FROM 1 BY 1
               UNTIL IND-CONTA > QTD-CONTAS-CPF.

       RELATA-EXTRATO-CONTA.
           IF EXTR-ABERTO = 1
               MOVE ZEROS TO QTD-REGISTROS
               MOVE ZEROS TO PRIMEIRA-DATA
               MOVE ZEROS TO ULTIMA-DATA
               MOVE TAB-COD-ID (IND-CONTA) TO CODIGO
               MOVE ZEROS TO NUM-SEQ
               MOVE ZERO TO EOF
               START ARQ-EXTR KEY IS NOT LESS THAN CHAVE-EXTR
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM CONTA-EXTRATO-LE UNTIL EOF = 1
               MOVE "ARQEXTR.DAT" TO ARQUIVO-SECAO
               PERFORM LINHA-MOVIMENTACAO.
           IF HIST-ABERTO = 1
               MOVE ZEROS TO QTD-REGISTROS
               MOVE ZEROS TO PRIMEIRA-DATA
               MOVE ZEROS TO ULTIMA-DATA
               MOVE TAB-COD-ID (IND-CONTA) TO CODIGO-HIST
               MOVE ZEROS TO NUM-SEQ-HIST
               MOVE ZERO TO EOF
               START ARQ-HIST KEY IS NOT LESS THAN CHAVE-HIST
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM CONTA-HISTORICO-LE UNTIL EOF = 1
               MOVE "ARQEXTR_HIST.DAT" TO ARQUIVO-SECAO
               PERFORM LINHA-MOVIMENTACAO.

       CONTA-EXTRATO-LE.
           READ ARQ-EXTR NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CODIGO NOT = TAB-COD-ID (IND-CONTA)
                   MOVE 1 TO EOF
               ELSE
                   ADD 1 TO QTD-REGISTROS
                   IF PRIMEIRA-DATA = ZEROS
                       OR DATA-SISTEMA < PRIMEIRA-DATA
                       MOVE DATA-SISTEMA TO PRIMEIRA-DATA
                   END-IF
                   IF DATA-SISTEMA > ULTIMA-DATA
                       MOVE DATA-SISTEMA TO ULTIMA-DATA.

       CONTA-HISTORICO-LE.
           READ ARQ-HIST NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CODIGO-HIST NOT = TAB-COD-ID (IND-CONTA)
                   MOVE 1 TO EOF
               ELSE
                   ADD 1 TO QTD-REGISTROS
                   IF PRIMEIRA-DATA = ZEROS
                       OR DATA-SISTEMA-HIST < PRIMEIRA-DATA
                       MOVE DATA-SISTEMA-HIST TO PRIMEIRA-DATA
                   END-IF
                   IF DATA-SISTEMA-HIST > ULTIMA-DATA
                       MOVE DATA-SISTEMA-HIST TO ULTIMA-DATA.

       LINHA-MOVIMENTACAO.
           IF QTD-REGISTROS > ZEROS
               MOVE QTD-REGISTROS TO QTD-E
               STRING "  CONTA " TAB-COD-ID (IND-CONTA) " "
                   ARQUIVO-SECAO (1:16) " " QTD-E " LANCAMENTOS DE "
                   PRIMEIRA-DATA " A " ULTIMA-DATA
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL.

       RELATA-PIX.
           MOVE "[PIXCHAVE.DAT] CHAVES PIX" TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           IF PIX-ABERTO = 0
               MOVE ARQ-PIX-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL
           ELSE
               MOVE ZEROS TO QTD-REGISTROS
               MOVE LOW-VALUES TO CHAVE-PIX
               MOVE ZERO TO EOF
               START ARQ-PIX KEY IS NOT LESS THAN CHAVE-PIX
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM RELATA-PIX-LE UNTIL EOF = 1
               IF QTD-REGISTROS = ZEROS
                   PERFORM SECAO-SEM-REGISTROS.

       RELATA-PIX-LE.
           READ ARQ-PIX NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE COD-ID-PIX TO CONTA-PROCURADA
               PERFORM BUSCA-CONTA-LISTA
               IF ACHOU-CONTA = 1
                   ADD 1 TO QTD-REGISTROS
                   STRING "  CHAVE " CHAVE-PIX " TIPO " TIPO-CHAVE
                       " CONTA " COD-ID-PIX " CADASTRO "
                       DATA-CADASTRO-PIX " STATUS " STATUS-CHAVE
                       DELIMITED BY SIZE INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL.

       RELATA-EMPRESTIMOS.
           MOVE "[EMPRESTIMO.DAT] CONTRATOS DE EMPRESTIMO"
               TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           IF EMPRESTIMO-ABERTO = 0
               MOVE ARQ-EMPRESTIMO-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL
           ELSE
               MOVE ZEROS TO QTD-REGISTROS
               MOVE ZEROS TO NUM-CONTRATO
               MOVE ZERO TO EOF
               START ARQ-EMPRESTIMO KEY IS NOT LESS THAN NUM-CONTRATO
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM RELATA-EMPRESTIMO-LE UNTIL EOF = 1
               IF QTD-REGISTROS = ZEROS
                   PERFORM SECAO-SEM-REGISTROS.

       RELATA-EMPRESTIMO-LE.
           READ ARQ-EMPRESTIMO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE COD-ID-CONTRATO TO CONTA-PROCURADA
               PERFORM BUSCA-CONTA-LISTA
               IF ACHOU-CONTA = 1
                   ADD 1 TO QTD-REGISTROS
                   MOVE VALOR-PRINCIPAL TO VALOR2-E
                   STRING "  CONTRATO " NUM-CONTRATO " CONTA "
                       COD-ID-CONTRATO " TIPO " TIPO-EMPRESTIMO
                       " PRINCIPAL " VALOR2-E " CONTRATADO EM "
                       DATA-CONTRATACAO " STATUS " STATUS-CONTRATO
                       DELIMITED BY SIZE INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL.

       RELATA-CDB.
           MOVE "[CDB.DAT] APLICACOES EM CDB" TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           IF CDB-ABERTO = 0
               MOVE ARQ-CDB-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL
           ELSE
               MOVE ZEROS TO QTD-REGISTROS
               MOVE ZEROS TO NUM-CDB
               MOVE ZERO TO EOF
               START ARQ-CDB KEY IS NOT LESS THAN NUM-CDB
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM RELATA-CDB-LE UNTIL EOF = 1
               IF QTD-REGISTROS = ZEROS
                   PERFORM SECAO-SEM-REGISTROS.

       RELATA-CDB-LE.
           READ ARQ-CDB NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE COD-ID-CDB TO CONTA-PROCURADA
               PERFORM BUSCA-CONTA-LISTA
               IF ACHOU-CONTA = 1
                   ADD 1 TO QTD-REGISTROS
                   MOVE VALOR-APLICADO TO VALOR2-E
                   STRING "  CDB " NUM-CDB " CONTA " COD-ID-CDB
                       " APLICADO " VALOR2-E " EM " DATA-APLICACAO
                       " VENCIMENTO " DATA-VENCIMENTO-CDB
                       " STATUS " STATUS-CDB
                       DELIMITED BY SIZE INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL.

       RELATA-CDBIR.
           MOVE "[CDBIR.DAT] IMPOSTO RETIDO EM RESGATES DE CDB"
               TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           OPEN INPUT ARQ-CDBIR.
           IF ARQ-CDBIR-OK NOT = "00"
               MOVE ARQ-CDBIR-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL
           ELSE
               MOVE ZEROS TO QTD-REGISTROS
               MOVE CPF-CONSULTA TO CPF-CDBIR
               MOVE ZEROS TO NUM-CDB-IR
               MOVE ZERO TO EOF
               START ARQ-CDBIR KEY IS NOT LESS THAN CHAVE-CDBIR
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM RELATA-CDBIR-LE UNTIL EOF = 1
               IF QTD-REGISTROS = ZEROS
                   PERFORM SECAO-SEM-REGISTROS
               END-IF
               CLOSE ARQ-CDBIR.

       RELATA-CDBIR-LE.
           READ ARQ-CDBIR NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CPF-CDBIR NOT = CPF-CONSULTA
                   MOVE 1 TO EOF
               ELSE
                   ADD 1 TO QTD-REGISTROS
                   MOVE VALOR-IR-RET TO VALOR2-E
                   STRING "  CDB " NUM-CDB-IR " CONTA " COD-ID-CDBIR
                       " RESGATE " DATA-RESGATE-IR " IR RETIDO "
                       VALOR2-E DELIMITED BY SIZE INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL.

       RELATA-COMPROVANTES.
           MOVE "[COMPROV.DAT] COMPROVANTES EMITIDOS"
               TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           IF COMPROV-ABERTO = 0
               MOVE ARQ-COMPROV-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL
           ELSE
               MOVE ZEROS TO QTD-REGISTROS
               MOVE ZEROS TO NUM-COMPROV
               MOVE ZERO TO EOF
               START ARQ-COMPROV KEY IS NOT LESS THAN NUM-COMPROV
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM CONTA-COMPROVANTE-LE UNTIL EOF = 1
               PERFORM LINHA-COMPROVANTES VARYING IND-CONTA
                   FROM 1 BY 1 UNTIL IND-CONTA > QTD-CONTAS-CPF
               IF QTD-REGISTROS = ZEROS
                   PERFORM SECAO-SEM-REGISTROS.

       CONTA-COMPROVANTE-LE.
           READ ARQ-COMPROV NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE COD-ID-COMPROV TO CONTA-PROCURADA
               PERFORM BUSCA-CONTA-LISTA
               IF ACHOU-CONTA = 1
                   ADD 1 TO QTD-REGISTROS
                   ADD 1 TO TAB-QTD-COMPROV (IND-ACHADO).

       LINHA-COMPROVANTES.
           IF TAB-QTD-COMPROV (IND-CONTA) > ZEROS
               MOVE TAB-QTD-COMPROV (IND-CONTA) TO QTD-E
               STRING "  CONTA " TAB-COD-ID (IND-CONTA) " "
                   QTD-E " COMPROVANTES" DELIMITED BY SIZE
                   INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL.

       RELATA-AVISOS.
           MOVE "[AVISO.DAT] AVISOS AO CLIENTE" TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           OPEN INPUT ARQ-AVISO.
           IF ARQ-AVISO-OK NOT = "00"
               MOVE ARQ-AVISO-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL
           ELSE
               MOVE ZEROS TO QTD-REGISTROS
               MOVE CPF-CONSULTA TO CPF-AVISO
               MOVE ZERO TO EOF
               START ARQ-AVISO KEY IS EQUAL CPF-AVISO
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM RELATA-AVISO-LE UNTIL EOF = 1
               IF QTD-REGISTROS = ZEROS
                   PERFORM SECAO-SEM-REGISTROS
               END-IF
               CLOSE ARQ-AVISO.

       RELATA-AVISO-LE.
           READ ARQ-AVISO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CPF-AVISO NOT = CPF-CONSULTA
                   MOVE 1 TO EOF
               ELSE
                   ADD 1 TO QTD-REGISTROS
                   STRING "  " DATA-AVISO " " TIPO-AVISO " CONTA "
                       COD-ID-AVISO " CANAL " CANAL-AVISO " STATUS "
                       STATUS-AVISO DELIMITED BY SIZE INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL
                   STRING "    NOME " NOME-AVISO
                       DELIMITED BY SIZE INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL
                   STRING "    ENDERECO " ENDERECO-AVISO
                       " TELEFONE " TELEFONE-AVISO
                       DELIMITED BY SIZE INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL.

       RELATA-ALTERACOES.
           MOVE "[ALTERACAO.DAT] HISTORICO DE ALTERACOES"
               TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           IF ALTERACAO-ABERTO = 0
               MOVE ARQ-ALTERACAO-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL
           ELSE
               MOVE ZEROS TO QTD-REGISTROS
               MOVE SPACES TO CHAVE-CPF-ALT
               MOVE CPF-CONSULTA TO CHAVE-CPF-ALT
               MOVE CHAVE-CPF-ALT TO CHAVE-CONTA-ALT
               PERFORM RELATA-ALTERACOES-CHAVE
               PERFORM RELATA-ALTERACOES-CONTA VARYING IND-CONTA
                   FROM 1 BY 1 UNTIL IND-CONTA > QTD-CONTAS-CPF
               IF QTD-REGISTROS = ZEROS
                   PERFORM SECAO-SEM-REGISTROS.

       RELATA-ALTERACOES-CONTA.
           MOVE SPACES TO CHAVE-CONTA-ALT.
           MOVE TAB-COD-ID (IND-CONTA) TO CHAVE-CONTA-ALT.
           PERFORM RELATA-ALTERACOES-CHAVE.

       RELATA-ALTERACOES-CHAVE.
           MOVE CHAVE-CONTA-ALT TO CHAVE-REGISTRO-ALT.
           MOVE ZERO TO EOF.
           START ARQ-ALTERACAO KEY IS EQUAL CHAVE-REGISTRO-ALT
               INVALID KEY MOVE 1 TO EOF.
           PERFORM RELATA-ALTERACAO-LE UNTIL EOF = 1.

       RELATA-ALTERACAO-LE.
           READ ARQ-ALTERACAO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CHAVE-REGISTRO-ALT NOT = CHAVE-CONTA-ALT
                   MOVE 1 TO EOF
               ELSE
                   IF ARQUIVO-ALT = "arqCliente"
                       OR ARQUIVO-ALT = "arqAgencia"
                       OR ARQUIVO-ALT = "TITULAR"
                       OR ARQUIVO-ALT = "PIXCHAVE"
                       PERFORM LINHA-ALTERACAO.

       LINHA-ALTERACAO.
           ADD 1 TO QTD-REGISTROS.
           STRING "  " DATA-ALT " " ARQUIVO-ALT " "
               CHAVE-REGISTRO-ALT (1:11) " " CAMPO-ALT " POR "
               OPERADOR-ALT DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "    DE " VALOR-ANTES-ALT " PARA " VALOR-DEPOIS-ALT
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       RELATA-COAF.
           MOVE "[COAF_MOVIMENTO.TXT] COMUNICACOES AO COAF"
               TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           OPEN INPUT ARQ-COAF.
           IF ARQ-COAF-OK NOT = "00"
               MOVE ARQ-COAF-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL
           ELSE
               MOVE ZEROS TO QTD-REGISTROS
               MOVE ZERO TO EOF
               PERFORM RELATA-COAF-LE UNTIL EOF = 1
               IF QTD-REGISTROS = ZEROS
                   PERFORM SECAO-SEM-REGISTROS
               END-IF
               CLOSE ARQ-COAF.

       RELATA-COAF-LE.
           READ ARQ-COAF AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF LINHA-COAF (12:11) = CPF-CONSULTA-X
                   ADD 1 TO QTD-REGISTROS
                   STRING "  " LINHA-COAF DELIMITED BY SIZE
                       INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL.

       RELATA-TRIAGEM.
           MOVE "[TRIAGEM_OCORRENCIAS.TXT] TRIAGEM DE LISTAS"
               TO ARQUIVO-SECAO.
           PERFORM TITULO-SECAO.
           OPEN INPUT ARQ-OCORRENCIAS.
           IF ARQ-OCORRENCIAS-OK NOT = "00"
               MOVE ARQ-OCORRENCIAS-OK TO STATUS-SECAO
               PERFORM SECAO-INDISPONIVEL
           ELSE
               MOVE ZEROS TO QTD-REGISTROS
               MOVE ZERO TO EOF
               PERFORM RELATA-TRIAGEM-LE UNTIL EOF = 1
               IF QTD-REGISTROS = ZEROS
                   PERFORM SECAO-SEM-REGISTROS
               END-IF
               CLOSE ARQ-OCORRENCIAS.

       RELATA-TRIAGEM-LE.
           READ ARQ-OCORRENCIAS AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF LINHA-OCORRENCIA (33:11) = CPF-CONSULTA-X
                   ADD 1 TO QTD-REGISTROS
                   STRING "  " LINHA-OCORRENCIA DELIMITED BY SIZE
                       INTO LINHA-REL
                   PERFORM GRAVA-LINHA-REL.

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

       END PROGRAM CONS-LGPD.
