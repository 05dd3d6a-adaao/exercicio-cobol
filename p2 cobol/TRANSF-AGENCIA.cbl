       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSF-AGENCIA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY COD-ID
           ALTERNATE RECORD KEY COD-CLIENTE WITH DUPLICATES
           FILE STATUS ARQ-OK.

           SELECT ARQ-XREF ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COD-ID-ANTIGO
           ALTERNATE RECORD KEY IS COD-ID-NOVO WITH DUPLICATES
           FILE STATUS ARQ-XREF-OK.

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

           SELECT ARQ-TITULAR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-TITULAR
           ALTERNATE RECORD KEY IS CPF-TITULAR WITH DUPLICATES
           FILE STATUS ARQ-TITULAR-OK.

           SELECT ARQ-CHEQUE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CHEQUE
           FILE STATUS ARQ-CHEQUE-OK.

           SELECT ARQ-BLOQUEIO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-BLOQUEIO
           FILE STATUS ARQ-BLOQUEIO-OK.

           SELECT ARQ-CHQDEP ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CHQDEP
           FILE STATUS ARQ-CHQDEP-OK.

           SELECT ARQ-PENDDEB ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-PENDDEB
           FILE STATUS ARQ-PENDDEB-OK.

           SELECT ARQ-LIMDIA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COD-ID-LIM
           FILE STATUS ARQ-LIMDIA-OK.

           SELECT ARQ-ACUM ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COD-ID-ACUM
           FILE STATUS ARQ-ACUM-OK.

           SELECT ARQ-CHESP ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COD-ID-CHESP
           FILE STATUS ARQ-CHESP-OK.

           SELECT ARQ-PREAPROV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COD-ID-PRE
           FILE STATUS ARQ-PREAPROV-OK.

           SELECT ARQ-PIX ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-PIX
           FILE STATUS ARQ-PIX-OK.

           SELECT ARQ-AGENDA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-AGENDA
           FILE STATUS ARQ-AGENDA-OK.

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

           SELECT ARQ-BOLETO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-BOLETO
           FILE STATUS ARQ-BOLETO-OK.

           SELECT ARQ-AUTORIZ ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-AUTORIZ
           FILE STATUS ARQ-AUTORIZ-OK.

           SELECT ARQ-LOTE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-LOTE
           FILE STATUS ARQ-LOTE-OK.

           SELECT ARQ-RETENCAO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-RETENCAO
           FILE STATUS ARQ-RETENCAO-OK.

           SELECT ARQ-FRAUDE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-FRAUDE
           FILE STATUS ARQ-FRAUDE-OK.

           SELECT ARQ-PROCCTRL ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-PROC
           FILE STATUS ARQ-PROCCTRL-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

       DATA DIVISION.

       FILE SECTION.
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
               88 CONTA-ENCERRADA VALUE "E".
           02 ULTIMO-NUM-SEQ PIC 9(9).
           02 TIPO-CONTA PIC X(1).

       FD ARQ-XREF LABEL RECORD STANDARD
           DATA RECORD IS R-XREF
           VALUE OF FILE-ID IS "CONTAXREF.DAT".

       01 R-XREF.
           02 COD-ID-ANTIGO PIC 9(8).
           02 COD-ID-NOVO PIC 9(8).
           02 DATA-TRANSFERENCIA PIC 9(8).
           02 OPERADOR-XREF PIC X(8).

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

       FD ARQ-TITULAR LABEL RECORD STANDARD
           DATA RECORD IS R-TITULAR
           VALUE OF FILE-ID IS "TITULAR.DAT".

       01 R-TITULAR.
           02 CHAVE-TITULAR.
               03 COD-ID-TITULAR PIC 9(8).
               03 CPF-TITULAR PIC 9(11).
           02 TIPO-TITULAR PIC X(1).
           02 DATA-INCLUSAO-TIT PIC 9(8).

       FD ARQ-CHEQUE LABEL RECORD STANDARD
           DATA RECORD IS R-CHEQUE
           VALUE OF FILE-ID IS "CHEQUE.DAT".

       01 R-CHEQUE.
           02 CHAVE-CHEQUE.
               03 COD-ID-CHEQUE PIC 9(8).
               03 NUM-CHEQUE PIC 9(6).
           02 STATUS-FOLHA PIC X(1).
           02 DATA-EMISSAO PIC 9(8).
           02 DATA-BAIXA PIC 9(8).

       FD ARQ-BLOQUEIO LABEL RECORD STANDARD
           DATA RECORD IS REG-BLOQUEIO
           VALUE OF FILE-ID IS "BLOQJUD.DAT".

       01 REG-BLOQUEIO.
           02 CHAVE-BLOQUEIO.
               03 COD-ID-BLOQ PIC 9(8).
               03 NUM-PROCESSO-BLOQ PIC X(20).
           02 VALOR-BLOQUEADO PIC 9(9)V99.
           02 DATA-BLOQUEIO PIC 9(8).

       FD ARQ-CHQDEP LABEL RECORD STANDARD
           DATA RECORD IS R-CHQDEP
           VALUE OF FILE-ID IS "CHQDEP.DAT".

       01 R-CHQDEP.
           02 CHAVE-CHQDEP.
               03 COD-ID-CHQDEP PIC 9(8).
               03 NUM-DEPOSITO PIC 9(9).
           02 BANCO-SACADO PIC 9(3).
           02 AGENCIA-SACADA PIC 9(4).
           02 CONTA-SACADA PIC 9(10).
           02 NUM-CHEQUE-DEP PIC 9(6).
           02 VALOR-CHEQUE-DEP PIC 9(9)V99.
           02 DATA-DEPOSITO PIC 9(8).
           02 DATA-LIBERACAO PIC 9(8).
           02 STATUS-CHQDEP PIC X(1).
           02 DATA-REMESSA PIC 9(8).
           02 DATA-BAIXA-CHQDEP PIC 9(8).
           02 ALINEA-DEVOLUCAO PIC X(2).
           02 OPERADOR-CHQDEP PIC X(8).
           02 NUM-SEQ-CHQDEP PIC 9(9).

       FD ARQ-PENDDEB LABEL RECORD STANDARD
           DATA RECORD IS R-PENDDEB
           VALUE OF FILE-ID IS "PENDDEB.DAT".

       01 R-PENDDEB.
           02 CHAVE-PENDDEB.
               03 COD-ID-PEND PIC 9(8).
               03 NUM-PEND PIC 9(9).
           02 ORIGEM-PEND PIC X(15).
           02 REFERENCIA-PEND PIC X(12).
           02 TIPO-MOV-PEND PIC X(12).
           02 VALOR-PEND PIC 9(9)V99.
           02 COD-ID-DESTINO-PEND PIC 9(8).
           02 DATA-PEND PIC 9(8).
           02 STATUS-PEND PIC X(1).
           02 DATA-BAIXA-PEND PIC 9(8).
           02 OPERADOR-BAIXA-PEND PIC X(8).
           02 MOTIVO-BAIXA-PEND PIC X(40).

       FD ARQ-LIMDIA LABEL RECORD STANDARD
           DATA RECORD IS R-LIMDIA
           VALUE OF FILE-ID IS "LIMDIA.DAT".

       01 R-LIMDIA.
           02 COD-ID-LIM PIC 9(8).
           02 LIM-SAQUE PIC 9(9)V99.
           02 LIM-TRANSF PIC 9(9)V99.
           02 LIM-TED PIC 9(9)V99.

       FD ARQ-ACUM LABEL RECORD STANDARD
           DATA RECORD IS R-ACUM
           VALUE OF FILE-ID IS "ACUMDIA.DAT".

       01 R-ACUM.
           02 COD-ID-ACUM PIC 9(8).
           02 DATA-ACUM PIC 9(8).
           02 ACUM-SAQUE PIC 9(9)V99.
           02 ACUM-TRANSF PIC 9(9)V99.
           02 ACUM-TED PIC 9(9)V99.

       FD ARQ-CHESP LABEL RECORD STANDARD
           DATA RECORD IS R-CHESP
           VALUE OF FILE-ID IS "CHESP_ACUM.DAT".

       01 R-CHESP.
           02 COD-ID-CHESP PIC 9(8).
           02 VALOR-ACUM-CHESP PIC 9(9)V99.
           02 DATA-ULT-ACRUA PIC 9(8).

       FD ARQ-PREAPROV LABEL RECORD STANDARD
           DATA RECORD IS R-PREAPROV
           VALUE OF FILE-ID IS "PREAPROV.DAT".

       01 R-PREAPROV.
           02 COD-ID-PRE PIC 9(8).
           02 LIMITE-PRE PIC 9(9)V99.
           02 DATA-CALCULO PIC 9(8).

       FD ARQ-PIX LABEL RECORD STANDARD
           DATA RECORD IS R-PIX
           VALUE OF FILE-ID IS "PIXCHAVE.DAT".

       01 R-PIX.
           02 CHAVE-PIX PIC X(32).
           02 TIPO-CHAVE PIC X(1).
           02 COD-ID-PIX PIC 9(8).
           02 DATA-CADASTRO-PIX PIC 9(8).
           02 STATUS-CHAVE PIC X(1).

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
           02 DATA-EXPIRACAO PIC 9(8).
           02 DATA-ULT-EXEC PIC 9(8).
           02 STATUS-AGENDA PIC X(1).

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

       FD ARQ-BOLETO LABEL RECORD STANDARD
           DATA RECORD IS R-BOLETO
           VALUE OF FILE-ID IS "BOLETO.DAT".

       01 R-BOLETO.
           02 NUM-BOLETO PIC 9(8).
           02 TIPO-BOLETO PIC X(1).
           02 NUM-CONTRATO-BOL PIC 9(6).
           02 COD-ID-BOL PIC 9(8).
           02 VALOR-BOLETO PIC 9(9)V99.
           02 DATA-VENC-BOLETO PIC 9(8).
           02 LINHA-DIGITAVEL PIC X(47).
           02 STATUS-BOLETO PIC X(1).
           02 DATA-PAGAMENTO-BOL PIC 9(8).

       FD ARQ-AUTORIZ LABEL RECORD STANDARD
           DATA RECORD IS REG-AUTORIZ
           VALUE OF FILE-ID IS "AUTORIZ.DAT".

       01 REG-AUTORIZ.
           02 NUM-AUTORIZ PIC 9(6).
           02 TIPO-AUTORIZ PIC X(1).
           02 COD-ID-SOLICITANTE PIC 9(8).
           02 COD-ID-FAVORECIDO PIC 9(8).
           02 VALOR-AUTORIZ PIC 9(9)V99.
           02 OPERADOR-AUTORIZ PIC X(8).
           02 DATA-AUTORIZ PIC 9(8).
           02 STATUS-AUTORIZ PIC X(1).
               88 AUTORIZ-PENDENTE VALUE "P".

       FD ARQ-LOTE LABEL RECORD STANDARD
           DATA RECORD IS R-LOTE
           VALUE OF FILE-ID IS "POUPLOTE.DAT".

       01 R-LOTE.
           02 CHAVE-LOTE.
               03 COD-ID-LOTE PIC 9(8).
               03 NUM-LOTE PIC 9(5).
           02 STATUS-LOTE PIC X(1).
           02 DATA-DEPOSITO-LOTE PIC 9(8).
           02 DIA-ANIVERSARIO-LOTE PIC 9(2).
           02 DATA-BASE-LOTE PIC 9(8).
           02 PROX-ANIVERSARIO-LOTE PIC 9(8).
           02 VALOR-DEPOSITO-LOTE PIC 9(9)V99.
           02 SALDO-LOTE PIC 9(9)V99.
           02 RENDIMENTO-LOTE PIC 9(9)V99.
           02 DATA-ENCERRAMENTO-LOTE PIC 9(8).
           02 ULT-SEQ-EXTR-LOTE PIC 9(9).
           02 ULT-NUM-LOTE PIC 9(5).
           02 DATA-ATUALIZACAO-LOTE PIC 9(8).

       FD ARQ-RETENCAO LABEL RECORD STANDARD
           DATA RECORD IS R-RETENCAO
           VALUE OF FILE-ID IS "RETENCAO.DAT".

       01 R-RETENCAO.
           02 NUM-RETENCAO PIC 9(6).
           02 ORIGEM-RET PIC X(15).
           02 COD-ID-RET PIC 9(8).
           02 CPF-FAVORECIDO-RET PIC 9(11).
           02 CPF-REMETENTE-RET PIC 9(11).
           02 BANCO-REMETENTE-RET PIC 9(3).
           02 VALOR-RET PIC 9(9)V99.
           02 LISTA-RET PIC X(1).
           02 CPF-LISTADO-RET PIC 9(11).
           02 DATA-RETENCAO PIC 9(8).
           02 OPERADOR-RET PIC X(8).
           02 STATUS-RET PIC X(1).
               88 RETENCAO-PENDENTE VALUE "R".
           02 DATA-DECISAO-RET PIC 9(8).
           02 SUPERVISOR-RET PIC X(8).

       FD ARQ-FRAUDE LABEL RECORD STANDARD
           DATA RECORD IS R-FRAUDE
           VALUE OF FILE-ID IS "FRAUDE.DAT".

       01 R-FRAUDE.
           02 NUM-FRAUDE PIC 9(6).
           02 TIPO-FRAUDE PIC X(1).
           02 COD-ID-ORIGEM-FRD PIC 9(8).
           02 COD-ID-DESTINO-FRD PIC 9(8).
           02 CHAVE-PIX-FRD PIC X(32).
           02 BANCO-DESTINO-FRD PIC 9(3).
           02 AGENCIA-DESTINO-FRD PIC 9(4).
           02 CONTA-DESTINO-FRD PIC 9(10).
           02 CPF-FAVORECIDO-FRD PIC 9(11).
           02 VALOR-FRD PIC 9(9)V99.
           02 PONTUACAO-FRD PIC 9(3).
           02 REGRAS-FRD PIC X(15).
           02 DATA-MOV-FRD PIC 9(8).
           02 DATA-RETENCAO-FRD PIC 9(8).
           02 HORA-RETENCAO-FRD PIC 9(8).
           02 SEQ-MOVF-FRD PIC 9(2).
           02 OPERADOR-FRD PIC X(8).
           02 STATUS-FRD PIC X(1).
               88 FRAUDE-RETIDA VALUE "R".
           02 DATA-DECISAO-FRD PIC 9(8).
           02 SUPERVISOR-FRD PIC X(8).
           02 CONTATO-FRD PIC X(40).

       FD ARQ-PROCCTRL LABEL RECORD STANDARD
           DATA RECORD IS R-PROCCTRL
           VALUE OF FILE-ID IS "PROCCTRL.DAT".

       01 R-PROCCTRL.
           02 CHAVE-PROC.
               03 PROGRAMA-PROC PIC X(12).
                   88 PROC-POR-CONTA VALUE "RENDE-JUROS"
                       "COBRA-TARIFA" "COBRA-LIMITE".
               03 PERIODO-PROC PIC 9(8).
               03 ITEM-PROC PIC 9(8).
           02 DATA-PROC PIC 9(8).
           02 HORA-PROC PIC 9(8).
           02 VALOR-PROC PIC S9(9)V99.
           02 QTD-EXECUCOES-PROC PIC 9(3).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       WORKING-STORAGE SECTION.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-XREF-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EXTR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-HIST-OK PIC X(2) VALUE ZEROS.
       01 ARQ-TITULAR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CHEQUE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-BLOQUEIO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CHQDEP-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PENDDEB-OK PIC X(2) VALUE ZEROS.
       01 ARQ-LIMDIA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-ACUM-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CHESP-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PREAPROV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PIX-OK PIC X(2) VALUE ZEROS.
       01 ARQ-AGENDA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CDB-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-BOLETO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-AUTORIZ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-LOTE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-RETENCAO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-FRAUDE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PROCCTRL-OK PIC X(2) VALUE ZEROS.
       01 FIM-ARQ PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.
       01 DATA-REFERENCIA PIC 9(8) VALUE ZEROS.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-TRANSF.
           02 TRANSF-OK PIC 9 VALUE ZERO.
           02 COD-ID-ORIGEM-T PIC 9(8) VALUE ZEROS.
           02 FILLER REDEFINES COD-ID-ORIGEM-T.
               03 AGENCIA-ORIGEM-T PIC 9(4).
               03 CONTA-ORIGEM-T PIC 9(4).
           02 COD-ID-NOVO-T PIC 9(8) VALUE ZEROS.
           02 FILLER REDEFINES COD-ID-NOVO-T.
               03 AGENCIA-NOVA-T PIC 9(4).
               03 CONTA-NOVA-T PIC 9(4).
           02 AGENCIA-INFORMADA PIC 9(4) VALUE ZEROS.
           02 CONTA-INFORMADA PIC 9(4) VALUE ZEROS.
           02 NOME-AGENCIA-T PIC X(30) VALUE SPACES.
           02 SITUACAO-AGENCIA PIC 9(1) VALUE ZEROS.
           02 RESOLVIDA PIC 9(1) VALUE ZEROS.
           02 DV-NOVO PIC 9(1) VALUE ZEROS.
           02 DV-ANTIGO PIC 9(1) VALUE ZEROS.
           02 CONFIRMA PIC X(1) VALUE SPACE.
           02 QTD-ATUALIZADOS PIC 9(7) VALUE ZEROS.
           02 REG-CONTA-GUARDA PIC X(92) VALUE SPACES.

       01 DADOS-E.
           02 SALDO-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 QTD-E PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LOGIN.
           PERFORM BUSCA-DATA-MOVIMENTO.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           STOP RUN.

       LOGIN.
           DISPLAY "TRANSFERENCIA DE CONTA ENTRE AGENCIAS".
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
           DISPLAY "1 - transferir conta para outra agencia".
           DISPLAY "2 - consultar numero de conta anterior".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM TRANSFERE-CONTA
           WHEN 2
               PERFORM CONSULTA-REFERENCIA
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       CONSULTA-REFERENCIA.
           DISPLAY "Numero da conta anterior (agencia+conta): "
               WITH NO ADVANCING.
           ACCEPT COD-ID-ORIGEM-T.
           MOVE COD-ID-ORIGEM-T TO COD-ID-NOVO-T.
           CALL "RESOLVE-CONTA" USING COD-ID-NOVO-T, RESOLVIDA.
           IF RESOLVIDA = 0
               DISPLAY "Conta sem transferencia registrada"
           ELSE
               CALL "CALC-DV" USING COD-ID-NOVO-T, DV-NOVO
               DISPLAY "Conta " AGENCIA-ORIGEM-T "-" CONTA-ORIGEM-T
                   " atualmente e " AGENCIA-NOVA-T "-" CONTA-NOVA-T
                   "-" DV-NOVO.

       TRANSFERE-CONTA.
           MOVE 1 TO TRANSF-OK.
           OPEN I-O ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 0 TO TRANSF-OK
           ELSE
               PERFORM ABRE-XREF.
           IF TRANSF-OK = 1
               PERFORM CAPTURA-ORIGEM.
           IF TRANSF-OK = 1
               PERFORM CAPTURA-DESTINO.
           IF TRANSF-OK = 1
               PERFORM CONFIRMA-TRANSFERENCIA.
           IF TRANSF-OK = 1
               PERFORM EXECUTA-TRANSFERENCIA.
           CLOSE ARQ-CONTA.
           CLOSE ARQ-XREF.

       ABRE-XREF.
           OPEN I-O ARQ-XREF.
           IF ARQ-XREF-OK NOT = "00"
               CLOSE ARQ-XREF
               OPEN OUTPUT ARQ-XREF
               CLOSE ARQ-XREF
               OPEN I-O ARQ-XREF.

       CAPTURA-ORIGEM.
           DISPLAY "Conta a transferir (agencia+conta): "
               WITH NO ADVANCING.
           ACCEPT COD-ID-ORIGEM-T.
           MOVE COD-ID-ORIGEM-T TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               DISPLAY "Conta nao cadastrada"
               MOVE 0 TO TRANSF-OK
           NOT INVALID KEY
               IF CONTA-ENCERRADA
                   DISPLAY "Conta encerrada nao pode ser transferida"
                   MOVE 0 TO TRANSF-OK
               ELSE
                   MOVE REG-ARQAGENCIA TO REG-CONTA-GUARDA
                   MOVE SALDO TO SALDO-E
                   CALL "CALC-DV" USING COD-ID-ORIGEM-T, DV-ANTIGO
                   DISPLAY "TITULAR......: " NOME
                   DISPLAY "SALDO........: " SALDO-E
                   DISPLAY "SITUACAO.....: " STATUS-CONTA
               END-IF
           END-READ.

       CAPTURA-DESTINO.
           DISPLAY "Agencia de destino.........: " WITH NO ADVANCING.
           ACCEPT AGENCIA-INFORMADA.
           CALL "BUSCA-AGENCIA" USING AGENCIA-INFORMADA,
               NOME-AGENCIA-T, SITUACAO-AGENCIA.
           IF AGENCIA-INFORMADA = AGENCIA-ORIGEM-T
               DISPLAY "Agencia de destino igual a agencia atual"
               MOVE 0 TO TRANSF-OK
           ELSE
               IF SITUACAO-AGENCIA = 1
                   DISPLAY "Agencia de destino nao cadastrada"
                   MOVE 0 TO TRANSF-OK
               ELSE
                   IF SITUACAO-AGENCIA = 2
                       DISPLAY "Agencia de destino encerrada"
                       MOVE 0 TO TRANSF-OK
                   ELSE
                       DISPLAY "AGENCIA......: " NOME-AGENCIA-T.
           IF TRANSF-OK = 1
               DISPLAY "Nova conta (0 = manter o numero atual): "
                   WITH NO ADVANCING
               ACCEPT CONTA-INFORMADA
               IF CONTA-INFORMADA = ZEROS
                   MOVE CONTA-ORIGEM-T TO CONTA-INFORMADA
               END-IF
               MOVE AGENCIA-INFORMADA TO AGENCIA-NOVA-T
               MOVE CONTA-INFORMADA TO CONTA-NOVA-T
               PERFORM VERIFICA-NUMERO-LIVRE.

       VERIFICA-NUMERO-LIVRE.
           MOVE COD-ID-NOVO-T TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DISPLAY "Ja existe conta com o numero "
                   AGENCIA-NOVA-T "-" CONTA-NOVA-T
               MOVE 0 TO TRANSF-OK
           END-READ.
           IF TRANSF-OK = 1
               MOVE COD-ID-NOVO-T TO COD-ID-ANTIGO
               READ ARQ-XREF INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Numero pertenceu a conta ja transferida - "
                       "escolha outro"
                   MOVE 0 TO TRANSF-OK
               END-READ.

       CONFIRMA-TRANSFERENCIA.
           CALL "CALC-DV" USING COD-ID-NOVO-T, DV-NOVO.
           DISPLAY " ".
           DISPLAY "De..: " AGENCIA-ORIGEM-T "-" CONTA-ORIGEM-T "-"
               DV-ANTIGO.
           DISPLAY "Para: " AGENCIA-NOVA-T "-" CONTA-NOVA-T "-"
               DV-NOVO " " NOME-AGENCIA-T.
           DISPLAY "Confirma transferencia (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Transferencia cancelada"
               MOVE 0 TO TRANSF-OK.

       EXECUTA-TRANSFERENCIA.
           MOVE REG-CONTA-GUARDA TO REG-ARQAGENCIA.
           MOVE COD-ID-NOVO-T TO COD-ID.
           WRITE REG-ARQAGENCIA INVALID KEY
               DISPLAY "Erro ao gravar a nova conta - transferencia "
                   "nao realizada"
               MOVE 0 TO TRANSF-OK
           END-WRITE.
           IF TRANSF-OK = 1
               MOVE COD-ID-ORIGEM-T TO COD-ID
               DELETE ARQ-CONTA RECORD INVALID KEY
                   DISPLAY "Erro ao excluir a conta anterior"
               END-DELETE
               PERFORM GRAVA-XREF
               PERFORM MOVE-EXTRATO
               PERFORM MOVE-HISTORICO
               PERFORM MOVE-TITULARES
               PERFORM MOVE-CHEQUES
               PERFORM MOVE-BLOQUEIOS
               PERFORM MOVE-CHEQUES-DEPOSITADOS
               PERFORM MOVE-PENDENCIAS
               PERFORM ATUALIZA-DESTINO-PENDENCIAS
               PERFORM MOVE-LIMITES-DIARIOS
               PERFORM MOVE-ACUMULADO-DIA
               PERFORM MOVE-JUROS-LIMITE
               PERFORM MOVE-PRE-APROVADO
               PERFORM ATUALIZA-CHAVES-PIX
               PERFORM ATUALIZA-AGENDAMENTOS
               PERFORM ATUALIZA-CDB
               PERFORM ATUALIZA-EMPRESTIMOS
               PERFORM ATUALIZA-BOLETOS
               PERFORM ATUALIZA-AUTORIZACOES
               PERFORM MOVE-LOTES-POUPANCA
               PERFORM ATUALIZA-RETENCOES
               PERFORM ATUALIZA-RETENCOES-FRAUDE
               PERFORM MOVE-CONTROLE-PROCESSAMENTO
               DISPLAY " "
               DISPLAY "Conta transferida para " AGENCIA-NOVA-T "-"
                   CONTA-NOVA-T "-" DV-NOVO " pelo operador "
                   OPERADOR-ID.

       GRAVA-XREF.
           MOVE COD-ID-ORIGEM-T TO COD-ID-ANTIGO.
           MOVE COD-ID-NOVO-T TO COD-ID-NOVO.
           MOVE DATA-REFERENCIA TO DATA-TRANSFERENCIA.
           MOVE OPERADOR-ID TO OPERADOR-XREF.
           WRITE R-XREF INVALID KEY
               DISPLAY "Erro ao gravar referencia da conta anterior".

       MOSTRA-QUANTIDADE.
           MOVE QTD-ATUALIZADOS TO QTD-E.
           DISPLAY QTD-E.

       MOVE-EXTRATO.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-EXTR.
           IF ARQ-EXTR-OK = "00"
               PERFORM MOVE-EXTRATO-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-EXTR.
           DISPLAY "Lancamentos de extrato........: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       MOVE-EXTRATO-LE.
           MOVE COD-ID-ORIGEM-T TO CODIGO.
           MOVE ZEROS TO NUM-SEQ.
           START ARQ-EXTR KEY IS NOT LESS THAN CHAVE-EXTR
               INVALID KEY MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               READ ARQ-EXTR NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF CODIGO NOT = COD-ID-ORIGEM-T
                   MOVE 1 TO FIM-ARQ
               ELSE
                   MOVE COD-ID-NOVO-T TO CODIGO
                   WRITE R-EXTR INVALID KEY
                       DISPLAY "Erro ao mover lancamento " NUM-SEQ
                       MOVE 1 TO FIM-ARQ
                   END-WRITE
                   IF FIM-ARQ = 0
                       MOVE COD-ID-ORIGEM-T TO CODIGO
                       DELETE ARQ-EXTR RECORD INVALID KEY
                           MOVE 1 TO FIM-ARQ
                       END-DELETE
                       ADD 1 TO QTD-ATUALIZADOS.

       MOVE-HISTORICO.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-HIST.
           IF ARQ-HIST-OK = "00"
               PERFORM MOVE-HISTORICO-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-HIST.
           DISPLAY "Lancamentos de historico......: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       MOVE-HISTORICO-LE.
           MOVE COD-ID-ORIGEM-T TO CODIGO-HIST.
           MOVE ZEROS TO NUM-SEQ-HIST.
           START ARQ-HIST KEY IS NOT LESS THAN CHAVE-HIST
               INVALID KEY MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               READ ARQ-HIST NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF CODIGO-HIST NOT = COD-ID-ORIGEM-T
                   MOVE 1 TO FIM-ARQ
               ELSE
                   MOVE COD-ID-NOVO-T TO CODIGO-HIST
                   WRITE R-HIST INVALID KEY
                       DISPLAY "Erro ao mover historico " NUM-SEQ-HIST
                       MOVE 1 TO FIM-ARQ
                   END-WRITE
                   IF FIM-ARQ = 0
                       MOVE COD-ID-ORIGEM-T TO CODIGO-HIST
                       DELETE ARQ-HIST RECORD INVALID KEY
                           MOVE 1 TO FIM-ARQ
                       END-DELETE
                       ADD 1 TO QTD-ATUALIZADOS.

       MOVE-TITULARES.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-TITULAR.
           IF ARQ-TITULAR-OK = "00"
               PERFORM MOVE-TITULARES-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-TITULAR.
           DISPLAY "Titulares.....................: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       MOVE-TITULARES-LE.
           MOVE COD-ID-ORIGEM-T TO COD-ID-TITULAR.
           MOVE ZEROS TO CPF-TITULAR.
           START ARQ-TITULAR KEY IS NOT LESS THAN CHAVE-TITULAR
               INVALID KEY MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               READ ARQ-TITULAR NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF COD-ID-TITULAR NOT = COD-ID-ORIGEM-T
                   MOVE 1 TO FIM-ARQ
               ELSE
                   MOVE COD-ID-NOVO-T TO COD-ID-TITULAR
                   WRITE R-TITULAR INVALID KEY
                       DISPLAY "Erro ao mover titular " CPF-TITULAR
                       MOVE 1 TO FIM-ARQ
                   END-WRITE
                   IF FIM-ARQ = 0
                       MOVE COD-ID-ORIGEM-T TO COD-ID-TITULAR
                       DELETE ARQ-TITULAR RECORD INVALID KEY
                           MOVE 1 TO FIM-ARQ
                       END-DELETE
                       ADD 1 TO QTD-ATUALIZADOS.

       MOVE-CHEQUES.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-CHEQUE.
           IF ARQ-CHEQUE-OK = "00"
               PERFORM MOVE-CHEQUES-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-CHEQUE.
           DISPLAY "Folhas de cheque..............: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       MOVE-CHEQUES-LE.
           MOVE COD-ID-ORIGEM-T TO COD-ID-CHEQUE.
           MOVE ZEROS TO NUM-CHEQUE.
           START ARQ-CHEQUE KEY IS NOT LESS THAN CHAVE-CHEQUE
               INVALID KEY MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               READ ARQ-CHEQUE NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF COD-ID-CHEQUE NOT = COD-ID-ORIGEM-T
                   MOVE 1 TO FIM-ARQ
               ELSE
                   MOVE COD-ID-NOVO-T TO COD-ID-CHEQUE
                   WRITE R-CHEQUE INVALID KEY
                       DISPLAY "Erro ao mover cheque " NUM-CHEQUE
                       MOVE 1 TO FIM-ARQ
                   END-WRITE
                   IF FIM-ARQ = 0
                       MOVE COD-ID-ORIGEM-T TO COD-ID-CHEQUE
                       DELETE ARQ-CHEQUE RECORD INVALID KEY
                           MOVE 1 TO FIM-ARQ
                       END-DELETE
                       ADD 1 TO QTD-ATUALIZADOS.

       MOVE-BLOQUEIOS.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-BLOQUEIO.
           IF ARQ-BLOQUEIO-OK = "00"
               PERFORM MOVE-BLOQUEIOS-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-BLOQUEIO.
           DISPLAY "Bloqueios judiciais...........: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       MOVE-BLOQUEIOS-LE.
           MOVE COD-ID-ORIGEM-T TO COD-ID-BLOQ.
           MOVE LOW-VALUES TO NUM-PROCESSO-BLOQ.
           START ARQ-BLOQUEIO KEY IS NOT LESS THAN CHAVE-BLOQUEIO
               INVALID KEY MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               READ ARQ-BLOQUEIO NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF COD-ID-BLOQ NOT = COD-ID-ORIGEM-T
                   MOVE 1 TO FIM-ARQ
               ELSE
                   MOVE COD-ID-NOVO-T TO COD-ID-BLOQ
                   WRITE REG-BLOQUEIO INVALID KEY
                       DISPLAY "Erro ao mover bloqueio "
                           NUM-PROCESSO-BLOQ
                       MOVE 1 TO FIM-ARQ
                   END-WRITE
                   IF FIM-ARQ = 0
                       MOVE COD-ID-ORIGEM-T TO COD-ID-BLOQ
                       DELETE ARQ-BLOQUEIO RECORD INVALID KEY
                           MOVE 1 TO FIM-ARQ
                       END-DELETE
                       ADD 1 TO QTD-ATUALIZADOS.

       MOVE-CHEQUES-DEPOSITADOS.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-CHQDEP.
           IF ARQ-CHQDEP-OK = "00"
               PERFORM MOVE-CHEQUES-DEPOSITADOS-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-CHQDEP.
           DISPLAY "Cheques depositados...........: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       MOVE-CHEQUES-DEPOSITADOS-LE.
           MOVE COD-ID-ORIGEM-T TO COD-ID-CHQDEP.
           MOVE ZEROS TO NUM-DEPOSITO.
           START ARQ-CHQDEP KEY IS NOT LESS THAN CHAVE-CHQDEP
               INVALID KEY MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               READ ARQ-CHQDEP NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF COD-ID-CHQDEP NOT = COD-ID-ORIGEM-T
                   MOVE 1 TO FIM-ARQ
               ELSE
                   MOVE COD-ID-NOVO-T TO COD-ID-CHQDEP
                   WRITE R-CHQDEP INVALID KEY
                       DISPLAY "Erro ao mover deposito " NUM-DEPOSITO
                       MOVE 1 TO FIM-ARQ
                   END-WRITE
                   IF FIM-ARQ = 0
                       MOVE COD-ID-ORIGEM-T TO COD-ID-CHQDEP
                       DELETE ARQ-CHQDEP RECORD INVALID KEY
                           MOVE 1 TO FIM-ARQ
                       END-DELETE
                       ADD 1 TO QTD-ATUALIZADOS.

       MOVE-PENDENCIAS.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-PENDDEB.
           IF ARQ-PENDDEB-OK = "00"
               PERFORM MOVE-PENDENCIAS-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-PENDDEB.
           DISPLAY "Debitos pendentes.............: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       MOVE-PENDENCIAS-LE.
           MOVE COD-ID-ORIGEM-T TO COD-ID-PEND.
           MOVE ZEROS TO NUM-PEND.
           START ARQ-PENDDEB KEY IS NOT LESS THAN CHAVE-PENDDEB
               INVALID KEY MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               READ ARQ-PENDDEB NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF COD-ID-PEND NOT = COD-ID-ORIGEM-T
                   MOVE 1 TO FIM-ARQ
               ELSE
                   MOVE COD-ID-NOVO-T TO COD-ID-PEND
                   WRITE R-PENDDEB INVALID KEY
                       DISPLAY "Erro ao mover pendencia " NUM-PEND
                       MOVE 1 TO FIM-ARQ
                   END-WRITE
                   IF FIM-ARQ = 0
                       MOVE COD-ID-ORIGEM-T TO COD-ID-PEND
                       DELETE ARQ-PENDDEB RECORD INVALID KEY
                           MOVE 1 TO FIM-ARQ
                       END-DELETE
                       ADD 1 TO QTD-ATUALIZADOS.

       ATUALIZA-DESTINO-PENDENCIAS.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-PENDDEB.
           IF ARQ-PENDDEB-OK = "00"
               PERFORM ATUALIZA-DESTINO-PEND-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-PENDDEB.
           DISPLAY "Pendencias a favor da conta...: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       ATUALIZA-DESTINO-PEND-LE.
           READ ARQ-PENDDEB NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF COD-ID-DESTINO-PEND = COD-ID-ORIGEM-T
                   MOVE COD-ID-NOVO-T TO COD-ID-DESTINO-PEND
                   REWRITE R-PENDDEB INVALID KEY
                       DISPLAY "Erro ao atualizar pendencia " NUM-PEND
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-REWRITE.

       MOVE-LIMITES-DIARIOS.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           OPEN I-O ARQ-LIMDIA.
           IF ARQ-LIMDIA-OK = "00"
               MOVE COD-ID-ORIGEM-T TO COD-ID-LIM
               READ ARQ-LIMDIA INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COD-ID-NOVO-T TO COD-ID-LIM
                   WRITE R-LIMDIA INVALID KEY
                       DISPLAY "Erro ao mover limites diarios"
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-WRITE
                   MOVE COD-ID-ORIGEM-T TO COD-ID-LIM
                   DELETE ARQ-LIMDIA RECORD INVALID KEY
                       CONTINUE
                   END-DELETE
               END-READ
               CLOSE ARQ-LIMDIA.
           DISPLAY "Limites diarios...............: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       MOVE-ACUMULADO-DIA.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           OPEN I-O ARQ-ACUM.
           IF ARQ-ACUM-OK = "00"
               MOVE COD-ID-ORIGEM-T TO COD-ID-ACUM
               READ ARQ-ACUM INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COD-ID-NOVO-T TO COD-ID-ACUM
                   WRITE R-ACUM INVALID KEY
                       DISPLAY "Erro ao mover acumulado do dia"
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-WRITE
                   MOVE COD-ID-ORIGEM-T TO COD-ID-ACUM
                   DELETE ARQ-ACUM RECORD INVALID KEY
                       CONTINUE
                   END-DELETE
               END-READ
               CLOSE ARQ-ACUM.
           DISPLAY "Acumulado do dia..............: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       MOVE-JUROS-LIMITE.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           OPEN I-O ARQ-CHESP.
           IF ARQ-CHESP-OK = "00"
               MOVE COD-ID-ORIGEM-T TO COD-ID-CHESP
               READ ARQ-CHESP INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COD-ID-NOVO-T TO COD-ID-CHESP
                   WRITE R-CHESP INVALID KEY
                       DISPLAY "Erro ao mover juros de limite"
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-WRITE
                   MOVE COD-ID-ORIGEM-T TO COD-ID-CHESP
                   DELETE ARQ-CHESP RECORD INVALID KEY
                       CONTINUE
                   END-DELETE
               END-READ
               CLOSE ARQ-CHESP.
           DISPLAY "Juros de limite acumulados....: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       MOVE-PRE-APROVADO.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           OPEN I-O ARQ-PREAPROV.
           IF ARQ-PREAPROV-OK = "00"
               MOVE COD-ID-ORIGEM-T TO COD-ID-PRE
               READ ARQ-PREAPROV INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COD-ID-NOVO-T TO COD-ID-PRE
                   WRITE R-PREAPROV INVALID KEY
                       DISPLAY "Erro ao mover credito pre-aprovado"
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-WRITE
                   MOVE COD-ID-ORIGEM-T TO COD-ID-PRE
                   DELETE ARQ-PREAPROV RECORD INVALID KEY
                       CONTINUE
                   END-DELETE
               END-READ
               CLOSE ARQ-PREAPROV.
           DISPLAY "Credito pre-aprovado..........: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       ATUALIZA-CHAVES-PIX.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-PIX.
           IF ARQ-PIX-OK = "00"
               PERFORM ATUALIZA-CHAVES-PIX-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-PIX.
           DISPLAY "Chaves PIX....................: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       ATUALIZA-CHAVES-PIX-LE.
           READ ARQ-PIX NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF COD-ID-PIX = COD-ID-ORIGEM-T
                   MOVE COD-ID-NOVO-T TO COD-ID-PIX
                   REWRITE R-PIX INVALID KEY
                       DISPLAY "Erro ao atualizar chave " CHAVE-PIX
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-REWRITE.

       ATUALIZA-AGENDAMENTOS.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-AGENDA.
           IF ARQ-AGENDA-OK = "00"
               PERFORM ATUALIZA-AGENDAMENTOS-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-AGENDA.
           DISPLAY "Agendamentos..................: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       ATUALIZA-AGENDAMENTOS-LE.
           READ ARQ-AGENDA NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF COD-ID-ORIGEM = COD-ID-ORIGEM-T
                   OR COD-ID-DESTINO = COD-ID-ORIGEM-T
                   IF COD-ID-ORIGEM = COD-ID-ORIGEM-T
                       MOVE COD-ID-NOVO-T TO COD-ID-ORIGEM
                   END-IF
                   IF COD-ID-DESTINO = COD-ID-ORIGEM-T
                       MOVE COD-ID-NOVO-T TO COD-ID-DESTINO
                   END-IF
                   REWRITE R-AGENDA INVALID KEY
                       DISPLAY "Erro ao atualizar agendamento "
                           NUM-AGENDA
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-REWRITE.

       ATUALIZA-CDB.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-CDB.
           IF ARQ-CDB-OK = "00"
               PERFORM ATUALIZA-CDB-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-CDB.
           DISPLAY "Aplicacoes CDB................: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       ATUALIZA-CDB-LE.
           READ ARQ-CDB NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF COD-ID-CDB = COD-ID-ORIGEM-T
                   MOVE COD-ID-NOVO-T TO COD-ID-CDB
                   REWRITE R-CDB INVALID KEY
                       DISPLAY "Erro ao atualizar CDB " NUM-CDB
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-REWRITE.

       ATUALIZA-EMPRESTIMOS.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-EMPRESTIMO.
           IF ARQ-EMPRESTIMO-OK = "00"
               PERFORM ATUALIZA-EMPRESTIMOS-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-EMPRESTIMO.
           DISPLAY "Contratos de emprestimo.......: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       ATUALIZA-EMPRESTIMOS-LE.
           READ ARQ-EMPRESTIMO NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF COD-ID-CONTRATO = COD-ID-ORIGEM-T
                   MOVE COD-ID-NOVO-T TO COD-ID-CONTRATO
                   REWRITE R-EMPRESTIMO INVALID KEY
                       DISPLAY "Erro ao atualizar contrato "
                           NUM-CONTRATO
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-REWRITE.

       ATUALIZA-BOLETOS.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-BOLETO.
           IF ARQ-BOLETO-OK = "00"
               PERFORM ATUALIZA-BOLETOS-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-BOLETO.
           DISPLAY "Boletos.......................: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       ATUALIZA-BOLETOS-LE.
           READ ARQ-BOLETO NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF COD-ID-BOL = COD-ID-ORIGEM-T
                   MOVE COD-ID-NOVO-T TO COD-ID-BOL
                   REWRITE R-BOLETO INVALID KEY
                       DISPLAY "Erro ao atualizar boleto " NUM-BOLETO
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-REWRITE.

       ATUALIZA-AUTORIZACOES.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-AUTORIZ.
           IF ARQ-AUTORIZ-OK = "00"
               PERFORM ATUALIZA-AUTORIZACOES-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-AUTORIZ.
           DISPLAY "Autorizacoes pendentes........: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       ATUALIZA-AUTORIZACOES-LE.
           READ ARQ-AUTORIZ NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF AUTORIZ-PENDENTE
                   AND (COD-ID-SOLICITANTE = COD-ID-ORIGEM-T
                   OR COD-ID-FAVORECIDO = COD-ID-ORIGEM-T)
                   IF COD-ID-SOLICITANTE = COD-ID-ORIGEM-T
                       MOVE COD-ID-NOVO-T TO COD-ID-SOLICITANTE
                   END-IF
                   IF COD-ID-FAVORECIDO = COD-ID-ORIGEM-T
                       MOVE COD-ID-NOVO-T TO COD-ID-FAVORECIDO
                   END-IF
                   REWRITE REG-AUTORIZ INVALID KEY
                       DISPLAY "Erro ao atualizar autorizacao "
                           NUM-AUTORIZ
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-REWRITE.

       MOVE-LOTES-POUPANCA.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-LOTE.
           IF ARQ-LOTE-OK = "00"
               PERFORM MOVE-LOTES-POUPANCA-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-LOTE.
           DISPLAY "Lotes de poupanca.............: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       MOVE-LOTES-POUPANCA-LE.
           MOVE COD-ID-ORIGEM-T TO COD-ID-LOTE.
           MOVE ZEROS TO NUM-LOTE.
           START ARQ-LOTE KEY IS NOT LESS THAN CHAVE-LOTE
               INVALID KEY MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               READ ARQ-LOTE NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF COD-ID-LOTE NOT = COD-ID-ORIGEM-T
                   MOVE 1 TO FIM-ARQ
               ELSE
                   MOVE COD-ID-NOVO-T TO COD-ID-LOTE
                   WRITE R-LOTE INVALID KEY
                       DISPLAY "Erro ao mover lote " NUM-LOTE
                       MOVE 1 TO FIM-ARQ
                   END-WRITE
                   IF FIM-ARQ = 0
                       MOVE COD-ID-ORIGEM-T TO COD-ID-LOTE
                       DELETE ARQ-LOTE RECORD INVALID KEY
                           MOVE 1 TO FIM-ARQ
                       END-DELETE
                       ADD 1 TO QTD-ATUALIZADOS.

       ATUALIZA-RETENCOES.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-RETENCAO.
           IF ARQ-RETENCAO-OK = "00"
               PERFORM ATUALIZA-RETENCOES-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-RETENCAO.
           DISPLAY "Creditos retidos pendentes....: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       ATUALIZA-RETENCOES-LE.
           READ ARQ-RETENCAO NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF RETENCAO-PENDENTE
                   AND COD-ID-RET = COD-ID-ORIGEM-T
                   MOVE COD-ID-NOVO-T TO COD-ID-RET
                   REWRITE R-RETENCAO INVALID KEY
                       DISPLAY "Erro ao atualizar retencao "
                           NUM-RETENCAO
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-REWRITE.

       ATUALIZA-RETENCOES-FRAUDE.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-FRAUDE.
           IF ARQ-FRAUDE-OK = "00"
               PERFORM ATUALIZA-RETENCOES-FRAUDE-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-FRAUDE.
           DISPLAY "Retencoes por suspeita........: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       ATUALIZA-RETENCOES-FRAUDE-LE.
           READ ARQ-FRAUDE NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF FRAUDE-RETIDA
                   AND (COD-ID-ORIGEM-FRD = COD-ID-ORIGEM-T
                   OR COD-ID-DESTINO-FRD = COD-ID-ORIGEM-T)
                   IF COD-ID-ORIGEM-FRD = COD-ID-ORIGEM-T
                       MOVE COD-ID-NOVO-T TO COD-ID-ORIGEM-FRD
                   END-IF
                   IF COD-ID-DESTINO-FRD = COD-ID-ORIGEM-T
                       MOVE COD-ID-NOVO-T TO COD-ID-DESTINO-FRD
                   END-IF
                   REWRITE R-FRAUDE INVALID KEY
                       DISPLAY "Erro ao atualizar retencao "
                           NUM-FRAUDE
                   NOT INVALID KEY
                       ADD 1 TO QTD-ATUALIZADOS
                   END-REWRITE.

       MOVE-CONTROLE-PROCESSAMENTO.
           MOVE ZEROS TO QTD-ATUALIZADOS.
           MOVE ZERO TO FIM-ARQ.
           OPEN I-O ARQ-PROCCTRL.
           IF ARQ-PROCCTRL-OK = "00"
               PERFORM MOVE-CONTROLE-PROC-LE UNTIL FIM-ARQ = 1
               CLOSE ARQ-PROCCTRL.
           DISPLAY "Controles de processamento....: "
               WITH NO ADVANCING.
           PERFORM MOSTRA-QUANTIDADE.

       MOVE-CONTROLE-PROC-LE.
           READ ARQ-PROCCTRL NEXT RECORD AT END MOVE 1 TO FIM-ARQ.
           IF FIM-ARQ = 0
               IF PROC-POR-CONTA AND ITEM-PROC = COD-ID-ORIGEM-T
                   MOVE COD-ID-NOVO-T TO ITEM-PROC
                   WRITE R-PROCCTRL INVALID KEY
                       DISPLAY "Erro ao mover controle " PROGRAMA-PROC
                           " " PERIODO-PROC
                   NOT INVALID KEY
                       MOVE COD-ID-ORIGEM-T TO ITEM-PROC
                       DELETE ARQ-PROCCTRL RECORD INVALID KEY
                           DISPLAY "Erro ao excluir controle "
                               PROGRAMA-PROC " " PERIODO-PROC
                       END-DELETE
                       ADD 1 TO QTD-ATUALIZADOS
                   END-WRITE.

       END PROGRAM TRANSF-AGENCIA.
