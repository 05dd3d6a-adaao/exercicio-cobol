       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDE-MANUT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FRAUDE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-FRAUDE
           FILE STATUS ARQ-FRAUDE-OK.

           SELECT ARQ-MOVF ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-MOVF
           ALTERNATE RECORD KEY IS CHAVE-FAV-MOVF WITH DUPLICATES
           FILE STATUS ARQ-MOVF-OK.

           SELECT ARQ-REGRA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COD-REGRA
           FILE STATUS ARQ-REGRA-OK.

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

           SELECT ARQ-ENVIO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-ENVIO-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-FRAUDE LABEL RECORD STANDARD
           DATA RECORD IS R-FRAUDE
           VALUE OF FILE-ID IS "FRAUDE.DAT".

       01 R-FRAUDE.
           02 NUM-FRAUDE PIC 9(6).
           02 TIPO-FRAUDE PIC X(1).
               88 FRAUDE-PIX VALUE "P".
               88 FRAUDE-TRANSF VALUE "T".
               88 FRAUDE-TED VALUE "E".
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
               88 FRAUDE-LIBERADA VALUE "L".
               88 FRAUDE-CANCELADA VALUE "C".
           02 DATA-DECISAO-FRD PIC 9(8).
           02 SUPERVISOR-FRD PIC X(8).
           02 CONTATO-FRD PIC X(40).

       FD ARQ-MOVF LABEL RECORD STANDARD
           DATA RECORD IS R-MOVF
           VALUE OF FILE-ID IS "MOVFRAUDE.DAT".

       01 R-MOVF.
           02 CHAVE-MOVF.
               03 ORIGEM-MOVF PIC 9(8).
               03 DATA-MOVF PIC 9(8).
               03 HORA-MOVF PIC 9(8).
               03 SEQ-MOVF PIC 9(2).
           02 CHAVE-FAV-MOVF.
               03 ORIGEM-FAV-MOVF PIC 9(8).
               03 DESTINO-MOVF PIC X(25).
           02 TIPO-MOVF PIC X(1).
           02 VALOR-MOVF PIC 9(9)V99.
           02 DATA-REF-MOVF PIC 9(8).
           02 FAVORECIDO-NOVO-MOVF PIC 9(1).
           02 PONTUACAO-MOVF PIC 9(3).
           02 DECISAO-MOVF PIC X(1).
           02 NUM-FRAUDE-MOVF PIC 9(6).

       FD ARQ-REGRA LABEL RECORD STANDARD
           DATA RECORD IS R-REGRA
           VALUE OF FILE-ID IS "REGRAFRAUDE.DAT".

       01 R-REGRA.
           02 COD-REGRA PIC 9(2).
           02 DESCRICAO-REGRA PIC X(40).
           02 STATUS-REGRA PIC X(1).
               88 REGRA-ATIVA VALUE "A".
           02 PONTOS-REGRA PIC 9(3).
           02 QTD-REGRA PIC 9(3).
           02 MINUTOS-REGRA PIC 9(5).
           02 PERCENTUAL-REGRA PIC 9(4).
           02 VALOR-REGRA PIC 9(9)V99.
           02 HORA-INICIO-REGRA PIC 9(4).
           02 HORA-FIM-REGRA PIC 9(4).

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
           02 ULTIMO-NUM-SEQ PIC 9(9).
           02 TIPO-CONTA PIC X(1).

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".

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
               88 CHEQUE-BLOQUEADO VALUE "B".
           02 DATA-REMESSA PIC 9(8).
           02 DATA-BAIXA-CHQDEP PIC 9(8).
           02 ALINEA-DEVOLUCAO PIC X(2).
           02 OPERADOR-CHQDEP PIC X(8).
           02 NUM-SEQ-CHQDEP PIC 9(9).

       FD ARQ-ENVIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TED_ENVIO.TXT".

       01 LINHA-ENVIO PIC X(61).

       WORKING-STORAGE SECTION.
       01 ARQ-FRAUDE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-MOVF-OK PIC X(2) VALUE ZEROS.
       01 ARQ-REGRA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-BLOQUEIO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CHQDEP-OK PIC X(2) VALUE ZEROS.
       01 ARQ-ENVIO-OK PIC X(2) VALUE ZEROS.
       01 FIM-CHQDEP PIC 9 VALUE ZERO.
       01 DADOS-DISPONIBILIDADE.
           02 MOVF-DISPONIVEL PIC 9 VALUE ZERO.
           02 REGRA-DISPONIVEL PIC 9 VALUE ZERO.
           02 BLOQUEIO-DISPONIVEL PIC 9 VALUE ZERO.
           02 CHQDEP-DISPONIVEL PIC 9 VALUE ZERO.
       01 DADOS-BLOQUEIO.
           02 BLOQUEIO-CONTA PIC 9(8) VALUE ZEROS.
           02 TOTAL-BLOQUEADO PIC S9(9)V99 VALUE ZEROS.
           02 FIM-ARQ-BLOQUEIO PIC 9 VALUE ZERO.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.
       01 QTD-LISTADAS PIC 9(5) VALUE ZEROS.

       01 DADOS-SUPERVISOR.
           02 SUPERVISOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-OPER PIC X(1) VALUE SPACE.
           02 RESULTADO-LOGIN PIC 9(1) VALUE ZERO.

       01 DADOS-DECISAO.
           02 NUM-ESCOLHIDO PIC 9(6) VALUE ZEROS.
           02 CONTATO-E PIC X(40) VALUE SPACES.
           02 SALDO-ANTES PIC S9(9)V99 VALUE ZEROS.
           02 SALDO-DISPONIVEL PIC S9(9)V99 VALUE ZEROS.
           02 NUM-SEQ-ATUAL PIC 9(9) VALUE ZEROS.
           02 TIPO-MOV-E PIC X(12) VALUE SPACES.
           02 EFETIVADA PIC 9 VALUE ZERO.

       01 DADOS-PENDENCIA.
           02 ACAO-PEND PIC 9(1) VALUE 2.
           02 ORIGEM-PEND PIC X(15) VALUE SPACES.
           02 REFERENCIA-PEND PIC X(12) VALUE SPACES.
           02 TIPO-MOV-PEND PIC X(12) VALUE SPACES.
           02 VALOR-PEND PIC 9(9)V99 VALUE ZEROS.
           02 DESTINO-PEND PIC 9(8) VALUE ZEROS.

       01 DADOS-REGRA.
           02 REGRA-ESCOLHIDA PIC 9(2) VALUE ZEROS.
           02 STATUS-NOVO PIC X(1) VALUE SPACE.
           02 PONTOS-NOVO PIC 9(3) VALUE ZEROS.
           02 QTD-NOVO PIC 9(3) VALUE ZEROS.
           02 MINUTOS-NOVO PIC 9(5) VALUE ZEROS.
           02 PERCENTUAL-NOVO PIC 9(4) VALUE ZEROS.
           02 VALOR-NOVO PIC 9(9)V99 VALUE ZEROS.
           02 HORA-INICIO-NOVO PIC 9(4) VALUE ZEROS.
           02 HORA-FIM-NOVO PIC 9(4) VALUE ZEROS.
           02 REGRA-ANTES PIC X(87) VALUE SPACES.
           02 REGRA-ANTES-R REDEFINES REGRA-ANTES.
               03 FILLER PIC X(42).
               03 STATUS-ANTES PIC X(1).
               03 PONTOS-ANTES PIC 9(3).
               03 QTD-ANTES PIC 9(3).
               03 MINUTOS-ANTES PIC 9(5).
               03 PERCENTUAL-ANTES PIC 9(4).
               03 VALOR-ANTES PIC 9(9)V99.
               03 HORA-INICIO-ANTES PIC 9(4).
               03 HORA-FIM-ANTES PIC 9(4).

       01 DADOS-ALTERACAO.
           02 ARQUIVO-ALT PIC X(12) VALUE "REGRAFRAUDE".
           02 CHAVE-ALT PIC X(20) VALUE SPACES.
           02 CAMPO-ALT PIC X(20) VALUE SPACES.
           02 VALOR-ANTES-ALT PIC X(40) VALUE SPACES.
           02 VALOR-DEPOIS-ALT PIC X(40) VALUE SPACES.
           02 NUMERO-ALT-E PIC ZZZZ9.
           02 VALOR-ALT-E PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-ENVIO-E.
           02 BANCO-ENV PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AGENCIA-ENV PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CONTA-ENV PIC 9(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CPF-ENV PIC 9(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 VALOR-ENV PIC 9(9)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 ORIGEM-ENV PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DATA-ENV PIC 9(8).

       01 DADOS-E.
           02 VALOR-FRD-E PIC ZZZ.ZZZ.ZZ9,99.
           02 VALOR-REGRA-E PIC ZZZ.ZZZ.ZZ9,99.
           02 VALOR-PEND-E PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-DIA-ABERTO.
           PERFORM ABRE-ARQ.
           PERFORM LOGIN.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-FRAUDE.
           CLOSE ARQ-CONTA.
           IF MOVF-DISPONIVEL = 1
               CLOSE ARQ-MOVF.
           IF REGRA-DISPONIVEL = 1
               CLOSE ARQ-REGRA.
           IF BLOQUEIO-DISPONIVEL = 1
               CLOSE ARQ-BLOQUEIO.
           IF CHQDEP-DISPONIVEL = 1
               CLOSE ARQ-CHQDEP.
           STOP RUN.

       VERIFICA-DIA-ABERTO.
           MOVE ZERO TO DIA-ABERTO-OK.
           OPEN INPUT ARQ-DIAMOV.
           IF ARQ-DIAMOV-OK = "00"
               MOVE "DM" TO CHAVE-DIA
               READ ARQ-DIAMOV INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DIA-ABERTO
                       MOVE 1 TO DIA-ABERTO-OK
                       MOVE DATA-MOVIMENTO OF R-DIAMOV
                           TO DATA-MOVIMENTO-DIA
                   END-IF
               END-READ
               CLOSE ARQ-DIAMOV.
           IF DIA-ABERTO-OK = 0
               DISPLAY "Dia de movimento nao aberto - execute ABRE-DIA"
               STOP RUN.

       ABRE-ARQ.
           OPEN I-O ARQ-FRAUDE.
           IF ARQ-FRAUDE-OK NOT = "00"
               CLOSE ARQ-FRAUDE
               OPEN OUTPUT ARQ-FRAUDE
               CLOSE ARQ-FRAUDE
               OPEN I-O ARQ-FRAUDE.
           OPEN I-O ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 9 TO OPCAO.
           OPEN I-O ARQ-MOVF.
           IF ARQ-MOVF-OK = "00"
               MOVE 1 TO MOVF-DISPONIVEL.
           OPEN I-O ARQ-REGRA.
           IF ARQ-REGRA-OK = "35"
               PERFORM CRIA-REGRAS-PADRAO
               OPEN I-O ARQ-REGRA.
           IF ARQ-REGRA-OK = "00"
               MOVE 1 TO REGRA-DISPONIVEL.
           OPEN INPUT ARQ-BLOQUEIO.
           IF ARQ-BLOQUEIO-OK = "00"
               MOVE 1 TO BLOQUEIO-DISPONIVEL.
           OPEN INPUT ARQ-CHQDEP.
           IF ARQ-CHQDEP-OK = "00"
               MOVE 1 TO CHQDEP-DISPONIVEL.

       LOGIN.
           DISPLAY "ANALISE DE OPERACOES RETIDAS POR SUSPEITA DE "
               "FRAUDE".
           DISPLAY " ".
           DISPLAY "Codigo do supervisor: " WITH NO ADVANCING.
           ACCEPT SUPERVISOR-ID.
           DISPLAY "Senha: " WITH NO ADVANCING.
           ACCEPT SENHA-E.
           MOVE "S" TO PERFIL-MINIMO.
           CALL "VALIDA-OPER" USING SUPERVISOR-ID, SENHA-E,
               PERFIL-MINIMO, PERFIL-OPER, RESULTADO-LOGIN.
           IF RESULTADO-LOGIN = 3 OR RESULTADO-LOGIN = 4
               STOP RUN.
           IF RESULTADO-LOGIN NOT = ZERO
               PERFORM LOGIN.

       ESCOLHE-OPCAO.
           DISPLAY " ".
           DISPLAY "1 - listar operacoes retidas".
           DISPLAY "2 - liberar ou cancelar uma operacao retida".
           DISPLAY "3 - listar regras de fraude".
           DISPLAY "4 - alterar uma regra de fraude".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
           WHEN 1
               PERFORM LISTA-RETIDAS
           WHEN 2
               PERFORM DECIDE-RETENCAO
           WHEN 3
               PERFORM LISTA-REGRAS
           WHEN 4
               PERFORM ALTERA-REGRA
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
               DISPLAY "Opcao invalida".

       LISTA-RETIDAS.
           DISPLAY " ".
           DISPLAY "NUMERO TP ORIGEM   VALOR          PTS REGRAS"
               "          OPERADOR DATA".
           MOVE ZEROS TO QTD-LISTADAS.
           MOVE ZEROS TO NUM-FRAUDE.
           MOVE ZERO TO EOF.
           START ARQ-FRAUDE KEY IS NOT LESS THAN NUM-FRAUDE
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LISTA-RETIDAS-LE UNTIL EOF = 1.
           IF QTD-LISTADAS = ZEROS
               DISPLAY "Nenhuma operacao retida aguardando analise".

       LISTA-RETIDAS-LE.
           READ ARQ-FRAUDE NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0 AND FRAUDE-RETIDA
               MOVE VALOR-FRD TO VALOR-FRD-E
               DISPLAY NUM-FRAUDE " " TIPO-FRAUDE "  "
                   COD-ID-ORIGEM-FRD " " VALOR-FRD-E " "
                   PONTUACAO-FRD " " REGRAS-FRD " " OPERADOR-FRD " "
                   DATA-MOV-FRD
               ADD 1 TO QTD-LISTADAS.

       DECIDE-RETENCAO.
           DISPLAY "Numero da retencao: " WITH NO ADVANCING.
           ACCEPT NUM-ESCOLHIDO.
           MOVE NUM-ESCOLHIDO TO NUM-FRAUDE.
           READ ARQ-FRAUDE INVALID KEY
               DISPLAY "Retencao nao encontrada"
           NOT INVALID KEY
               IF NOT FRAUDE-RETIDA
                   DISPLAY "Retencao ja decidida - status "
                       STATUS-FRD
               ELSE
                   IF OPERADOR-FRD = SUPERVISOR-ID
                       DISPLAY "Operacao solicitada pelo proprio "
                           "supervisor - decisao recusada"
                   ELSE
                       PERFORM MOSTRA-RETENCAO
                       PERFORM LIBERA-OU-CANCELA
           END-READ.

       MOSTRA-RETENCAO.
           MOVE VALOR-FRD TO VALOR-FRD-E.
           DISPLAY " ".
           EVALUATE TRUE
           WHEN FRAUDE-PIX
               DISPLAY "PIX para a chave " CHAVE-PIX-FRD
               DISPLAY "Conta favorecida.: " COD-ID-DESTINO-FRD
           WHEN FRAUDE-TRANSF
               DISPLAY "Transferencia para a conta " COD-ID-DESTINO-FRD
           WHEN FRAUDE-TED
               DISPLAY "TED para banco " BANCO-DESTINO-FRD
                   " agencia " AGENCIA-DESTINO-FRD
                   " conta " CONTA-DESTINO-FRD
               DISPLAY "CPF do favorecido: " CPF-FAVORECIDO-FRD
           END-EVALUATE.
           DISPLAY "Conta de origem..: " COD-ID-ORIGEM-FRD.
           DISPLAY "Valor............: " VALOR-FRD-E.
           DISPLAY "Pontuacao........: " PONTUACAO-FRD
               "  regras " REGRAS-FRD.
           DISPLAY "Retida em........: " DATA-RETENCAO-FRD " "
               HORA-RETENCAO-FRD (1:4) " pelo operador " OPERADOR-FRD.

       LIBERA-OU-CANCELA.
           DISPLAY "Contato com o cliente (resumo): "
               WITH NO ADVANCING.
           ACCEPT CONTATO-E.
           IF CONTATO-E = SPACES
               DISPLAY "Registre o contato com o cliente antes de "
                   "decidir"
           ELSE
               DISPLAY "1 - liberar / 2 - cancelar: " WITH NO ADVANCING
               ACCEPT OPCAO
               EVALUATE OPCAO
               WHEN 1
                   PERFORM EFETIVA-OPERACAO
               WHEN 2
                   MOVE "C" TO STATUS-FRD
                   PERFORM GRAVA-DECISAO
                   DISPLAY "Operacao cancelada"
               WHEN OTHER
                   DISPLAY "Opcao invalida - decisao nao tomada"
               END-EVALUATE
               MOVE ZEROS TO OPCAO.

       EFETIVA-OPERACAO.
           MOVE ZERO TO EFETIVADA.
           MOVE COD-ID-ORIGEM-FRD TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               DISPLAY "Conta de origem nao encontrada - liberacao "
                   "nao efetuada"
           NOT INVALID KEY
               IF NOT CONTA-ATIVA
                   DISPLAY "Conta de origem nao esta ativa - "
                       "liberacao nao efetuada"
               ELSE
                   MOVE COD-ID TO BLOQUEIO-CONTA
                   PERFORM APURA-BLOQUEIO
                   PERFORM APURA-CHEQUE-BLOQUEADO
                   COMPUTE SALDO-DISPONIVEL = SALDO + LIMITE
                       - TOTAL-BLOQUEADO
                   IF VALOR-FRD > SALDO-DISPONIVEL
                       DISPLAY "Saldo insuficiente - liberacao nao "
                           "efetuada"
                   ELSE
                       IF FRAUDE-TED
                           PERFORM EFETIVA-TED
                       ELSE
                           PERFORM EFETIVA-TRANSFERENCIA
           END-READ.
           IF EFETIVADA = 1
               MOVE "L" TO STATUS-FRD
               PERFORM GRAVA-DECISAO.

       EFETIVA-TED.
           OPEN EXTEND ARQ-ENVIO.
           IF ARQ-ENVIO-OK NOT = "00"
               CLOSE ARQ-ENVIO
               OPEN OUTPUT ARQ-ENVIO.
           IF ARQ-ENVIO-OK NOT = "00"
               DISPLAY "Erro ao abrir TED_ENVIO.TXT - status "
                   ARQ-ENVIO-OK " - retencao mantida pendente"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "TED ENVIADA" TO TIPO-MOV-E
               PERFORM DEBITA-ORIGEM
               MOVE BANCO-DESTINO-FRD TO BANCO-ENV
               MOVE AGENCIA-DESTINO-FRD TO AGENCIA-ENV
               MOVE CONTA-DESTINO-FRD TO CONTA-ENV
               MOVE CPF-FAVORECIDO-FRD TO CPF-ENV
               MOVE VALOR-FRD TO VALOR-ENV
               MOVE COD-ID-ORIGEM-FRD TO ORIGEM-ENV
               MOVE DATA-MOVIMENTO-DIA TO DATA-ENV
               MOVE LINHA-ENVIO-E TO LINHA-ENVIO
               WRITE LINHA-ENVIO
               CLOSE ARQ-ENVIO
               DISPLAY "TED liberada e registrada no arquivo de "
                   "remessa"
               MOVE 1 TO EFETIVADA.

       EFETIVA-TRANSFERENCIA.
           MOVE COD-ID-DESTINO-FRD TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               DISPLAY "Conta de destino nao encontrada - liberacao "
                   "nao efetuada"
           NOT INVALID KEY
               IF NOT CONTA-ATIVA
                   DISPLAY "Conta de destino nao esta ativa - "
                       "liberacao nao efetuada"
               ELSE
                   PERFORM EFETIVA-TRANSF-LANCA
           END-READ.

       EFETIVA-TRANSF-LANCA.
           MOVE COD-ID-ORIGEM-FRD TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               DISPLAY "Erro ao reler conta de origem"
           NOT INVALID KEY
               IF FRAUDE-PIX
                   MOVE "PIX ENVIADO" TO TIPO-MOV-E
               ELSE
                   MOVE "TRANSF DEB" TO TIPO-MOV-E
               END-IF
               PERFORM DEBITA-ORIGEM
               MOVE COD-ID-DESTINO-FRD TO COD-ID
               READ ARQ-CONTA INVALID KEY
                   DISPLAY "Erro ao reler conta de destino"
               NOT INVALID KEY
                   MOVE SALDO TO SALDO-ANTES
                   ADD VALOR-FRD TO SALDO
                   IF FRAUDE-PIX
                       MOVE "PIX RECEBIDO" TO TIPO-MOV-E
                   ELSE
                       MOVE "TRANSF CRED" TO TIPO-MOV-E
                   END-IF
                   CALL "REG-EXTR" USING BY REFERENCE COD-ID,
                       SALDO-ANTES, SALDO, TIPO-MOV-E, SUPERVISOR-ID,
                       NUM-SEQ-ATUAL
                   MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ
                   PERFORM COBRA-PENDENCIAS
                   REWRITE REG-ARQAGENCIA INVALID KEY
                       DISPLAY "Erro ao creditar conta " COD-ID
                   END-REWRITE
                   MOVE 1 TO EFETIVADA
                   DISPLAY "Operacao liberada e efetivada"
               END-READ
           END-READ.

       COBRA-PENDENCIAS.
           CALL "PEND-DEBITO" USING ACAO-PEND, COD-ID, ORIGEM-PEND,
               REFERENCIA-PEND, TIPO-MOV-PEND, VALOR-PEND,
               DESTINO-PEND, SALDO, LIMITE, ULTIMO-NUM-SEQ,
               SUPERVISOR-ID.
           IF VALOR-PEND > ZEROS
               MOVE VALOR-PEND TO VALOR-PEND-E
               DISPLAY "Debitos pendentes cobrados: " VALOR-PEND-E.

       DEBITA-ORIGEM.
           MOVE SALDO TO SALDO-ANTES.
           SUBTRACT VALOR-FRD FROM SALDO.
           CALL "REG-EXTR" USING BY REFERENCE COD-ID, SALDO-ANTES,
               SALDO, TIPO-MOV-E, SUPERVISOR-ID, NUM-SEQ-ATUAL.
           MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ.
           REWRITE REG-ARQAGENCIA INVALID KEY
               DISPLAY "Erro ao debitar conta " COD-ID.

       GRAVA-DECISAO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-DECISAO-FRD.
           MOVE SUPERVISOR-ID TO SUPERVISOR-FRD.
           MOVE CONTATO-E TO CONTATO-FRD.
           REWRITE R-FRAUDE INVALID KEY
               DISPLAY "Erro ao gravar decisao".
           IF MOVF-DISPONIVEL = 1
               MOVE COD-ID-ORIGEM-FRD TO ORIGEM-MOVF
               MOVE DATA-RETENCAO-FRD TO DATA-MOVF
               MOVE HORA-RETENCAO-FRD TO HORA-MOVF
               MOVE SEQ-MOVF-FRD TO SEQ-MOVF
               READ ARQ-MOVF INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STATUS-FRD TO DECISAO-MOVF
                   REWRITE R-MOVF INVALID KEY
                       DISPLAY "Erro ao atualizar MOVFRAUDE.DAT"
                   END-REWRITE
               END-READ.

       APURA-BLOQUEIO.
           MOVE ZEROS TO TOTAL-BLOQUEADO.
           MOVE ZERO TO FIM-ARQ-BLOQUEIO.
           IF BLOQUEIO-DISPONIVEL = 0
               MOVE 1 TO FIM-ARQ-BLOQUEIO.
           MOVE BLOQUEIO-CONTA TO COD-ID-BLOQ.
           MOVE SPACES TO NUM-PROCESSO-BLOQ.
           IF FIM-ARQ-BLOQUEIO = 0
               START ARQ-BLOQUEIO KEY IS NOT LESS THAN CHAVE-BLOQUEIO
                   INVALID KEY MOVE 1 TO FIM-ARQ-BLOQUEIO.
           PERFORM APURA-BLOQUEIO-LE UNTIL FIM-ARQ-BLOQUEIO = 1.

       APURA-BLOQUEIO-LE.
           READ ARQ-BLOQUEIO NEXT RECORD AT END
               MOVE 1 TO FIM-ARQ-BLOQUEIO.
           IF FIM-ARQ-BLOQUEIO = 0
               IF COD-ID-BLOQ NOT = BLOQUEIO-CONTA
                   MOVE 1 TO FIM-ARQ-BLOQUEIO
               ELSE
                   ADD VALOR-BLOQUEADO TO TOTAL-BLOQUEADO.

       APURA-CHEQUE-BLOQUEADO.
           MOVE ZERO TO FIM-CHQDEP.
           IF CHQDEP-DISPONIVEL = 0
               MOVE 1 TO FIM-CHQDEP.
           MOVE BLOQUEIO-CONTA TO COD-ID-CHQDEP.
           MOVE ZEROS TO NUM-DEPOSITO.
           IF FIM-CHQDEP = 0
               START ARQ-CHQDEP KEY IS NOT LESS THAN CHAVE-CHQDEP
                   INVALID KEY MOVE 1 TO FIM-CHQDEP.
           PERFORM APURA-CHEQUE-BLOQUEADO-LE UNTIL FIM-CHQDEP = 1.

       APURA-CHEQUE-BLOQUEADO-LE.
           READ ARQ-CHQDEP NEXT RECORD AT END MOVE 1 TO FIM-CHQDEP.
           IF FIM-CHQDEP = 0
               IF COD-ID-CHQDEP NOT = BLOQUEIO-CONTA
                   MOVE 1 TO FIM-CHQDEP
               ELSE
                   IF CHEQUE-BLOQUEADO
                       AND DATA-LIBERACAO > DATA-MOVIMENTO-DIA
                       ADD VALOR-CHEQUE-DEP TO TOTAL-BLOQUEADO.

       LISTA-REGRAS.
           IF REGRA-DISPONIVEL = 0
               DISPLAY "REGRAFRAUDE.DAT indisponivel - status "
                   ARQ-REGRA-OK
           ELSE
               DISPLAY " "
               DISPLAY "RG DESCRICAO                                "
                   "SIT PTS QTD MIN   PERC VALOR          HORARIO"
               MOVE ZEROS TO COD-REGRA
               MOVE ZERO TO EOF
               START ARQ-REGRA KEY IS NOT LESS THAN COD-REGRA
                   INVALID KEY MOVE 1 TO EOF
               END-START
               PERFORM LISTA-REGRAS-LE UNTIL EOF = 1.

       LISTA-REGRAS-LE.
           READ ARQ-REGRA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE VALOR-REGRA TO VALOR-REGRA-E
               DISPLAY COD-REGRA " " DESCRICAO-REGRA " "
                   STATUS-REGRA "   " PONTOS-REGRA " " QTD-REGRA " "
                   MINUTOS-REGRA " " PERCENTUAL-REGRA " "
                   VALOR-REGRA-E " " HORA-INICIO-REGRA "-"
                   HORA-FIM-REGRA.

       ALTERA-REGRA.
           DISPLAY "Codigo da regra (99 = nota de corte): "
               WITH NO ADVANCING.
           ACCEPT REGRA-ESCOLHIDA.
           MOVE REGRA-ESCOLHIDA TO COD-REGRA.
           IF REGRA-DISPONIVEL = 0
               DISPLAY "REGRAFRAUDE.DAT indisponivel - status "
                   ARQ-REGRA-OK
           ELSE
               READ ARQ-REGRA INVALID KEY
                   DISPLAY "Regra nao cadastrada"
               NOT INVALID KEY
                   PERFORM CAPTURA-REGRA
               END-READ.

       CAPTURA-REGRA.
           MOVE R-REGRA TO REGRA-ANTES.
           DISPLAY DESCRICAO-REGRA.
           DISPLAY "Situacao (A ativa / I inativa)..: "
               WITH NO ADVANCING.
           ACCEPT STATUS-NOVO.
           IF STATUS-NOVO NOT = "A" AND STATUS-NOVO NOT = "I"
               DISPLAY "Situacao invalida - regra nao alterada"
           ELSE
               MOVE STATUS-NOVO TO STATUS-REGRA
               IF COD-REGRA = 99
                   DISPLAY "Nota de corte (pontos)..........: "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Pontos da regra.................: "
                       WITH NO ADVANCING
               END-IF
               ACCEPT PONTOS-NOVO
               MOVE PONTOS-NOVO TO PONTOS-REGRA
               PERFORM CAPTURA-PARAMETROS
               REWRITE R-REGRA INVALID KEY
                   DISPLAY "Erro ao gravar regra"
               NOT INVALID KEY
                   DISPLAY "Regra atualizada pelo supervisor "
                       SUPERVISOR-ID
                   PERFORM REGISTRA-ALTERACOES
               END-REWRITE.

       CAPTURA-PARAMETROS.
           EVALUATE COD-REGRA
           WHEN 1
               DISPLAY "Quantidade de favorecidos novos.: "
                   WITH NO ADVANCING
               ACCEPT QTD-NOVO
               MOVE QTD-NOVO TO QTD-REGRA
               PERFORM CAPTURA-MINUTOS
           WHEN 2
               PERFORM CAPTURA-MINUTOS
           WHEN 3
               PERFORM CAPTURA-PERCENTUAL-VALOR
               DISPLAY "Hora inicial (HHMM).............: "
                   WITH NO ADVANCING
               ACCEPT HORA-INICIO-NOVO
               MOVE HORA-INICIO-NOVO TO HORA-INICIO-REGRA
               DISPLAY "Hora final (HHMM)...............: "
                   WITH NO ADVANCING
               ACCEPT HORA-FIM-NOVO
               MOVE HORA-FIM-NOVO TO HORA-FIM-REGRA
           WHEN 4
           WHEN 5
               PERFORM CAPTURA-PERCENTUAL-VALOR
           END-EVALUATE.

       CAPTURA-MINUTOS.
           DISPLAY "Janela em minutos...............: "
               WITH NO ADVANCING.
           ACCEPT MINUTOS-NOVO.
           MOVE MINUTOS-NOVO TO MINUTOS-REGRA.

       CAPTURA-PERCENTUAL-VALOR.
           IF COD-REGRA = 4
               DISPLAY "Percentual do saldo disponivel..: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Percentual sobre a media........: "
                   WITH NO ADVANCING.
           ACCEPT PERCENTUAL-NOVO.
           MOVE PERCENTUAL-NOVO TO PERCENTUAL-REGRA.
           IF COD-REGRA = 4
               DISPLAY "Valor minimo da operacao........: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Valor se a conta nao tem historico: "
                   WITH NO ADVANCING.
           ACCEPT VALOR-NOVO.
           MOVE VALOR-NOVO TO VALOR-REGRA.

       REGISTRA-ALTERACOES.
           MOVE COD-REGRA TO CHAVE-ALT.
           IF STATUS-REGRA NOT = STATUS-ANTES
               MOVE "STATUS-REGRA" TO CAMPO-ALT
               MOVE STATUS-ANTES TO VALOR-ANTES-ALT
               MOVE STATUS-REGRA TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.
           IF PONTOS-REGRA NOT = PONTOS-ANTES
               MOVE "PONTOS-REGRA" TO CAMPO-ALT
               MOVE PONTOS-ANTES TO NUMERO-ALT-E
               MOVE NUMERO-ALT-E TO VALOR-ANTES-ALT
               MOVE PONTOS-REGRA TO NUMERO-ALT-E
               MOVE NUMERO-ALT-E TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.
           IF QTD-REGRA NOT = QTD-ANTES
               MOVE "QTD-REGRA" TO CAMPO-ALT
               MOVE QTD-ANTES TO NUMERO-ALT-E
               MOVE NUMERO-ALT-E TO VALOR-ANTES-ALT
               MOVE QTD-REGRA TO NUMERO-ALT-E
               MOVE NUMERO-ALT-E TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.
           IF MINUTOS-REGRA NOT = MINUTOS-ANTES
               MOVE "MINUTOS-REGRA" TO CAMPO-ALT
               MOVE MINUTOS-ANTES TO NUMERO-ALT-E
               MOVE NUMERO-ALT-E TO VALOR-ANTES-ALT
               MOVE MINUTOS-REGRA TO NUMERO-ALT-E
               MOVE NUMERO-ALT-E TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.
           IF PERCENTUAL-REGRA NOT = PERCENTUAL-ANTES
               MOVE "PERCENTUAL-REGRA" TO CAMPO-ALT
               MOVE PERCENTUAL-ANTES TO NUMERO-ALT-E
               MOVE NUMERO-ALT-E TO VALOR-ANTES-ALT
               MOVE PERCENTUAL-REGRA TO NUMERO-ALT-E
               MOVE NUMERO-ALT-E TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.
           IF VALOR-REGRA NOT = VALOR-ANTES
               MOVE "VALOR-REGRA" TO CAMPO-ALT
               MOVE VALOR-ANTES TO VALOR-ALT-E
               MOVE VALOR-ALT-E TO VALOR-ANTES-ALT
               MOVE VALOR-REGRA TO VALOR-ALT-E
               MOVE VALOR-ALT-E TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.
           IF HORA-INICIO-REGRA NOT = HORA-INICIO-ANTES
               OR HORA-FIM-REGRA NOT = HORA-FIM-ANTES
               MOVE "HORARIO-REGRA" TO CAMPO-ALT
               MOVE SPACES TO VALOR-ANTES-ALT
               STRING HORA-INICIO-ANTES "-" HORA-FIM-ANTES
                   DELIMITED BY SIZE INTO VALOR-ANTES-ALT
               MOVE SPACES TO VALOR-DEPOIS-ALT
               STRING HORA-INICIO-REGRA "-" HORA-FIM-REGRA
                   DELIMITED BY SIZE INTO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.

       GRAVA-ALTERACAO.
           CALL "REG-ALTERA" USING ARQUIVO-ALT, CHAVE-ALT, CAMPO-ALT,
               VALOR-ANTES-ALT, VALOR-DEPOIS-ALT, SUPERVISOR-ID.

       CRIA-REGRAS-PADRAO.
           CLOSE ARQ-REGRA.
           OPEN OUTPUT ARQ-REGRA.
           IF ARQ-REGRA-OK = "00"
               INITIALIZE R-REGRA
               MOVE 1 TO COD-REGRA
               MOVE "RAJADA PARA FAVORECIDOS NOVOS"
                   TO DESCRICAO-REGRA
               MOVE "A" TO STATUS-REGRA
               MOVE 40 TO PONTOS-REGRA
               MOVE 3 TO QTD-REGRA
               MOVE 10 TO MINUTOS-REGRA
               WRITE R-REGRA
               INITIALIZE R-REGRA
               MOVE 2 TO COD-REGRA
               MOVE "1A TRANSF APOS NOVA CHAVE PIX/CO-TITULAR"
                   TO DESCRICAO-REGRA
               MOVE "A" TO STATUS-REGRA
               MOVE 50 TO PONTOS-REGRA
               MOVE 1440 TO MINUTOS-REGRA
               WRITE R-REGRA
               INITIALIZE R-REGRA
               MOVE 3 TO COD-REGRA
               MOVE "MADRUGADA ACIMA DO PADRAO DA CONTA"
                   TO DESCRICAO-REGRA
               MOVE "A" TO STATUS-REGRA
               MOVE 35 TO PONTOS-REGRA
               MOVE 300 TO PERCENTUAL-REGRA
               MOVE 1000 TO VALOR-REGRA
               MOVE 2200 TO HORA-INICIO-REGRA
               MOVE 0600 TO HORA-FIM-REGRA
               WRITE R-REGRA
               INITIALIZE R-REGRA
               MOVE 4 TO COD-REGRA
               MOVE "ESVAZIAMENTO DA CONTA" TO DESCRICAO-REGRA
               MOVE "A" TO STATUS-REGRA
               MOVE 30 TO PONTOS-REGRA
               MOVE 90 TO PERCENTUAL-REGRA
               MOVE 500 TO VALOR-REGRA
               WRITE R-REGRA
               INITIALIZE R-REGRA
               MOVE 5 TO COD-REGRA
               MOVE "VALOR ACIMA DO PADRAO DA CONTA"
                   TO DESCRICAO-REGRA
               MOVE "A" TO STATUS-REGRA
               MOVE 20 TO PONTOS-REGRA
               MOVE 500 TO PERCENTUAL-REGRA
               MOVE 5000 TO VALOR-REGRA
               WRITE R-REGRA
               INITIALIZE R-REGRA
               MOVE 99 TO COD-REGRA
               MOVE "NOTA DE CORTE PARA RETENCAO"
                   TO DESCRICAO-REGRA
               MOVE "A" TO STATUS-REGRA
               MOVE 60 TO PONTOS-REGRA
               WRITE R-REGRA
               CLOSE ARQ-REGRA.

       END PROGRAM FRAUDE-MANUT.
