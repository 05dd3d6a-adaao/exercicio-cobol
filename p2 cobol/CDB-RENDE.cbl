           RECORD KEY IS NUM-CDB
           FILE STATUS ARQ-CDB-OK.

           SELECT ARQ-CDBIR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CDBIR
           FILE STATUS ARQ-CDBIR-OK.

           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
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
           02 TIPO-RESGATE-IR PIC X(1).
               88 RESGATE-VENCIMENTO VALUE "V".
               88 RESGATE-ANTECIPADO VALUE "A".
           02 VALOR-APLICADO-IR PIC 9(9)V99.
           02 RENDIMENTO-BRUTO-IR PIC 9(9)V99.
           02 ALIQUOTA-IR-RET PIC 9V999.
           02 VALOR-IR-RET PIC 9(9)V99.
           02 VALOR-LIQUIDO-IR PIC 9(9)V99.

       FD ARQ-CONTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqAgencia.dat".


       WORKING-STORAGE SECTION.
       01 ARQ-CDB-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CDBIR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
       01 TOTAL-RENDIDO PIC S9(9)V99 VALUE ZEROS.
       01 TOTAL-CREDITADO PIC S9(11)V99 VALUE ZEROS.
       01 TOTAL-IR PIC S9(9)V99 VALUE ZEROS.
       01 CONTADOR-JA-PROCESSADAS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-FALHAS PIC 9(5) VALUE ZEROS.
       01 FALHA-CONTA PIC 9 VALUE ZERO.
       01 CONFIRMA PIC X(1) VALUE SPACE.

       01 DADOS-CONTROLE.
           02 ACAO-CTRL PIC 9(1) VALUE ZERO.
           02 PROGRAMA-CTRL PIC X(12) VALUE "CDB-RENDE".
           02 PERIODO-CTRL PIC 9(8) VALUE ZEROS.
           02 ITEM-CTRL PIC 9(8) VALUE ZEROS.
           02 VALOR-CTRL PIC S9(9)V99 VALUE ZEROS.
           02 RESULTADO-CTRL PIC 9(1) VALUE ZERO.
           02 QTD-CTRL PIC 9(7) VALUE ZEROS.
           02 REPROCESSA-TUDO PIC 9 VALUE ZERO.

       01 DADOS-OVERRIDE.
           02 SUPERVISOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-SUP PIC X(8) VALUE SPACES.
           02 PERFIL-MINIMO PIC X(1) VALUE SPACE.
           02 PERFIL-SUP PIC X(1) VALUE SPACE.
           02 RESULTADO-SUP PIC 9(1) VALUE ZERO.

       01 DADOS-ALTERACAO.
           02 ARQUIVO-ALT PIC X(12) VALUE "PROCCTRL".
           02 CHAVE-ALT PIC X(20) VALUE SPACES.
           02 CAMPO-ALT PIC X(20) VALUE "REPROCESSAMENTO".
           02 VALOR-ANTES-ALT PIC X(40) VALUE SPACES.
           02 VALOR-DEPOIS-ALT PIC X(40) VALUE SPACES.

       01 DADOS-AVISO.
           02 TIPO-AVISO PIC X(12) VALUE SPACES.
           02 COD-ID-AVISO PIC 9(8) VALUE ZEROS.
           02 CPF-AVISO PIC 9(11) VALUE ZEROS.
           02 VALOR-1-AVISO PIC 9(9)V99 VALUE ZEROS.
           02 VALOR-2-AVISO PIC 9(9)V99 VALUE ZEROS.
           02 DATA-1-AVISO PIC 9(8) VALUE ZEROS.
           02 DATA-2-AVISO PIC 9(8) VALUE ZEROS.
           02 REFERENCIA-AVISO PIC X(50) VALUE SPACES.
           02 RESULTADO-AVISO PIC 9(1) VALUE ZERO.

       01 DADOS-RELATORIO.
           02 ACAO-REL PIC 9(1) VALUE ZEROS.
           STRING "CREDITADO EM CONTA...: " TOTAL-CREDITADO-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "JA PROCESSADAS.......: " CONTADOR-JA-PROCESSADAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "FALHAS...............: " CONTADOR-FALHAS
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM FECHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "APLICACOES RENDIDAS..: " CONTADOR-RENDIDOS.
           DISPLAY "RENDIMENTO DO DIA....: " TOTAL-RENDIDO-E.
           DISPLAY "IR RETIDO............: " TOTAL-IR-E.
           DISPLAY "CREDITADO EM CONTA...: " TOTAL-CREDITADO-E.
           DISPLAY "JA PROCESSADAS.......: " CONTADOR-JA-PROCESSADAS.
           DISPLAY "FALHAS...............: " CONTADOR-FALHAS.
           IF CONTADOR-FALHAS > ZEROS
               MOVE 8 TO RETURN-CODE.
           DISPLAY "Relatorio gravado com " CONTADOR-REL " linhas".
           CLOSE ARQ-CDB.
           CLOSE ARQ-CDBIR.
           CLOSE ARQ-CONTA.
           GOBACK.

           IF ARQ-CDB-OK NOT = "00"
               DISPLAY "CDB.DAT indisponivel - status " ARQ-CDB-OK
               MOVE 1 TO EOF.
           OPEN I-O ARQ-CDBIR.
           IF ARQ-CDBIR-OK NOT = "00"
               CLOSE ARQ-CDBIR
               OPEN OUTPUT ARQ-CDBIR
               CLOSE ARQ-CDBIR
               OPEN I-O ARQ-CDBIR.
           OPEN I-O ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO EOF.
           IF EOF = 0
               PERFORM VERIFICA-PROCESSADO.
           IF EOF = 0
               MOVE ZEROS TO NUM-CDB
               START ARQ-CDB KEY IS NOT LESS THAN NUM-CDB
                   INVALID KEY MOVE 1 TO EOF.

       VERIFICA-PROCESSADO.
           MOVE DATA-MOVIMENTO-DIA TO PERIODO-CTRL.
           MOVE 3 TO ACAO-CTRL.
           PERFORM CHAMA-CTRL-PROC.
           IF RESULTADO-CTRL = 9
               DISPLAY "Controle de processamento indisponivel - "
                   "rendimento nao executado"
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO EOF
           ELSE
               IF QTD-CTRL > ZEROS
                   DISPLAY "Rendimento de " PERIODO-CTRL
                       " ja processado em " QTD-CTRL " aplicacoes"
                   PERFORM TRATA-REPROCESSAMENTO.

       TRATA-REPROCESSAMENTO.
           DISPLAY "Reprocessar todas as aplicacoes (S/N)? "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Serao processadas somente as aplicacoes "
                   "pendentes"
           ELSE
               DISPLAY "Codigo do supervisor: " WITH NO ADVANCING
               ACCEPT SUPERVISOR-ID
               DISPLAY "Senha: " WITH NO ADVANCING
               ACCEPT SENHA-SUP
               MOVE "S" TO PERFIL-MINIMO
               CALL "VALIDA-OPER" USING SUPERVISOR-ID, SENHA-SUP,
                   PERFIL-MINIMO, PERFIL-SUP, RESULTADO-SUP
               IF RESULTADO-SUP = ZERO
                   MOVE 1 TO REPROCESSA-TUDO
                   PERFORM REGISTRA-REPROCESSAMENTO
               ELSE
                   DISPLAY "Supervisor nao validado - serao "
                       "processadas somente as aplicacoes pendentes".

       REGISTRA-REPROCESSAMENTO.
           STRING PROGRAMA-CTRL DELIMITED BY SPACE
               " " PERIODO-CTRL DELIMITED BY SIZE
               INTO CHAVE-ALT.
           MOVE "SOMENTE PENDENTES" TO VALOR-ANTES-ALT.
           MOVE "TODAS AS APLICACOES" TO VALOR-DEPOIS-ALT.
           CALL "REG-ALTERA" USING ARQUIVO-ALT, CHAVE-ALT, CAMPO-ALT,
               VALOR-ANTES-ALT, VALOR-DEPOIS-ALT, SUPERVISOR-ID.
           STRING "REPROCESSAMENTO INTEGRAL AUTORIZADO PELO "
               "SUPERVISOR " SUPERVISOR-ID
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           DISPLAY "Reprocessamento integral autorizado pelo "
               "supervisor " SUPERVISOR-ID.

       CHAMA-CTRL-PROC.
           CALL "CTRL-PROC" USING ACAO-CTRL, PROGRAMA-CTRL,
               PERIODO-CTRL, ITEM-CTRL, VALOR-CTRL, RESULTADO-CTRL,
               QTD-CTRL.

       VERIFICA-DIA-ABERTO.
           MOVE ZERO TO DIA-ABERTO-OK.
           OPEN INPUT ARQ-DIAMOV.
           IF EOF = 0
               IF CDB-ATIVO
                   AND DATA-ULT-RENDIMENTO < DATA-MOVIMENTO-DIA
                   PERFORM VERIFICA-APLICACAO-PROCESSADA
                   IF RESULTADO-CTRL = 0
                       PERFORM PROCESSA-APLICACAO
                   ELSE
                       IF RESULTADO-CTRL = 1
                           ADD 1 TO CONTADOR-JA-PROCESSADAS
                       ELSE
                           ADD 1 TO CONTADOR-FALHAS
                       END-IF
                   END-IF
               END-IF.

       VERIFICA-APLICACAO-PROCESSADA.
           MOVE ZERO TO RESULTADO-CTRL.
           MOVE NUM-CDB TO ITEM-CTRL.
           IF REPROCESSA-TUDO = 0
               MOVE 1 TO ACAO-CTRL
               PERFORM CHAMA-CTRL-PROC.

       PROCESSA-APLICACAO.
           MOVE ZERO TO FALHA-CONTA.
           MOVE ZEROS TO VALOR-CTRL.
           IF DATA-ULT-RENDIMENTO NOT < DATA-VENCIMENTO-CDB
               PERFORM LIQUIDA-VENCIDO
           ELSE
               PERFORM RENDE-APLICACAO.
           IF FALHA-CONTA = 1
               ADD 1 TO CONTADOR-FALHAS
           ELSE
               MOVE 2 TO ACAO-CTRL
               PERFORM CHAMA-CTRL-PROC.

       RENDE-APLICACAO.
           COMPUTE JUROS-DIA ROUNDED =
               SALDO-ATUAL-CDB * TAXA-CDB / 30.
           ADD JUROS-DIA TO SALDO-ATUAL-CDB.
           ADD JUROS-DIA TO TOTAL-RENDIDO.
           MOVE JUROS-DIA TO VALOR-CTRL.
           MOVE DATA-MOVIMENTO-DIA TO DATA-ULT-RENDIMENTO.
           ADD 1 TO CONTADOR-RENDIDOS.
           MOVE JUROS-DIA TO JUROS-DIA-E.
           ELSE
               REWRITE R-CDB INVALID KEY
                   DISPLAY "Erro ao atualizar aplicacao " NUM-CDB
                   MOVE 1 TO FALHA-CONTA
               END-REWRITE.

       LIQUIDA-VENCIDO.
                   "aplicacao " NUM-CDB " permanece ativa"
               REWRITE R-CDB INVALID KEY
                   DISPLAY "Erro ao atualizar aplicacao " NUM-CDB
                   MOVE 1 TO FALHA-CONTA
               END-REWRITE
           NOT INVALID KEY
               IF NOT CONTA-ATIVA
           DISPLAY "Conta " COD-ID-CDB " nao esta ativa - aplicacao "
               NUM-CDB " permanece ativa".
           REWRITE R-CDB INVALID KEY
               DISPLAY "Erro ao atualizar aplicacao " NUM-CDB
               MOVE 1 TO FALHA-CONTA.

       CREDITA-VENCIDO.
           PERFORM CALCULA-IR.
               SALDO, TIPO-MOV-E, OPERADOR-BATCH, NUM-SEQ-ATUAL.
           MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ.
           REWRITE REG-ARQAGENCIA INVALID KEY
               DISPLAY "Erro ao creditar conta " COD-ID
               MOVE 1 TO FALHA-CONTA.
           MOVE "L" TO STATUS-CDB.
           REWRITE R-CDB INVALID KEY
               DISPLAY "Erro ao liquidar aplicacao " NUM-CDB
               MOVE 1 TO FALHA-CONTA.
           MOVE VALOR-LIQUIDO TO VALOR-CTRL.
           PERFORM GRAVA-RETENCAO-IR.
           ADD 1 TO CONTADOR-LIQUIDADOS.
           ADD VALOR-IR TO TOTAL-IR.
           ADD VALOR-LIQUIDO TO TOTAL-CREDITADO.
               " LIQUIDADO NO VENCIMENTO"
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           IF FALHA-CONTA = 0
               PERFORM GRAVA-AVISO-RESGATE.

       GRAVA-AVISO-RESGATE.
           MOVE "RESGATE CDB" TO TIPO-AVISO.
           MOVE COD-ID TO COD-ID-AVISO.
           MOVE COD-CLIENTE TO CPF-AVISO.
           MOVE VALOR-LIQUIDO TO VALOR-1-AVISO.
           MOVE VALOR-IR TO VALOR-2-AVISO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-1-AVISO.
           MOVE DATA-VENCIMENTO-CDB TO DATA-2-AVISO.
           MOVE NUM-CDB TO REFERENCIA-AVISO.
           CALL "AVISO-GRAVA" USING TIPO-AVISO, COD-ID-AVISO,
               CPF-AVISO, VALOR-1-AVISO, VALOR-2-AVISO, DATA-1-AVISO,
               DATA-2-AVISO, REFERENCIA-AVISO, OPERADOR-BATCH,
               RESULTADO-AVISO.

       GRAVA-RETENCAO-IR.
           MOVE COD-CLIENTE TO CPF-CDBIR.
           MOVE NUM-CDB TO NUM-CDB-IR.
           MOVE COD-ID-CDB TO COD-ID-CDBIR.
           MOVE DATA-MOVIMENTO-DIA TO DATA-RESGATE-IR.
           MOVE "V" TO TIPO-RESGATE-IR.
           MOVE VALOR-APLICADO TO VALOR-APLICADO-IR.
           MOVE RENDIMENTO-BRUTO TO RENDIMENTO-BRUTO-IR.
           MOVE ALIQUOTA-IR TO ALIQUOTA-IR-RET.
           MOVE VALOR-IR TO VALOR-IR-RET.
           MOVE VALOR-LIQUIDO TO VALOR-LIQUIDO-IR.
           WRITE R-CDBIR INVALID KEY
               REWRITE R-CDBIR INVALID KEY
                   DISPLAY "Erro ao gravar retencao de IR da aplicacao "
                       NUM-CDB
               END-REWRITE
           END-WRITE.

       CALCULA-IR.
           COMPUTE RENDIMENTO-BRUTO = SALDO-ATUAL-CDB -
