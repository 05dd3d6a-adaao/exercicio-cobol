       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDE-AVALIA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REGRA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COD-REGRA
           FILE STATUS ARQ-REGRA-OK.

           SELECT ARQ-MOVF ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS CHAVE-MOVF
           ALTERNATE RECORD KEY IS CHAVE-FAV-MOVF WITH DUPLICATES
           FILE STATUS ARQ-MOVF-OK.

           SELECT ARQ-FRAUDE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS NUM-FRAUDE
           FILE STATUS ARQ-FRAUDE-OK.

           SELECT ARQ-ALTERACAO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-ALT
           ALTERNATE RECORD KEY IS CHAVE-REGISTRO-ALT WITH DUPLICATES
           ALTERNATE RECORD KEY IS OPERADOR-ALT WITH DUPLICATES
           FILE STATUS ARQ-ALTERACAO-OK.

           SELECT ARQ-DIAMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

       DATA DIVISION.

       FILE SECTION.
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
               88 MOVF-LIBERADA VALUE "L".
               88 MOVF-RETIDA VALUE "R".
               88 MOVF-CANCELADA VALUE "C".
           02 NUM-FRAUDE-MOVF PIC 9(6).

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

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       01 R-DIAMOV.
           02 CHAVE-DIA PIC X(2).
           02 DATA-MOVIMENTO PIC 9(8).
           02 STATUS-DIA PIC X(1).

       WORKING-STORAGE SECTION.
       01 ARQ-REGRA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-MOVF-OK PIC X(2) VALUE ZEROS.
       01 ARQ-FRAUDE-OK PIC X(2) VALUE ZEROS.
       01 ARQ-ALTERACAO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 DATA-REFERENCIA PIC 9(8) VALUE ZEROS.
       01 ULTIMO-NUM PIC 9(6) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 GRAVADO PIC 9 VALUE ZERO.
       01 IND-REGRA PIC 9(2) VALUE ZEROS.

       01 TABELA-REGRAS.
           02 TAB-REGRA OCCURS 5 TIMES.
               03 TAB-ATIVA PIC X(1).
               03 TAB-PONTOS PIC 9(3).
               03 TAB-QTD PIC 9(3).
               03 TAB-MINUTOS PIC 9(5).
               03 TAB-PERCENTUAL PIC 9(4).
               03 TAB-VALOR PIC 9(9)V99.
               03 TAB-HORA-INICIO PIC 9(4).
               03 TAB-HORA-FIM PIC 9(4).
               03 TAB-ACIONADA PIC 9(1).
       01 NOTA-CORTE PIC 9(3) VALUE ZEROS.

       01 DADOS-AVALIACAO.
           02 DATA-SIS PIC 9(8) VALUE ZEROS.
           02 HORA-SIS PIC 9(8) VALUE ZEROS.
           02 HORA-SIS-R REDEFINES HORA-SIS.
               03 HHMM-SIS PIC 9(4).
               03 FILLER PIC 9(4).
           02 MINUTOS-AGORA PIC 9(12) VALUE ZEROS.
           02 DESTINO-AVAL PIC X(25) VALUE SPACES.
           02 FAVORECIDO-NOVO PIC 9(1) VALUE ZERO.
           02 QTD-HIST PIC 9(7) VALUE ZEROS.
           02 SOMA-HIST PIC 9(13)V99 VALUE ZEROS.
           02 MEDIA-HIST PIC 9(11)V99 VALUE ZEROS.
           02 QTD-RAJADA PIC 9(5) VALUE ZEROS.
           02 ULTIMO-MINUTO-LIB PIC 9(12) VALUE ZEROS.
           02 PONTUACAO PIC 9(3) VALUE ZEROS.
           02 NA-JANELA PIC 9(1) VALUE ZERO.
           02 DECISAO PIC X(1) VALUE SPACE.
           02 CHAVE-CONTA-ALT PIC X(20) VALUE SPACES.
           02 REGRAS-AVAL PIC X(15) VALUE SPACES.
           02 REGRAS-AVAL-R REDEFINES REGRAS-AVAL.
               03 REGRA-AVAL OCCURS 5 TIMES PIC X(3).
           02 COD-REGRA-E PIC 99.

       01 DADOS-CALCULO.
           02 DATA-CALC PIC 9(8) VALUE ZEROS.
           02 DATA-CALC-R REDEFINES DATA-CALC.
               03 ANO-CALC PIC 9(4).
               03 MES-CALC PIC 9(2).
               03 DIA-CALC PIC 9(2).
           02 HORA-CALC PIC 9(8) VALUE ZEROS.
           02 HORA-CALC-R REDEFINES HORA-CALC.
               03 HH-CALC PIC 9(2).
               03 MM-CALC PIC 9(2).
               03 FILLER PIC 9(4).
           02 ANO-AJUSTADO PIC 9(4) VALUE ZEROS.
           02 MES-AJUSTADO PIC 9(2) VALUE ZEROS.
           02 QUARTO-ANO PIC 9(4) VALUE ZEROS.
           02 CENTESIMO-ANO PIC 9(4) VALUE ZEROS.
           02 QUADRICENT-ANO PIC 9(4) VALUE ZEROS.
           02 AUX-MES PIC 9(5) VALUE ZEROS.
           02 DIAS-MES PIC 9(5) VALUE ZEROS.
           02 DIAS-CALC PIC 9(8) VALUE ZEROS.
           02 MINUTOS-CALC PIC 9(12) VALUE ZEROS.

       LINKAGE SECTION.
       01 LS-TIPO PIC X(1).
       01 LS-COD-ID-ORIGEM PIC 9(8).
       01 LS-COD-ID-DESTINO PIC 9(8).
       01 LS-CHAVE-PIX PIC X(32).
       01 LS-BANCO PIC 9(3).
       01 LS-AGENCIA PIC 9(4).
       01 LS-CONTA PIC 9(10).
       01 LS-CPF PIC 9(11).
       01 LS-VALOR PIC 9(9)V99.
       01 LS-SALDO-DISPONIVEL PIC S9(9)V99.
       01 LS-OPERADOR PIC X(8).
       01 LS-PONTUACAO PIC 9(3).
       01 LS-RESULTADO PIC 9(1).
       01 LS-NUM-FRAUDE PIC 9(6).

       PROCEDURE DIVISION USING LS-TIPO, LS-COD-ID-ORIGEM,
           LS-COD-ID-DESTINO, LS-CHAVE-PIX, LS-BANCO, LS-AGENCIA,
           LS-CONTA, LS-CPF, LS-VALOR, LS-SALDO-DISPONIVEL,
           LS-OPERADOR, LS-PONTUACAO, LS-RESULTADO, LS-NUM-FRAUDE.

       AVALIA.
           MOVE ZERO TO LS-RESULTADO.
           MOVE ZEROS TO LS-PONTUACAO.
           MOVE ZEROS TO LS-NUM-FRAUDE.
           PERFORM BUSCA-DATA-MOVIMENTO.
           PERFORM CARREGA-REGRAS.
           OPEN I-O ARQ-MOVF.
           IF ARQ-MOVF-OK NOT = "00"
               CLOSE ARQ-MOVF
               OPEN OUTPUT ARQ-MOVF
               CLOSE ARQ-MOVF
               OPEN I-O ARQ-MOVF.
           IF ARQ-MOVF-OK NOT = "00"
               DISPLAY "FRAUDE-AVALIA: MOVFRAUDE.DAT indisponivel - "
                   "status " ARQ-MOVF-OK
           ELSE
               PERFORM APURA-PONTUACAO
               PERFORM REGISTRA-AVALIACAO
               CLOSE ARQ-MOVF.
       EXIT PROGRAM.

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

       CARREGA-REGRAS.
           INITIALIZE TABELA-REGRAS.
           MOVE ZEROS TO NOTA-CORTE.
           OPEN INPUT ARQ-REGRA.
           IF ARQ-REGRA-OK = "35"
               PERFORM CRIA-REGRAS-PADRAO
               OPEN INPUT ARQ-REGRA.
           IF ARQ-REGRA-OK NOT = "00"
               DISPLAY "FRAUDE-AVALIA: REGRAFRAUDE.DAT indisponivel - "
                   "status " ARQ-REGRA-OK
           ELSE
               MOVE ZERO TO EOF
               PERFORM CARREGA-REGRAS-LE UNTIL EOF = 1
               CLOSE ARQ-REGRA.

       CARREGA-REGRAS-LE.
           READ ARQ-REGRA NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF COD-REGRA = 99
                   IF REGRA-ATIVA
                       MOVE PONTOS-REGRA TO NOTA-CORTE
                   END-IF
               ELSE
                   IF COD-REGRA > 0 AND COD-REGRA < 6
                       MOVE COD-REGRA TO IND-REGRA
                       MOVE STATUS-REGRA TO TAB-ATIVA (IND-REGRA)
                       MOVE PONTOS-REGRA TO TAB-PONTOS (IND-REGRA)
                       MOVE QTD-REGRA TO TAB-QTD (IND-REGRA)
                       MOVE MINUTOS-REGRA TO TAB-MINUTOS (IND-REGRA)
                       MOVE PERCENTUAL-REGRA
                           TO TAB-PERCENTUAL (IND-REGRA)
                       MOVE VALOR-REGRA TO TAB-VALOR (IND-REGRA)
                       MOVE HORA-INICIO-REGRA
                           TO TAB-HORA-INICIO (IND-REGRA)
                       MOVE HORA-FIM-REGRA TO TAB-HORA-FIM (IND-REGRA).

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

       APURA-PONTUACAO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT HORA-SIS FROM TIME.
           MOVE DATA-SIS TO DATA-CALC.
           MOVE HORA-SIS TO HORA-CALC.
           PERFORM CALCULA-MINUTOS.
           MOVE MINUTOS-CALC TO MINUTOS-AGORA.
           MOVE SPACES TO DESTINO-AVAL.
           IF LS-TIPO = "E"
               STRING "T" LS-BANCO LS-AGENCIA LS-CONTA
                   DELIMITED BY SIZE INTO DESTINO-AVAL
           ELSE
               STRING "C" LS-COD-ID-DESTINO
                   DELIMITED BY SIZE INTO DESTINO-AVAL.
           PERFORM VERIFICA-FAVORECIDO.
           PERFORM LE-HISTORICO-CONTA.
           MOVE ZEROS TO PONTUACAO.
           MOVE SPACES TO REGRAS-AVAL.
           PERFORM AVALIA-RAJADA.
           PERFORM AVALIA-ALTERACAO-CADASTRAL.
           PERFORM AVALIA-MADRUGADA.
           PERFORM AVALIA-ESVAZIAMENTO.
           PERFORM AVALIA-VALOR-ATIPICO.
           MOVE 1 TO IND-REGRA.
           PERFORM SOMA-PONTOS UNTIL IND-REGRA > 5.
           MOVE PONTUACAO TO LS-PONTUACAO.
           MOVE "L" TO DECISAO.
           IF NOTA-CORTE > ZEROS AND PONTUACAO NOT < NOTA-CORTE
               MOVE "R" TO DECISAO.

       SOMA-PONTOS.
           IF TAB-ACIONADA (IND-REGRA) = 1
               IF PONTUACAO + TAB-PONTOS (IND-REGRA) > 999
                   MOVE 999 TO PONTUACAO
               ELSE
                   ADD TAB-PONTOS (IND-REGRA) TO PONTUACAO
               END-IF
               MOVE IND-REGRA TO COD-REGRA-E
               MOVE COD-REGRA-E TO REGRA-AVAL (IND-REGRA).
           ADD 1 TO IND-REGRA.

       VERIFICA-FAVORECIDO.
           MOVE 1 TO FAVORECIDO-NOVO.
           MOVE ZERO TO EOF.
           MOVE LS-COD-ID-ORIGEM TO ORIGEM-FAV-MOVF.
           MOVE DESTINO-AVAL TO DESTINO-MOVF.
           START ARQ-MOVF KEY IS NOT LESS THAN CHAVE-FAV-MOVF
               INVALID KEY MOVE 1 TO EOF.
           PERFORM VERIFICA-FAVORECIDO-LE UNTIL EOF = 1.

       VERIFICA-FAVORECIDO-LE.
           READ ARQ-MOVF NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF ORIGEM-FAV-MOVF NOT = LS-COD-ID-ORIGEM
                   OR DESTINO-MOVF NOT = DESTINO-AVAL
                   MOVE 1 TO EOF
               ELSE
                   IF MOVF-LIBERADA
                       MOVE ZERO TO FAVORECIDO-NOVO
                       MOVE 1 TO EOF.

       LE-HISTORICO-CONTA.
           MOVE ZEROS TO QTD-HIST.
           MOVE ZEROS TO SOMA-HIST.
           MOVE ZEROS TO MEDIA-HIST.
           MOVE ZEROS TO QTD-RAJADA.
           MOVE ZEROS TO ULTIMO-MINUTO-LIB.
           MOVE ZERO TO EOF.
           MOVE LS-COD-ID-ORIGEM TO ORIGEM-MOVF.
           MOVE ZEROS TO DATA-MOVF.
           MOVE ZEROS TO HORA-MOVF.
           MOVE ZEROS TO SEQ-MOVF.
           START ARQ-MOVF KEY IS NOT LESS THAN CHAVE-MOVF
               INVALID KEY MOVE 1 TO EOF.
           PERFORM LE-HISTORICO-CONTA-LE UNTIL EOF = 1.
           IF QTD-HIST > ZEROS
               COMPUTE MEDIA-HIST ROUNDED = SOMA-HIST / QTD-HIST.

       LE-HISTORICO-CONTA-LE.
           READ ARQ-MOVF NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF ORIGEM-MOVF NOT = LS-COD-ID-ORIGEM
                   MOVE 1 TO EOF
               ELSE
                   PERFORM ACUMULA-HISTORICO.

       ACUMULA-HISTORICO.
           MOVE DATA-MOVF TO DATA-CALC.
           MOVE HORA-MOVF TO HORA-CALC.
           PERFORM CALCULA-MINUTOS.
           IF FAVORECIDO-NOVO-MOVF = 1
               AND MINUTOS-AGORA - MINUTOS-CALC NOT > TAB-MINUTOS (1)
               ADD 1 TO QTD-RAJADA.
           IF MOVF-LIBERADA
               ADD 1 TO QTD-HIST
               ADD VALOR-MOVF TO SOMA-HIST
               IF MINUTOS-CALC > ULTIMO-MINUTO-LIB
                   MOVE MINUTOS-CALC TO ULTIMO-MINUTO-LIB.

       AVALIA-RAJADA.
           IF TAB-ATIVA (1) = "A" AND FAVORECIDO-NOVO = 1
               AND TAB-QTD (1) > ZEROS
               IF QTD-RAJADA + 1 NOT < TAB-QTD (1)
                   MOVE 1 TO TAB-ACIONADA (1).

       AVALIA-ALTERACAO-CADASTRAL.
           IF TAB-ATIVA (2) = "A"
               OPEN INPUT ARQ-ALTERACAO
               IF ARQ-ALTERACAO-OK = "00"
                   MOVE LS-COD-ID-ORIGEM TO CHAVE-CONTA-ALT
                   MOVE CHAVE-CONTA-ALT TO CHAVE-REGISTRO-ALT
                   MOVE ZERO TO EOF
                   START ARQ-ALTERACAO
                       KEY IS NOT LESS THAN CHAVE-REGISTRO-ALT
                       INVALID KEY MOVE 1 TO EOF
                   END-START
                   PERFORM AVALIA-ALTERACAO-LE UNTIL EOF = 1
                   CLOSE ARQ-ALTERACAO.

       AVALIA-ALTERACAO-LE.
           READ ARQ-ALTERACAO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CHAVE-REGISTRO-ALT NOT = CHAVE-CONTA-ALT
                   MOVE 1 TO EOF
               ELSE
                   IF CAMPO-ALT = "CHAVE-PIX"
                       OR CAMPO-ALT = "CO-TITULAR"
                       PERFORM CONFERE-JANELA-ALTERACAO.

       CONFERE-JANELA-ALTERACAO.
           MOVE DATA-ALT TO DATA-CALC.
           MOVE HORA-ALT TO HORA-CALC.
           PERFORM CALCULA-MINUTOS.
           IF MINUTOS-CALC > ULTIMO-MINUTO-LIB
               AND MINUTOS-AGORA - MINUTOS-CALC NOT > TAB-MINUTOS (2)
               MOVE 1 TO TAB-ACIONADA (2).

       AVALIA-MADRUGADA.
           MOVE ZERO TO NA-JANELA.
           IF TAB-HORA-INICIO (3) > TAB-HORA-FIM (3)
               IF HHMM-SIS NOT < TAB-HORA-INICIO (3)
                   OR HHMM-SIS < TAB-HORA-FIM (3)
                   MOVE 1 TO NA-JANELA
               END-IF
           ELSE
               IF HHMM-SIS NOT < TAB-HORA-INICIO (3)
                   AND HHMM-SIS < TAB-HORA-FIM (3)
                   MOVE 1 TO NA-JANELA.
           IF TAB-ATIVA (3) = "A" AND NA-JANELA = 1
               IF QTD-HIST > ZEROS
                   IF LS-VALOR * 100 > MEDIA-HIST * TAB-PERCENTUAL (3)
                       MOVE 1 TO TAB-ACIONADA (3)
                   END-IF
               ELSE
                   IF LS-VALOR > TAB-VALOR (3)
                       MOVE 1 TO TAB-ACIONADA (3).

       AVALIA-ESVAZIAMENTO.
           IF TAB-ATIVA (4) = "A" AND LS-SALDO-DISPONIVEL > ZEROS
               AND LS-VALOR NOT < TAB-VALOR (4)
               IF LS-VALOR * 100 NOT <
                   LS-SALDO-DISPONIVEL * TAB-PERCENTUAL (4)
                   MOVE 1 TO TAB-ACIONADA (4).

       AVALIA-VALOR-ATIPICO.
           IF TAB-ATIVA (5) = "A"
               IF QTD-HIST > ZEROS
                   IF LS-VALOR * 100 > MEDIA-HIST * TAB-PERCENTUAL (5)
                       MOVE 1 TO TAB-ACIONADA (5)
                   END-IF
               ELSE
                   IF LS-VALOR > TAB-VALOR (5)
                       MOVE 1 TO TAB-ACIONADA (5).

       CALCULA-MINUTOS.
           IF MES-CALC > 2
               MOVE ANO-CALC TO ANO-AJUSTADO
               COMPUTE MES-AJUSTADO = MES-CALC - 3
           ELSE
               COMPUTE ANO-AJUSTADO = ANO-CALC - 1
               COMPUTE MES-AJUSTADO = MES-CALC + 9.
           DIVIDE ANO-AJUSTADO BY 4 GIVING QUARTO-ANO.
           DIVIDE ANO-AJUSTADO BY 100 GIVING CENTESIMO-ANO.
           DIVIDE ANO-AJUSTADO BY 400 GIVING QUADRICENT-ANO.
           COMPUTE AUX-MES = 153 * MES-AJUSTADO + 2.
           DIVIDE AUX-MES BY 5 GIVING DIAS-MES.
           COMPUTE DIAS-CALC = 365 * ANO-AJUSTADO + QUARTO-ANO
               - CENTESIMO-ANO + QUADRICENT-ANO + DIAS-MES + DIA-CALC.
           COMPUTE MINUTOS-CALC = DIAS-CALC * 1440 + HH-CALC * 60
               + MM-CALC.

       REGISTRA-AVALIACAO.
           IF DECISAO = "R"
               PERFORM ABRE-ARQ-FRAUDE
               IF ARQ-FRAUDE-OK = "00"
                   PERFORM PROXIMO-NUMERO
                   COMPUTE LS-NUM-FRAUDE = ULTIMO-NUM + 1
               ELSE
                   DISPLAY "FRAUDE-AVALIA: FRAUDE.DAT indisponivel - "
                       "status " ARQ-FRAUDE-OK
                   MOVE "L" TO DECISAO.
           PERFORM GRAVA-MOVF.
           IF DECISAO = "R"
               PERFORM GRAVA-RETENCAO
               CLOSE ARQ-FRAUDE.

       GRAVA-MOVF.
           MOVE LS-COD-ID-ORIGEM TO ORIGEM-MOVF.
           MOVE DATA-SIS TO DATA-MOVF.
           MOVE HORA-SIS TO HORA-MOVF.
           MOVE ZEROS TO SEQ-MOVF.
           MOVE LS-COD-ID-ORIGEM TO ORIGEM-FAV-MOVF.
           MOVE DESTINO-AVAL TO DESTINO-MOVF.
           MOVE LS-TIPO TO TIPO-MOVF.
           MOVE LS-VALOR TO VALOR-MOVF.
           MOVE DATA-REFERENCIA TO DATA-REF-MOVF.
           MOVE FAVORECIDO-NOVO TO FAVORECIDO-NOVO-MOVF.
           MOVE PONTUACAO TO PONTUACAO-MOVF.
           MOVE DECISAO TO DECISAO-MOVF.
           MOVE LS-NUM-FRAUDE TO NUM-FRAUDE-MOVF.
           MOVE ZERO TO GRAVADO.
           PERFORM GRAVA-MOVF-TENTA UNTIL GRAVADO = 1 OR SEQ-MOVF = 99.
           IF GRAVADO = 0
               DISPLAY "FRAUDE-AVALIA: avaliacao nao registrada - "
                   "chave repetida".

       GRAVA-MOVF-TENTA.
           WRITE R-MOVF INVALID KEY
               ADD 1 TO SEQ-MOVF
           NOT INVALID KEY
               MOVE 1 TO GRAVADO
           END-WRITE.

       ABRE-ARQ-FRAUDE.
           OPEN I-O ARQ-FRAUDE.
           IF ARQ-FRAUDE-OK NOT = "00"
               CLOSE ARQ-FRAUDE
               OPEN OUTPUT ARQ-FRAUDE
               CLOSE ARQ-FRAUDE
               OPEN I-O ARQ-FRAUDE.

       PROXIMO-NUMERO.
           MOVE ZEROS TO ULTIMO-NUM.
           MOVE ZEROS TO NUM-FRAUDE.
           MOVE ZERO TO EOF.
           START ARQ-FRAUDE KEY IS NOT LESS THAN NUM-FRAUDE
               INVALID KEY MOVE 1 TO EOF.
           PERFORM PROXIMO-NUMERO-LE UNTIL EOF = 1.

       PROXIMO-NUMERO-LE.
           READ ARQ-FRAUDE NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE NUM-FRAUDE TO ULTIMO-NUM.

       GRAVA-RETENCAO.
           INITIALIZE R-FRAUDE.
           MOVE LS-NUM-FRAUDE TO NUM-FRAUDE.
           MOVE LS-TIPO TO TIPO-FRAUDE.
           MOVE LS-COD-ID-ORIGEM TO COD-ID-ORIGEM-FRD.
           MOVE LS-COD-ID-DESTINO TO COD-ID-DESTINO-FRD.
           MOVE LS-CHAVE-PIX TO CHAVE-PIX-FRD.
           MOVE LS-BANCO TO BANCO-DESTINO-FRD.
           MOVE LS-AGENCIA TO AGENCIA-DESTINO-FRD.
           MOVE LS-CONTA TO CONTA-DESTINO-FRD.
           MOVE LS-CPF TO CPF-FAVORECIDO-FRD.
           MOVE LS-VALOR TO VALOR-FRD.
           MOVE PONTUACAO TO PONTUACAO-FRD.
           MOVE REGRAS-AVAL TO REGRAS-FRD.
           MOVE DATA-REFERENCIA TO DATA-MOV-FRD.
           MOVE DATA-MOVF TO DATA-RETENCAO-FRD.
           MOVE HORA-MOVF TO HORA-RETENCAO-FRD.
           MOVE SEQ-MOVF TO SEQ-MOVF-FRD.
           MOVE LS-OPERADOR TO OPERADOR-FRD.
           MOVE "R" TO STATUS-FRD.
           WRITE R-FRAUDE INVALID KEY
               DISPLAY "FRAUDE-AVALIA: erro ao gravar retencao "
                   NUM-FRAUDE
               MOVE ZEROS TO LS-NUM-FRAUDE
           NOT INVALID KEY
               MOVE 1 TO LS-RESULTADO
           END-WRITE.

       END PROGRAM FRAUDE-AVALIA.
