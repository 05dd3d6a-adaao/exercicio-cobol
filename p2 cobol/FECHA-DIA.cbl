           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".
               88 DIA-FECHADO VALUE "F".
               88 LIQUIDACAO-CONFERIDA VALUE "C".
               88 LIQUIDACAO-DIVERGENTE VALUE "D".

       FD ARQ-AUTORIZ LABEL RECORD STANDARD
           DATA RECORD IS REG-AUTORIZ
       FD ARQ-ENTRADA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TED_ENTRADA.TXT".

       01 LINHA-ENTRADA PIC X(51).

       FD ARQ-EXTR LABEL RECORD STANDARD
           DATA RECORD IS R-EXTR
           02 QTD-TED-ENTRADA PIC 9(5) VALUE ZEROS.
           02 QTD-TED-RECEBIDA PIC 9(5) VALUE ZEROS.
           02 QTD-AGENDA-PEND PIC 9(5) VALUE ZEROS.
           02 SITUACAO-LIQUIDACAO PIC X(1) VALUE SPACE.
               88 LIQUIDACAO-NAO-APURADA VALUE "N".
               88 LIQUIDACAO-COM-EXCECAO VALUE "D".
           02 QTD-LIQUIDACAO-PEND PIC 9(1) VALUE ZERO.
           02 TOTAL-PENDENCIAS PIC 9(5) VALUE ZEROS.

       01 DATA-PREVISTA PIC 9(8) VALUE ZEROS.
           02 TED-LOG PIC 9(5).
           02 FILLER PIC X(9) VALUE " AGENDA: ".
           02 AGENDA-LOG PIC 9(5).
           02 FILLER PIC X(6) VALUE " LIQ: ".
           02 LIQUIDACAO-LOG PIC 9(1).

       PROCEDURE DIVISION.
       FECHAMENTO.
           PERFORM CONTA-AUTORIZ-PENDENTES.
           PERFORM CONTA-TED-ENTRADA.
           PERFORM CONTA-AGENDA-PENDENTE.
           PERFORM CONFERE-LIQUIDACAO.
           COMPUTE TOTAL-PENDENCIAS = QTD-AUTORIZ-PEND +
               QTD-AGENDA-PEND + QTD-LIQUIDACAO-PEND.
           IF QTD-TED-ENTRADA > ZEROS AND QTD-TED-RECEBIDA = ZEROS
               ADD QTD-TED-ENTRADA TO TOTAL-PENDENCIAS.

                   END-IF
               END-IF.

       CONFERE-LIQUIDACAO.
           MOVE "N" TO SITUACAO-LIQUIDACAO.
           MOVE "LQ" TO CHAVE-DIA.
           READ ARQ-DIAMOV INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF DATA-MOVIMENTO = DATA-DO-DIA
                   MOVE STATUS-DIA TO SITUACAO-LIQUIDACAO
               END-IF
           END-READ.
           IF LIQUIDACAO-NAO-APURADA OR LIQUIDACAO-COM-EXCECAO
               MOVE 1 TO QTD-LIQUIDACAO-PEND.
           MOVE "DM" TO CHAVE-DIA.
           READ ARQ-DIAMOV INVALID KEY
               DISPLAY "Erro ao reler o dia de movimento"
               CLOSE ARQ-DIAMOV
               STOP RUN.

       APURA-DATA-EXECUCAO.
           MOVE ZERO TO EXECUTA-HOJE.
           MOVE ANO-DO-DIA TO ANO-PREVISTO.
               DISPLAY "  Agendamentos vencendo hoje nao executados: "
                   QTD-AGENDA-PEND
               DISPLAY "    (execute EXEC-AGENDA)".
           IF LIQUIDACAO-NAO-APURADA
               DISPLAY "  Posicao de liquidacao interbancaria nao "
                   "apurada"
               DISPLAY "    (execute LIQUIDA-DIA)".
           IF LIQUIDACAO-COM-EXCECAO
               DISPLAY "  Liquidacao interbancaria com excecoes "
                   "contra a conta reserva"
               DISPLAY "    (verifique REL_LIQUIDACAO e reexecute "
                   "LIQUIDA-DIA)".

       TRATA-OVERRIDE.
           MOVE ZERO TO OVERRIDE-OK.
               MOVE QTD-AUTORIZ-PEND TO AUTORIZ-LOG
               MOVE QTD-TED-ENTRADA TO TED-LOG
               MOVE QTD-AGENDA-PEND TO AGENDA-LOG
               MOVE QTD-LIQUIDACAO-PEND TO LIQUIDACAO-LOG
               MOVE LINHA-LOG-E TO LINHA-LOG
               WRITE LINHA-LOG
               CLOSE ARQ-LOG
