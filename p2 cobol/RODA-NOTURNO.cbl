           02 FILLER PIC X(20) VALUE "CONCILIA-CONTAS".
           02 FILLER PIC X(20) VALUE "FECHAMENTO-MES".
           02 FILLER PIC X(20) VALUE "ARQUIVA-EXTR".
           02 FILLER PIC X(20) VALUE "CONTABILIZA".
       01 TABELA-ETAPAS-R REDEFINES TABELA-ETAPAS.
           02 NOME-DA-ETAPA PIC X(20) OCCURS 5 TIMES.
       01 IND-ETAPA PIC 9(2) VALUE ZEROS.
       01 ETAPA-PULADA PIC 9 VALUE ZERO.
       01 ERRO-CHAMADA PIC 9 VALUE ZERO.
           PERFORM VERIFICA-DIA-ABERTO.
           PERFORM ABRE-CONTROLE.
           MOVE 1 TO IND-ETAPA.
           PERFORM EXECUTA-ETAPA UNTIL IND-ETAPA > 5.
           PERFORM IMPRIME-LOG.
           CLOSE ARQ-CTRLRUN.
           DISPLAY " ".
               ELSE
                   DISPLAY "Etapa " NUM-ETAPA " permanece pendente"
                   DISPLAY "Cadeia interrompida - corrija e reexecute"
                   MOVE 6 TO IND-ETAPA
               END-IF
           END-IF.
           ADD 1 TO IND-ETAPA.
