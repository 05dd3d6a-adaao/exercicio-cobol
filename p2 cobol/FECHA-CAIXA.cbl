           02 STATUS-CAIXA PIC X(1).
               88 CAIXA-ABERTO VALUE "A".
               88 CAIXA-FECHADO VALUE "F".
           02 TOTAL-RECEBIMENTOS PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
           02 FUNDO-OPERADOR PIC 9(9)V99 VALUE ZEROS.
           02 SANGRIA-OPERADOR PIC 9(9)V99 VALUE ZEROS.
           02 SUPRIMENTO-OPERADOR PIC 9(9)V99 VALUE ZEROS.
           02 RECEBIMENTOS-OPERADOR PIC 9(9)V99 VALUE ZEROS.

       01 DADOS-CEDULAS.
           02 QTD-200 PIC 9(5) VALUE ZEROS.
           02 FUNDO-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 SANGRIA-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 SUPRIMENTO-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 RECEBIMENTOS-E PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       FECHAMENTO.
               TAB-SAQUES (IND-OPERADOR).
           COMPUTE POSICAO-ESPERADA = FUNDO-OPERADOR +
               MOVIMENTO-APURADO - SANGRIA-OPERADOR +
               SUPRIMENTO-OPERADOR + RECEBIMENTOS-OPERADOR.
           COMPUTE DIFERENCA =
               TAB-DECLARADO (IND-OPERADOR) - POSICAO-ESPERADA.
           MOVE TAB-DEPOSITOS (IND-OPERADOR) TO DEPOSITOS-E.
               " SUPRIMENTO " SUPRIMENTO-E
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           IF RECEBIMENTOS-OPERADOR > ZEROS
               MOVE RECEBIMENTOS-OPERADOR TO RECEBIMENTOS-E
               STRING "  CONTAS RECEBIDAS EM DINHEIRO " RECEBIMENTOS-E
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM GRAVA-LINHA-REL.
           ADD POSICAO-ESPERADA TO TOTAL-APURADO.
           ADD TAB-DECLARADO (IND-OPERADOR) TO TOTAL-DECLARADO.
           ADD DIFERENCA TO TOTAL-DIFERENCA.
           MOVE ZEROS TO FUNDO-OPERADOR.
           MOVE ZEROS TO SANGRIA-OPERADOR.
           MOVE ZEROS TO SUPRIMENTO-OPERADOR.
           MOVE ZEROS TO RECEBIMENTOS-OPERADOR.
           IF ARQ-CAIXA-OK = "00"
               MOVE DATA-FECHAMENTO TO DATA-CAIXA
               MOVE TAB-OPERADOR (IND-OPERADOR) TO OPERADOR-CAIXA
                   MOVE FUNDO-TROCO TO FUNDO-OPERADOR
                   MOVE TOTAL-SANGRIA TO SANGRIA-OPERADOR
                   MOVE TOTAL-SUPRIMENTO TO SUPRIMENTO-OPERADOR
                   MOVE TOTAL-RECEBIMENTOS TO RECEBIMENTOS-OPERADOR
                   MOVE "F" TO STATUS-CAIXA
                   REWRITE R-CAIXA INVALID KEY
                       DISPLAY "Erro ao fechar o caixa do operador "
