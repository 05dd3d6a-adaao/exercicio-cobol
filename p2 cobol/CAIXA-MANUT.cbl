           02 STATUS-CAIXA PIC X(1).
               88 CAIXA-ABERTO VALUE "A".
               88 CAIXA-FECHADO VALUE "F".
           02 TOTAL-RECEBIMENTOS PIC 9(9)V99.

       FD ARQ-DIAMOV LABEL RECORD STANDARD
           DATA RECORD IS R-DIAMOV
           02 FUNDO-E PIC ZZZ.ZZZ.ZZ9,99.
           02 SANGRIA-E PIC ZZZ.ZZZ.ZZ9,99.
           02 SUPRIMENTO-E PIC ZZZ.ZZZ.ZZ9,99.
           02 RECEBIMENTOS-E PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
               MOVE VALOR-INFORMADO TO FUNDO-TROCO
               MOVE ZEROS TO TOTAL-SANGRIA
               MOVE ZEROS TO TOTAL-SUPRIMENTO
               MOVE ZEROS TO TOTAL-RECEBIMENTOS
               MOVE "A" TO STATUS-CAIXA
               WRITE R-CAIXA INVALID KEY
                   DISPLAY "Caixa ja aberto para esse operador na data"
               DISPLAY "FUNDO DE TROCO..: " FUNDO-E
               DISPLAY "SANGRIAS........: " SANGRIA-E
               DISPLAY "SUPRIMENTOS.....: " SUPRIMENTO-E
               MOVE TOTAL-RECEBIMENTOS TO RECEBIMENTOS-E
               DISPLAY "CONTAS RECEBIDAS: " RECEBIMENTOS-E
               DISPLAY "SITUACAO........: " STATUS-CAIXA
           END-READ.

