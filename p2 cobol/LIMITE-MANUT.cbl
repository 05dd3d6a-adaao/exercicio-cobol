           02 ACUM-SAQUE-E PIC ZZZ.ZZZ.ZZ9,99.
           02 ACUM-TRANSF-E PIC ZZZ.ZZZ.ZZ9,99.
           02 ACUM-TED-E PIC ZZZ.ZZZ.ZZ9,99.
           02 LIMITE-NOVO-E PIC ZZZ.ZZZ.ZZ9,99.

       01 DADOS-ALTERACAO.
           02 ARQUIVO-ALT PIC X(12) VALUE "LIMDIA".
           02 CHAVE-ALT PIC X(20) VALUE SPACES.
           02 CAMPO-ALT PIC X(20) VALUE SPACES.
           02 VALOR-ANTES-ALT PIC X(40) VALUE SPACES.
           02 VALOR-DEPOIS-ALT PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
               NOT INVALID KEY
                   DISPLAY "Limites cadastrados pelo operador "
                       OPERADOR-ID
                   PERFORM REGISTRA-ALTERACOES
               END-WRITE
           ELSE
               REWRITE R-LIMDIA INVALID KEY
               NOT INVALID KEY
                   DISPLAY "Limites alterados pelo operador "
                       OPERADOR-ID
                   PERFORM REGISTRA-ALTERACOES
               END-REWRITE.

       REGISTRA-ALTERACOES.
           MOVE CONTA-ESCOLHIDA TO CHAVE-ALT.
           MOVE LIM-SAQUE-NOVO TO LIMITE-NOVO-E.
           IF LIMITE-NOVO-E NOT = LIM-SAQUE-E
               MOVE "LIM-SAQUE" TO CAMPO-ALT
               MOVE LIM-SAQUE-E TO VALOR-ANTES-ALT
               PERFORM GRAVA-ALTERACAO.
           MOVE LIM-TRANSF-NOVO TO LIMITE-NOVO-E.
           IF LIMITE-NOVO-E NOT = LIM-TRANSF-E
               MOVE "LIM-TRANSF" TO CAMPO-ALT
               MOVE LIM-TRANSF-E TO VALOR-ANTES-ALT
               PERFORM GRAVA-ALTERACAO.
           MOVE LIM-TED-NOVO TO LIMITE-NOVO-E.
           IF LIMITE-NOVO-E NOT = LIM-TED-E
               MOVE "LIM-TED" TO CAMPO-ALT
               MOVE LIM-TED-E TO VALOR-ANTES-ALT
               PERFORM GRAVA-ALTERACAO.

       GRAVA-ALTERACAO.
           MOVE LIMITE-NOVO-E TO VALOR-DEPOIS-ALT.
           CALL "REG-ALTERA" USING ARQUIVO-ALT, CHAVE-ALT, CAMPO-ALT,
               VALOR-ANTES-ALT, VALOR-DEPOIS-ALT, OPERADOR-ID.

       CONSULTA-LIMITES.
           DISPLAY "Conta (AgConta): " WITH NO ADVANCING.
           ACCEPT CONTA-ESCOLHIDA.
