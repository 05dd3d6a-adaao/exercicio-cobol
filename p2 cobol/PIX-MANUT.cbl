           02 HORA-AGORA-X PIC 9(8).
           02 CONTA-CHAVE-X PIC 9(8).

       01 DADOS-ALTERACAO.
           02 ARQUIVO-ALT PIC X(12) VALUE "PIXCHAVE".
           02 CHAVE-ALT PIC X(20) VALUE SPACES.
           02 CAMPO-ALT PIC X(20) VALUE "CHAVE-PIX".
           02 VALOR-ANTES-ALT PIC X(40) VALUE SPACES.
           02 VALOR-DEPOIS-ALT PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
               DISPLAY "Erro ao gravar chave PIX"
           NOT INVALID KEY
               DISPLAY "Chave cadastrada: " CHAVE-PIX
               MOVE SPACES TO VALOR-ANTES-ALT
               PERFORM REGISTRA-ALTERACAO
           END-WRITE.

       REATIVA-CHAVE.
           MOVE SPACES TO VALOR-ANTES-ALT.
           STRING STATUS-CHAVE " " CHAVE-PIX DELIMITED BY SIZE
               INTO VALOR-ANTES-ALT.
           MOVE TIPO-CHAVE-E TO TIPO-CHAVE.
           MOVE CONTA-CHAVE TO COD-ID-PIX.
           ACCEPT DATA-CADASTRO-PIX FROM DATE YYYYMMDD.
               DISPLAY "Erro ao reativar chave PIX"
           NOT INVALID KEY
               DISPLAY "Chave reativada: " CHAVE-PIX
               PERFORM REGISTRA-ALTERACAO
           END-REWRITE.

       REGISTRA-ALTERACAO.
           MOVE COD-ID-PIX TO CHAVE-ALT.
           MOVE SPACES TO VALOR-DEPOIS-ALT.
           STRING STATUS-CHAVE " " CHAVE-PIX DELIMITED BY SIZE
               INTO VALOR-DEPOIS-ALT.
           CALL "REG-ALTERA" USING ARQUIVO-ALT, CHAVE-ALT, CAMPO-ALT,
               VALOR-ANTES-ALT, VALOR-DEPOIS-ALT, OPERADOR-ID.

       REVOGA-CHAVE.
           DISPLAY "Chave a revogar: " WITH NO ADVANCING.
           ACCEPT CHAVE-REVOGA.
               IF CHAVE-PIX-REVOGADA
                   DISPLAY "Chave ja estava revogada"
               ELSE
                   MOVE SPACES TO VALOR-ANTES-ALT
                   STRING STATUS-CHAVE " " CHAVE-PIX DELIMITED BY SIZE
                       INTO VALOR-ANTES-ALT
                   END-STRING
                   MOVE "R" TO STATUS-CHAVE
                   REWRITE R-PIX INVALID KEY
                       DISPLAY "Erro ao revogar chave PIX"
                   NOT INVALID KEY
                       DISPLAY "Chave revogada pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACAO
                   END-REWRITE
           END-READ.

