           02 VALOR-TARIFA-E PIC Z.ZZZ.ZZ9,99.
           02 TIPO-CONTA-E PIC X(1).

       01 DADOS-ALTERACAO.
           02 ARQUIVO-ALT PIC X(12) VALUE "TARIFA".
           02 CHAVE-ALT PIC X(20) VALUE SPACES.
           02 CAMPO-ALT PIC X(20) VALUE SPACES.
           02 VALOR-ANTES-ALT PIC X(40) VALUE SPACES.
           02 VALOR-DEPOIS-ALT PIC X(40) VALUE SPACES.
           02 VALOR-ALT-E PIC Z.ZZZ.ZZ9,99.

       01 TARIFA-ANTES.
           02 DESCRICAO-ANT PIC X(30).
           02 VALOR-ANT PIC X(12).
           02 TIPO-CONTA-ANT PIC X(1).

       01 TARIFA-DEPOIS.
           02 DESCRICAO-DEP PIC X(30).
           02 VALOR-DEP PIC X(12).
           02 TIPO-CONTA-DEP PIC X(1).

       SCREEN SECTION.
       01 TELA01.
           02 LINE 01 COLUMN 20 VALUE
                   DISPLAY "Erro ao gravar tarifa" AT 1701
               NOT INVALID KEY
                   DISPLAY "Tarifa incluida com sucesso" AT 1701
                   MOVE SPACES TO TARIFA-ANTES
                   PERFORM GUARDA-DEPOIS
                   PERFORM REGISTRA-ALTERACOES
               END-WRITE
           NOT INVALID KEY
               DISPLAY "Tarifa ja cadastrada" AT 1701
               DISPLAY DESCRICAO-E AT 1128
               DISPLAY VALOR-TARIFA-E AT 1228
               DISPLAY TIPO-CONTA-TARIFA AT 1328
               PERFORM GUARDA-ANTES
               PERFORM CAPTURA-DADOS
               REWRITE R-TARIFA INVALID KEY
                   DISPLAY "Erro ao alterar tarifa" AT 1701
               NOT INVALID KEY
                   DISPLAY "Tarifa alterada com sucesso" AT 1701
                   PERFORM GUARDA-DEPOIS
                   PERFORM REGISTRA-ALTERACOES
               END-REWRITE
           END-READ.
           PERFORM PAUSAR.
           READ ARQ-TARIFA INVALID KEY
               DISPLAY "Tarifa nao encontrada" AT 1701
           NOT INVALID KEY
               PERFORM GUARDA-ANTES
               DELETE ARQ-TARIFA INVALID KEY
                   DISPLAY "Erro ao excluir tarifa" AT 1701
               NOT INVALID KEY
                   DISPLAY "Tarifa excluida com sucesso" AT 1701
                   MOVE SPACES TO TARIFA-DEPOIS
                   PERFORM REGISTRA-ALTERACOES
               END-DELETE
           END-READ.
           PERFORM PAUSAR.

       GUARDA-ANTES.
           MOVE DESCRICAO-TARIFA TO DESCRICAO-ANT.
           MOVE VALOR-TARIFA TO VALOR-ALT-E.
           MOVE VALOR-ALT-E TO VALOR-ANT.
           MOVE TIPO-CONTA-TARIFA TO TIPO-CONTA-ANT.

       GUARDA-DEPOIS.
           MOVE DESCRICAO-TARIFA TO DESCRICAO-DEP.
           MOVE VALOR-TARIFA TO VALOR-ALT-E.
           MOVE VALOR-ALT-E TO VALOR-DEP.
           MOVE TIPO-CONTA-TARIFA TO TIPO-CONTA-DEP.

       REGISTRA-ALTERACOES.
           MOVE COD-TARIFA TO CHAVE-ALT.
           IF DESCRICAO-ANT NOT = DESCRICAO-DEP
               MOVE "DESCRICAO-TARIFA" TO CAMPO-ALT
               MOVE DESCRICAO-ANT TO VALOR-ANTES-ALT
               MOVE DESCRICAO-DEP TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.
           IF VALOR-ANT NOT = VALOR-DEP
               MOVE "VALOR-TARIFA" TO CAMPO-ALT
               MOVE VALOR-ANT TO VALOR-ANTES-ALT
               MOVE VALOR-DEP TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.
           IF TIPO-CONTA-ANT NOT = TIPO-CONTA-DEP
               MOVE "TIPO-CONTA-TARIFA" TO CAMPO-ALT
               MOVE TIPO-CONTA-ANT TO VALOR-ANTES-ALT
               MOVE TIPO-CONTA-DEP TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.

       GRAVA-ALTERACAO.
           CALL "REG-ALTERA" USING ARQUIVO-ALT, CHAVE-ALT, CAMPO-ALT,
               VALOR-ANTES-ALT, VALOR-DEPOIS-ALT, OPERADOR-ID.

       TESTA-CODIGO.
           ACCEPT COD-TARIFA-E AT 1028.
           IF COD-TARIFA-E = SPACES
