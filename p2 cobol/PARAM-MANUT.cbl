           02 REGISTRO-CF-NOVO PIC 9 VALUE ZERO.
           02 LIMIAR-COAF-E PIC ZZZ.ZZZ.ZZ9,99.
           02 LIMIAR-COAF-NOVO PIC 9(9)V99 VALUE ZEROS.
           02 REGISTRO-CP-NOVO PIC 9 VALUE ZERO.
           02 LIMIAR-PEP-E PIC ZZZ.ZZZ.ZZ9,99.
           02 LIMIAR-PEP-NOVO PIC 9(9)V99 VALUE ZEROS.

       01 DADOS-CHEQUE-DEPOSITADO.
           02 REGISTRO-CD-NOVO PIC 9 VALUE ZERO.
           02 TARIFA-DEVOLUCAO-E PIC ZZZ.ZZZ.ZZ9,99.
           02 TARIFA-DEVOLUCAO-NOVA PIC 9(9)V99 VALUE ZEROS.

       01 DADOS-RETENCAO.
           02 REGISTRO-LG-NOVO PIC 9 VALUE ZERO.
           02 PRAZO-RETENCAO-E PIC Z9.
           02 PRAZO-RETENCAO-NOVO PIC 9(2) VALUE ZEROS.

       01 DADOS-EXPOSICAO.
           02 REGISTRO-EX-NOVO PIC 9 VALUE ZERO.
           02 LIMITE-EXPOSICAO-E PIC ZZZ.ZZZ.ZZ9,99.
           02 LIMITE-EXPOSICAO-NOVO PIC 9(9)V99 VALUE ZEROS.

       01 PARAM-ANTES.
           02 CHAVE-ANT PIC X(2).
           02 TETO-ANT PIC 9(9)V99.
           02 TAXA-ANT PIC 9V9999.
           02 SALDO-MINIMO-ANT PIC S9(9)V99.
           02 DATA-CORTE-ANT PIC 9(8).
           02 PERIODO-ANT PIC 9(6).

       01 DADOS-ALTERACAO.
           02 ARQUIVO-ALT PIC X(12) VALUE "PARAM".
           02 CHAVE-ALT PIC X(20) VALUE SPACES.
           02 CAMPO-ALT PIC X(20) VALUE SPACES.
           02 VALOR-ANTES-ALT PIC X(40) VALUE SPACES.
           02 VALOR-DEPOIS-ALT PIC X(40) VALUE SPACES.
           02 VALOR-ALT-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 TAXA-ALT-E PIC 9,9999.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM GRAVA-TAXA-LIMITE.
           PERFORM MOSTRA-LIMIAR-COAF.
           PERFORM GRAVA-LIMIAR-COAF.
           PERFORM MOSTRA-LIMIAR-PEP.
           PERFORM GRAVA-LIMIAR-PEP.
           PERFORM MOSTRA-TARIFA-DEVOLUCAO.
           PERFORM GRAVA-TARIFA-DEVOLUCAO.
           PERFORM MOSTRA-PRAZO-RETENCAO.
           PERFORM GRAVA-PRAZO-RETENCAO.
           PERFORM MOSTRA-LIMITE-EXPOSICAO.
           PERFORM GRAVA-LIMITE-EXPOSICAO.
           CLOSE ARQ-PARAM.
           STOP RUN.

           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Parametros nao alterados"
           ELSE
               MOVE REG-PARAM TO PARAM-ANTES
               MOVE "PR" TO CHAVE-PARAM
               MOVE TETO-NOVO TO TETO-AUTORIZACAO
               MOVE TAXA-NOVA TO TAXA-JUROS-PARAM
                   NOT INVALID KEY
                       DISPLAY "Parametros cadastrados pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACOES
                   END-WRITE
               ELSE
                   REWRITE REG-PARAM INVALID KEY
                   NOT INVALID KEY
                       DISPLAY "Parametros alterados pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACOES
                   END-REWRITE.

       MOSTRA-TAXA-LIMITE.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Taxa do cheque especial nao alterada"
           ELSE
               MOVE REG-PARAM TO PARAM-ANTES
               MOVE "CL" TO CHAVE-PARAM
               MOVE TAXA-LIMITE-NOVA TO TAXA-JUROS-PARAM
               IF REGISTRO-CL-NOVO = 1
                   NOT INVALID KEY
                       DISPLAY "Taxa cadastrada pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACOES
                   END-WRITE
               ELSE
                   REWRITE REG-PARAM INVALID KEY
                   NOT INVALID KEY
                       DISPLAY "Taxa alterada pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACOES
                   END-REWRITE.

       MOSTRA-LIMIAR-COAF.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Limiar COAF nao alterado"
           ELSE
               MOVE REG-PARAM TO PARAM-ANTES
               MOVE "CF" TO CHAVE-PARAM
               MOVE LIMIAR-COAF-NOVO TO TETO-AUTORIZACAO
               IF REGISTRO-CF-NOVO = 1
                   NOT INVALID KEY
                       DISPLAY "Limiar cadastrado pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACOES
                   END-WRITE
               ELSE
                   REWRITE REG-PARAM INVALID KEY
                   NOT INVALID KEY
                       DISPLAY "Limiar alterado pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACOES
                   END-REWRITE.

       MOSTRA-LIMIAR-PEP.
           MOVE "CP" TO CHAVE-PARAM.
           READ ARQ-PARAM INVALID KEY
               MOVE 1 TO REGISTRO-CP-NOVO
               MOVE "CP" TO CHAVE-PARAM
               MOVE ZEROS TO TETO-AUTORIZACAO
               MOVE ZEROS TO TAXA-JUROS-PARAM
               MOVE ZEROS TO SALDO-MINIMO-PARAM
               MOVE ZEROS TO DATA-CORTE-PARAM
               MOVE ZEROS TO PERIODO-FECHAMENTO-PARAM
               DISPLAY " "
               DISPLAY "Limiar COAF para PEP ainda nao cadastrado"
           END-READ.
           MOVE TETO-AUTORIZACAO TO LIMIAR-PEP-E.
           DISPLAY " ".
           DISPLAY "MONITORAMENTO DE PEP - COAF (registro CP)".
           DISPLAY "Limiar vigente.............: " LIMIAR-PEP-E.

       GRAVA-LIMIAR-PEP.
           DISPLAY "Novo limiar (0 usa o CF)...: " WITH NO ADVANCING.
           ACCEPT LIMIAR-PEP-NOVO.
           DISPLAY "Confirma a gravacao (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Limiar COAF para PEP nao alterado"
           ELSE
               MOVE REG-PARAM TO PARAM-ANTES
               MOVE "CP" TO CHAVE-PARAM
               MOVE LIMIAR-PEP-NOVO TO TETO-AUTORIZACAO
               IF REGISTRO-CP-NOVO = 1
                   WRITE REG-PARAM INVALID KEY
                       DISPLAY "Erro ao gravar limiar para PEP"
                   NOT INVALID KEY
                       DISPLAY "Limiar cadastrado pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACOES
                   END-WRITE
               ELSE
                   REWRITE REG-PARAM INVALID KEY
                       DISPLAY "Erro ao regravar limiar para PEP"
                   NOT INVALID KEY
                       DISPLAY "Limiar alterado pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACOES
                   END-REWRITE.

       MOSTRA-TARIFA-DEVOLUCAO.
           MOVE "CD" TO CHAVE-PARAM.
           READ ARQ-PARAM INVALID KEY
               MOVE 1 TO REGISTRO-CD-NOVO
               MOVE "CD" TO CHAVE-PARAM
               MOVE ZEROS TO TETO-AUTORIZACAO
               MOVE ZEROS TO TAXA-JUROS-PARAM
               MOVE ZEROS TO SALDO-MINIMO-PARAM
               MOVE ZEROS TO DATA-CORTE-PARAM
               MOVE ZEROS TO PERIODO-FECHAMENTO-PARAM
               DISPLAY " "
               DISPLAY "Tarifa de devolucao de cheque ainda nao "
                   "cadastrada"
           END-READ.
           MOVE TETO-AUTORIZACAO TO TARIFA-DEVOLUCAO-E.
           DISPLAY " ".
           DISPLAY "CHEQUE DEPOSITADO DEVOLVIDO (registro CD)".
           DISPLAY "Tarifa de devolucao vigente: " TARIFA-DEVOLUCAO-E.

       GRAVA-TARIFA-DEVOLUCAO.
           DISPLAY "Nova tarifa (0 isenta).....: " WITH NO ADVANCING.
           ACCEPT TARIFA-DEVOLUCAO-NOVA.
           DISPLAY "Confirma a gravacao (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Tarifa de devolucao nao alterada"
           ELSE
               MOVE REG-PARAM TO PARAM-ANTES
               MOVE "CD" TO CHAVE-PARAM
               MOVE TARIFA-DEVOLUCAO-NOVA TO TETO-AUTORIZACAO
               IF REGISTRO-CD-NOVO = 1
                   WRITE REG-PARAM INVALID KEY
                       DISPLAY "Erro ao gravar tarifa de devolucao"
                   NOT INVALID KEY
                       DISPLAY "Tarifa cadastrada pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACOES
                   END-WRITE
               ELSE
                   REWRITE REG-PARAM INVALID KEY
                       DISPLAY "Erro ao regravar tarifa de devolucao"
                   NOT INVALID KEY
                       DISPLAY "Tarifa alterada pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACOES
                   END-REWRITE.

       MOSTRA-PRAZO-RETENCAO.
           MOVE "LG" TO CHAVE-PARAM.
           READ ARQ-PARAM INVALID KEY
               MOVE 1 TO REGISTRO-LG-NOVO
               MOVE "LG" TO CHAVE-PARAM
               MOVE ZEROS TO TETO-AUTORIZACAO
               MOVE ZEROS TO TAXA-JUROS-PARAM
               MOVE ZEROS TO SALDO-MINIMO-PARAM
               MOVE ZEROS TO DATA-CORTE-PARAM
               MOVE ZEROS TO PERIODO-FECHAMENTO-PARAM
               DISPLAY " "
               DISPLAY "Prazo de retencao LGPD ainda nao cadastrado"
           END-READ.
           MOVE TETO-AUTORIZACAO TO PRAZO-RETENCAO-E.
           DISPLAY " ".
           DISPLAY "RETENCAO DE DADOS PESSOAIS - LGPD (registro LG)".
           DISPLAY "Prazo vigente em anos......: " PRAZO-RETENCAO-E.

       GRAVA-PRAZO-RETENCAO.
           DISPLAY "Novo prazo em anos (min 5).: " WITH NO ADVANCING.
           ACCEPT PRAZO-RETENCAO-NOVO.
           DISPLAY "Confirma a gravacao (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Prazo de retencao nao alterado"
           ELSE
               IF PRAZO-RETENCAO-NOVO < 5
                   DISPLAY "Prazo inferior a 5 anos - prazo de "
                       "retencao nao alterado"
               ELSE
                   MOVE REG-PARAM TO PARAM-ANTES
                   MOVE "LG" TO CHAVE-PARAM
                   MOVE PRAZO-RETENCAO-NOVO TO TETO-AUTORIZACAO
                   PERFORM GRAVA-REGISTRO-LG.

       GRAVA-REGISTRO-LG.
           IF REGISTRO-LG-NOVO = 1
               WRITE REG-PARAM INVALID KEY
                   DISPLAY "Erro ao gravar prazo de retencao"
               NOT INVALID KEY
                   DISPLAY "Prazo cadastrado pelo operador "
                       OPERADOR-ID
                   PERFORM REGISTRA-ALTERACOES
               END-WRITE
           ELSE
               REWRITE REG-PARAM INVALID KEY
                   DISPLAY "Erro ao regravar prazo de retencao"
               NOT INVALID KEY
                   DISPLAY "Prazo alterado pelo operador "
                       OPERADOR-ID
                   PERFORM REGISTRA-ALTERACOES
               END-REWRITE.

       MOSTRA-LIMITE-EXPOSICAO.
           MOVE "EX" TO CHAVE-PARAM.
           READ ARQ-PARAM INVALID KEY
               MOVE 1 TO REGISTRO-EX-NOVO
               MOVE "EX" TO CHAVE-PARAM
               MOVE ZEROS TO TETO-AUTORIZACAO
               MOVE ZEROS TO TAXA-JUROS-PARAM
               MOVE ZEROS TO SALDO-MINIMO-PARAM
               MOVE ZEROS TO DATA-CORTE-PARAM
               MOVE ZEROS TO PERIODO-FECHAMENTO-PARAM
               DISPLAY " "
               DISPLAY "Limite padrao de exposicao ainda nao "
                   "cadastrado"
           END-READ.
           MOVE TETO-AUTORIZACAO TO LIMITE-EXPOSICAO-E.
           DISPLAY " ".
           DISPLAY "EXPOSICAO DE CREDITO POR CPF (registro EX)".
           DISPLAY "Limite padrao vigente......: " LIMITE-EXPOSICAO-E.

       GRAVA-LIMITE-EXPOSICAO.
           DISPLAY "Novo limite (0 sem padrao).: " WITH NO ADVANCING.
           ACCEPT LIMITE-EXPOSICAO-NOVO.
           DISPLAY "Confirma a gravacao (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Limite padrao de exposicao nao alterado"
           ELSE
               MOVE REG-PARAM TO PARAM-ANTES
               MOVE "EX" TO CHAVE-PARAM
               MOVE LIMITE-EXPOSICAO-NOVO TO TETO-AUTORIZACAO
               IF REGISTRO-EX-NOVO = 1
                   WRITE REG-PARAM INVALID KEY
                       DISPLAY "Erro ao gravar limite de exposicao"
                   NOT INVALID KEY
                       DISPLAY "Limite cadastrado pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACOES
                   END-WRITE
               ELSE
                   REWRITE REG-PARAM INVALID KEY
                       DISPLAY "Erro ao regravar limite de exposicao"
                   NOT INVALID KEY
                       DISPLAY "Limite alterado pelo operador "
                           OPERADOR-ID
                       PERFORM REGISTRA-ALTERACOES
                   END-REWRITE.

       REGISTRA-ALTERACOES.
           MOVE CHAVE-PARAM TO CHAVE-ALT.
           IF TETO-AUTORIZACAO NOT = TETO-ANT
               MOVE "TETO-AUTORIZACAO" TO CAMPO-ALT
               MOVE TETO-ANT TO VALOR-ALT-E
               MOVE VALOR-ALT-E TO VALOR-ANTES-ALT
               MOVE TETO-AUTORIZACAO TO VALOR-ALT-E
               MOVE VALOR-ALT-E TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.
           IF TAXA-JUROS-PARAM NOT = TAXA-ANT
               MOVE "TAXA-JUROS-PARAM" TO CAMPO-ALT
               MOVE TAXA-ANT TO TAXA-ALT-E
               MOVE TAXA-ALT-E TO VALOR-ANTES-ALT
               MOVE TAXA-JUROS-PARAM TO TAXA-ALT-E
               MOVE TAXA-ALT-E TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.
           IF SALDO-MINIMO-PARAM NOT = SALDO-MINIMO-ANT
               MOVE "SALDO-MINIMO-PARAM" TO CAMPO-ALT
               MOVE SALDO-MINIMO-ANT TO VALOR-ALT-E
               MOVE VALOR-ALT-E TO VALOR-ANTES-ALT
               MOVE SALDO-MINIMO-PARAM TO VALOR-ALT-E
               MOVE VALOR-ALT-E TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.
           IF DATA-CORTE-PARAM NOT = DATA-CORTE-ANT
               MOVE "DATA-CORTE-PARAM" TO CAMPO-ALT
               MOVE DATA-CORTE-ANT TO VALOR-ANTES-ALT
               MOVE DATA-CORTE-PARAM TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.
           IF PERIODO-FECHAMENTO-PARAM NOT = PERIODO-ANT
               MOVE "PERIODO-FECHAMENTO" TO CAMPO-ALT
               MOVE PERIODO-ANT TO VALOR-ANTES-ALT
               MOVE PERIODO-FECHAMENTO-PARAM TO VALOR-DEPOIS-ALT
               PERFORM GRAVA-ALTERACAO.

       GRAVA-ALTERACAO.
           CALL "REG-ALTERA" USING ARQUIVO-ALT, CHAVE-ALT, CAMPO-ALT,
               VALOR-ANTES-ALT, VALOR-DEPOIS-ALT, OPERADOR-ID.

       END PROGRAM PARAM-MANUT.
