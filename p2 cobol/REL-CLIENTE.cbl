       01 DADOS-PESQUISA.
           02 CPF-PESQUISA PIC 9(11) VALUE ZEROS.
           02 AGENCIA-PESQUISA PIC 9(4) VALUE ZEROS.
           02 NOME-AGENCIA PIC X(30) VALUE SPACES.
           02 SITUACAO-AGENCIA PIC 9(1) VALUE ZEROS.
           02 CPF-ANTERIOR PIC 9(11) VALUE ZEROS.
           02 CONTADOR-CONTAS PIC 9(3) VALUE ZEROS.

       RELATORIO-POR-AGENCIA.
           DISPLAY "Codigo da agencia: " WITH NO ADVANCING.
           ACCEPT AGENCIA-PESQUISA.
           CALL "BUSCA-AGENCIA" USING AGENCIA-PESQUISA, NOME-AGENCIA,
               SITUACAO-AGENCIA.
           IF SITUACAO-AGENCIA = 1
               DISPLAY "Agencia nao cadastrada"
           ELSE
               PERFORM RELATORIO-DA-AGENCIA.

       RELATORIO-DA-AGENCIA.
           MOVE "CLIENTES DE UMA AGENCIA" TO TITULO-CAB.
           MOVE CABECALHO-1 TO LINHA-SAIDA.
           WRITE LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "AGENCIA: " AGENCIA-PESQUISA " - " NOME-AGENCIA
               DELIMITED BY SIZE INTO LINHA-SAIDA.
           WRITE LINHA-SAIDA.
           MOVE LINHA-BRANCO TO LINHA-SAIDA.
           WRITE LINHA-SAIDA.
           MOVE AGENCIA-PESQUISA TO COD-AGENCIA.
