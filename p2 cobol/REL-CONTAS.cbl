
       01 AGENCIA-ANTERIOR PIC 9(4) VALUE ZEROS.
       01 PRIMEIRA-LEITURA PIC 9 VALUE 1.
       01 NOME-AGENCIA PIC X(30) VALUE SPACES.
       01 SITUACAO-AGENCIA PIC 9(1) VALUE ZEROS.

       01 TOTAIS.
           02 SUBTOTAL-AGENCIA PIC S9(9)V99 VALUE ZEROS.

       CABECALHO-DA-AGENCIA.
           PERFORM GRAVA-LINHA-REL.
           CALL "BUSCA-AGENCIA" USING COD-AGENCIA, NOME-AGENCIA,
               SITUACAO-AGENCIA.
           STRING "AGENCIA: " COD-AGENCIA " - " NOME-AGENCIA
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       SUBTOTAL-DA-AGENCIA.
