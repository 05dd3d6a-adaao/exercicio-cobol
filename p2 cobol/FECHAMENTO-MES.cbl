
       01 AGENCIA-ANTERIOR PIC 9(4) VALUE ZEROS.
       01 PRIMEIRA-LEITURA PIC 9 VALUE 1.
       01 NOME-AGENCIA PIC X(30) VALUE SPACES.
       01 SITUACAO-AGENCIA PIC 9(1) VALUE ZEROS.

       01 SUBTOTAL-DEPOSITOS PIC S9(9)V99 VALUE ZEROS.
       01 SUBTOTAL-SAQUES PIC S9(9)V99 VALUE ZEROS.
           MOVE SUBTOTAL-DEPOSITOS TO SUBTOTAL-DEPOSITOS-E.
           MOVE SUBTOTAL-SAQUES TO SUBTOTAL-SAQUES-E.
           MOVE SUBTOTAL-LIQUIDO TO SUBTOTAL-LIQUIDO-E.
           PERFORM BUSCA-NOME-AGENCIA.
           STRING "AGENCIA " AGENCIA-ANTERIOR " - " NOME-AGENCIA
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           STRING "AGENCIA " AGENCIA-ANTERIOR
               " DEPOSITOS " SUBTOTAL-DEPOSITOS-E
               " SAQUES " SUBTOTAL-SAQUES-E
       SUBTOTAL-SALDO-AGENCIA.
           MOVE AGENCIA-ANTERIOR TO COD-AGENCIA-E.
           MOVE SUBTOTAL-SALDO TO SUBTOTAL-SALDO-E.
           PERFORM BUSCA-NOME-AGENCIA.
           STRING "AGENCIA " COD-AGENCIA-E
               " SALDO FINAL " SUBTOTAL-SALDO-E " " NOME-AGENCIA
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       BUSCA-NOME-AGENCIA.
           CALL "BUSCA-AGENCIA" USING AGENCIA-ANTERIOR, NOME-AGENCIA,
               SITUACAO-AGENCIA.

       END PROGRAM FECHAMENTO-MES.
