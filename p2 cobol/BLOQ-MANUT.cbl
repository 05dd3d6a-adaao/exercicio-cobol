       01 EOF PIC 9 VALUE ZERO.
       01 OPCAO PIC 9(1) VALUE ZEROS.

       01 DADOS-AVISO.
           02 TIPO-AVISO PIC X(12) VALUE SPACES.
           02 COD-ID-AVISO PIC 9(8) VALUE ZEROS.
           02 CPF-AVISO PIC 9(11) VALUE ZEROS.
           02 VALOR-1-AVISO PIC 9(9)V99 VALUE ZEROS.
           02 VALOR-2-AVISO PIC 9(9)V99 VALUE ZEROS.
           02 DATA-1-AVISO PIC 9(8) VALUE ZEROS.
           02 DATA-2-AVISO PIC 9(8) VALUE ZEROS.
           02 REFERENCIA-AVISO PIC X(50) VALUE SPACES.
           02 RESULTADO-AVISO PIC 9(1) VALUE ZERO.

       01 DADOS-OPERADOR.
           02 OPERADOR-ID PIC X(8) VALUE SPACES.
           02 SENHA-E PIC X(8) VALUE SPACES.
               NOT INVALID KEY
                   DISPLAY "Bloqueio registrado pelo operador "
                       OPERADOR-ID
                   PERFORM GRAVA-AVISO-BLOQUEIO
               END-WRITE.

       GRAVA-AVISO-BLOQUEIO.
           MOVE "BLOQUEIO JUD" TO TIPO-AVISO.
           MOVE CONTA-ORDEM TO COD-ID-AVISO.
           MOVE COD-CLIENTE TO CPF-AVISO.
           MOVE VALOR-ORDEM TO VALOR-1-AVISO.
           MOVE ZEROS TO VALOR-2-AVISO.
           MOVE DATA-ORDEM TO DATA-1-AVISO.
           ACCEPT DATA-2-AVISO FROM DATE YYYYMMDD.
           MOVE PROCESSO-ORDEM TO REFERENCIA-AVISO.
           CALL "AVISO-GRAVA" USING TIPO-AVISO, COD-ID-AVISO,
               CPF-AVISO, VALOR-1-AVISO, VALOR-2-AVISO, DATA-1-AVISO,
               DATA-2-AVISO, REFERENCIA-AVISO, OPERADOR-ID,
               RESULTADO-AVISO.

       BAIXA-ORDEM.
           DISPLAY "Conta (AgConta): " WITH NO ADVANCING.
           ACCEPT CONTA-ORDEM.
