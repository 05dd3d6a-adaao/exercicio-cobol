
       01 AGENCIA-ANTERIOR PIC 9(4) VALUE ZEROS.

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

       01 DADOS-E.
           02 COD-AGENCIA-E PIC ZZZ9.
           02 COD-CONTA-CORRENTE-E PIC ZZZ9.
           PERFORM GRAVA-LINHA-REL.
           IF ARQ-TITULAR-OK = "00"
               PERFORM RELATA-CO-TITULARES.
           PERFORM GRAVA-AVISO.

       GRAVA-AVISO.
           MOVE "INATIVIDADE" TO TIPO-AVISO.
           MOVE COD-ID OF REG-ARQAGENCIA TO COD-ID-AVISO.
           MOVE COD-CLIENTE TO CPF-AVISO.
           MOVE ZEROS TO VALOR-1-AVISO.
           MOVE ZEROS TO VALOR-2-AVISO.
           MOVE TAB-DATA-ULT (IND-DORMENTE) TO DATA-1-AVISO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-2-AVISO.
           MOVE "CONTA BLOQUEADA POR INATIVIDADE" TO REFERENCIA-AVISO.
           CALL "AVISO-GRAVA" USING TIPO-AVISO, COD-ID-AVISO,
               CPF-AVISO, VALOR-1-AVISO, VALOR-2-AVISO, DATA-1-AVISO,
               DATA-2-AVISO, REFERENCIA-AVISO, OPERADOR-BATCH,
               RESULTADO-AVISO.

       RELATA-CO-TITULARES.
           MOVE ZERO TO FIM-TITULAR.
