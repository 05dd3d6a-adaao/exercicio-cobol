           02 NUM-CONTRATO-ORIGEM PIC 9(6).
           02 STATUS-CONTRATO PIC X(1).
               88 CONTRATO-ATIVO VALUE "A".
           02 TIPO-EMPRESTIMO PIC X(1).
               88 EMPRESTIMO-PESSOAL VALUE "P".
               88 EMPRESTIMO-CONSIGNADO VALUE "C".
           02 CNPJ-CONVENIO-EMP PIC 9(14).

       FD ARQ-CDB LABEL RECORD STANDARD
           DATA RECORD IS R-CDB
       01 IND-AGENCIA PIC 9(2) VALUE ZEROS.
       01 ACHOU-AGENCIA PIC 9 VALUE ZERO.
       01 AGENCIA-BUSCA PIC 9(4) VALUE ZEROS.
       01 NOME-AGENCIA PIC X(30) VALUE SPACES.
       01 SITUACAO-AGENCIA PIC 9(1) VALUE ZEROS.
       01 VALOR-LANCADO PIC S9(11)V99 VALUE ZEROS.

       01 CODIGO-QUEBRA.
           MOVE "AGENCIA DEBITOS PREVISTOS   CREDITOS PREVISTOS  "
               TO CABEC-REL.
           MOVE "LIQUIDO" TO CABEC-REL (52:7).
           MOVE "NOME DA AGENCIA" TO CABEC-REL (71:15).
           PERFORM ABRE-RELATORIO.

       LE-DATA-MOVIMENTO.
           MOVE TAB-DEBITOS (IND-AGENCIA) TO DEBITOS-E.
           MOVE TAB-CREDITOS (IND-AGENCIA) TO CREDITOS-E.
           MOVE SALDO-LIQUIDO TO LIQUIDO-E.
           CALL "BUSCA-AGENCIA" USING TAB-AGENCIA (IND-AGENCIA),
               NOME-AGENCIA, SITUACAO-AGENCIA.
           STRING TAB-AGENCIA (IND-AGENCIA) "    " DEBITOS-E "  "
               CREDITOS-E "  " LIQUIDO-E " " NOME-AGENCIA
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           DISPLAY TAB-AGENCIA (IND-AGENCIA) " DEB " DEBITOS-E
