               88 BOLETO-ABERTO VALUE "A".
               88 BOLETO-PAGO VALUE "P".
               88 BOLETO-VENCIDO VALUE "V".
               88 BOLETO-CANCELADO VALUE "C".
           02 DATA-PAGAMENTO-BOL PIC 9(8).

       FD ARQ-EMPRESTIMO LABEL RECORD STANDARD
               88 CONTRATO-ATIVO VALUE "A".
               88 CONTRATO-LIQUIDADO VALUE "L".
               88 CONTRATO-RENEGOCIADO VALUE "R".
           02 TIPO-EMPRESTIMO PIC X(1).
               88 EMPRESTIMO-PESSOAL VALUE "P".
               88 EMPRESTIMO-CONSIGNADO VALUE "C".
           02 CNPJ-CONVENIO-EMP PIC 9(14).

       FD ARQ-CONTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqAgencia.dat".
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
               DISPLAY "Boleto " NUM-BOLETO " emitido - valor "
                   VALOR-BOLETO-E
               DISPLAY "Linha digitavel: " LINHA-DIGITAVEL
               PERFORM GRAVA-AVISO-BOLETO
           END-WRITE.

       GRAVA-AVISO-BOLETO.
           MOVE COD-ID-BOL TO COD-ID OF REG-ARQAGENCIA.
           READ ARQ-CONTA INVALID KEY
               MOVE ZEROS TO COD-CLIENTE.
           MOVE "BOLETO" TO TIPO-AVISO.
           MOVE COD-ID-BOL TO COD-ID-AVISO.
           MOVE COD-CLIENTE TO CPF-AVISO.
           MOVE VALOR-BOLETO TO VALOR-1-AVISO.
           MOVE ZEROS TO VALOR-2-AVISO.
           MOVE DATA-VENC-BOLETO TO DATA-1-AVISO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-2-AVISO.
           MOVE LINHA-DIGITAVEL TO REFERENCIA-AVISO.
           CALL "AVISO-GRAVA" USING TIPO-AVISO, COD-ID-AVISO,
               CPF-AVISO, VALOR-1-AVISO, VALOR-2-AVISO, DATA-1-AVISO,
               DATA-2-AVISO, REFERENCIA-AVISO, OPERADOR-ID,
               RESULTADO-AVISO.

       GRAVA-EMISSAO.
           MOVE NUM-BOLETO TO NUM-BOLETO-EM.
           MOVE TIPO-BOLETO TO TIPO-EM.
