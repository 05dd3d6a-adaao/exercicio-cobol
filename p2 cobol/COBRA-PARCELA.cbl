           RECORD KEY IS CHAVE-DIA
           FILE STATUS ARQ-DIAMOV-OK.

           SELECT ARQ-CONSIGDESC ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CONSIGDESC
           FILE STATUS ARQ-CONSIGDESC-OK.

       DATA DIVISION.

       FILE SECTION.
               88 CONTRATO-ATIVO VALUE "A".
               88 CONTRATO-LIQUIDADO VALUE "L".
               88 CONTRATO-RENEGOCIADO VALUE "R".
           02 TIPO-EMPRESTIMO PIC X(1).
               88 EMPRESTIMO-PESSOAL VALUE "P".
               88 EMPRESTIMO-CONSIGNADO VALUE "C".
           02 CNPJ-CONVENIO-EMP PIC 9(14).

       FD ARQ-CONTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqAgencia.dat".
           02 STATUS-DIA PIC X(1).
               88 DIA-ABERTO VALUE "A".

       FD ARQ-CONSIGDESC LABEL RECORD STANDARD
           DATA RECORD IS R-CONSIGDESC
           VALUE OF FILE-ID IS "CONSIGDESC.DAT".

       01 R-CONSIGDESC.
           02 CHAVE-CONSIGDESC.
               03 NUM-CONTRATO-DESC PIC 9(6).
               03 COMPETENCIA-DESC PIC 9(6).
               03 NUM-PARCELA-DESC PIC 9(3).
           02 CNPJ-DESC PIC 9(14).
           02 COD-ID-DESC PIC 9(8).
           02 CPF-DESC PIC 9(11).
           02 VALOR-PARCELA-DESC PIC 9(9)V99.
           02 VALOR-DESCONTADO-DESC PIC 9(9)V99.
           02 DATA-DESC PIC 9(8).
           02 SITUACAO-DESC PIC X(1).
               88 DESCONTADO-FOLHA VALUE "D".
               88 DEBITADO-CONTA VALUE "C".
               88 MARGEM-INSUFICIENTE VALUE "M".

       WORKING-STORAGE SECTION.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CONSIGDESC-OK PIC X(2) VALUE ZEROS.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 DATA-MOVIMENTO-DIA-R REDEFINES DATA-MOVIMENTO-DIA.
       01 CONTADOR-ATRASADAS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-LIQUIDADOS PIC 9(5) VALUE ZEROS.
       01 TOTAL-COBRADO PIC S9(11)V99 VALUE ZEROS.
       01 CONTADOR-PENDENTES PIC 9(5) VALUE ZEROS.
       01 CONTADOR-EM-FOLHA PIC 9(5) VALUE ZEROS.

       01 DADOS-CONSIGNADO.
           02 PARCELAS-DEVIDAS PIC S9(5) VALUE ZEROS.
           02 NUM-PARCELA-APURADA PIC 9(3) VALUE ZEROS.
           02 DATA-CONTRATO-AUX PIC 9(8) VALUE ZEROS.
           02 DATA-CONTRATO-AUX-R REDEFINES DATA-CONTRATO-AUX.
               03 ANO-CONTRATO-AUX PIC 9999.
               03 MES-CONTRATO-AUX PIC 99.
               03 DIA-CONTRATO-AUX PIC 99.

       01 DADOS-PENDENCIA.
           02 ACAO-PEND PIC 9(1) VALUE 1.
           02 ORIGEM-PEND PIC X(15) VALUE "COBRA-PARCELA".
           02 REFERENCIA-PEND PIC X(12) VALUE SPACES.
           02 TIPO-MOV-PEND PIC X(12) VALUE "PARCELA EMP".
           02 VALOR-PEND PIC 9(9)V99 VALUE ZEROS.
           02 DESTINO-PEND PIC 9(8) VALUE ZEROS.

       01 CODIGO-CONTRATO-R.
           02 AGENCIA-CONTRATO PIC 9(4).
           DISPLAY " ".
           DISPLAY "PARCELAS COBRADAS....: " CONTADOR-COBRADAS.
           DISPLAY "PARCELAS EM ATRASO...: " CONTADOR-ATRASADAS.
           DISPLAY "PARCELAS PENDENTES...: " CONTADOR-PENDENTES.
           DISPLAY "DESCONTADAS EM FOLHA.: " CONTADOR-EM-FOLHA.
           DISPLAY "CONTRATOS LIQUIDADOS.: " CONTADOR-LIQUIDADOS.
           DISPLAY "TOTAL COBRADO........: " TOTAL-COBRADO-E.
           IF DIA-ABERTO-OK = 1
               PERFORM RELATORIO-INADIMPLENCIA.
           CLOSE ARQ-EMPRESTIMO.
           CLOSE ARQ-CONTA.
           CLOSE ARQ-CONSIGDESC.
           STOP RUN.

       ABRE.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
               MOVE 1 TO EOF.
           OPEN I-O ARQ-CONSIGDESC.
           IF ARQ-CONSIGDESC-OK NOT = "00"
               CLOSE ARQ-CONSIGDESC
               OPEN OUTPUT ARQ-CONSIGDESC
               CLOSE ARQ-CONSIGDESC
               OPEN I-O ARQ-CONSIGDESC.
           IF EOF = 0
               MOVE ZEROS TO NUM-CONTRATO
               START ARQ-EMPRESTIMO KEY IS NOT LESS THAN NUM-CONTRATO
           IF EOF = 0
               IF CONTRATO-ATIVO
                   PERFORM APURA-DATA-COBRANCA
                   IF COBRA-HOJE = 1 AND EMPRESTIMO-CONSIGNADO
                       PERFORM CONFERE-DESCONTO-FOLHA
                   END-IF
                   IF COBRA-HOJE = 1
                       AND DATA-ULT-COBRANCA < DATA-MOVIMENTO-DIA
                       PERFORM COBRA-PARCELA-DEVIDA
                   END-IF
               END-IF.

       CONFERE-DESCONTO-FOLHA.
           MOVE DATA-CONTRATACAO TO DATA-CONTRATO-AUX.
           COMPUTE PARCELAS-DEVIDAS =
               (ANO-DO-MOVIMENTO * 12 + MES-DO-MOVIMENTO) -
               (ANO-CONTRATO-AUX * 12 + MES-CONTRATO-AUX).
           IF DIA-VENC-CONTRATO > DIA-CONTRATO-AUX
               ADD 1 TO PARCELAS-DEVIDAS.
           IF PARCELAS-DEVIDAS > NUM-PARCELAS
               MOVE NUM-PARCELAS TO PARCELAS-DEVIDAS.
           IF PARCELAS-PAGAS + PARCELAS-ATRASO NOT < PARCELAS-DEVIDAS
               MOVE ZERO TO COBRA-HOJE
               ADD 1 TO CONTADOR-EM-FOLHA.

       ACRUA-MORA.
           COMPUTE MORA-DIA ROUNDED =
               PARCELAS-ATRASO * VALOR-PARCELA * TAXA-MORA / 30.
                   ADD 1 TO PARCELAS-ATRASO
                   ADD 1 TO CONTADOR-ATRASADAS
                   PERFORM MARCA-ATRASO
                   IF CONTA-ATIVA
                       PERFORM REGISTRA-PENDENCIA
                   END-IF
               ELSE
                   PERFORM DEBITA-PARCELA
           END-READ.
               DISPLAY "Erro ao atualizar contrato " NUM-CONTRATO.

       DEBITA-PARCELA.
           COMPUTE NUM-PARCELA-APURADA =
               PARCELAS-PAGAS + PARCELAS-ATRASO + 1.
           MOVE SALDO TO SALDO-ANTES.
           SUBTRACT VALOR-PARCELA FROM SALDO.
           MOVE "PARCELA EMP" TO TIPO-MOV-E.
           ADD 1 TO PARCELAS-PAGAS.
           ADD 1 TO CONTADOR-COBRADAS.
           ADD VALOR-PARCELA TO TOTAL-COBRADO.
           IF EMPRESTIMO-CONSIGNADO
               PERFORM REGISTRA-DEBITO-CONSIGNADO.
           IF VALOR-MORA > ZEROS
               PERFORM COBRA-MORA-DEVIDA.
           IF PARCELAS-PAGAS NOT < NUM-PARCELAS
               MOVE "L" TO STATUS-CONTRATO
               ADD 1 TO CONTADOR-LIQUIDADOS.

       REGISTRA-DEBITO-CONSIGNADO.
           MOVE NUM-CONTRATO TO NUM-CONTRATO-DESC.
           MOVE DATA-MOVIMENTO-DIA (1:6) TO COMPETENCIA-DESC.
           MOVE NUM-PARCELA-APURADA TO NUM-PARCELA-DESC.
           MOVE CNPJ-CONVENIO-EMP TO CNPJ-DESC.
           MOVE COD-ID-CONTRATO TO COD-ID-DESC.
           MOVE COD-CLIENTE TO CPF-DESC.
           MOVE VALOR-PARCELA TO VALOR-PARCELA-DESC.
           MOVE VALOR-PARCELA TO VALOR-DESCONTADO-DESC.
           MOVE DATA-MOVIMENTO-DIA TO DATA-DESC.
           MOVE "C" TO SITUACAO-DESC.
           WRITE R-CONSIGDESC INVALID KEY
               REWRITE R-CONSIGDESC INVALID KEY
                   DISPLAY "Erro ao registrar debito do contrato "
                       NUM-CONTRATO
               END-REWRITE
           END-WRITE.

       REGISTRA-PENDENCIA.
           MOVE SPACES TO REFERENCIA-PEND.
           STRING NUM-CONTRATO DATA-MOVIMENTO-DIA (1:6)
               DELIMITED BY SIZE INTO REFERENCIA-PEND.
           MOVE VALOR-PARCELA TO VALOR-PEND.
           CALL "PEND-DEBITO" USING ACAO-PEND, COD-ID, ORIGEM-PEND,
               REFERENCIA-PEND, TIPO-MOV-PEND, VALOR-PEND, DESTINO-PEND,
               SALDO, LIMITE, ULTIMO-NUM-SEQ, OPERADOR-BATCH.
           ADD 1 TO CONTADOR-PENDENTES.

       MARCA-ATRASO.
           COMPUTE VALOR-MORA ROUNDED = VALOR-MORA +
               VALOR-PARCELA * PCT-MULTA.
