           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ARQ-REJEITOS-OK.

           SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS ARQ-EMPRESTIMO-OK.

           SELECT ARQ-CONVENIO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CNPJ-CONVENIO
           FILE STATUS ARQ-CONVENIO-OK.

           SELECT ARQ-CONSIGDESC ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CONSIGDESC
           FILE STATUS ARQ-CONSIGDESC-OK.

       DATA DIVISION.

       FILE SECTION.

       01 LINHA-REJEITO PIC X(80).

       FD ARQ-EMPRESTIMO LABEL RECORD STANDARD
           DATA RECORD IS R-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       01 R-EMPRESTIMO.
           02 NUM-CONTRATO PIC 9(6).
           02 COD-ID-CONTRATO PIC 9(8).
           02 VALOR-PRINCIPAL PIC 9(9)V99.
           02 TAXA-CONTRATO PIC 9V9999.
           02 NUM-PARCELAS PIC 9(3).
           02 VALOR-PARCELA PIC 9(9)V99.
           02 DIA-VENC-CONTRATO PIC 99.
           02 PARCELAS-PAGAS PIC 9(3).
           02 PARCELAS-ATRASO PIC 9(3).
           02 DATA-CONTRATACAO PIC 9(8).
           02 DATA-ULT-COBRANCA PIC 9(8).
           02 VALOR-MORA PIC 9(9)V99.
           02 DATA-PRIM-ATRASO PIC 9(8).
           02 DATA-ULT-MORA PIC 9(8).
           02 NUM-CONTRATO-ORIGEM PIC 9(6).
           02 STATUS-CONTRATO PIC X(1).
               88 CONTRATO-ATIVO VALUE "A".
               88 CONTRATO-LIQUIDADO VALUE "L".
               88 CONTRATO-RENEGOCIADO VALUE "R".
           02 TIPO-EMPRESTIMO PIC X(1).
               88 EMPRESTIMO-PESSOAL VALUE "P".
               88 EMPRESTIMO-CONSIGNADO VALUE "C".
           02 CNPJ-CONVENIO-EMP PIC 9(14).

       FD ARQ-CONVENIO LABEL RECORD STANDARD
           DATA RECORD IS R-CONVENIO
           VALUE OF FILE-ID IS "CONVENIO.DAT".

       01 R-CONVENIO.
           02 CNPJ-CONVENIO PIC 9(14).
           02 NOME-CONVENIO PIC X(40).
           02 MARGEM-CONVENIO PIC 9V99.
           02 STATUS-CONVENIO PIC X(1).

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
       01 ARQ-FOLHA-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 DATA-MOVIMENTO-DIA-R REDEFINES DATA-MOVIMENTO-DIA.
           02 ANO-DO-MOVIMENTO PIC 9999.
           02 MES-DO-MOVIMENTO PIC 99.
           02 DIA-DO-MOVIMENTO PIC 99.
       01 EOF PIC 9 VALUE ZERO.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CONVENIO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CONSIGDESC-OK PIC X(2) VALUE ZEROS.

       01 SALDO-ANTES PIC S9(9)V99 VALUE ZEROS.
       01 NUM-SEQ-ATUAL PIC 9(9) VALUE ZEROS.
       01 TIPO-MOV-E PIC X(12) VALUE SPACES.
       01 MOTIVO-REJEITO PIC X(2) VALUE SPACES.
       01 DV-CALCULADO PIC 9(1) VALUE ZERO.
       01 CONTA-RESOLVIDA PIC 9(1) VALUE ZERO.

       01 CONTADOR-LIDOS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-CREDITADOS PIC 9(5) VALUE ZEROS.
       01 CONTADOR-REJEITADOS PIC 9(5) VALUE ZEROS.
       01 TOTAL-CREDITADO PIC S9(9)V99 VALUE ZEROS.

       01 DADOS-CONSIGNADO.
           02 FIM-CONTRATOS PIC 9 VALUE ZERO.
           02 TEM-PARCELA PIC 9 VALUE ZERO.
           02 PARCELA-ATRASADA PIC 9 VALUE ZERO.
           02 MARGEM-LEGAL PIC 9V99 VALUE 0,35.
           02 MARGEM-APLICADA PIC 9V99 VALUE ZEROS.
           02 MARGEM-FOLHA PIC 9(9)V99 VALUE ZEROS.
           02 MARGEM-USADA PIC 9(9)V99 VALUE ZEROS.
           02 PARCELAS-DEVIDAS PIC S9(5) VALUE ZEROS.
           02 NUM-PARCELA-APURADA PIC 9(3) VALUE ZEROS.
           02 DATA-CONTRATO-AUX PIC 9(8) VALUE ZEROS.
           02 DATA-CONTRATO-AUX-R REDEFINES DATA-CONTRATO-AUX.
               03 ANO-CONTRATO-AUX PIC 9999.
               03 MES-CONTRATO-AUX PIC 99.
               03 DIA-CONTRATO-AUX PIC 99.
           02 CONTADOR-DESCONTADAS PIC 9(5) VALUE ZEROS.
           02 CONTADOR-SEM-MARGEM PIC 9(5) VALUE ZEROS.
           02 TOTAL-DESCONTADO PIC 9(11)V99 VALUE ZEROS.

       01 DADOS-PENDENCIA.
           02 ACAO-PEND PIC 9(1) VALUE 2.
           02 ORIGEM-PEND PIC X(15) VALUE SPACES.
           02 REFERENCIA-PEND PIC X(12) VALUE SPACES.
           02 TIPO-MOV-PEND PIC X(12) VALUE SPACES.
           02 VALOR-PEND PIC 9(9)V99 VALUE ZEROS.
           02 DESTINO-PEND PIC 9(8) VALUE ZEROS.
           02 TOTAL-PEND-COBRADO PIC S9(11)V99 VALUE ZEROS.

       01 LINHA-REJEITO-E.
           02 AGENCIA-R PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.

       01 DADOS-E.
           02 TOTAL-CREDITADO-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-PEND-COBRADO-E PIC -ZZZ.ZZZ.ZZ9,99.
           02 TOTAL-DESCONTADO-E PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       IMPORTA.
           DISPLAY "CREDITOS EFETUADOS..: " CONTADOR-CREDITADOS.
           DISPLAY "CREDITOS REJEITADOS.: " CONTADOR-REJEITADOS.
           DISPLAY "TOTAL CREDITADO.....: " TOTAL-CREDITADO-E.
           MOVE TOTAL-PEND-COBRADO TO TOTAL-PEND-COBRADO-E.
           DISPLAY "PENDENCIAS COBRADAS.: " TOTAL-PEND-COBRADO-E.
           MOVE TOTAL-DESCONTADO TO TOTAL-DESCONTADO-E.
           DISPLAY "CONSIGNADOS DESCONT.: " CONTADOR-DESCONTADAS.
           DISPLAY "SEM MARGEM..........: " CONTADOR-SEM-MARGEM.
           DISPLAY "TOTAL CONSIGNADO....: " TOTAL-DESCONTADO-E.
           CLOSE ARQ-FOLHA.
           CLOSE ARQ-CONTA.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-REJEITOS.
           IF ARQ-EMPRESTIMO-OK = "00"
               CLOSE ARQ-EMPRESTIMO
               CLOSE ARQ-CONSIGDESC.
           IF ARQ-CONVENIO-OK = "00"
               CLOSE ARQ-CONVENIO.
           STOP RUN.

       ABRE.
               DISPLAY "Erro ao abrir FOLHA_REJEITOS.TXT - status "
                   ARQ-REJEITOS-OK
               MOVE 1 TO EOF.
           OPEN I-O ARQ-EMPRESTIMO.
           IF ARQ-EMPRESTIMO-OK = "00"
               OPEN I-O ARQ-CONSIGDESC
               IF ARQ-CONSIGDESC-OK NOT = "00"
                   CLOSE ARQ-CONSIGDESC
                   OPEN OUTPUT ARQ-CONSIGDESC
                   CLOSE ARQ-CONSIGDESC
                   OPEN I-O ARQ-CONSIGDESC
               END-IF
           ELSE
               DISPLAY "EMPRESTIMO.DAT indisponivel - consignados nao "
                   "descontados".
           OPEN INPUT ARQ-CONVENIO.

       VERIFICA-DIA-ABERTO.
           MOVE ZERO TO DIA-ABERTO-OK.
           IF DV-FOLHA NOT = DV-CALCULADO
               MOVE "05" TO MOTIVO-REJEITO.
           IF MOTIVO-REJEITO = SPACES
               CALL "RESOLVE-CONTA" USING COD-ID OF REG-ARQAGENCIA,
                   CONTA-RESOLVIDA
               READ ARQ-CONTA INVALID KEY
                   MOVE "01" TO MOTIVO-REJEITO
               NOT INVALID KEY
                   COD-ID OF REG-ARQAGENCIA.
           ADD 1 TO CONTADOR-CREDITADOS.
           ADD VALOR-FOLHA TO TOTAL-CREDITADO.
           IF ARQ-EMPRESTIMO-OK = "00"
               PERFORM DESCONTA-CONSIGNADO.
           PERFORM COBRA-PENDENCIAS.

       DESCONTA-CONSIGNADO.
           MOVE ZEROS TO MARGEM-USADA.
           MOVE ZERO TO FIM-CONTRATOS.
           MOVE ZEROS TO NUM-CONTRATO.
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN NUM-CONTRATO
               INVALID KEY MOVE 1 TO FIM-CONTRATOS.
           PERFORM DESCONTA-CONSIGNADO-LE UNTIL FIM-CONTRATOS = 1.

       DESCONTA-CONSIGNADO-LE.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END MOVE 1 TO FIM-CONTRATOS.
           IF FIM-CONTRATOS = 0
               IF CONTRATO-ATIVO AND EMPRESTIMO-CONSIGNADO
                   AND COD-ID-CONTRATO = COD-ID OF REG-ARQAGENCIA
                   PERFORM APURA-PARCELA-CONSIGNADO.

       APURA-PARCELA-CONSIGNADO.
           MOVE ZERO TO TEM-PARCELA.
           MOVE ZERO TO PARCELA-ATRASADA.
           PERFORM APURA-PARCELAS-DEVIDAS.
           IF PARCELAS-PAGAS + PARCELAS-ATRASO < PARCELAS-DEVIDAS
               MOVE 1 TO TEM-PARCELA
               COMPUTE NUM-PARCELA-APURADA =
                   PARCELAS-PAGAS + PARCELAS-ATRASO + 1
           ELSE
               IF PARCELAS-ATRASO > ZEROS
                   MOVE 1 TO TEM-PARCELA
                   MOVE 1 TO PARCELA-ATRASADA
                   COMPUTE NUM-PARCELA-APURADA = PARCELAS-PAGAS + 1.
           IF TEM-PARCELA = 1
               PERFORM APURA-MARGEM-FOLHA
               IF MARGEM-USADA + VALOR-PARCELA > MARGEM-FOLHA
                   PERFORM REGISTRA-SEM-MARGEM
               ELSE
                   PERFORM EFETUA-DESCONTO.

       APURA-PARCELAS-DEVIDAS.
           MOVE DATA-CONTRATACAO TO DATA-CONTRATO-AUX.
           COMPUTE PARCELAS-DEVIDAS =
               (ANO-DO-MOVIMENTO * 12 + MES-DO-MOVIMENTO) -
               (ANO-CONTRATO-AUX * 12 + MES-CONTRATO-AUX).
           IF DIA-VENC-CONTRATO > DIA-CONTRATO-AUX
               ADD 1 TO PARCELAS-DEVIDAS.
           IF PARCELAS-DEVIDAS > NUM-PARCELAS
               MOVE NUM-PARCELAS TO PARCELAS-DEVIDAS.

       APURA-MARGEM-FOLHA.
           MOVE MARGEM-LEGAL TO MARGEM-APLICADA.
           IF ARQ-CONVENIO-OK = "00"
               MOVE CNPJ-CONVENIO-EMP TO CNPJ-CONVENIO
               READ ARQ-CONVENIO INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MARGEM-CONVENIO > ZEROS
                       AND MARGEM-CONVENIO < MARGEM-LEGAL
                       MOVE MARGEM-CONVENIO TO MARGEM-APLICADA
                   END-IF
               END-READ.
           COMPUTE MARGEM-FOLHA ROUNDED =
               VALOR-FOLHA * MARGEM-APLICADA.

       EFETUA-DESCONTO.
           MOVE SALDO TO SALDO-ANTES.
           SUBTRACT VALOR-PARCELA FROM SALDO.
           MOVE "CONSIGNADO" TO TIPO-MOV-E.
           CALL "REG-EXTR" USING BY REFERENCE
               COD-ID OF REG-ARQAGENCIA, SALDO-ANTES, SALDO,
               TIPO-MOV-E, OPERADOR-BATCH, NUM-SEQ-ATUAL.
           MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ.
           REWRITE REG-ARQAGENCIA
               INVALID KEY DISPLAY "Erro ao descontar consignado da "
                   "conta " COD-ID OF REG-ARQAGENCIA.
           ADD VALOR-PARCELA TO MARGEM-USADA.
           ADD VALOR-PARCELA TO TOTAL-DESCONTADO.
           ADD 1 TO CONTADOR-DESCONTADAS.
           ADD 1 TO PARCELAS-PAGAS.
           IF PARCELA-ATRASADA = 1
               SUBTRACT 1 FROM PARCELAS-ATRASO
               IF PARCELAS-ATRASO = ZEROS AND VALOR-MORA = ZEROS
                   MOVE ZEROS TO DATA-PRIM-ATRASO
               END-IF
           ELSE
               MOVE DATA-MOVIMENTO-DIA TO DATA-ULT-COBRANCA.
           IF PARCELAS-PAGAS NOT < NUM-PARCELAS
               MOVE "L" TO STATUS-CONTRATO.
           REWRITE R-EMPRESTIMO INVALID KEY
               DISPLAY "Erro ao atualizar contrato " NUM-CONTRATO.
           MOVE "D" TO SITUACAO-DESC.
           MOVE VALOR-PARCELA TO VALOR-DESCONTADO-DESC.
           PERFORM GRAVA-CONSIGDESC.

       REGISTRA-SEM-MARGEM.
           ADD 1 TO CONTADOR-SEM-MARGEM.
           MOVE "M" TO SITUACAO-DESC.
           MOVE ZEROS TO VALOR-DESCONTADO-DESC.
           PERFORM GRAVA-CONSIGDESC.

       GRAVA-CONSIGDESC.
           MOVE NUM-CONTRATO TO NUM-CONTRATO-DESC.
           MOVE DATA-MOVIMENTO-DIA (1:6) TO COMPETENCIA-DESC.
           MOVE NUM-PARCELA-APURADA TO NUM-PARCELA-DESC.
           MOVE CNPJ-CONVENIO-EMP TO CNPJ-DESC.
           MOVE COD-ID-CONTRATO TO COD-ID-DESC.
           MOVE CPF-FOLHA TO CPF-DESC.
           MOVE VALOR-PARCELA TO VALOR-PARCELA-DESC.
           MOVE DATA-MOVIMENTO-DIA TO DATA-DESC.
           WRITE R-CONSIGDESC INVALID KEY
               REWRITE R-CONSIGDESC INVALID KEY
                   DISPLAY "Erro ao gravar desconto do contrato "
                       NUM-CONTRATO
               END-REWRITE
           END-WRITE.

       COBRA-PENDENCIAS.
           CALL "PEND-DEBITO" USING ACAO-PEND, COD-ID OF REG-ARQAGENCIA,
               ORIGEM-PEND, REFERENCIA-PEND, TIPO-MOV-PEND, VALOR-PEND,
               DESTINO-PEND, SALDO, LIMITE, ULTIMO-NUM-SEQ,
               OPERADOR-BATCH.
           IF VALOR-PEND > ZEROS
               ADD VALOR-PEND TO TOTAL-PEND-COBRADO
               REWRITE REG-ARQAGENCIA
                   INVALID KEY DISPLAY "Erro ao baixar pendencias da "
                       "conta " COD-ID OF REG-ARQAGENCIA.

       GRAVA-REJEITO.
           MOVE AGENCIA-FOLHA TO AGENCIA-R.
