       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-EMP-CONSIG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMP-ANT ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS NUM-CONTRATO-ANT
           FILE STATUS ARQ-EMP-ANT-OK.

           SELECT ARQ-EMP-NOVO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS ARQ-EMP-NOVO-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-EMP-ANT LABEL RECORD STANDARD
           DATA RECORD IS R-EMP-ANT
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       01 R-EMP-ANT.
           02 NUM-CONTRATO-ANT PIC 9(6).
           02 COD-ID-CONTRATO-ANT PIC 9(8).
           02 VALOR-PRINCIPAL-ANT PIC 9(9)V99.
           02 TAXA-CONTRATO-ANT PIC 9V9999.
           02 NUM-PARCELAS-ANT PIC 9(3).
           02 VALOR-PARCELA-ANT PIC 9(9)V99.
           02 DIA-VENC-CONTRATO-ANT PIC 99.
           02 PARCELAS-PAGAS-ANT PIC 9(3).
           02 PARCELAS-ATRASO-ANT PIC 9(3).
           02 DATA-CONTRATACAO-ANT PIC 9(8).
           02 DATA-ULT-COBRANCA-ANT PIC 9(8).
           02 VALOR-MORA-ANT PIC 9(9)V99.
           02 DATA-PRIM-ATRASO-ANT PIC 9(8).
           02 DATA-ULT-MORA-ANT PIC 9(8).
           02 NUM-CONTRATO-ORIGEM-ANT PIC 9(6).
           02 STATUS-CONTRATO-ANT PIC X(1).

       FD ARQ-EMP-NOVO LABEL RECORD STANDARD
           DATA RECORD IS R-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO_NOVO.DAT".

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
           02 TIPO-EMPRESTIMO PIC X(1).
           02 CNPJ-CONVENIO-EMP PIC 9(14).

       WORKING-STORAGE SECTION.
       01 ARQ-EMP-ANT-OK PIC X(2) VALUE ZEROS.
       01 ARQ-EMP-NOVO-OK PIC X(2) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
       01 CONTADOR-CONTRATOS PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       CONVERTE.
           DISPLAY "CONVERSAO DA CARTEIRA DE EMPRESTIMOS PARA O".
           DISPLAY "FORMATO COM TIPO DE EMPRESTIMO E CONVENIO".
           DISPLAY " ".
           DISPLAY "Contratos convertidos entram como emprestimo".
           DISPLAY "pessoal, sem convenio de consignado.".
           DISPLAY " ".
           PERFORM CONVERTE-CONTRATOS.
           DISPLAY " ".
           DISPLAY "CONTRATOS CONVERTIDOS: " CONTADOR-CONTRATOS.
           DISPLAY " ".
           DISPLAY "Substitua EMPRESTIMO.DAT por EMPRESTIMO_NOVO.DAT".
           DISPLAY "antes da proxima abertura do sistema.".
           STOP RUN.

       CONVERTE-CONTRATOS.
           MOVE ZERO TO EOF.
           OPEN INPUT ARQ-EMP-ANT.
           IF ARQ-EMP-ANT-OK NOT = "00"
               DISPLAY "EMPRESTIMO.DAT indisponivel - status "
                   ARQ-EMP-ANT-OK
               MOVE 1 TO EOF.
           IF EOF = 0
               OPEN OUTPUT ARQ-EMP-NOVO
               PERFORM CONVERTE-CONTRATO-LE UNTIL EOF = 1
               CLOSE ARQ-EMP-ANT
               CLOSE ARQ-EMP-NOVO.

       CONVERTE-CONTRATO-LE.
           READ ARQ-EMP-ANT NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               MOVE NUM-CONTRATO-ANT TO NUM-CONTRATO
               MOVE COD-ID-CONTRATO-ANT TO COD-ID-CONTRATO
               MOVE VALOR-PRINCIPAL-ANT TO VALOR-PRINCIPAL
               MOVE TAXA-CONTRATO-ANT TO TAXA-CONTRATO
               MOVE NUM-PARCELAS-ANT TO NUM-PARCELAS
               MOVE VALOR-PARCELA-ANT TO VALOR-PARCELA
               MOVE DIA-VENC-CONTRATO-ANT TO DIA-VENC-CONTRATO
               MOVE PARCELAS-PAGAS-ANT TO PARCELAS-PAGAS
               MOVE PARCELAS-ATRASO-ANT TO PARCELAS-ATRASO
               MOVE DATA-CONTRATACAO-ANT TO DATA-CONTRATACAO
               MOVE DATA-ULT-COBRANCA-ANT TO DATA-ULT-COBRANCA
               MOVE VALOR-MORA-ANT TO VALOR-MORA
               MOVE DATA-PRIM-ATRASO-ANT TO DATA-PRIM-ATRASO
               MOVE DATA-ULT-MORA-ANT TO DATA-ULT-MORA
               MOVE NUM-CONTRATO-ORIGEM-ANT TO NUM-CONTRATO-ORIGEM
               MOVE STATUS-CONTRATO-ANT TO STATUS-CONTRATO
               MOVE "P" TO TIPO-EMPRESTIMO
               MOVE ZEROS TO CNPJ-CONVENIO-EMP
               WRITE R-EMPRESTIMO INVALID KEY
                   DISPLAY "Erro ao converter contrato " NUM-CONTRATO
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-CONTRATOS
               END-WRITE.

       END PROGRAM CONVERTE-EMP-CONSIG.
