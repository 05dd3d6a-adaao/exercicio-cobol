           RECORD KEY IS NUM-CDB
           FILE STATUS ARQ-CDB-OK.

           SELECT ARQ-CDBIR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-CDBIR
           FILE STATUS ARQ-CDBIR-OK.

           SELECT ARQ-CONTA ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
               88 CDB-RESGATADO VALUE "R".
               88 CDB-LIQUIDADO VALUE "L".

       FD ARQ-CDBIR LABEL RECORD STANDARD
           DATA RECORD IS R-CDBIR
           VALUE OF FILE-ID IS "CDBIR.DAT".

       01 R-CDBIR.
           02 CHAVE-CDBIR.
               03 CPF-CDBIR PIC 9(11).
               03 NUM-CDB-IR PIC 9(6).
           02 COD-ID-CDBIR PIC 9(8).
           02 DATA-RESGATE-IR PIC 9(8).
           02 TIPO-RESGATE-IR PIC X(1).
               88 RESGATE-VENCIMENTO VALUE "V".
               88 RESGATE-ANTECIPADO VALUE "A".
           02 VALOR-APLICADO-IR PIC 9(9)V99.
           02 RENDIMENTO-BRUTO-IR PIC 9(9)V99.
           02 ALIQUOTA-IR-RET PIC 9V999.
           02 VALOR-IR-RET PIC 9(9)V99.
           02 VALOR-LIQUIDO-IR PIC 9(9)V99.

       FD ARQ-CONTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqAgencia.dat".


       WORKING-STORAGE SECTION.
       01 ARQ-CDB-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CDBIR-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
           PERFORM LOGIN.
           PERFORM ESCOLHE-OPCAO UNTIL OPCAO = 9.
           CLOSE ARQ-CDB.
           CLOSE ARQ-CDBIR.
           CLOSE ARQ-CONTA.
           STOP RUN.

               OPEN OUTPUT ARQ-CDB
               CLOSE ARQ-CDB
               OPEN I-O ARQ-CDB.
           OPEN I-O ARQ-CDBIR.
           IF ARQ-CDBIR-OK NOT = "00"
               CLOSE ARQ-CDBIR
               OPEN OUTPUT ARQ-CDBIR
               CLOSE ARQ-CDBIR
               OPEN I-O ARQ-CDBIR.
           OPEN I-O ARQ-CONTA.
           IF ARQ-OK NOT = "00"
               DISPLAY "Erro ao abrir arqAgencia.dat - status " ARQ-OK
           MOVE "R" TO STATUS-CDB.
           REWRITE R-CDB INVALID KEY
               DISPLAY "Erro ao baixar aplicacao " NUM-CDB.
           PERFORM GRAVA-RETENCAO-IR.
           MOVE VALOR-IR TO VALOR-IR-E.
           MOVE VALOR-LIQUIDO TO VALOR-LIQUIDO-E.
           DISPLAY "IR retido......: " VALOR-IR-E.
           DISPLAY "Valor liquido..: " VALOR-LIQUIDO-E.
           DISPLAY "Resgate antecipado efetivado".

       GRAVA-RETENCAO-IR.
           MOVE COD-CLIENTE TO CPF-CDBIR.
           MOVE NUM-CDB TO NUM-CDB-IR.
           MOVE COD-ID-CDB TO COD-ID-CDBIR.
           MOVE DATA-MOVIMENTO-DIA TO DATA-RESGATE-IR.
           MOVE "A" TO TIPO-RESGATE-IR.
           MOVE VALOR-APLICADO TO VALOR-APLICADO-IR.
           MOVE RENDIMENTO-BRUTO TO RENDIMENTO-BRUTO-IR.
           MOVE ALIQUOTA-IR TO ALIQUOTA-IR-RET.
           MOVE VALOR-IR TO VALOR-IR-RET.
           MOVE VALOR-LIQUIDO TO VALOR-LIQUIDO-IR.
           WRITE R-CDBIR INVALID KEY
               REWRITE R-CDBIR INVALID KEY
                   DISPLAY "Erro ao gravar retencao de IR da aplicacao "
                       NUM-CDB
               END-REWRITE
           END-WRITE.

       APURA-DIAS-APLICADOS.
           MOVE DATA-APLICACAO TO DATA-INICIO-R.
           MOVE DATA-MOVIMENTO-DIA TO DATA-FIM-R.
