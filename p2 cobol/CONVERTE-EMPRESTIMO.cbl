           02 DATA-ULT-MORA PIC 9(8).
           02 NUM-CONTRATO-ORIGEM PIC 9(6).
           02 STATUS-CONTRATO PIC X(1).
           02 TIPO-EMPRESTIMO PIC X(1).
           02 CNPJ-CONVENIO-EMP PIC 9(14).

       WORKING-STORAGE SECTION.
       01 ARQ-EMP-ANT-OK PIC X(2) VALUE ZEROS.
               MOVE ZEROS TO DATA-ULT-MORA
               MOVE ZEROS TO NUM-CONTRATO-ORIGEM
               MOVE STATUS-CONTRATO-ANT TO STATUS-CONTRATO
               MOVE "P" TO TIPO-EMPRESTIMO
               MOVE ZEROS TO CNPJ-CONVENIO-EMP
               WRITE R-EMPRESTIMO INVALID KEY
                   DISPLAY "Erro ao converter contrato " NUM-CONTRATO
               NOT INVALID KEY
