       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISO-GRAVA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AVISO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS CHAVE-AVISO
           ALTERNATE RECORD KEY IS CPF-AVISO WITH DUPLICATES
           FILE STATUS ARQ-AVISO-OK.

           SELECT ARQ-CLIENTE ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CPF-CLIENTE
           FILE STATUS ARQ-CLIENTE-OK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-AVISO LABEL RECORD STANDARD
           DATA RECORD IS R-AVISO
           VALUE OF FILE-ID IS "AVISO.DAT".

       01 R-AVISO.
           02 CHAVE-AVISO.
               03 DATA-AVISO PIC 9(8).
               03 HORA-AVISO PIC 9(8).
               03 SEQ-AVISO PIC 9(3).
           02 CPF-AVISO PIC 9(11).
           02 COD-ID-AVISO PIC 9(8).
           02 TIPO-AVISO PIC X(12).
           02 VALOR-1-AVISO PIC 9(9)V99.
           02 VALOR-2-AVISO PIC 9(9)V99.
           02 DATA-1-AVISO PIC 9(8).
           02 DATA-2-AVISO PIC 9(8).
           02 REFERENCIA-AVISO PIC X(50).
           02 OPERADOR-AVISO PIC X(8).
           02 NOME-AVISO PIC A(40).
           02 ENDERECO-AVISO PIC A(40).
           02 TELEFONE-AVISO PIC 9(11).
           02 CANAL-AVISO PIC X(1).
               88 AVISO-CARTA VALUE "C".
               88 AVISO-SMS VALUE "S".
               88 AVISO-SEM-CANAL VALUE "N".
           02 STATUS-AVISO PIC X(1).
               88 AVISO-PENDENTE VALUE "P".
               88 AVISO-ENVIADO VALUE "E".
           02 DATA-ENVIO-AVISO PIC 9(8).

       FD ARQ-CLIENTE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arqCliente.dat".

       01 REG-CLIENTE.
           02 CPF-CLIENTE PIC 9(11).
           02 NOME-CLIENTE PIC A(40).
           02 ENDERECO-CLIENTE PIC A(40).
           02 TELEFONE-CLIENTE PIC 9(11).

       WORKING-STORAGE SECTION.
       01 ARQ-AVISO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CLIENTE-OK PIC X(2) VALUE ZEROS.
       01 TENTATIVAS-ABERTURA PIC 9(1) VALUE ZERO.
       01 GRAVADO PIC 9 VALUE ZERO.

       LINKAGE SECTION.
       01 LS-TIPO PIC X(12).
       01 LS-COD-ID PIC 9(8).
       01 LS-CPF PIC 9(11).
       01 LS-VALOR-1 PIC 9(9)V99.
       01 LS-VALOR-2 PIC 9(9)V99.
       01 LS-DATA-1 PIC 9(8).
       01 LS-DATA-2 PIC 9(8).
       01 LS-REFERENCIA PIC X(50).
       01 LS-OPERADOR PIC X(8).
       01 LS-RESULTADO PIC 9(1).

       PROCEDURE DIVISION USING LS-TIPO, LS-COD-ID, LS-CPF,
           LS-VALOR-1, LS-VALOR-2, LS-DATA-1, LS-DATA-2,
           LS-REFERENCIA, LS-OPERADOR, LS-RESULTADO.

       GRAVA-AVISO.
           MOVE ZERO TO LS-RESULTADO.
           PERFORM ABRE-ARQ-AVISO.
           IF ARQ-AVISO-OK NOT = "00"
               DISPLAY "AVISO-GRAVA: aviso nao registrado - "
                   "AVISO.DAT status " ARQ-AVISO-OK
               MOVE 9 TO LS-RESULTADO
           ELSE
               ACCEPT DATA-AVISO FROM DATE YYYYMMDD
               ACCEPT HORA-AVISO FROM TIME
               MOVE ZEROS TO SEQ-AVISO
               MOVE LS-CPF TO CPF-AVISO
               MOVE LS-COD-ID TO COD-ID-AVISO
               MOVE LS-TIPO TO TIPO-AVISO
               MOVE LS-VALOR-1 TO VALOR-1-AVISO
               MOVE LS-VALOR-2 TO VALOR-2-AVISO
               MOVE LS-DATA-1 TO DATA-1-AVISO
               MOVE LS-DATA-2 TO DATA-2-AVISO
               MOVE LS-REFERENCIA TO REFERENCIA-AVISO
               MOVE LS-OPERADOR TO OPERADOR-AVISO
               PERFORM ESCOLHE-CANAL
               MOVE "P" TO STATUS-AVISO
               MOVE ZEROS TO DATA-ENVIO-AVISO
               MOVE ZERO TO GRAVADO
               PERFORM GRAVA-REGISTRO
                   UNTIL GRAVADO = 1 OR SEQ-AVISO = 999
               IF GRAVADO = 0
                   DISPLAY "AVISO-GRAVA: aviso nao registrado - "
                       "chave repetida"
                   MOVE 9 TO LS-RESULTADO
               END-IF
               CLOSE ARQ-AVISO.
       EXIT PROGRAM.

       ESCOLHE-CANAL.
           MOVE SPACES TO NOME-AVISO.
           MOVE SPACES TO ENDERECO-AVISO.
           MOVE ZEROS TO TELEFONE-AVISO.
           MOVE "N" TO CANAL-AVISO.
           OPEN INPUT ARQ-CLIENTE.
           IF ARQ-CLIENTE-OK = "00"
               MOVE LS-CPF TO CPF-CLIENTE
               READ ARQ-CLIENTE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOME-CLIENTE TO NOME-AVISO
                   MOVE ENDERECO-CLIENTE TO ENDERECO-AVISO
                   MOVE TELEFONE-CLIENTE TO TELEFONE-AVISO
                   IF TELEFONE-CLIENTE > ZEROS
                       MOVE "S" TO CANAL-AVISO
                   ELSE
                       IF ENDERECO-CLIENTE NOT = SPACES
                           MOVE "C" TO CANAL-AVISO
                       END-IF
                   END-IF
               END-READ
               CLOSE ARQ-CLIENTE.

       GRAVA-REGISTRO.
           WRITE R-AVISO INVALID KEY
               ADD 1 TO SEQ-AVISO
           NOT INVALID KEY
               MOVE 1 TO GRAVADO
           END-WRITE.

       ABRE-ARQ-AVISO.
           MOVE ZERO TO TENTATIVAS-ABERTURA.
           MOVE "99" TO ARQ-AVISO-OK.
           PERFORM ABRE-ARQ-AVISO-TENTA
               UNTIL ARQ-AVISO-OK = "00"
               OR TENTATIVAS-ABERTURA > 4.

       ABRE-ARQ-AVISO-TENTA.
           ADD 1 TO TENTATIVAS-ABERTURA.
           OPEN I-O ARQ-AVISO.
           IF ARQ-AVISO-OK = "35"
               CLOSE ARQ-AVISO
               OPEN OUTPUT ARQ-AVISO
               CLOSE ARQ-AVISO
               OPEN I-O ARQ-AVISO.
           IF ARQ-AVISO-OK NOT = "00"
               CLOSE ARQ-AVISO.

       END PROGRAM AVISO-GRAVA.
