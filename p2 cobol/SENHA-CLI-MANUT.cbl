           02 STATUS-CLI PIC X(1).
               88 SENHA-CLI-ATIVA VALUE "A".
               88 SENHA-CLI-BLOQUEADA VALUE "B".
               88 SENHA-CLI-OBITO VALUE "O".
           02 DATA-CADASTRO-CLI PIC 9(8).

       FD ARQ-CLIENTE LABEL RECORD STANDARD
               READ ARQ-SENHACLI INVALID KEY
                   PERFORM GRAVA-SENHA-NOVA
               NOT INVALID KEY
                   IF SENHA-CLI-OBITO
                       DISPLAY "Obito registrado para o CPF - senha "
                           "nao pode ser cadastrada"
                   ELSE
                       PERFORM REGRAVA-SENHA
                   END-IF
               END-READ.

       GRAVA-SENHA-NOVA.
