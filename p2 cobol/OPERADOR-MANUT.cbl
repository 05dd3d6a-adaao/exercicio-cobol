           02 SENHA-CONFIRMA PIC X(8) VALUE SPACES.
           02 PERFIL-NOVO PIC X(1) VALUE SPACE.

       01 DADOS-ALTERACAO.
           02 ARQUIVO-ALT PIC X(12) VALUE "arqOperador".
           02 CHAVE-ALT PIC X(20) VALUE SPACES.
           02 CAMPO-ALT PIC X(20) VALUE SPACES.
           02 VALOR-ANTES-ALT PIC X(40) VALUE SPACES.
           02 VALOR-DEPOIS-ALT PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ADMINISTRACAO DO CADASTRO DE OPERADORES".
           NOT INVALID KEY
               DISPLAY "Administrador " OPERADOR-NOVO " cadastrado"
               MOVE OPERADOR-NOVO TO OPERADOR-ID
               PERFORM REGISTRA-INCLUSAO
           END-WRITE.

       LOGIN.
               NOT INVALID KEY
                   DISPLAY "Operador incluido - troca de senha sera "
                       "exigida no primeiro acesso"
                   PERFORM REGISTRA-INCLUSAO
               END-WRITE.

       REGISTRA-INCLUSAO.
           MOVE "PERFIL-OPERADOR" TO CAMPO-ALT.
           MOVE SPACES TO VALOR-ANTES-ALT.
           MOVE PERFIL-OPERADOR TO VALOR-DEPOIS-ALT.
           PERFORM REGISTRA-ALTERACAO.

       REGISTRA-ALTERACAO.
           MOVE OPERADOR-ID-OP TO CHAVE-ALT.
           CALL "REG-ALTERA" USING ARQUIVO-ALT, CHAVE-ALT, CAMPO-ALT,
               VALOR-ANTES-ALT, VALOR-DEPOIS-ALT, OPERADOR-ID.

       CAPTURA-PERFIL.
           MOVE SPACE TO PERFIL-NOVO.
           DISPLAY "Perfil (C=Caixa S=Supervisor A=Administrador): "
               DISPLAY "Perfil atual: " PERFIL-OPERADOR
               PERFORM CAPTURA-PERFIL
               IF PERFIL-NOVO NOT = SPACE
                   MOVE PERFIL-OPERADOR TO VALOR-ANTES-ALT
                   MOVE PERFIL-NOVO TO PERFIL-OPERADOR
                   REWRITE REG-OPERADOR INVALID KEY
                       DISPLAY "Erro ao alterar perfil"
                   NOT INVALID KEY
                       DISPLAY "Perfil alterado pelo operador "
                           OPERADOR-ID
                       MOVE "PERFIL-OPERADOR" TO CAMPO-ALT
                       MOVE PERFIL-OPERADOR TO VALOR-DEPOIS-ALT
                       PERFORM REGISTRA-ALTERACAO
                   END-REWRITE
               END-IF
           END-READ.
               IF NOT OPERADOR-BLOQUEADO-OP
                   DISPLAY "Operador nao esta bloqueado"
               ELSE
                   MOVE STATUS-OPERADOR TO VALOR-ANTES-ALT
                   MOVE ZERO TO TENTATIVAS-SENHA
                   MOVE "A" TO STATUS-OPERADOR
                   REWRITE REG-OPERADOR INVALID KEY
                   NOT INVALID KEY
                       DISPLAY "Operador desbloqueado pelo operador "
                           OPERADOR-ID
                       MOVE "STATUS-OPERADOR" TO CAMPO-ALT
                       MOVE STATUS-OPERADOR TO VALOR-DEPOIS-ALT
                       PERFORM REGISTRA-ALTERACAO
                   END-REWRITE
           END-READ.

                   NOT INVALID KEY
                       DISPLAY "Senha resetada - troca sera exigida "
                           "no proximo acesso"
                       MOVE "SENHA-OPERADOR" TO CAMPO-ALT
                       MOVE SPACES TO VALOR-ANTES-ALT
                       MOVE "RESETADA" TO VALOR-DEPOIS-ALT
                       PERFORM REGISTRA-ALTERACAO
                   END-REWRITE
               END-IF
           END-READ.
