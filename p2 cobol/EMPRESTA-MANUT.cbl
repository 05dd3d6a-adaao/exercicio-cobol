           RECORD KEY IS COD-ID-PRE
           FILE STATUS ARQ-PREAPROV-OK.

           SELECT ARQ-BOLETO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NUM-BOLETO
           FILE STATUS ARQ-BOLETO-OK.

           SELECT ARQ-CONVENIO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CNPJ-CONVENIO
           FILE STATUS ARQ-CONVENIO-OK.

           SELECT ARQ-TITULAR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CHAVE-TITULAR
           ALTERNATE RECORD KEY CPF-TITULAR WITH DUPLICATES
           FILE STATUS ARQ-TITULAR-OK.

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
           02 LIMITE-PRE PIC 9(9)V99.
           02 DATA-CALCULO PIC 9(8).

       FD ARQ-BOLETO LABEL RECORD STANDARD
           DATA RECORD IS R-BOLETO
           VALUE OF FILE-ID IS "BOLETO.DAT".

       01 R-BOLETO.
           02 NUM-BOLETO PIC 9(8).
           02 TIPO-BOLETO PIC X(1).
               88 BOLETO-PARCELA VALUE "P".
               88 BOLETO-TARIFA VALUE "T".
           02 NUM-CONTRATO-BOL PIC 9(6).
           02 COD-ID-BOL PIC 9(8).
           02 VALOR-BOLETO PIC 9(9)V99.
           02 DATA-VENC-BOLETO PIC 9(8).
           02 LINHA-DIGITAVEL PIC X(47).
           02 STATUS-BOLETO PIC X(1).
               88 BOLETO-ABERTO VALUE "A".
               88 BOLETO-PAGO VALUE "P".
               88 BOLETO-VENCIDO VALUE "V".
               88 BOLETO-CANCELADO VALUE "C".
           02 DATA-PAGAMENTO-BOL PIC 9(8).

       FD ARQ-CONVENIO LABEL RECORD STANDARD
           DATA RECORD IS R-CONVENIO
           VALUE OF FILE-ID IS "CONVENIO.DAT".

       01 R-CONVENIO.
           02 CNPJ-CONVENIO PIC 9(14).
           02 NOME-CONVENIO PIC X(40).
           02 MARGEM-CONVENIO PIC 9V99.
           02 STATUS-CONVENIO PIC X(1).
               88 CONVENIO-ATIVO VALUE "A".

       FD ARQ-TITULAR LABEL RECORD STANDARD
           DATA RECORD IS R-TITULAR
           VALUE OF FILE-ID IS "TITULAR.DAT".

       01 R-TITULAR.
           02 CHAVE-TITULAR.
               03 COD-ID-TITULAR PIC 9(8).
               03 CPF-TITULAR PIC 9(11).
           02 TIPO-TITULAR PIC X(1).
           02 DATA-INCLUSAO-TIT PIC 9(8).

       WORKING-STORAGE SECTION.
       01 ARQ-EMPRESTIMO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-OK PIC X(2) VALUE ZEROS.
       01 ARQ-DIAMOV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-PREAPROV-OK PIC X(2) VALUE ZEROS.
       01 ARQ-BOLETO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-CONVENIO-OK PIC X(2) VALUE ZEROS.
       01 ARQ-TITULAR-OK PIC X(2) VALUE ZEROS.
       01 TITULAR-ABERTO PIC 9 VALUE ZERO.
       01 FIM-TITULAR PIC 9 VALUE ZERO.
       01 DIA-ABERTO-OK PIC 9 VALUE ZERO.
       01 DATA-MOVIMENTO-DIA PIC 9(8) VALUE ZEROS.
       01 EOF PIC 9 VALUE ZERO.
           02 SALDO-ANTES PIC S9(9)V99 VALUE ZEROS.
           02 NUM-SEQ-ATUAL PIC 9(9) VALUE ZEROS.
           02 TIPO-MOV-E PIC X(12) VALUE SPACES.
           02 TIPO-NOVO PIC X(1) VALUE SPACE.
           02 CNPJ-NOVO PIC 9(14) VALUE ZEROS.

       01 DADOS-CONSIGNADO.
           02 CONSIGNADO-OK PIC 9 VALUE ZERO.
           02 SALARIO-LIQUIDO PIC 9(9)V99 VALUE ZEROS.
           02 PARCELA-PREVISTA PIC 9(9)V99 VALUE ZEROS.
           02 MARGEM-VALOR PIC 9(9)V99 VALUE ZEROS.
           02 MARGEM-COMPROMETIDA PIC 9(9)V99 VALUE ZEROS.

       01 DADOS-RENEGOCIACAO.
           02 CONTRATO-ANTIGO PIC 9(6) VALUE ZEROS.
           02 PERFIL-SUP PIC X(1) VALUE SPACE.
           02 RESULTADO-SUP PIC 9(1) VALUE ZERO.

       01 DADOS-EXPOSICAO.
           02 CPF-EXPOSICAO PIC 9(11) VALUE ZEROS.
           02 SALDO-EMPRESTIMOS-CPF PIC 9(11)V99 VALUE ZEROS.
           02 LIMITES-CONTA-CPF PIC 9(11)V99 VALUE ZEROS.
           02 PRE-APROVADO-CPF PIC 9(11)V99 VALUE ZEROS.
           02 EXPOSICAO-ATUAL PIC 9(11)V99 VALUE ZEROS.
           02 LIMITE-CPF PIC 9(11)V99 VALUE ZEROS.
           02 ORIGEM-LIMITE PIC X(1) VALUE SPACE.
           02 RESULTADO-EXPOSICAO PIC 9(1) VALUE ZERO.
           02 EXPOSICAO-PROJETADA PIC 9(11)V99 VALUE ZEROS.

       01 DADOS-ALTERACAO.
           02 ARQUIVO-ALT PIC X(12) VALUE "LIMEXPO".
           02 CHAVE-ALT PIC X(20) VALUE SPACES.
           02 CAMPO-ALT PIC X(20) VALUE "EXCESSO EMPRESTIMO".
           02 VALOR-ANTES-ALT PIC X(40) VALUE SPACES.
           02 VALOR-DEPOIS-ALT PIC X(40) VALUE SPACES.

       01 DADOS-QUITACAO.
           02 DATA-SIMULACAO PIC 9(8) VALUE ZEROS.
           02 PARCELAS-FUTURAS PIC 9(3) VALUE ZEROS.
           02 PARCELAS-VENCENDO PIC S9(3) VALUE ZEROS.
           02 PARCELAS-DESCONTADAS PIC 9(3) VALUE ZEROS.
           02 MESES-ATE-SIMULACAO PIC S9(5) VALUE ZEROS.
           02 DIAS-PRIMEIRO-VENC PIC 9(3) VALUE ZEROS.
           02 PRAZO-DIAS-PARCELA PIC 9(5) VALUE ZEROS.
           02 IND-PARCELA PIC 9(3) VALUE ZEROS.
           02 VALOR-PRESENTE-PARCELA PIC 9(9)V99 VALUE ZEROS.
           02 VALOR-PRESENTE-FUTURAS PIC 9(11)V99 VALUE ZEROS.
           02 VALOR-VENCIDO PIC 9(11)V99 VALUE ZEROS.
           02 VALOR-QUITACAO PIC 9(11)V99 VALUE ZEROS.
           02 VALOR-DESCONTO PIC 9(11)V99 VALUE ZEROS.
           02 VALOR-AMORTIZACAO PIC 9(11)V99 VALUE ZEROS.
           02 SALDO-PRESENTE-NOVO PIC 9(11)V99 VALUE ZEROS.
           02 VALOR-PRESENTE-ACUM PIC 9(11)V99 VALUE ZEROS.
           02 NOVA-QTD-PARCELAS PIC 9(3) VALUE ZEROS.
           02 NOVO-VALOR-PARCELA PIC 9(9)V99 VALUE ZEROS.
           02 ESCOLHA-QUITACAO PIC X(1) VALUE SPACE.
           02 ESCOLHA-AMORTIZACAO PIC X(1) VALUE SPACE.
           02 SALDO-DISPONIVEL PIC S9(11)V99 VALUE ZEROS.
           02 BOLETOS-CANCELADOS PIC 9(5) VALUE ZEROS.

       01 DATA-HOJE-R.
           02 ANO-HOJE PIC 9999.
           02 MES-HOJE PIC 99.
           02 DIA-HOJE PIC 99.
       01 DATA-SIMULACAO-R.
           02 ANO-SIMULACAO PIC 9999.
           02 MES-SIMULACAO PIC 99.
           02 DIA-SIMULACAO PIC 99.

       01 DADOS-E.
           02 VALOR-PARCELA-E PIC ZZZ.ZZZ.ZZ9,99.
           02 VALOR-PRINCIPAL-E PIC ZZZ.ZZZ.ZZ9,99.
           02 VALOR-MORA-E PIC ZZZ.ZZZ.ZZ9,99.
           02 SALDO-DEVEDOR-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 LIMITE-PRE-E PIC ZZZ.ZZZ.ZZ9,99.
           02 VALOR-QUITACAO-E PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 NUM-CONSULTA PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
           CLOSE ARQ-CONTA.
           IF ARQ-PREAPROV-OK = "00"
               CLOSE ARQ-PREAPROV.
           CLOSE ARQ-BOLETO.
           IF ARQ-CONVENIO-OK = "00"
               CLOSE ARQ-CONVENIO.
           IF TITULAR-ABERTO = 1
               CLOSE ARQ-TITULAR.
           STOP RUN.

       VERIFICA-DIA-ABERTO.
               DISPLAY "Erro ao abrir EMPRESTIMO.DAT - status "
                   ARQ-EMPRESTIMO-OK
               DISPLAY "Se o arquivo ainda estiver no formato antigo "
                   "execute CONVERTE-EMPRESTIMO / CONVERTE-EMP-CONSIG"
               STOP RUN.
           OPEN I-O ARQ-CONTA.
           IF ARQ-OK NOT = "00"
           IF ARQ-PREAPROV-OK NOT = "00"
               DISPLAY "Aviso: PREAPROV.DAT indisponivel - execute "
                   "PRE-APROVA".
           OPEN I-O ARQ-BOLETO.
           IF ARQ-BOLETO-OK NOT = "00"
               CLOSE ARQ-BOLETO
               OPEN OUTPUT ARQ-BOLETO
               CLOSE ARQ-BOLETO
               OPEN I-O ARQ-BOLETO.
           OPEN INPUT ARQ-CONVENIO.
           MOVE ZERO TO TITULAR-ABERTO.
           OPEN INPUT ARQ-TITULAR.
           IF ARQ-TITULAR-OK = "00"
               MOVE 1 TO TITULAR-ABERTO.

       LOGIN.
           DISPLAY "CONTRATACAO DE EMPRESTIMO PESSOAL".
           DISPLAY "1 - contratar emprestimo".
           DISPLAY "2 - consultar contrato".
           DISPLAY "3 - renegociar contrato em atraso".
           DISPLAY "4 - liquidacao antecipada / amortizacao".
           DISPLAY "9 - sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
               PERFORM CONSULTA-CONTRATO
           WHEN 3
               PERFORM RENEGOCIA
           WHEN 4
               PERFORM LIQUIDACAO-ANTECIPADA
           WHEN 9
               DISPLAY "Saindo do programa"
           WHEN OTHER
           END-READ.

       CAPTURA-CONTRATO.
           DISPLAY "Tipo (P pessoal/C consignado): " WITH NO ADVANCING.
           ACCEPT TIPO-NOVO.
           IF TIPO-NOVO = "c"
               MOVE "C" TO TIPO-NOVO.
           IF TIPO-NOVO NOT = "C"
               MOVE "P" TO TIPO-NOVO.
           MOVE ZEROS TO CNPJ-NOVO.
           DISPLAY "Valor do principal.........: " WITH NO ADVANCING.
           ACCEPT PRINCIPAL-NOVO.
           DISPLAY "Taxa mensal (ex 0,0250)....: " WITH NO ADVANCING.
               OR DIA-NOVO = ZEROS OR DIA-NOVO > 31
               DISPLAY "Dados invalidos - contratacao cancelada"
           ELSE
               MOVE 1 TO CONSIGNADO-OK
               IF TIPO-NOVO = "C"
                   PERFORM CONFERE-CONSIGNADO
               END-IF
               IF CONSIGNADO-OK = 1
                   PERFORM CONFERE-PRE-APROVADO
                   IF OVERRIDE-OK = 1
                       PERFORM CONFERE-EXPOSICAO
                       IF OVERRIDE-OK = 1
                           PERFORM EFETIVA-CONTRATO.

       CONFERE-CONSIGNADO.
           MOVE ZERO TO CONSIGNADO-OK.
           DISPLAY "CNPJ do empregador conveniado: " WITH NO ADVANCING.
           ACCEPT CNPJ-NOVO.
           IF ARQ-CONVENIO-OK NOT = "00"
               DISPLAY "CONVENIO.DAT indisponivel - execute "
                   "CONVENIO-MANUT"
           ELSE
               MOVE CNPJ-NOVO TO CNPJ-CONVENIO
               READ ARQ-CONVENIO INVALID KEY
                   DISPLAY "Empregador sem convenio de consignado"
               NOT INVALID KEY
                   IF NOT CONVENIO-ATIVO
                       DISPLAY "Convenio suspenso - contratacao "
                           "cancelada"
                   ELSE
                       PERFORM CONFERE-MARGEM
                   END-IF
               END-READ.

       CONFERE-MARGEM.
           DISPLAY "Salario liquido mensal.....: " WITH NO ADVANCING.
           ACCEPT SALARIO-LIQUIDO.
           COMPUTE TOTAL-DEVIDO ROUNDED = PRINCIPAL-NOVO *
               (1 + TAXA-NOVA * PARCELAS-NOVAS).
           COMPUTE PARCELA-PREVISTA ROUNDED =
               TOTAL-DEVIDO / PARCELAS-NOVAS.
           COMPUTE MARGEM-VALOR ROUNDED =
               SALARIO-LIQUIDO * MARGEM-CONVENIO.
           MOVE ZEROS TO MARGEM-COMPROMETIDA.
           MOVE ZEROS TO NUM-CONTRATO.
           MOVE ZERO TO EOF.
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN NUM-CONTRATO
               INVALID KEY MOVE 1 TO EOF.
           PERFORM SOMA-CONSIGNADOS-CONTA UNTIL EOF = 1.
           MOVE PARCELA-PREVISTA TO VALOR-PARCELA-E.
           DISPLAY "Parcela prevista...........: " VALOR-PARCELA-E.
           MOVE MARGEM-COMPROMETIDA TO VALOR-PARCELA-E.
           DISPLAY "Margem ja comprometida.....: " VALOR-PARCELA-E.
           MOVE MARGEM-VALOR TO VALOR-PARCELA-E.
           DISPLAY "Margem consignavel.........: " VALOR-PARCELA-E.
           IF PARCELA-PREVISTA + MARGEM-COMPROMETIDA > MARGEM-VALOR
               DISPLAY "Parcela excede a margem consignavel - "
                   "contratacao cancelada"
           ELSE
               MOVE 1 TO CONSIGNADO-OK.

       SOMA-CONSIGNADOS-CONTA.
           READ ARQ-EMPRESTIMO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF CONTRATO-ATIVO AND EMPRESTIMO-CONSIGNADO
                   AND COD-ID-CONTRATO = COD-ID-NOVO
                   ADD VALOR-PARCELA TO MARGEM-COMPROMETIDA.

       CONFERE-PRE-APROVADO.
           MOVE ZERO TO OVERRIDE-OK.
           ELSE
               DISPLAY "Aprovacao negada - contratacao cancelada".

       CONFERE-EXPOSICAO.
           MOVE COD-CLIENTE TO CPF-EXPOSICAO.
           PERFORM CONFERE-EXPOSICAO-CPF.
           IF OVERRIDE-OK = 1 AND TITULAR-ABERTO = 1
               MOVE COD-ID-NOVO TO COD-ID-TITULAR
               MOVE ZEROS TO CPF-TITULAR
               MOVE ZERO TO FIM-TITULAR
               START ARQ-TITULAR KEY IS NOT LESS THAN CHAVE-TITULAR
                   INVALID KEY MOVE 1 TO FIM-TITULAR
               END-START
               PERFORM CONFERE-EXPOSICAO-TITULAR
                   UNTIL FIM-TITULAR = 1 OR OVERRIDE-OK = 0.

       CONFERE-EXPOSICAO-TITULAR.
           READ ARQ-TITULAR NEXT RECORD AT END MOVE 1 TO FIM-TITULAR.
           IF FIM-TITULAR = 0
               IF COD-ID-TITULAR NOT = COD-ID-NOVO
                   MOVE 1 TO FIM-TITULAR
               ELSE
                   IF CPF-TITULAR NOT = COD-CLIENTE
                       MOVE CPF-TITULAR TO CPF-EXPOSICAO
                       DISPLAY "Co-titular CPF " CPF-EXPOSICAO
                       PERFORM CONFERE-EXPOSICAO-CPF.

       CONFERE-EXPOSICAO-CPF.
           CALL "EXPOSICAO-CPF" USING CPF-EXPOSICAO,
               SALDO-EMPRESTIMOS-CPF, LIMITES-CONTA-CPF,
               PRE-APROVADO-CPF, EXPOSICAO-ATUAL, LIMITE-CPF,
               ORIGEM-LIMITE, RESULTADO-EXPOSICAO.
           IF RESULTADO-EXPOSICAO NOT = ZERO
               DISPLAY "Exposicao do CPF nao apurada - contratacao "
                   "cancelada"
               MOVE ZERO TO OVERRIDE-OK
           ELSE
               COMPUTE TOTAL-DEVIDO ROUNDED = PRINCIPAL-NOVO *
                   (1 + TAXA-NOVA * PARCELAS-NOVAS)
               COMPUTE EXPOSICAO-PROJETADA =
                   EXPOSICAO-ATUAL + TOTAL-DEVIDO
               IF LIMITE-CPF > ZEROS
                   AND EXPOSICAO-PROJETADA > LIMITE-CPF
                   PERFORM MOSTRA-EXPOSICAO
                   PERFORM LIBERA-EXCESSO-EXPOSICAO.

       MOSTRA-EXPOSICAO.
           MOVE EXPOSICAO-ATUAL TO SALDO-DEVEDOR-E.
           DISPLAY "Exposicao atual do CPF....: " SALDO-DEVEDOR-E.
           MOVE EXPOSICAO-PROJETADA TO SALDO-DEVEDOR-E.
           DISPLAY "Exposicao com o contrato..: " SALDO-DEVEDOR-E.
           MOVE LIMITE-CPF TO SALDO-DEVEDOR-E.
           DISPLAY "Limite de exposicao do CPF: " SALDO-DEVEDOR-E.

       LIBERA-EXCESSO-EXPOSICAO.
           IF PERFIL-OPER = "S" OR PERFIL-OPER = "A"
               DISPLAY "Limite de exposicao excedido - liberado pelo "
                   "perfil do operador"
               MOVE OPERADOR-ID TO SUPERVISOR-ID
               PERFORM REGISTRA-EXCESSO
           ELSE
               PERFORM PEDE-OVERRIDE-EXPOSICAO.

       PEDE-OVERRIDE-EXPOSICAO.
           MOVE ZERO TO OVERRIDE-OK.
           DISPLAY "Limite de exposicao do CPF excedido - aprovacao "
               "de supervisor necessaria".
           DISPLAY "Codigo do supervisor: " WITH NO ADVANCING.
           ACCEPT SUPERVISOR-ID.
           DISPLAY "Senha: " WITH NO ADVANCING.
           ACCEPT SENHA-SUP.
           MOVE "S" TO PERFIL-SUP-MINIMO.
           CALL "VALIDA-OPER" USING SUPERVISOR-ID, SENHA-SUP,
               PERFIL-SUP-MINIMO, PERFIL-SUP, RESULTADO-SUP.
           IF RESULTADO-SUP = ZERO
               DISPLAY "Contratacao liberada pelo supervisor "
                   SUPERVISOR-ID
               MOVE 1 TO OVERRIDE-OK
               PERFORM REGISTRA-EXCESSO
           ELSE
               DISPLAY "Aprovacao negada - contratacao cancelada".

       REGISTRA-EXCESSO.
           MOVE CPF-EXPOSICAO TO CHAVE-ALT.
           MOVE EXPOSICAO-ATUAL TO SALDO-DEVEDOR-E.
           MOVE SALDO-DEVEDOR-E TO VALOR-ANTES-ALT.
           MOVE EXPOSICAO-PROJETADA TO SALDO-DEVEDOR-E.
           MOVE SALDO-DEVEDOR-E TO VALOR-DEPOIS-ALT.
           CALL "REG-ALTERA" USING ARQUIVO-ALT, CHAVE-ALT, CAMPO-ALT,
               VALOR-ANTES-ALT, VALOR-DEPOIS-ALT, SUPERVISOR-ID.

       EFETIVA-CONTRATO.
           PERFORM PROXIMO-NUMERO.
           MOVE PROXIMO-CONTRATO TO NUM-CONTRATO.
           MOVE ZEROS TO DATA-ULT-MORA.
           MOVE ZEROS TO NUM-CONTRATO-ORIGEM.
           MOVE "A" TO STATUS-CONTRATO.
           MOVE TIPO-NOVO TO TIPO-EMPRESTIMO.
           MOVE CNPJ-NOVO TO CNPJ-CONVENIO-EMP.
           WRITE R-EMPRESTIMO INVALID KEY
               DISPLAY "Erro ao gravar contrato"
           NOT INVALID KEY
                   DISPLAY "RENEGOCIADO DE..: " NUM-CONTRATO-ORIGEM
               END-IF
               DISPLAY "STATUS..........: " STATUS-CONTRATO
               IF EMPRESTIMO-CONSIGNADO
                   DISPLAY "CONSIGNADO CNPJ.: " CNPJ-CONVENIO-EMP
               END-IF
           END-READ.

       RENEGOCIA.
       CAPTURA-RENEGOCIACAO.
           MOVE NUM-CONTRATO TO CONTRATO-ANTIGO.
           MOVE COD-ID-CONTRATO TO COD-ID-NOVO.
           MOVE TIPO-EMPRESTIMO TO TIPO-NOVO.
           MOVE CNPJ-CONVENIO-EMP TO CNPJ-NOVO.
           COMPUTE SALDO-DEVEDOR-RENEG =
               (NUM-PARCELAS - PARCELAS-PAGAS) * VALOR-PARCELA
               + VALOR-MORA.
           MOVE ZEROS TO DATA-ULT-MORA.
           MOVE CONTRATO-ANTIGO TO NUM-CONTRATO-ORIGEM.
           MOVE "A" TO STATUS-CONTRATO.
           MOVE TIPO-NOVO TO TIPO-EMPRESTIMO.
           MOVE CNPJ-NOVO TO CNPJ-CONVENIO-EMP.
           WRITE R-EMPRESTIMO INVALID KEY
               DISPLAY "Erro ao gravar o novo contrato"
           NOT INVALID KEY
               END-REWRITE
           END-READ.

       LIQUIDACAO-ANTECIPADA.
           DISPLAY "Numero do contrato: " WITH NO ADVANCING.
           ACCEPT NUM-CONSULTA.
           MOVE NUM-CONSULTA TO NUM-CONTRATO.
           READ ARQ-EMPRESTIMO INVALID KEY
               DISPLAY "Contrato nao encontrado"
           NOT INVALID KEY
               IF NOT CONTRATO-ATIVO
                   DISPLAY "Contrato nao esta ativo - status "
                       STATUS-CONTRATO
               ELSE
                   PERFORM CAPTURA-SIMULACAO
           END-READ.

       CAPTURA-SIMULACAO.
           DISPLAY "Data da quitacao (AAAAMMDD, 0 = hoje): "
               WITH NO ADVANCING.
           ACCEPT DATA-SIMULACAO.
           IF DATA-SIMULACAO = ZEROS
               MOVE DATA-MOVIMENTO-DIA TO DATA-SIMULACAO.
           IF DATA-SIMULACAO < DATA-MOVIMENTO-DIA
               DISPLAY "Data anterior ao dia de movimento"
           ELSE
               PERFORM CALCULA-QUITACAO
               PERFORM MOSTRA-QUITACAO
               IF DATA-SIMULACAO NOT = DATA-MOVIMENTO-DIA
                   DISPLAY "Simulacao para data futura - efetivacao "
                       "somente na propria data"
               ELSE
                   PERFORM ESCOLHE-QUITACAO.

       CALCULA-QUITACAO.
           MOVE DATA-MOVIMENTO-DIA TO DATA-HOJE-R.
           MOVE DATA-SIMULACAO TO DATA-SIMULACAO-R.
           COMPUTE PARCELAS-FUTURAS =
               NUM-PARCELAS - PARCELAS-PAGAS - PARCELAS-ATRASO.
           COMPUTE MESES-ATE-SIMULACAO =
               (ANO-SIMULACAO * 12 + MES-SIMULACAO) -
               (ANO-HOJE * 12 + MES-HOJE).
           MOVE MESES-ATE-SIMULACAO TO PARCELAS-VENCENDO.
           IF DIA-SIMULACAO NOT < DIA-VENC-CONTRATO
               ADD 1 TO PARCELAS-VENCENDO.
           IF DIA-HOJE > DIA-VENC-CONTRATO
               SUBTRACT 1 FROM PARCELAS-VENCENDO.
           IF PARCELAS-VENCENDO < ZEROS
               MOVE ZEROS TO PARCELAS-VENCENDO.
           IF PARCELAS-VENCENDO > PARCELAS-FUTURAS
               MOVE PARCELAS-FUTURAS TO PARCELAS-VENCENDO.
           COMPUTE PARCELAS-DESCONTADAS =
               PARCELAS-FUTURAS - PARCELAS-VENCENDO.
           IF DIA-SIMULACAO < DIA-VENC-CONTRATO
               COMPUTE DIAS-PRIMEIRO-VENC =
                   DIA-VENC-CONTRATO - DIA-SIMULACAO
           ELSE
               COMPUTE DIAS-PRIMEIRO-VENC =
                   30 - DIA-SIMULACAO + DIA-VENC-CONTRATO.
           COMPUTE VALOR-VENCIDO =
               (PARCELAS-ATRASO + PARCELAS-VENCENDO) * VALOR-PARCELA
               + VALOR-MORA.
           MOVE ZEROS TO VALOR-PRESENTE-FUTURAS.
           MOVE ZEROS TO IND-PARCELA.
           PERFORM DESCONTA-PARCELA
               UNTIL IND-PARCELA NOT < PARCELAS-DESCONTADAS.
           COMPUTE VALOR-QUITACAO =
               VALOR-VENCIDO + VALOR-PRESENTE-FUTURAS.
           COMPUTE VALOR-DESCONTO =
               PARCELAS-DESCONTADAS * VALOR-PARCELA
               - VALOR-PRESENTE-FUTURAS.

       DESCONTA-PARCELA.
           PERFORM CALCULA-VALOR-PRESENTE.
           ADD VALOR-PRESENTE-PARCELA TO VALOR-PRESENTE-FUTURAS.
           ADD 1 TO IND-PARCELA.

       CALCULA-VALOR-PRESENTE.
           COMPUTE PRAZO-DIAS-PARCELA =
               DIAS-PRIMEIRO-VENC + 30 * IND-PARCELA.
           COMPUTE VALOR-PRESENTE-PARCELA ROUNDED =
               VALOR-PARCELA /
               (1 + TAXA-CONTRATO * PRAZO-DIAS-PARCELA / 30).

       MOSTRA-QUITACAO.
           DISPLAY " ".
           DISPLAY "CONTRATO..................: " NUM-CONTRATO.
           DISPLAY "DATA DA QUITACAO..........: " DATA-SIMULACAO.
           DISPLAY "PARCELAS EM ATRASO........: " PARCELAS-ATRASO.
           DISPLAY "VENCENDO ATE A DATA.......: " PARCELAS-VENCENDO.
           MOVE VALOR-VENCIDO TO VALOR-QUITACAO-E.
           DISPLAY "VENCIDO + MULTA E MORA....: " VALOR-QUITACAO-E.
           DISPLAY "PARCELAS A VENCER.........: " PARCELAS-DESCONTADAS.
           MOVE VALOR-PRESENTE-FUTURAS TO VALOR-QUITACAO-E.
           DISPLAY "A VENCER (VALOR PRESENTE).: " VALOR-QUITACAO-E.
           MOVE VALOR-DESCONTO TO VALOR-QUITACAO-E.
           DISPLAY "DESCONTO DE JUROS FUTUROS.: " VALOR-QUITACAO-E.
           MOVE VALOR-QUITACAO TO VALOR-QUITACAO-E.
           DISPLAY "VALOR PARA QUITACAO.......: " VALOR-QUITACAO-E.

       ESCOLHE-QUITACAO.
           DISPLAY "L - liquidar / P - amortizar parcialmente / "
               "N - apenas simular: " WITH NO ADVANCING.
           ACCEPT ESCOLHA-QUITACAO.
           EVALUATE ESCOLHA-QUITACAO
           WHEN "L"
           WHEN "l"
               PERFORM EFETIVA-LIQUIDACAO
           WHEN "P"
           WHEN "p"
               PERFORM CAPTURA-AMORTIZACAO
           WHEN OTHER
               DISPLAY "Simulacao encerrada sem efetivacao".

       LE-CONTA-CONTRATO.
           MOVE COD-ID-CONTRATO TO COD-ID.
           READ ARQ-CONTA INVALID KEY
               MOVE ZEROS TO SALDO-DISPONIVEL
               DISPLAY "Conta vinculada nao encontrada"
           NOT INVALID KEY
               IF NOT CONTA-ATIVA
                   MOVE ZEROS TO SALDO-DISPONIVEL
                   DISPLAY "Conta vinculada nao esta ativa"
               ELSE
                   COMPUTE SALDO-DISPONIVEL = SALDO + LIMITE
               END-IF
           END-READ.

       EFETIVA-LIQUIDACAO.
           PERFORM LE-CONTA-CONTRATO.
           IF SALDO-DISPONIVEL < VALOR-QUITACAO
               DISPLAY "Saldo insuficiente na conta vinculada - "
                   "liquidacao cancelada"
           ELSE
               MOVE SALDO TO SALDO-ANTES
               SUBTRACT VALOR-QUITACAO FROM SALDO
               MOVE "LIQUID EMP" TO TIPO-MOV-E
               PERFORM DEBITA-CONTA-CONTRATO
               MOVE NUM-PARCELAS TO PARCELAS-PAGAS
               MOVE ZEROS TO PARCELAS-ATRASO
               MOVE ZEROS TO VALOR-MORA
               MOVE ZEROS TO DATA-PRIM-ATRASO
               MOVE DATA-MOVIMENTO-DIA TO DATA-ULT-COBRANCA
               MOVE "L" TO STATUS-CONTRATO
               REWRITE R-EMPRESTIMO INVALID KEY
                   DISPLAY "Erro ao liquidar contrato " NUM-CONTRATO
               END-REWRITE
               PERFORM CANCELA-BOLETOS-CONTRATO
               MOVE VALOR-QUITACAO TO VALOR-QUITACAO-E
               DISPLAY "Contrato " NUM-CONTRATO " liquidado - valor "
                   "debitado " VALOR-QUITACAO-E.

       DEBITA-CONTA-CONTRATO.
           CALL "REG-EXTR" USING BY REFERENCE COD-ID, SALDO-ANTES,
               SALDO, TIPO-MOV-E, OPERADOR-ID, NUM-SEQ-ATUAL.
           MOVE NUM-SEQ-ATUAL TO ULTIMO-NUM-SEQ.
           REWRITE REG-ARQAGENCIA INVALID KEY
               DISPLAY "Erro ao debitar a conta " COD-ID.

       CAPTURA-AMORTIZACAO.
           IF PARCELAS-ATRASO > ZEROS OR VALOR-MORA > ZEROS
               OR PARCELAS-VENCENDO > ZEROS
               DISPLAY "Contrato com parcela vencida ou vencendo hoje "
                   "- regularize antes de amortizar"
           ELSE
               DISPLAY "Valor da amortizacao......: "
                   WITH NO ADVANCING
               ACCEPT VALOR-AMORTIZACAO
               IF VALOR-AMORTIZACAO = ZEROS
                   OR VALOR-AMORTIZACAO NOT < VALOR-PRESENTE-FUTURAS
                   DISPLAY "Valor invalido - para quitar o saldo "
                       "use a liquidacao"
               ELSE
                   DISPLAY "V - reduzir valor da parcela / "
                       "Q - reduzir quantidade de parcelas: "
                       WITH NO ADVANCING
                   ACCEPT ESCOLHA-AMORTIZACAO
                   PERFORM RECALCULA-CONTRATO.

       RECALCULA-CONTRATO.
           COMPUTE SALDO-PRESENTE-NOVO =
               VALOR-PRESENTE-FUTURAS - VALOR-AMORTIZACAO.
           MOVE ZEROS TO NOVA-QTD-PARCELAS.
           EVALUATE ESCOLHA-AMORTIZACAO
           WHEN "V"
           WHEN "v"
               MOVE PARCELAS-DESCONTADAS TO NOVA-QTD-PARCELAS
               COMPUTE NOVO-VALOR-PARCELA ROUNDED =
                   VALOR-PARCELA * SALDO-PRESENTE-NOVO
                   / VALOR-PRESENTE-FUTURAS
           WHEN "Q"
           WHEN "q"
               MOVE ZEROS TO VALOR-PRESENTE-ACUM
               MOVE ZEROS TO IND-PARCELA
               PERFORM ACUMULA-PRAZO-NOVO
                   UNTIL VALOR-PRESENTE-ACUM NOT < SALDO-PRESENTE-NOVO
               MOVE IND-PARCELA TO NOVA-QTD-PARCELAS
               COMPUTE NOVO-VALOR-PARCELA ROUNDED =
                   VALOR-PARCELA * SALDO-PRESENTE-NOVO
                   / VALOR-PRESENTE-ACUM
           WHEN OTHER
               DISPLAY "Opcao invalida - amortizacao cancelada"
           END-EVALUATE.
           IF NOVA-QTD-PARCELAS > ZEROS
               PERFORM EFETIVA-AMORTIZACAO.

       ACUMULA-PRAZO-NOVO.
           PERFORM CALCULA-VALOR-PRESENTE.
           ADD VALOR-PRESENTE-PARCELA TO VALOR-PRESENTE-ACUM.
           ADD 1 TO IND-PARCELA.

       EFETIVA-AMORTIZACAO.
           MOVE NOVO-VALOR-PARCELA TO VALOR-PARCELA-E.
           DISPLAY "Novo plano: " NOVA-QTD-PARCELAS
               " parcelas restantes de " VALOR-PARCELA-E.
           PERFORM LE-CONTA-CONTRATO.
           IF SALDO-DISPONIVEL < VALOR-AMORTIZACAO
               DISPLAY "Saldo insuficiente na conta vinculada - "
                   "amortizacao cancelada"
           ELSE
               MOVE SALDO TO SALDO-ANTES
               SUBTRACT VALOR-AMORTIZACAO FROM SALDO
               MOVE "AMORTIZ EMP" TO TIPO-MOV-E
               PERFORM DEBITA-CONTA-CONTRATO
               COMPUTE NUM-PARCELAS =
                   PARCELAS-PAGAS + NOVA-QTD-PARCELAS
               MOVE NOVO-VALOR-PARCELA TO VALOR-PARCELA
               REWRITE R-EMPRESTIMO INVALID KEY
                   DISPLAY "Erro ao atualizar contrato " NUM-CONTRATO
               END-REWRITE
               PERFORM CANCELA-BOLETOS-CONTRATO
               MOVE VALOR-AMORTIZACAO TO VALOR-QUITACAO-E
               DISPLAY "Amortizacao de " VALOR-QUITACAO-E
                   " registrada no contrato " NUM-CONTRATO.

       CANCELA-BOLETOS-CONTRATO.
           MOVE ZEROS TO BOLETOS-CANCELADOS.
           MOVE ZEROS TO NUM-BOLETO.
           MOVE ZERO TO EOF.
           START ARQ-BOLETO KEY IS NOT LESS THAN NUM-BOLETO
               INVALID KEY MOVE 1 TO EOF.
           PERFORM CANCELA-BOLETOS-LE UNTIL EOF = 1.
           IF BOLETOS-CANCELADOS > ZEROS
               DISPLAY "Boletos de parcela cancelados: "
                   BOLETOS-CANCELADOS.

       CANCELA-BOLETOS-LE.
           READ ARQ-BOLETO NEXT RECORD AT END MOVE 1 TO EOF.
           IF EOF = 0
               IF BOLETO-PARCELA
                   AND NUM-CONTRATO-BOL = NUM-CONTRATO
                   AND (BOLETO-ABERTO OR BOLETO-VENCIDO)
                   MOVE "C" TO STATUS-BOLETO
                   REWRITE R-BOLETO INVALID KEY
                       DISPLAY "Erro ao cancelar boleto " NUM-BOLETO
                   END-REWRITE
                   ADD 1 TO BOLETOS-CANCELADOS.

       END PROGRAM EMPRESTA-MANUT.
