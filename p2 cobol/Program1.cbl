           record key chave-bloqueio
           file status arq-bloqueio-status.

           select arq-chqdep assign to disk
           organization indexed
           access mode dynamic
           lock mode is automatic
           record key chave-chqdep
           file status arq-chqdep-status.

           select arq-pix assign to disk
           organization indexed
           access mode dynamic
           record key chave-pix
           file status arq-pix-status.

           select arq-pixrec assign to disk
           organization line sequential
           file status arq-pixrec-status.

           select arq-titular assign to disk
           organization indexed
           access mode dynamic
           alternate record key cpf-titular with duplicates
           file status arq-titular-status.

           select arq-emprestimo assign to disk
           organization indexed
           access mode dynamic
           record key num-contrato
           file status arq-emprestimo-status.

           select arq-preaprov assign to disk
           organization indexed
           access mode dynamic
           record key cod-id-pre
           file status arq-preaprov-status.

       data division.
       file section.
       FD arq-conta label record standard
           02 valor-bloqueado pic 9(9)v99.
           02 data-bloqueio pic 9(8).

       FD arq-chqdep label record standard
           data record is reg-chqdep
           value of file-id is "CHQDEP.DAT".

       01 reg-chqdep.
           02 chave-chqdep.
               03 cod-id-chqdep pic 9(8).
               03 num-deposito pic 9(9).
           02 banco-sacado pic 9(3).
           02 agencia-sacada pic 9(4).
           02 conta-sacada pic 9(10).
           02 num-cheque-dep pic 9(6).
           02 valor-cheque-dep pic 9(9)v99.
           02 data-deposito pic 9(8).
           02 data-liberacao pic 9(8).
           02 status-chqdep pic x(1).
               88 cheque-bloqueado value "B".
           02 data-remessa pic 9(8).
           02 data-baixa-chqdep pic 9(8).
           02 alinea-devolucao pic x(2).
           02 operador-chqdep pic x(8).
           02 num-seq-chqdep pic 9(9).

       FD arq-pix label record standard
           data record is reg-pix
           value of file-id is "PIXCHAVE.DAT".
               88 chave-pix-ativa value "A".
               88 chave-pix-revogada value "R".

       FD arq-pixrec label record standard
           value of file-id is "PIX_RECEBIDOS.TXT".

       01 linha-pixrec pic x(43).

       FD arq-titular label record standard
           data record is reg-titular
           value of file-id is "TITULAR.DAT".
               88 co-titular value "C".
           02 data-inclusao-tit pic 9(8).

       FD arq-emprestimo label record standard
           data record is reg-emprestimo
           value of file-id is "EMPRESTIMO.DAT".

       01 reg-emprestimo.
           02 num-contrato pic 9(6).
           02 cod-id-contrato pic 9(8).
           02 valor-principal pic 9(9)v99.
           02 taxa-contrato pic 9v9999.
           02 num-parcelas pic 9(3).
           02 valor-parcela pic 9(9)v99.
           02 dia-venc-contrato pic 99.
           02 parcelas-pagas pic 9(3).
           02 parcelas-atraso pic 9(3).
           02 data-contratacao pic 9(8).
           02 data-ult-cobranca pic 9(8).
           02 valor-mora pic 9(9)v99.
           02 data-prim-atraso pic 9(8).
           02 data-ult-mora pic 9(8).
           02 num-contrato-origem pic 9(6).
           02 status-contrato pic x(1).
               88 contrato-ativo value "A".
           02 tipo-emprestimo pic x(1).
           02 cnpj-convenio-emp pic 9(14).

       FD arq-preaprov label record standard
           data record is reg-preaprov
           value of file-id is "PREAPROV.DAT".

       01 reg-preaprov.
           02 cod-id-pre pic 9(8).
           02 limite-pre pic 9(9)v99.
           02 data-calculo pic 9(8).

       working-storage section.
       
       01 reg-arqAgencia-e.

       01 dados-dia-movimento.
           02 dia-aberto-ok pic 9 value zero.
           02 data-mov-aberto pic 9(8) value zeros.

       01 dados-estorno.
           02 num-seq-estornar pic 9(9) value zeros.
           02 total-bloqueado pic s9(9)v99 value zeros.
           02 total-bloqueado-e pic -zzz.zzz.zz9,99 value zeros.
           02 fim-arq-bloqueio pic 9 value zero.
           02 arq-chqdep-status pic x(2) value zeros.
           02 fim-arq-chqdep pic 9 value zero.

       01 dados-autorizacao.
           02 teto-vigente pic 9(9)v99 value zeros.
           02 arq-pix-status pic x(2) value zeros.
           02 opcao-pix pic 9(1) value zeros.
           02 chave-pix-e pic x(32) value spaces.
           02 arq-pixrec-status pic x(2) value zeros.
           02 banco-pagador-pix pic 9(3) value zeros.
           02 banco-proprio-pix pic 9(3) value 001.

       01 linha-pixrec-e.
           02 data-pixrec pic 9(8).
           02 filler pic x(1) value space.
           02 banco-pixrec pic 9(3).
           02 filler pic x(1) value space.
           02 cod-id-pixrec pic 9(8).
           02 filler pic x(1) value space.
           02 valor-pixrec pic 9(9)v99.
           02 filler pic x(1) value space.
           02 num-seq-pixrec pic 9(9).

       01 dados-agencia.
           02 nome-agencia pic x(30) value spaces.
           02 situacao-agencia pic 9(1) value zeros.
               88 agencia-nao-cadastrada value 1.
               88 agencia-encerrada value 2.
           02 entrada-agencia pic 9(4) value zeros.
           02 entrada-conta pic 9(4) value zeros.
           02 cod-id-informado pic 9(8) value zeros.
           02 conta-resolvida pic 9(1) value zeros.

       01 dados-triagem.
           02 acao-triagem pic 9(1) value zeros.
           02 cpf-triagem pic 9(11) value zeros.
           02 resultado-triagem pic 9(1) value zeros.
           02 origem-triagem pic x(15) value spaces.
           02 cod-id-triagem pic 9(8) value zeros.
           02 valor-triagem pic 9(9)v99 value zeros.
           02 decisao-triagem pic x(20) value spaces.
           02 triagem-liberada pic 9 value zero.
           02 lista-triagem pic x(1) value space.
           02 cpf-listado pic 9(11) value zeros.
           02 cpf-pagador-pix pic 9(11) value zeros.
           02 num-retencao pic 9(6) value zeros.
           02 supervisor-pep pic x(8) value spaces.
           02 senha-supervisor-pep pic x(8) value spaces.
           02 perfil-minimo-pep pic x(1) value "S".
           02 perfil-supervisor-pep pic x(1) value space.
           02 resultado-pep pic 9(1) value zero.

       01 dados-alteracao.
           02 arquivo-alt pic x(12) value spaces.
           02 chave-alt pic x(20) value spaces.
           02 campo-alt pic x(20) value spaces.
           02 valor-antes-alt pic x(40) value spaces.
           02 valor-depois-alt pic x(40) value spaces.

       01 dados-exposicao.
           02 cpf-exposicao pic 9(11) value zeros.
           02 saldo-emprestimos-cpf pic 9(11)v99 value zeros.
           02 limites-conta-cpf pic 9(11)v99 value zeros.
           02 pre-aprovado-cpf pic 9(11)v99 value zeros.
           02 exposicao-atual pic 9(11)v99 value zeros.
           02 limite-cpf pic 9(11)v99 value zeros.
           02 origem-limite pic x(1) value space.
           02 resultado-exposicao pic 9(1) value zeros.
           02 exposicao-projetada pic 9(11)v99 value zeros.
           02 exposicao-liberada pic 9 value zero.
           02 exposicao-e pic zz.zzz.zzz.zz9,99.
           02 supervisor-exposicao pic x(8) value spaces.
           02 senha-supervisor-exp pic x(8) value spaces.
           02 perfil-minimo-exp pic x(1) value "S".
           02 perfil-supervisor-exp pic x(1) value space.
           02 resultado-exp pic 9(1) value zero.
           02 motivo-exposicao pic x(20) value spaces.
           02 exposicao-conta pic 9(11)v99 value zeros.
           02 saldo-contrato pic 9(11)v99 value zeros.
           02 fim-arq-emprestimo pic 9 value zero.
           02 arq-emprestimo-status pic x(2) value zeros.
           02 arq-preaprov-status pic x(2) value zeros.

       01 dados-dv.
           02 dv-conta pic 9(1) value zeros.
           02 num-comprov pic 9(9) value zeros.
           02 num-comprov-e pic zzzzzzzz9 value zeros.

       01 dados-pendencia.
           02 acao-pend pic 9(1) value 2.
           02 origem-pend pic x(15) value spaces.
           02 referencia-pend pic x(12) value spaces.
           02 tipo-mov-pend pic x(12) value spaces.
           02 valor-pend pic 9(9)v99 value zeros.
           02 destino-pend pic 9(8) value zeros.

       01 dados-limite-dia.
           02 tipo-oper-lim pic x(1) value space.
           02 valor-oper-lim pic 9(9)v99 value zeros.
           02 resultado-lim pic 9(1) value zeros.

       01 dados-fraude.
           02 tipo-fraude pic x(1) value space.
           02 cod-id-destino-fraude pic 9(8) value zeros.
           02 chave-pix-fraude pic x(32) value spaces.
           02 banco-fraude pic 9(3) value zeros.
           02 agencia-fraude pic 9(4) value zeros.
           02 conta-fraude pic 9(10) value zeros.
           02 cpf-fraude pic 9(11) value zeros.
           02 pontuacao-fraude pic 9(3) value zeros.
           02 resultado-fraude pic 9(1) value zeros.
           02 num-fraude pic 9(6) value zeros.
           02 num-fraude-e pic zzzzz9.

       01 dados-titularidade.
           02 arq-titular-status pic x(2) value zeros.
           02 cpf-co-titular pic 9(11) value zeros.
               not invalid key
                   if dia-mov-aberto
                       move 1 to dia-aberto-ok
                       move data-movimento to data-mov-aberto
                   end-if
               end-read
               close arq-diamov.
                   arq-bloqueio-status at 0101
               stop run.

           open i-o arq-chqdep.
           if arq-chqdep-status = "35"
               close arq-chqdep
               open output arq-chqdep
               close arq-chqdep
               open i-o arq-chqdep.
           if arq-chqdep-status not = "00"
               display "Erro ao abrir CHQDEP.DAT - status "
                   arq-chqdep-status at 0101
               stop run.

           open i-o arq-pix.
           if arq-pix-status = "35"
               close arq-pix
           move 1507 to entrada.
           perform testa-saldo.
           perform chama-validarCPF.
           perform triagem-abertura.
           perform verifica-cpf-duplicado.
           perform verifica-cliente.
           move 1725 to entrada.
           perform testa-limite.
           perform confere-exposicao-abertura.
           move 1840 to entrada.
           perform testa-tipo-conta.
           move "A" to status-conta.
           perform inserir.
          
       testa-cod-agencia.
           move entrada to entrada-agencia.
           accept cod-agencia-e at entrada.
           move cod-agencia-e to cod-agencia.
           if cod-agencia= zeros                                        
               display "Codigo nao pode ser igual a zero" at limpar     
               perform testa-cod-agencia
           else
               perform busca-agencia
               if agencia-nao-cadastrada
                   display "Agencia nao cadastrada" at limpar
                   perform testa-cod-agencia.
           display spaces at limpar.                                    

       busca-agencia.
           call "BUSCA-AGENCIA" using cod-agencia, nome-agencia,
               situacao-agencia.

       testa-cod-conta-corrente.
           accept cod-conta-corrente-e at entrada.
           move cod-conta-corrente-e to cod-conta-corrente.
           if cod-conta-corrente=zeros
               display "Codigo nao pode ser igual a zero" at limpar
               perform testa-cod-conta-corrente
           else
               display spaces at limpar
               perform resolve-conta-transferida.

       resolve-conta-transferida.
           move cod-id to cod-id-informado.
           call "RESOLVE-CONTA" using cod-id, conta-resolvida.
           if conta-resolvida = 1
               perform busca-agencia
               move cod-agencia to cod-agencia-e
               move cod-conta-corrente to cod-conta-corrente-e
               display cod-agencia-e at entrada-agencia
               display cod-conta-corrente-e at entrada
               display "Conta transferida - exibido o numero atual"
                   at limpar.
           if agencia-encerrada
               display "Agencia encerrada - informe outra agencia"
                   at limpar
               move entrada to entrada-conta
               move entrada-agencia to entrada
               perform testa-cod-agencia
               move entrada-conta to entrada
               perform testa-cod-conta-corrente.
           
       testa-cod-id.
           read arq-conta invalid key display spaces at 2001
               perform testa-limite.
           display spaces at limpar.

       confere-exposicao-abertura.
           move 1 to exposicao-liberada.
           move "EXCESSO ABERTURA" to motivo-exposicao.
           if limite > zeros
               move cod-cliente to cpf-exposicao
               call "EXPOSICAO-CPF" using cpf-exposicao,
                   saldo-emprestimos-cpf, limites-conta-cpf,
                   pre-aprovado-cpf, exposicao-atual, limite-cpf,
                   origem-limite, resultado-exposicao
               if resultado-exposicao not = zero
                   display "Exposicao do CPF nao apurada" at 2601
                   move 0 to exposicao-liberada
               else
                   compute exposicao-projetada =
                       exposicao-atual + limite
                   if limite-cpf > zeros
                       and exposicao-projetada > limite-cpf
                       perform autoriza-exposicao.
           if exposicao-liberada = 0
               display "Limite excede a exposicao maxima do CPF - "
                   "informe outro limite" at limpar
               perform testa-limite
               display spaces at 2601
               perform confere-exposicao-abertura.

       autoriza-exposicao.
           move limite-cpf to exposicao-e.
           display "Exposicao do CPF acima do limite de " at 2601.
           display exposicao-e at 2637.
           if operador-supervisiona
               move operador-id to supervisor-exposicao
               perform registra-excesso-exposicao
           else
               display "Autorizacao do supervisor" at 2701
               display "Supervisor: " at 2801
               accept supervisor-exposicao at 2813
               display "Senha: " at 2831
               accept senha-supervisor-exp at 2838
               call "VALIDA-OPER" using supervisor-exposicao,
                   senha-supervisor-exp, perfil-minimo-exp,
                   perfil-supervisor-exp, resultado-exp
               if resultado-exp = zero
                   perform registra-excesso-exposicao
               else
                   move 0 to exposicao-liberada.
           display spaces at 2601.
           display spaces at 2701.
           display spaces at 2801.

       registra-excesso-exposicao.
           move "LIMEXPO" to arquivo-alt.
           move cpf-exposicao to chave-alt.
           move motivo-exposicao to campo-alt.
           move exposicao-atual to exposicao-e.
           move exposicao-e to valor-antes-alt.
           move exposicao-projetada to exposicao-e.
           move exposicao-e to valor-depois-alt.
           call "REG-ALTERA" using arquivo-alt, chave-alt, campo-alt,
               valor-antes-alt, valor-depois-alt, supervisor-exposicao.
           move spaces to valor-antes-alt.
           move spaces to valor-depois-alt.

       testa-tipo-conta.
           accept tipo-conta-e at entrada.
           evaluate tipo-conta-e
           call "validarCPF" using by reference cod-cliente.
           move cod-cliente to cod-cliente-e.

       triagem-abertura.
           move cod-cliente to cpf-triagem.
           move "ABERTURA" to origem-triagem.
           perform avalia-triagem.
           if triagem-liberada = 0
               if resultado-triagem = 2
                   display "CPF em lista restritiva - abertura nao "
                       "permitida" at 2001
               else
                   display "Abertura para PEP nao autorizada" at 2001
               end-if
               perform chama-validarCPF
               perform triagem-abertura.
           display spaces at 2001.

       avalia-triagem.
           move 1 to triagem-liberada.
           move 1 to acao-triagem.
           move cod-id to cod-id-triagem.
           move zeros to valor-triagem.
           call "TRIAGEM-CPF" using acao-triagem, cpf-triagem,
               resultado-triagem, origem-triagem, cod-id-triagem,
               valor-triagem, decisao-triagem, operador-id.
           if resultado-triagem = 2
               move 0 to triagem-liberada
               move "BLOQUEADA" to decisao-triagem
               perform registra-triagem
           else
               if resultado-triagem = 1
                   perform autoriza-pep.

       autoriza-pep.
           display "CPF em lista de PEP - autorizacao do supervisor"
               at 2701.
           display "Supervisor: " at 2801.
           accept supervisor-pep at 2813.
           display "Senha: " at 2831.
           accept senha-supervisor-pep at 2838.
           call "VALIDA-OPER" using supervisor-pep,
               senha-supervisor-pep, perfil-minimo-pep,
               perfil-supervisor-pep, resultado-pep.
           move spaces to decisao-triagem.
           if resultado-pep = zero
               string "AUTORIZADA " supervisor-pep delimited by size
                   into decisao-triagem
           else
               move 0 to triagem-liberada
               string "RECUSADA " supervisor-pep delimited by size
                   into decisao-triagem.
           perform registra-triagem.
           display spaces at 2701.
           display spaces at 2801.

       registra-triagem.
           move 2 to acao-triagem.
           call "TRIAGEM-CPF" using acao-triagem, cpf-triagem,
               resultado-triagem, origem-triagem, cod-id-triagem,
               valor-triagem, decisao-triagem, operador-id.

       verifica-cliente.
           move cod-cliente to cpf-cliente.
           read arq-cliente invalid key
           move 0320 to entrada.
           move 0601 to limpar.
           perform testa-cod-agencia.
           display nome-agencia at 0326.
           move cod-agencia to agencia-consulta.
           move zeros to cod-conta-corrente.
           move zeros to fim-consulta-agencia.
           move zero to dv-ok.
           display "Digito verificador da conta: " at 2201.
           accept dv-informado at 2231.
           call "CALC-DV" using cod-id-informado, dv-conta.
           if dv-informado = dv-conta
               move 1 to dv-ok.
           display spaces at 2201.
           perform testa-valor-movimentacao.
           move cod-id-origem to bloqueio-conta.
           perform apura-bloqueio.
           perform apura-cheque-bloqueado.
           compute saldo-disponivel = saldo-origem + limite-origem
               - total-bloqueado.
           if valor-movimentacao > saldo-disponivel
                   perform limpar-campos
               stop "  "
               else
                   move "T" to tipo-fraude
                   move spaces to chave-pix-fraude
                   perform avalia-fraude
                   if resultado-fraude not = zero
                       move num-fraude to num-fraude-e
                       display "Operacao retida para analise de "
                           "seguranca - retencao " num-fraude-e
                           at 2401
                       perform limpar-campos
                   stop "  "
                   else
                       perform le-teto-autoriz
                       if teto-vigente > zeros and
                           valor-movimentacao > teto-vigente
                           move "T" to tipo-autoriz-aux
                           move cod-id-origem to cod-id-solicitante
                           move cod-id to cod-id-favorecido
                           perform grava-pendente
                       else
                           perform transferir-efetiva.

       avalia-fraude.
           move cod-id to cod-id-destino-fraude.
           move zeros to banco-fraude agencia-fraude conta-fraude
               cpf-fraude.
           call "FRAUDE-AVALIA" using tipo-fraude, cod-id-origem,
               cod-id-destino-fraude, chave-pix-fraude, banco-fraude,
               agencia-fraude, conta-fraude, cpf-fraude,
               valor-oper-lim, saldo-disponivel, operador-id,
               pontuacao-fraude, resultado-fraude, num-fraude.

       transferir-efetiva.
           move cod-id to cod-id-destino.
           perform testa-valor-movimentacao.
           move cod-id-origem to bloqueio-conta.
           perform apura-bloqueio.
           perform apura-cheque-bloqueado.
           compute saldo-disponivel = saldo-origem + limite-origem
               - total-bloqueado.
           if valor-movimentacao > saldo-disponivel
                   perform limpar-campos
               stop "  "
               else
                   move "P" to tipo-fraude
                   move spaces to chave-pix-fraude
                   move chave-pix-e to chave-pix-fraude
                   perform avalia-fraude
                   if resultado-fraude not = zero
                       move num-fraude to num-fraude-e
                       display "Operacao retida para analise de "
                           "seguranca - retencao " num-fraude-e
                           at 2301
                       perform limpar-campos
                   stop "  "
                   else
                       perform le-teto-autoriz
                       if teto-vigente > zeros and
                           valor-movimentacao > teto-vigente
                           move "T" to tipo-autoriz-aux
                           move cod-id-origem to cod-id-solicitante
                           move cod-id to cod-id-favorecido
                           perform grava-pendente
                       else
                           perform pix-efetiva.

       pix-efetiva.
           move cod-id to cod-id-destino.
                       saldo-destino, saldo-depois-movimentacao,
                       tipo-mov-e, operador-id, num-seq-atual
                   move num-seq-atual to ultimo-num-seq
                   perform cobra-pendencias
                   perform gravar-registro
               end-read
           end-read.
           end-read.

       pix-recebe-credita.
           display "Banco pagador: " at 0501.
           perform testa-banco-pagador.
           display "Valor recebido: " at 0601.
           move 0617 to entrada.
           perform testa-valor-movimentacao.
           display "CPF do pagador (0 = nao informado): " at 0701.
           accept cpf-pagador-pix at 0737.
           perform triagem-pix-recebido.
           if triagem-liberada = 0
               perform retem-pix-recebido
           else
               perform pix-recebe-efetiva.

       triagem-pix-recebido.
           move 1 to triagem-liberada.
           move 1 to acao-triagem.
           move "PIX RECEBIDO" to origem-triagem.
           move cod-id to cod-id-triagem.
           move valor-movimentacao to valor-triagem.
           move cod-cliente to cpf-triagem.
           call "TRIAGEM-CPF" using acao-triagem, cpf-triagem,
               resultado-triagem, origem-triagem, cod-id-triagem,
               valor-triagem, decisao-triagem, operador-id.
           if resultado-triagem = zero and cpf-pagador-pix not = zeros
               move cpf-pagador-pix to cpf-triagem
               call "TRIAGEM-CPF" using acao-triagem, cpf-triagem,
                   resultado-triagem, origem-triagem, cod-id-triagem,
                   valor-triagem, decisao-triagem, operador-id.
           if resultado-triagem not = zero
               move 0 to triagem-liberada
               move cpf-triagem to cpf-listado
               if resultado-triagem = 2
                   move "R" to lista-triagem
               else
                   move "P" to lista-triagem.

       retem-pix-recebido.
           call "RETEM-CREDITO" using origem-triagem, cod-id,
               cod-cliente, cpf-pagador-pix, banco-pagador-pix,
               valor-triagem, lista-triagem, cpf-listado, operador-id,
               num-retencao.
           move spaces to decisao-triagem.
           if num-retencao = zeros
               move "RECUSADO" to decisao-triagem
               display "PIX recusado - CPF em lista de triagem"
                   at limpar
           else
               string "RETIDO " num-retencao delimited by size
                   into decisao-triagem
               display "PIX retido para analise - retencao "
                   num-retencao at limpar.
           move zeros to num-seq-atual.
           perform registra-pix-recebido.
           perform registra-triagem.
           perform limpar-campos.
           stop "  ".

       pix-recebe-efetiva.
           move saldo to saldo-atual.
           compute saldo-depois-movimentacao = saldo-atual +
               valor-movimentacao.
           move saldo-depois-movimentacao to saldo.
           move valor-movimentacao to valor-comprov.
           perform emite-comprovante.
           perform registra-pix-recebido.
           perform cobra-pendencias.
           perform gravar-registro.

       testa-banco-pagador.
           accept banco-pagador-pix at 0516.
           if banco-pagador-pix = zeros or
               banco-pagador-pix = banco-proprio-pix
               display "Informe o banco de origem do PIX" at limpar
               perform testa-banco-pagador.
           display spaces at limpar.

       registra-pix-recebido.
           open extend arq-pixrec.
           if arq-pixrec-status not = "00"
               close arq-pixrec
               open output arq-pixrec.
           if arq-pixrec-status not = "00"
               display "Erro ao gravar PIX_RECEBIDOS.TXT - status "
                   arq-pixrec-status at limpar
           else
               move data-mov-aberto to data-pixrec
               move banco-pagador-pix to banco-pixrec
               move cod-id to cod-id-pixrec
               move valor-movimentacao to valor-pixrec
               move num-seq-atual to num-seq-pixrec
               move linha-pixrec-e to linha-pixrec
               write linha-pixrec
               close arq-pixrec.

       cheques.
           move 2001 to limpar.
           display erase at 0101.
       alteraNome.    
           display "Digite o novo nome do clinte: " at 2601.
           move 2631 to entrada.
           move nome to valor-antes-alt.
           perform testa-nome.
           move nome to valor-depois-alt.
           move "NOME" to campo-alt.
           perform registra-alteracao-conta.
      
           perform gravar-registro.
           perform limpar-campos.
               perform testa-valor-movimentacao
               move cod-id to bloqueio-conta
               perform apura-bloqueio
               perform apura-cheque-bloqueado
               compute saldo-disponivel = saldo-atual + limite-atual
                   - total-bloqueado
               if (valor-movimentacao > saldo-disponivel)
               perform limpar-campos
           stop "  "
           else
               move status-conta to valor-antes-alt
               move "B" to status-conta
               perform registra-alteracao-status
               perform gravar-registro.

       desbloquearConta.
               perform limpar-campos
           stop "  "
           else
               move status-conta to valor-antes-alt
               move "A" to status-conta
               perform registra-alteracao-status
               perform gravar-registro.

       encerrarConta.
                   call "REG-EXTR" using by reference cod-id, saldo,
                       saldo, tipo-mov-e, operador-id, num-seq-atual
                   move num-seq-atual to ultimo-num-seq
                   move status-conta to valor-antes-alt
                   move "E" to status-conta
                   perform registra-alteracao-status
                   perform gravar-registro.

       registra-alteracao-status.
           move status-conta to valor-depois-alt.
           move "STATUS-CONTA" to campo-alt.
           perform registra-alteracao-conta.

       registra-alteracao-conta.
           move "arqAgencia" to arquivo-alt.
           move cod-id to chave-alt.
           perform registra-alteracao.

       registra-alteracao.
           call "REG-ALTERA" using arquivo-alt, chave-alt, campo-alt,
               valor-antes-alt, valor-depois-alt, operador-id.
           move spaces to valor-antes-alt.
           move spaces to valor-depois-alt.

       apura-bloqueio.
           move zeros to total-bloqueado.
           move zero to fim-arq-bloqueio.
               else
                   add valor-bloqueado to total-bloqueado.

       apura-cheque-bloqueado.
           move zero to fim-arq-chqdep.
           move bloqueio-conta to cod-id-chqdep.
           move zeros to num-deposito.
           start arq-chqdep key is not less than chave-chqdep
               invalid key move 1 to fim-arq-chqdep.
           perform apura-cheque-bloqueado-le until fim-arq-chqdep = 1.

       apura-cheque-bloqueado-le.
           read arq-chqdep next record at end
               move 1 to fim-arq-chqdep.
           if fim-arq-chqdep = 0
               if cod-id-chqdep not = bloqueio-conta
                   move 1 to fim-arq-chqdep
               else
                   if cheque-bloqueado
                       and data-liberacao > data-mov-aberto
                       add valor-cheque-dep to total-bloqueado.

       estorno.
           if not operador-supervisiona
               display "Estorno reservado a supervisores" at 2901
               perform limpar-campos
           stop "  "
           else
               move cpf-co-titular to cpf-triagem
               move "CO-TITULAR" to origem-triagem
               perform avalia-triagem
               if triagem-liberada = 0
                   if resultado-triagem = 2
                       display "CPF em lista restritiva - co-titular "
                           "nao incluido" at 2901
                   else
                       display "Inclusao de PEP nao autorizada" at 2901
                   end-if
                   perform limpar-campos
                   stop "  "
               else
                   move cpf-co-titular to cod-cliente
                   perform verifica-cliente
                   move cpf-conta-guarda to cod-cliente
                   perform grava-co-titular.

       grava-co-titular.
           move cod-id to cod-id-titular.
           move cod-id to cod-id-titular.
           move cpf-co-titular to cpf-titular.
           read arq-titular invalid key
               perform confere-exposicao-co-titular
               if exposicao-liberada = 1
                   perform grava-reg-co-titular
               else
                   display "Exposicao do CPF excedida - co-titular "
                       "nao incluido" at 2901
               end-if
           not invalid key
               display "CPF ja vinculado a esta conta" at 2901
           end-read.
           stop "  ".
           perform limpar-campos.

       grava-reg-co-titular.
           move cod-id to cod-id-titular.
           move cpf-co-titular to cpf-titular.
           move "C" to tipo-titular.
           accept data-titular-aux from date yyyymmdd.
           move data-titular-aux to data-inclusao-tit.
           write reg-titular invalid key
               display "Erro ao gravar co-titular" at 2901
           not invalid key
               display "Co-titular incluido na conta" at 2901
               move cpf-co-titular to valor-depois-alt
               perform registra-alteracao-titular
           end-write.

       confere-exposicao-co-titular.
           move 1 to exposicao-liberada.
           move "EXCESSO CO-TITULAR" to motivo-exposicao.
           move cpf-co-titular to cpf-exposicao.
           call "EXPOSICAO-CPF" using cpf-exposicao,
               saldo-emprestimos-cpf, limites-conta-cpf,
               pre-aprovado-cpf, exposicao-atual, limite-cpf,
               origem-limite, resultado-exposicao.
           if resultado-exposicao not = zero
               display "Exposicao do CPF nao apurada" at 2601
               move 0 to exposicao-liberada
           else
               perform soma-exposicao-conta
               compute exposicao-projetada =
                   exposicao-atual + exposicao-conta
               if limite-cpf > zeros
                   and exposicao-projetada > limite-cpf
                   perform autoriza-exposicao.

       soma-exposicao-conta.
           move zeros to exposicao-conta.
           if limite > zeros
               add limite to exposicao-conta.
           open input arq-preaprov.
           if arq-preaprov-status = "00"
               move cod-id to cod-id-pre
               read arq-preaprov invalid key
                   continue
               not invalid key
                   add limite-pre to exposicao-conta
               end-read
               close arq-preaprov.
           open input arq-emprestimo.
           if arq-emprestimo-status = "00"
               move zeros to num-contrato
               move zero to fim-arq-emprestimo
               start arq-emprestimo key is not less than num-contrato
                   invalid key move 1 to fim-arq-emprestimo
               end-start
               perform soma-emprestimo-conta
                   until fim-arq-emprestimo = 1
               close arq-emprestimo.

       soma-emprestimo-conta.
           read arq-emprestimo next record at end
               move 1 to fim-arq-emprestimo.
           if fim-arq-emprestimo = 0
               if contrato-ativo and cod-id-contrato = cod-id
                   compute saldo-contrato =
                       (num-parcelas - parcelas-pagas)
                       * valor-parcela + valor-mora
                   add saldo-contrato to exposicao-conta.

       excluiCoTitular.
           display "CPF do co-titular a excluir: " at 2601.
           accept cpf-co-titular at 2631.
                       display "Erro ao excluir co-titular" at 2901
                   not invalid key
                       display "Co-titular excluido da conta" at 2901
                       move cpf-co-titular to valor-antes-alt
                       perform registra-alteracao-titular
                   end-delete
           end-read.
           stop "  ".
           perform limpar-campos.

       registra-alteracao-titular.
           move "TITULAR" to arquivo-alt.
           move cod-id to chave-alt.
           move "CO-TITULAR" to campo-alt.
           perform registra-alteracao.

       saque.
           compute saldo-depois-movimentacao = saldo-atual -
           valor-movimentacao.
           move saldo-depois-movimentacao to saldo.
           move valor-movimentacao to valor-comprov.
           perform emite-comprovante.
           perform cobra-pendencias.
           perform gravar-registro.
           perform limpar-campos.
               
       cobra-pendencias.
           call "PEND-DEBITO" using acao-pend, cod-id, origem-pend,
               referencia-pend, tipo-mov-pend, valor-pend,
               destino-pend, saldo, limite, ultimo-num-seq,
               operador-id.
           if valor-pend > zeros
               move valor-pend to valor-comprov
               display "Debitos pendentes cobrados: " at 2501
               display valor-comprov at 2530.

       gravar-registro.
           rewrite reg-arqAgencia invalid key perform verifica-erro
               end-rewrite.
