       identification division.
       program-id. NEGATIVACAO as "PGM385".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-devedores assign to "D:\DEVEDORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is dev-cpf
               file status is st-dev.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-acordos assign to "D:\ACORDOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ac-chave
               file status is st-acordo.

           select arq-pagamentos assign to "D:\PAGAMENTOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is pg-chave
               file status is st-pag.

           select arq-negativacoes assign to "D:\NEGATIVACOES.DAT"
               organization is indexed
               access mode is dynamic
               record key is ng-cpf
               file status is st-negativacao.

           select arq-retorno-agencia
               assign to "D:\COBRANCA_EXTERNA_RETORNO.TXT"
               organization is line sequential
               file status is st-ret-agencia.

           select arq-notificacoes assign to "D:\NOTIFICACOES.TXT"
               organization is line sequential
               file status is st-notif.

           select arq-bureau assign to "D:\BUREAU_CREDITO.TXT"
               organization is line sequential
               file status is st-bureau.

           select arq-cobranca-externa
               assign to "D:\COBRANCA_EXTERNA.TXT"
               organization is line sequential
               file status is st-cob-externa.

           select rel-negativacao assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-devedores.
               COPY DEVCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-acordos.
               COPY PARCCOPY.

           fd arq-pagamentos.
               COPY PAGCOPY.

           fd arq-negativacoes.
               COPY NEGCOPY.

      *the agency's monthly return: "R" what it recovered from the
      *client on a debt assigned to it and the commission it kept,
      *"D" a debt it gives back as unrecoverable.
           fd arq-retorno-agencia.
           01 reg-retorno-agencia.
               05 ra-cpf pic 9(11).
               05 ra-tipo pic x(1).
               05 ra-data pic 9(8).
               05 ra-valor-recuperado pic 9(7)v99.
               05 ra-valor-comissao pic 9(7)v99.

           fd arq-notificacoes.
               COPY NOTIFCOPY.

           fd arq-bureau.
               COPY BURCOPY.

           fd arq-cobranca-externa.
               COPY CEXCOPY.

       fd rel-negativacao.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       working-storage section.
      *the output goes to a dated name handed out (and cataloged) by
      *Catalogo_Relatorio, so yesterday's run survives and the viewer
      *(PGM46) can reprint any past output.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 st-dev pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-acordo pic xx value spaces.
       77 st-pag pic xx value spaces.
       77 st-negativacao pic xx value spaces.
       77 st-ret-agencia pic xx value spaces.
       77 st-notif pic xx value spaces.
       77 st-bureau pic xx value spaces.
       77 st-cob-externa pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-consent-retorno pic 9 value 1.
       77 ws-modo-batch pic x value "N".
       77 ws-treino pic x value "N".
       77 ws-tem-devedores pic x value "N".
       77 ws-tem-acordos pic x value "N".
       77 ws-tem-pagamentos pic x value "N".
       77 ws-tem-retorno pic x value "N".
       77 found-cpf pic x value "N".
       77 found-acordo pic x value "N".
       77 found-pag pic x value "N".
       77 found-negativacao pic x value "N".
       77 ws-em-acordo pic x value "N".
       77 ws-acordo-contado pic x value "N".
       77 ws-avisou pic x value "N".
       77 ws-fim-casos pic x value "N".

      *the bureau calendar: a debt WS-DIAS-NEGATIVACAO days past its
      *vencimento gets the prior notice the consumer code requires,
      *and goes to the bureau and the agency no sooner than
      *WS-PRAZO-AVISO calendar days after the notice went out.
       77 ws-dias-negativacao pic 9(3) value zero.
       77 ws-prazo-aviso pic 9(3) value zero.

       77 ws-total-avisos pic 9(5) value zero.
       77 ws-total-incluidos pic 9(5) value zero.
       77 ws-total-excluidos pic 9(5) value zero.
       77 ws-total-quitados-aviso pic 9(5) value zero.
       77 ws-total-recuperados pic 9(5) value zero.
       77 ws-total-devolvidos pic 9(5) value zero.
       77 ws-total-em-acordo pic 9(5) value zero.
       77 ws-valor-incluido pic 9(9)v99 value zero.
       77 ws-valor-recuperado pic 9(9)v99 value zero.
       77 ws-valor-comissao pic 9(9)v99 value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-data-barras pic x(10) value spaces.
       01 ws-data8-aux pic 9(8) value zero.
       01 ws-data-aux-r redefines ws-data8-aux.
           05 aux-ano pic 9999.
           05 aux-mes pic 99.
           05 aux-dia pic 99.
       77 ws-data-evento pic x(10) value spaces.
       77 ws-valor-pago pic 9(7)v99 value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Negativacao e Cobranca Externa".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 lin-acao.
           05 filler pic x(5) value "CPF ".
           05 cpf-lin pic x(11).
           05 filler pic x(3) value " - ".
           05 acao-lin pic x(45).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzzzz9,99.

       procedure division.

       mestre.
      *the bureau and the agency are outside the company: a training
      *session never sends them anything.
           accept ws-treino from environment
               "MACKALLCENTER_TREINAMENTO"
               on exception
                   move "N" to ws-treino
           end-accept
           if ws-treino = "S"
               display "MODO TREINAMENTO - NEGATIVACAO NAO EXECUTADA"
               goback
           end-if

           perform inicio
           if ws-tem-retorno = "S"
               perform carrega-retorno-agencia
                   until st-ret-agencia = "10"
           end-if
           if ws-tem-devedores = "S"
               perform proc-devedor until st-dev = "10"
           end-if
           perform revisa-casos
           perform sumario
           perform fim
           goback.

       inicio.
           accept ws-clientes-path from environment
               "MACKALLCENTER_CLIENTES_PATH"
               on exception
                   move "D:\CLIENTES.DAT" to ws-clientes-path
           end-accept

           accept ws-modo-batch from environment
               "MACKALLCENTER_MODO_BATCH"
               on exception
                   move "N" to ws-modo-batch
           end-accept

           accept ws-dias-negativacao from environment
               "MACKALLCENTER_NEGATIVACAO_DIAS"
               on exception
                   move 90 to ws-dias-negativacao
           end-accept
           if ws-dias-negativacao = zero
               move 90 to ws-dias-negativacao
           end-if

           accept ws-prazo-aviso from environment
               "MACKALLCENTER_NEGATIVACAO_PRAZO"
               on exception
                   move 10 to ws-prazo-aviso
           end-accept
           if ws-prazo-aviso = zero
               move 10 to ws-prazo-aviso
           end-if

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-hoje-data8
           string hoje-dia "/" hoje-mes "/" hoje-ano
               delimited by size into ws-data-barras
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

           move "NEGATIVACAO" to ws-rel-nome
           move "D:\NEGATIVACAO" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-negativacao
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           move spaces to reg-rel
           write reg-rel after 1

           open input arq-cli

           open input arq-acordos
           if st-acordo = "00"
               move "S" to ws-tem-acordos
           end-if

           open i-o arq-pagamentos
           if st-pag = "35"
               open output arq-pagamentos
               close arq-pagamentos
               open i-o arq-pagamentos
           end-if
           if st-pag = "00"
               move "S" to ws-tem-pagamentos
           end-if

      *first run: create the empty case file and come back in I-O,
      *the same bootstrap the protocol series file uses.
           open i-o arq-negativacoes
           if st-negativacao = "35"
               open output arq-negativacoes
               close arq-negativacoes
               open i-o arq-negativacoes
           end-if

           open input arq-retorno-agencia
           if st-ret-agencia = "00"
               move "S" to ws-tem-retorno
           end-if

           open input arq-devedores
           if st-dev not = "00"
               move "SEM POSICAO DE DEVEDORES (RODE PGM337)"
                   to reg-rel
               write reg-rel after 1
               move "10" to st-dev
           else
               move "S" to ws-tem-devedores
           end-if.

      *CARREGA-RETORNO-AGENCIA applies the agency's return to the
      *cases it holds. What it recovered goes on PAGAMENTOS.DAT
      *against the negativated competencia, the same as any payment,
      *so the delinquency run sees the debt paid; the bureau removal
      *follows in REVISA-CASOS once what came in covers the debt. A
      *line dated no later than the last return already loaded on the
      *case is one seen before and is skipped.
       carrega-retorno-agencia.
           read arq-retorno-agencia
               at end move "10" to st-ret-agencia
           end-read
           if st-ret-agencia = "10"
               exit paragraph
           end-if

           move ra-cpf to ng-cpf
           read arq-negativacoes
               invalid key move "N" to found-negativacao
               not invalid key move "S" to found-negativacao
           end-read
           if found-negativacao not = "S"
               exit paragraph
           end-if
           if not ng-negativado or ra-data <= ng-data-retorno
               exit paragraph
           end-if

           move ra-data to ng-data-retorno
           move ra-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           if ra-tipo = "D"
               set ng-devolvido to true
               move ra-data to ng-data-devolucao
               add 1 to ws-total-devolvidos
               move "DEVOLVIDO PELA AGENCIA - AGUARDA BAIXA"
                   to acao-lin
           else
               add ra-valor-recuperado to ng-valor-recuperado
                   ws-valor-recuperado
               add ra-valor-comissao to ng-valor-comissao
                   ws-valor-comissao
               add 1 to ws-total-recuperados
               if ws-tem-pagamentos = "S"
                   perform posta-recuperado
               end-if
               move "VALOR RECUPERADO PELA AGENCIA" to acao-lin
           end-if
           rewrite reg-negativacao
           write reg-rel from lin-acao after 1.

       posta-recuperado.
           move ra-cpf to pg-cpf
           move ra-data (1:4) to pg-ano-pagamento
           move ra-data (5:2) to pg-mes-pagamento
           move ra-data (7:2) to pg-dia-pagamento
           move zero to pg-seq
           move ng-competencia to pg-competencia
           move ra-valor-recuperado to pg-valor
           move ws-hoje-data8 to pg-data-carga
           set pg-origem-agencia to true
           perform with test after until st-pag not = "22"
               write reg-pagamento
                   invalid key
                       add 1 to pg-seq
               end-write
           end-perform.

      *PROC-DEVEDOR opens a case for each debt on tonight's position
      *past the bureau age. A client in an agreement in good standing
      *is left alone, as COBRANCA_AUTOMATICA leaves them; a client
      *with a case still open is already on its way; a settled case
      *of an earlier competencia makes room for the new debt. A
      *client written off stays written off. The case only starts
      *when the prior notice could actually be queued -- without the
      *notice there is no right to negativate.
       proc-devedor.
           read arq-devedores next record
               at end move "10" to st-dev
           end-read
           if st-dev = "10"
               exit paragraph
           end-if
           if dev-dias-atraso < ws-dias-negativacao
                   or dev-valor-aberto = zero
               exit paragraph
           end-if

           move dev-cpf to cpf
           read arq-cli
               invalid key move "N" to found-cpf
               not invalid key move "S" to found-cpf
           end-read
           if found-cpf not = "S" or nome = "ANONIMIZADO"
               exit paragraph
           end-if

           perform verifica-acordo
           if ws-em-acordo = "S"
               add 1 to ws-total-em-acordo
               exit paragraph
           end-if

           move dev-cpf to ng-cpf
           read arq-negativacoes
               invalid key move "N" to found-negativacao
               not invalid key move "S" to found-negativacao
           end-read
           if found-negativacao = "S"
               if not ng-quitado or ng-competencia = dev-competencia
                   exit paragraph
               end-if
           end-if

           initialize reg-negativacao
           move dev-cpf to ng-cpf
           move dev-competencia to ng-competencia
           compute ng-vencimento = dev-competencia * 100
               + dev-vencimento
           if dev-vencimento = zero
               add 1 to ng-vencimento
           end-if
           move dev-valor-aberto to ng-valor
           set ng-avisado to true
           move ws-hoje-data8 to ng-data-aviso
           compute ng-data-prazo = function date-of-integer
               (function integer-of-date (ws-hoje-data8)
               + ws-prazo-aviso)
           move spaces to ng-supervisor

           perform envia-aviso-previo
           if ws-avisou not = "S"
               exit paragraph
           end-if

           if found-negativacao = "S"
               rewrite reg-negativacao
           else
               write reg-negativacao
           end-if
           add 1 to ws-total-avisos
           move dev-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move "AVISO PREVIO DE NEGATIVACAO ENVIADO" to acao-lin
           write reg-rel from lin-acao after 1.

      *VERIFICA-ACORDO looks for an agreement in good standing among
      *the ones recorded for the CPF now in CPF.
       verifica-acordo.
           move "N" to ws-em-acordo
           if ws-tem-acordos = "S"
               move cpf to ac-cpf
               move zeros to ac-data-acordo ac-seq
               start arq-acordos key is >= ac-chave
                   invalid key move "N" to found-acordo
                   not invalid key move "S" to found-acordo
               end-start
               perform with test before until found-acordo = "N"
                   read arq-acordos next record
                       at end move "N" to found-acordo
                   end-read
                   if found-acordo = "S" and ac-cpf = cpf
                       if ac-em-dia
                           move "S" to ws-em-acordo
                       end-if
                   else
                       move "N" to found-acordo
                   end-if
               end-perform
           end-if.

      *ENVIA-AVISO-PREVIO queues the prior notice (template NEG1):
      *the &DATA slot carries the day after which the debt may go to
      *the bureau.
       envia-aviso-previo.
           move "N" to ws-avisou
           move ng-data-prazo to ws-data8-aux
           move spaces to ws-data-evento
           string aux-dia "/" aux-mes "/" aux-ano
               delimited by size into ws-data-evento

           move spaces to reg-notificacao
           move ws-data-barras to nf-data
           move cpf to nf-cpf
           move ddd to nf-ddd
           move telefone to nf-telefone
           move "NEG1" to nf-modelo
           move nome to nf-nome
           move zero to nf-protocolo
           move ws-data-evento to nf-data-evento
      *NEG1 is a service message and always passes; should it ever
      *be registered otherwise, no notice means no negativation.
           call "Verifica_Consentimento" using nf-cpf nf-modelo
               ws-consent-retorno
           if ws-consent-retorno not = 1
               exit paragraph
           end-if
           open extend arq-notificacoes
           if st-notif = "35"
               open output arq-notificacoes
           end-if
           write reg-notificacao
           close arq-notificacoes
           move "S" to ws-avisou.

      *REVISA-CASOS walks every open case. What was paid against the
      *negativated competencia since the notice -- at the bank or out
      *of the suspense queue -- is totalled afresh from PAGAMENTOS,
      *so a payment CARGA_RETORNO_BANCO did not tie to the case still
      *counts; with the agency's recoveries it settles the case and
      *the bureau removal goes out if there was an inclusion. A
      *notice whose period has run out unpaid becomes the inclusion
      *and the agency assignment.
       revisa-casos.
           move low-values to ng-cpf
           start arq-negativacoes key is >= ng-cpf
               invalid key move "S" to ws-fim-casos
               not invalid key move "N" to ws-fim-casos
           end-start
           perform until ws-fim-casos = "S"
               read arq-negativacoes next record
                   at end move "S" to ws-fim-casos
                   not at end
                       if not ng-quitado
                           perform revisa-caso
                       end-if
               end-read
           end-perform.

       revisa-caso.
           perform soma-pagamentos
           move ws-valor-pago to ng-valor-pago

           move ng-cpf to cpf
           read arq-cli
               invalid key move "N" to found-cpf
               not invalid key move "S" to found-cpf
           end-read
           move ng-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin

           if ng-valor-pago + ng-valor-recuperado >= ng-valor
               if ng-no-bureau
                   set bu-exclusao to true
                   perform grava-bureau
                   if ng-negativado
                       set cx-retirada to true
                       perform grava-cobranca-externa
                   end-if
                   move ws-hoje-data8 to ng-data-exclusao
                   add 1 to ws-total-excluidos
                   move "DEBITO QUITADO - EXCLUSAO ENVIADA AO BUREAU"
                       to acao-lin
               else
                   add 1 to ws-total-quitados-aviso
                   move "DEBITO QUITADO NO PRAZO DO AVISO" to acao-lin
               end-if
               set ng-quitado to true
               rewrite reg-negativacao
               write reg-rel from lin-acao after 1
               exit paragraph
           end-if

      *an installment agreement signed during the notice period
      *stops the dunning as it would have stopped the notice: the
      *case stays under notice and is looked at again on every run,
      *so an agreement that falls behind sends it on after all.
           if ng-avisado and ws-hoje-data8 > ng-data-prazo
                   and found-cpf = "S"
               perform verifica-acordo
               if ws-em-acordo = "S"
                   perform conta-acordo-aviso
                   rewrite reg-negativacao
                   exit paragraph
               end-if
               set bu-inclusao to true
               perform grava-bureau
               set cx-cessao to true
               perform grava-cobranca-externa
               set ng-negativado to true
               move ws-hoje-data8 to ng-data-inclusao
               add 1 to ws-total-incluidos
               add ng-valor to ws-valor-incluido
               move "NEGATIVADO E CEDIDO A COBRANCA EXTERNA"
                   to acao-lin
               write reg-rel from lin-acao after 1
           end-if
           rewrite reg-negativacao.

      *CONTA-ACORDO-AVISO counts a case held back by an agreement,
      *unless PROC-DEVEDOR already counted the same debtor this run
      *-- the one position row per CPF it stops on for the agreement.
       conta-acordo-aviso.
           move "N" to ws-acordo-contado
           if ws-tem-devedores = "S"
               move ng-cpf to dev-cpf
               read arq-devedores
                   invalid key continue
                   not invalid key
                       if dev-dias-atraso >= ws-dias-negativacao
                               and dev-valor-aberto not = zero
                               and nome not = "ANONIMIZADO"
                           move "S" to ws-acordo-contado
                       end-if
               end-read
           end-if
           if ws-acordo-contado = "N"
               add 1 to ws-total-em-acordo
           end-if.

      *the agency's own recoveries are already in NG-VALOR-RECUPERADO
      *and are left out here.
       soma-pagamentos.
           move zero to ws-valor-pago
           if ws-tem-pagamentos not = "S"
               exit paragraph
           end-if
           move ng-cpf to pg-cpf
           move zeros to pg-data-pagamento pg-seq
           start arq-pagamentos key is >= pg-chave
               invalid key move "N" to found-pag
               not invalid key move "S" to found-pag
           end-start
           perform with test before until found-pag = "N"
               read arq-pagamentos next record
                   at end move "N" to found-pag
               end-read
               if found-pag = "S" and pg-cpf = ng-cpf
                   if pg-competencia = ng-competencia
                           and pg-data-carga >= ng-data-aviso
                           and not pg-origem-agencia
                       add pg-valor to ws-valor-pago
                   end-if
               else
                   move "N" to found-pag
               end-if
           end-perform.

       grava-bureau.
           move ws-hoje-data8 to bu-data
           move ng-cpf to bu-cpf
           if found-cpf = "S" and pessoa-juridica
               move "J" to bu-tipo-pessoa
               move cnpj to bu-documento
           else
               move "F" to bu-tipo-pessoa
               move ng-cpf to bu-documento
           end-if
           if found-cpf = "S"
               move nome to bu-nome
           else
               move spaces to bu-nome
           end-if
           move ng-vencimento to bu-vencimento
           move ng-valor to bu-valor
           open extend arq-bureau
           if st-bureau = "35"
               open output arq-bureau
           end-if
           write reg-bureau
           close arq-bureau.

       grava-cobranca-externa.
           move ws-hoje-data8 to cx-data
           move ng-cpf to cx-cpf
           if found-cpf = "S"
               move nome to cx-nome
               move ddd to cx-ddd
               move telefone to cx-telefone
               move endereco to cx-endereco
               move cidade to cx-cidade
               move estado to cx-estado
               move cep to cx-cep
           else
               move spaces to cx-nome cx-telefone cx-endereco
                   cx-cidade cx-estado cx-cep
               move zero to cx-ddd
           end-if
           move ng-competencia to cx-competencia
           compute cx-valor = ng-valor - ng-valor-recuperado
           open extend arq-cobranca-externa
           if st-cob-externa = "35"
               open output arq-cobranca-externa
           end-if
           write reg-cobranca-externa
           close arq-cobranca-externa.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "AVISOS PREVIOS ENVIADOS" to rotulo
           move ws-total-avisos to valor
           write reg-rel from lin-sumario after 2

           move "INCLUIDOS NO BUREAU E CEDIDOS A AGENCIA" to rotulo
           move ws-total-incluidos to valor
           write reg-rel from lin-sumario after 2
           move "  VALOR NEGATIVADO" to rotulo
           move ws-valor-incluido to valor
           write reg-rel from lin-sumario after 1

           move "EXCLUSOES ENVIADAS AO BUREAU" to rotulo
           move ws-total-excluidos to valor
           write reg-rel from lin-sumario after 2

           move "QUITADOS NO PRAZO DO AVISO" to rotulo
           move ws-total-quitados-aviso to valor
           write reg-rel from lin-sumario after 2

           move "RECUPERACOES DA AGENCIA" to rotulo
           move ws-total-recuperados to valor
           write reg-rel from lin-sumario after 2
           move "  VALOR RECUPERADO" to rotulo
           move ws-valor-recuperado to valor
           write reg-rel from lin-sumario after 1
           move "  COMISSAO DA AGENCIA" to rotulo
           move ws-valor-comissao to valor
           write reg-rel from lin-sumario after 1

           move "DEVOLVIDOS PELA AGENCIA (AGUARDAM BAIXA)" to rotulo
           move ws-total-devolvidos to valor
           write reg-rel from lin-sumario after 2

           move "DEVEDORES EM ACORDO DE PARCELAMENTO" to rotulo
           move ws-total-em-acordo to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "NEGATIVACAO" to dig-origem
           move "AVISOS PREVIOS DE NEGATIVACAO" to dig-rotulo
           move ws-total-avisos to dig-valor
           write reg-digest

           move "NEGATIVACAO" to dig-origem
           move "CLIENTES NEGATIVADOS" to dig-rotulo
           move ws-total-incluidos to dig-valor
           write reg-digest

           move "NEGATIVACAO" to dig-origem
           move "EXCLUSOES ENVIADAS AO BUREAU" to dig-rotulo
           move ws-total-excluidos to dig-valor
           write reg-digest

           move "NEGATIVACAO" to dig-origem
           move "DEVOLVIDOS PELA AGENCIA" to dig-rotulo
           move ws-total-devolvidos to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-negativacao
                 arq-cli
                 arq-negativacoes
           if ws-tem-devedores = "S"
               close arq-devedores
           end-if
           if ws-tem-acordos = "S"
               close arq-acordos
           end-if
           if ws-tem-pagamentos = "S"
               close arq-pagamentos
           end-if
           if ws-tem-retorno = "S"
               close arq-retorno-agencia
           end-if.
