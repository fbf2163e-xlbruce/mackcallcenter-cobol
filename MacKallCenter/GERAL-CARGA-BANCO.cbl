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

           select arq-suspensos assign to "D:\SUSPENSOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is su-chave
               file status is st-suspenso.

           select arq-negativacoes assign to "D:\NEGATIVACOES.DAT"
               organization is indexed
               access mode is random
               record key is ng-cpf
               file status is st-negativacao.

           select arq-bureau assign to "D:\BUREAU_CREDITO.TXT"
               organization is line sequential
               file status is st-bureau.

           select arq-cobranca-externa
               assign to "D:\COBRANCA_EXTERNA.TXT"
               organization is line sequential
               file status is st-cob-externa.

           select rel-carga assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
           fd arq-cli.
               COPY CLICOPY.

           fd arq-acordos.
               COPY PARCCOPY.

           fd arq-suspensos.
               COPY SUSPCOPY.

           fd arq-negativacoes.
               COPY NEGCOPY.

           fd arq-bureau.
               COPY BURCOPY.

           fd arq-cobranca-externa.
               COPY CEXCOPY.

       fd rel-carga.
           01 reg-rel pic x(80).

       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 st-retorno pic xx value spaces.
       77 st-pag pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 st-acordo pic xx value spaces.
       77 st-suspenso pic xx value spaces.
       77 st-negativacao pic xx value spaces.
       77 st-bureau pic xx value spaces.
       77 st-cob-externa pic xx value spaces.
       77 ws-tem-negativacoes pic x value "N".
       77 found-pag pic x value "N".
       77 ws-duplicado pic x value "N".
       77 ws-em-acordo pic x value "N".
       77 ws-modo-batch pic x value "N".
       77 ws-tem-retorno pic x value "N".
       77 ws-tem-acordos pic x value "N".
       77 found-cpf pic x value space.
       77 found-acordo pic x value space.

       77 ws-total-lidos pic 9(5) value zero.
       77 ws-total-postados pic 9(5) value zero.
       77 ws-total-desconhecidos pic 9(5) value zero.
       77 ws-total-duplicados pic 9(5) value zero.
       77 ws-valor-suspenso pic 9(9)v99 value zero.
       77 ws-valor-postado pic 9(9)v99 value zero.

      *an installment left unpaid more than ws-tolerancia-acordo
      *calendar days past its due date breaks the agreement; the
      *slack covers the bank's own clearing delay on a boleto paid
      *on the due date itself.
       77 ws-tolerancia-acordo pic 9(3) value zero.
       77 ws-saldo-pagto pic 9(7)v99 value zero.
       77 ws-falta-parcela pic 9(7)v99 value zero.
       77 ws-idx-parc pic 9(2) value zero.
       77 ws-parc-abertas pic 9(2) value zero.
       77 ws-parc-vencidas pic 9(2) value zero.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-dias-vencido pic s9(5) value zero.
       77 ws-total-parcelas-pagas pic 9(5) value zero.
       77 ws-total-acordos-quitados pic 9(5) value zero.
       77 ws-total-acordos-quebrados pic 9(5) value zero.
       77 ws-total-exclusoes-bureau pic 9(5) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.

       01 lin-aviso.
           05 filler pic x(5) value "CPF ".
           05 cpf-lin pic x(11).
           05 filler pic x(3) value " - ".
           05 aviso-lin pic x(39).

       mestre.
           perform inicio
           perform processa-linha until st-retorno = "10"
           if ws-tem-acordos = "S"
               perform avalia-acordos
           end-if
           perform sumario
           perform fim
           goback.
                   move "N" to ws-modo-batch
           end-accept

           accept ws-tolerancia-acordo from environment
               "MACKALLCENTER_ACORDO_TOLERANCIA"
               on exception
                   move 5 to ws-tolerancia-acordo
           end-accept

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-hoje-data8
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2
           move "D:\CARGABANCO" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-carga
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
               open output arq-pagamentos
           end-if

           open i-o arq-suspensos
           if st-suspenso = "35"
               open output arq-suspensos
           end-if

      *no NEGATIVACOES.DAT yet just means nobody was ever sent to
      *the credit bureau.
           open i-o arq-negativacoes
           if st-negativacao = "00"
               move "S" to ws-tem-negativacoes
           end-if

      *no ACORDOS.DAT yet just means no agreement was ever made.
           open i-o arq-acordos
           if st-acordo = "00"
               move "S" to ws-tem-acordos
           end-if

           open input arq-retorno
           if st-retorno not = "00"
               move "NENHUM RETORNO BANCARIO ENCONTRADO" to reg-rel
               move "S" to ws-tem-retorno
           end-if.

      *A line becomes a PAGAMENTOS.DAT row when it can be trusted to
      *belong where the bank says. A CPF unknown to CLIENTES.DAT, or
      *a second payment of the same value for a CPF and competencia
      *already paid, is parked on SUSPENSOS.DAT instead -- the money
      *is on record either way -- until a supervisor allocates it to
      *the right client (ALOCA_PAGAMENTO) or releases it for refund.
       processa-linha.
           read arq-retorno
               at end move "10" to st-retorno
                   invalid key move "N" to found-cpf
                   not invalid key move "S" to found-cpf
               end-read
               move "N" to ws-em-acordo
               if ws-tem-acordos = "S"
                   perform localiza-acordo
               end-if

               if found-cpf not = "S"
                   add 1 to ws-total-desconhecidos
                   move rb-cpf to ws-dado-mascara
                   move "K" to ws-tipo-dado
                   perform mascara-dado
                   move ws-dado-mascara to cpf-lin
                   move "CPF NAO CADASTRADO - EM SUSPENSO"
                       to aviso-lin
                   write reg-rel from lin-aviso after 1
                   initialize reg-suspenso
                   set su-cpf-desconhecido to true
                   perform grava-suspenso
               else
                   perform verifica-duplicado
                   if ws-duplicado = "S"
                       add 1 to ws-total-duplicados
                       move rb-cpf to ws-dado-mascara
                       move "K" to ws-tipo-dado
                       perform mascara-dado
                       move ws-dado-mascara to cpf-lin
                       move "PAGAMENTO EM DUPLICIDADE - EM SUSPENSO"
                           to aviso-lin
                       write reg-rel from lin-aviso after 1
                       initialize reg-suspenso
                       set su-duplicado to true
                       perform grava-suspenso
                   else
                       perform posta-pagamento
                   end-if
               end-if
           end-if.

       posta-pagamento.
           move rb-cpf to pg-cpf
           move rb-data-pagamento (1:4) to pg-ano-pagamento
           move rb-data-pagamento (5:2) to pg-mes-pagamento
           move rb-data-pagamento (7:2) to pg-dia-pagamento
           move zero to pg-seq
           move rb-competencia to pg-competencia
           move rb-valor to pg-valor
           move ws-hoje-data8 to pg-data-carga
           set pg-origem-banco to true

           perform with test after until st-pag not = "22"
               write reg-pagamento
                   invalid key
                       add 1 to pg-seq
               end-write
           end-perform

           add 1 to ws-total-postados
           add rb-valor to ws-valor-postado

           if ws-em-acordo = "S"
               perform baixa-parcelas
           end-if

           if ws-tem-negativacoes = "S"
               perform confere-negativacao
           end-if.

      *CONFERE-NEGATIVACAO takes a negativated client off the credit
      *bureau the night the payment that settles the debt is posted
      *-- keeping someone who has paid on the bureau is on us, so it
      *cannot wait for NEGATIVACAO's monthly pass. The agency is told
      *to stop in the same breath. Only a payment against the
      *negativated competencia counts towards it.
       confere-negativacao.
           move rb-cpf to ng-cpf
           read arq-negativacoes
               invalid key exit paragraph
           end-read
           if ng-quitado or rb-competencia not = ng-competencia
               exit paragraph
           end-if

           add rb-valor to ng-valor-pago
           if ng-valor-pago + ng-valor-recuperado < ng-valor
               rewrite reg-negativacao
               exit paragraph
           end-if

           if ng-no-bureau
               move ws-hoje-data8 to bu-data
               set bu-exclusao to true
               move ng-cpf to bu-cpf
               if pessoa-juridica
                   move "J" to bu-tipo-pessoa
                   move cnpj to bu-documento
               else
                   move "F" to bu-tipo-pessoa
                   move ng-cpf to bu-documento
               end-if
               move nome to bu-nome
               move ng-vencimento to bu-vencimento
               move ng-valor to bu-valor
               open extend arq-bureau
               if st-bureau = "35"
                   open output arq-bureau
               end-if
               write reg-bureau
               close arq-bureau

               if ng-negativado
                   perform retira-cobranca-externa
               end-if
               move ws-hoje-data8 to ng-data-exclusao
               add 1 to ws-total-exclusoes-bureau
               move rb-cpf to ws-dado-mascara
               move "K" to ws-tipo-dado
               perform mascara-dado
               move ws-dado-mascara to cpf-lin
               move "PAGO - EXCLUSAO ENVIADA AO BUREAU" to aviso-lin
               write reg-rel from lin-aviso after 1
           end-if
           set ng-quitado to true
           rewrite reg-negativacao.

       retira-cobranca-externa.
           set cx-retirada to true
           move ws-hoje-data8 to cx-data
           move ng-cpf to cx-cpf
           move nome to cx-nome
           move ddd to cx-ddd
           move telefone to cx-telefone
           move endereco to cx-endereco
           move cidade to cx-cidade
           move estado to cx-estado
           move cep to cx-cep
           move ng-competencia to cx-competencia
           compute cx-valor = ng-valor - ng-valor-recuperado
           open extend arq-cobranca-externa
           if st-cob-externa = "35"
               open output arq-cobranca-externa
           end-if
           write reg-cobranca-externa
           close arq-cobranca-externa.

      *Installments of an agreement are routinely the same value on
      *the same competencia, so a client paying one is never taken
      *for a duplicate.
       verifica-duplicado.
           move "N" to ws-duplicado
           if ws-em-acordo = "S"
               exit paragraph
           end-if
           move rb-cpf to pg-cpf
           move zeros to pg-data-pagamento pg-seq
           start arq-pagamentos key is >= pg-chave
               invalid key move "N" to found-pag
               not invalid key move "S" to found-pag
           end-start
           perform with test before until found-pag = "N"
               read arq-pagamentos next record
                   at end move "N" to found-pag
               end-read
               if found-pag = "S" and pg-cpf = rb-cpf
                   if pg-competencia = rb-competencia
                           and pg-valor = rb-valor
                       move "S" to ws-duplicado
                       move "N" to found-pag
                   end-if
               else
                   move "N" to found-pag
               end-if
           end-perform.

       grava-suspenso.
           move rb-data-pagamento to su-data-pagamento
           move zero to su-seq
           move rb-cpf to su-cpf-informado
           move rb-competencia to su-competencia
           move rb-valor to su-valor
           move ws-hoje-data8 to su-data-carga
           set su-pendente to true
           perform with test after until st-suspenso not = "22"
               write reg-suspenso
                   invalid key
                       add 1 to su-seq
               end-write
           end-perform
           add rb-valor to ws-valor-suspenso.

      *A payment against the renegotiated competencia of the client's
      *agreement in good standing goes to its installments oldest
      *first; whatever is left over of a larger payment stays on the
      *ledger as a normal payment and nothing more is done with it.
      *LOCALIZA-ACORDO leaves that agreement in the record area for
      *BAIXA-PARCELAS to rewrite.
       localiza-acordo.
           move rb-cpf to ac-cpf
           move zeros to ac-data-acordo ac-seq
           start arq-acordos key is >= ac-chave
               invalid key move "N" to found-acordo
               not invalid key move "S" to found-acordo
           end-start
           perform with test before until found-acordo = "N"
               read arq-acordos next record
                   at end move "N" to found-acordo
               end-read
               if found-acordo = "S" and ac-cpf = rb-cpf
                   if ac-em-dia
                      and ac-competencia-divida = rb-competencia
                       move "S" to ws-em-acordo
                       move "N" to found-acordo
                   end-if
               else
                   move "N" to found-acordo
               end-if
           end-perform.

       baixa-parcelas.
           move rb-valor to ws-saldo-pagto
           perform varying ws-idx-parc from 1 by 1
                   until ws-idx-parc > ac-qtde-parcelas
                      or ws-saldo-pagto = zero
               if ac-parc-pago (ws-idx-parc)
                       < ac-parc-valor (ws-idx-parc)
                   compute ws-falta-parcela =
                       ac-parc-valor (ws-idx-parc)
                       - ac-parc-pago (ws-idx-parc)
                   if ws-saldo-pagto < ws-falta-parcela
                       move ws-saldo-pagto to ws-falta-parcela
                   end-if
                   add ws-falta-parcela to ac-parc-pago (ws-idx-parc)
                   subtract ws-falta-parcela from ws-saldo-pagto
                   if ac-parc-pago (ws-idx-parc)
                           = ac-parc-valor (ws-idx-parc)
                       move rb-data-pagamento
                           to ac-parc-data-pagto (ws-idx-parc)
                       add 1 to ws-total-parcelas-pagas
                   end-if
               end-if
           end-perform
           rewrite reg-acordo.

      *Every agreement still in good standing is reviewed nightly,
      *return file or not, since an installment falls overdue by the
      *calendar alone: all installments paid settles it, an unpaid
      *one past its due date plus the tolerance breaks it and the
      *remaining balance goes back to the delinquency run.
       avalia-acordos.
           move low-values to ac-chave
           start arq-acordos key is >= ac-chave
               invalid key move "N" to found-acordo
               not invalid key move "S" to found-acordo
           end-start
           perform with test before until found-acordo = "N"
               read arq-acordos next record
                   at end move "N" to found-acordo
               end-read
               if found-acordo = "S" and ac-em-dia
                   perform avalia-acordo
               end-if
           end-perform.

       avalia-acordo.
           move zero to ws-parc-abertas ws-parc-vencidas
           perform varying ws-idx-parc from 1 by 1
                   until ws-idx-parc > ac-qtde-parcelas
               if ac-parc-pago (ws-idx-parc)
                       < ac-parc-valor (ws-idx-parc)
                   add 1 to ws-parc-abertas
                   compute ws-dias-vencido =
                       function integer-of-date (ws-hoje-data8)
                       - function integer-of-date
                           (ac-parc-vencimento (ws-idx-parc))
                   if ws-dias-vencido > ws-tolerancia-acordo
                       add 1 to ws-parc-vencidas
                   end-if
               end-if
           end-perform

           if ws-parc-abertas = zero
               set ac-quitado to true
               move ws-hoje-data8 to ac-data-situacao
               rewrite reg-acordo
               add 1 to ws-total-acordos-quitados
               move ac-cpf to ws-dado-mascara
               move "K" to ws-tipo-dado
               perform mascara-dado
               move ws-dado-mascara to cpf-lin
               move "ACORDO DE PARCELAMENTO QUITADO" to aviso-lin
               write reg-rel from lin-aviso after 1
           else
               if ws-parc-vencidas > zero
                   set ac-quebrado to true
                   move ws-hoje-data8 to ac-data-situacao
                   rewrite reg-acordo
                   add 1 to ws-total-acordos-quebrados
                   move ac-cpf to ws-dado-mascara
                   move "K" to ws-tipo-dado
                   perform mascara-dado
                   move ws-dado-mascara to cpf-lin
                   move "ACORDO QUEBRADO - PARCELA EM ATRASO"
                       to aviso-lin
                   write reg-rel from lin-aviso after 1
               end-if
           end-if.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2
           move ws-total-desconhecidos to valor
           write reg-rel from lin-sumario after 2

           move "PAGAMENTOS EM DUPLICIDADE" to rotulo
           move ws-total-duplicados to valor
           write reg-rel from lin-sumario after 2

           move "VALOR ENVIADO PARA SUSPENSO" to rotulo
           move ws-valor-suspenso to valor
           write reg-rel from lin-sumario after 2

           move "VALOR TOTAL POSTADO" to rotulo
           move ws-valor-postado to valor
           write reg-rel from lin-sumario after 2

           move "PARCELAS DE ACORDO PAGAS" to rotulo
           move ws-total-parcelas-pagas to valor
           write reg-rel from lin-sumario after 2

           move "ACORDOS QUITADOS" to rotulo
           move ws-total-acordos-quitados to valor
           write reg-rel from lin-sumario after 2

           move "ACORDOS QUEBRADOS" to rotulo
           move ws-total-acordos-quebrados to valor
           write reg-rel from lin-sumario after 2

           move "EXCLUSOES ENVIADAS AO BUREAU" to rotulo
           move ws-total-exclusoes-bureau to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.
           move "PAGAMENTOS DE CPF DESCONHECIDO" to dig-rotulo
           move ws-total-desconhecidos to dig-valor
           write reg-digest

           move "CARGA_RETORNO_BANCO" to dig-origem
           move "PAGAMENTOS EM DUPLICIDADE" to dig-rotulo
           move ws-total-duplicados to dig-valor
           write reg-digest

           move "CARGA_RETORNO_BANCO" to dig-origem
           move "ACORDOS QUEBRADOS" to dig-rotulo
           move ws-total-acordos-quebrados to dig-valor
           write reg-digest

           move "CARGA_RETORNO_BANCO" to dig-origem
           move "EXCLUSOES ENVIADAS AO BUREAU" to dig-rotulo
           move ws-total-exclusoes-bureau to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-carga
                 arq-cli
                 arq-pagamentos
                 arq-suspensos
           if ws-tem-retorno = "S"
               close arq-retorno
           end-if
           if ws-tem-acordos = "S"
               close arq-acordos
           end-if
           if ws-tem-negativacoes = "S"
               close arq-negativacoes
           end-if.
