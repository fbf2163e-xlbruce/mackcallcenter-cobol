               organization is indexed
               access mode is random
               record key is cpf2
               alternate record key is nome2 with duplicates
               file status is st-cli2.

           select arq-pacotes assign to "D:\PACOTES.DAT"
               record key is as-chave
               file status is st-assinatura.

           select arq-cancelamentos assign to "D:\CANCELAMENTOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is cn-chave
               file status is st-cancelamento.

           select arq-trocas-venc assign to "D:\TROCAVENC.DAT"
               organization is indexed
               access mode is random
               record key is tv-cpf
               file status is st-troca-venc.

           select arq-recupera assign to "D:\RECUPERAEQP.DAT"
               organization is indexed
               access mode is sequential
               record key is re-serie
               file status is st-recupera.

           select arq-aliquotas assign to "D:\ALIQUOTAS.DAT"
               organization is indexed
               access mode is sequential
               record key is al-chave
               file status is st-aliquota.

           select arq-fidelidade assign to "D:\FIDELIDADE.DAT"
               organization is indexed
               access mode is sequential
               record key is fi-chave
               file status is st-fidelidade.

           select arq-cob-servicos assign to "D:\COBRANCAS_SERVICO.DAT"
               organization is indexed
               access mode is dynamic
               record key is cv-chave
               file status is st-cob-servico.

       data division.
           File section.
           fd arq-cli.
           fd arq-cli2.
           01 reg-cliente2.
               05 cpf2 pic 9(11).
               05 nome2 pic x(30).
               05 filler pic x(127).
               05 tipo-pacote2 pic x(1).
               05 filler pic x(23).
               05 status-cliente2 pic x(1).
               05 filler pic x(44).
               05 data-ativacao2 pic x(10).
               05 filler pic x(17).

           fd arq-pacotes.
               COPY PACCOPY.
       fd arq-assinaturas.
           COPY ASSCOPY.

       fd arq-cancelamentos.
           COPY CANCCOPY.

       fd arq-trocas-venc.
           COPY TVNCOPY.

       fd arq-recupera.
           COPY EQPRECCOPY.

       fd arq-aliquotas.
           COPY ALIQCOPY.

       fd arq-fidelidade.
           COPY FIDCOPY.

       fd arq-cob-servicos.
           COPY CSVCOPY.

       fd arq-faturamento.
           COPY FATCOPY.

           05 s-status-cliente pic x(1).
           05 s-qtde-membros pic 9(2).
           05 s-preco pic 9(5)v99.
           05 s-tipo-fatura pic x(1).
           05 s-dias-faturados pic 9(2).
           05 s-dias-competencia pic 9(2).
           05 s-venc-anterior pic 9(2).
           05 s-dias-ponte pic 9(2).
           05 s-valor-ponte pic 9(5)v99.
           05 s-qtde-equip pic 9(2).
           05 s-valor-equip pic 9(5)v99.
           05 s-valor-multa pic 9(5)v99.
           05 s-qtde-servicos pic 9(2).
           05 s-valor-servicos pic 9(5)v99.
      *what each service on the line was priced at, household members
      *included, so the telecom taxes can be worked out per service.
           05 s-qtde-serv pic 9(2).
           05 s-servico occurs 6 times.
               10 s-serv-codigo pic x(1).
               10 s-serv-valor pic 9(5)v99.

       working-storage section.
       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 ws-eh-membro-vinculado pic x value "N".
       77 ws-qtde-membros pic 9(2) value zero.
       77 ws-valor-membros pic 9(7)v99 value zero.
       77 ws-cheio-membros pic 9(7)v99 value zero.
       77 ws-canc-int-principal pic 9(7) value zero.
       77 ws-cpf-principal pic 9(11) value zero.
       77 st-pacote pic xx value spaces.
       77 ws-vencimento-anterior pic 9(2) value zero.
       77 ws-total-dia pic 9(7)v99 value zero.
       77 ws-tem-creditos pic x value "N".
       77 found-cred pic x value "N".
       77 ws-valor-credito pic 9(5)v99 value zero.
       77 ws-valor-este-credito pic 9(5)v99 value zero.
       77 ws-total-credito-dia pic 9(9)v99 value zero.
       77 st-assinatura pic xx value spaces.
       77 ws-tem-assinaturas pic x value "N".
       77 found-ass pic x value "N".
       77 ws-tem-assinatura-ativa pic x value "N".
       77 ws-valor-assinaturas pic 9(5)v99 value zero.
       77 ws-valor-cheio-ass pic 9(5)v99 value zero.
       77 ws-valor-servico pic 9(5)v99 value zero.
       77 ws-preco-cheio pic 9(5)v99 value zero.
       77 st-cancelamento pic xx value spaces.
       77 ws-tem-cancelamentos pic x value "N".
       77 found-canc pic x value "N".
       77 st-troca-venc pic xx value spaces.
       77 ws-tem-trocas pic x value "N".
       77 ws-dias-ponte pic s9(3) value zero.

      *boxes a cancelled client never returned, charged by
      *RECUPERA_EQUIPAMENTOS for this competencia: few enough to be
      *held in memory, since RECUPERAEQP.DAT is keyed by serial and
      *the extract needs them by CPF.
       77 st-recupera pic xx value spaces.
       77 ws-qtd-cobrancas pic 9(3) value zero.
       77 ws-idx-cobranca pic 9(3) value zero.
       01 ws-cobrancas-tab.
           05 ws-cobranca occurs 500 times.
               10 ws-cob-cpf pic 9(11).
               10 ws-cob-valor pic 9(5)v99.

      *early-termination fees CANCELA CLIENTE set for this
      *competencia, held the same way: FIDELIDADE.DAT is read once.
       77 st-fidelidade pic xx value spaces.
       77 ws-qtd-multas pic 9(3) value zero.
       77 ws-idx-multa pic 9(3) value zero.
       01 ws-multas-tab.
           05 ws-multa occurs 500 times.
               10 ws-mul-cpf pic 9(11).
               10 ws-mul-valor pic 9(5)v99.

      *one-off services charged through the catalog (CSVCOPY) and
      *still pending, held the same way. Each remembers the line it
      *was added to, so the charges file can be stamped once the
      *extract is built and EMITE_FATURAS knows what to print.
       77 st-cob-servico pic xx value spaces.
       77 ws-qtd-cob-serv pic 9(3) value zero.
       77 ws-idx-cob-serv pic 9(3) value zero.
       77 ws-cpf-cob-serv pic 9(11) value zero.
       77 ws-cpf-linha-serv pic 9(11) value zero.
       01 ws-cob-servicos-tab.
           05 ws-cob-serv occurs 500 times.
               10 ws-csv-chave pic x(25).
               10 ws-csv-cpf pic 9(11).
               10 ws-csv-valor pic 9(5)v99.
               10 ws-csv-cpf-linha pic 9(11).
               10 ws-csv-incluida pic x.

      *pro rata: the competencia is the calendar month being billed,
      *and every service is charged for the days of it where it was
      *really active -- from its activation (or the month's first
      *day) to its end date, the cancellation, or the month's last
      *day, whichever comes first.
       77 ws-comp-ini-int pic 9(7) value zero.
       77 ws-comp-fim-int pic 9(7) value zero.
       77 ws-dias-competencia pic 9(2) value zero.
       77 ws-prox-comp pic 9(6) value zero.
       77 ws-canc-int pic 9(7) value zero.
       77 ws-ini-int pic 9(7) value zero.
       77 ws-fim-int pic 9(7) value zero.
       77 ws-dias-ativos pic s9(3) value zero.
       77 ws-dias-faturados pic 9(2) value zero.
       77 ws-data-conv pic x(10) value spaces.
       77 ws-data-conv8 pic 9(8) value zero.
       77 ws-data-conv-int pic 9(7) value zero.

      *telecom tax rates by state, service and vigencia, held in
      *memory in ALIQUOTAS.DAT key order so the last row matching a
      *state and service is the most recent one in force.
       77 st-aliquota pic xx value spaces.
       77 ws-qtd-aliquotas pic 9(3) value zero.
       77 ws-idx-aliq pic 9(3) value zero.
       01 ws-aliquotas-tab.
           05 ws-aliquota occurs 300 times.
               10 ws-aliq-estado pic x(2).
               10 ws-aliq-servico pic x(1).
               10 ws-aliq-vigencia pic 9(6).
               10 ws-aliq-icms pic 9(2)v99.
               10 ws-aliq-fust pic 9(2)v99.
               10 ws-aliq-funttel pic 9(2)v99.
       77 ws-serv-codigo pic x(1) value space.
       77 ws-serv-valor pic 9(5)v99 value zero.
       77 ws-idx-serv pic 9(2) value zero.
       77 ws-achou-serv pic x value "N".
       77 ws-busca-servico pic x(1) value space.
       77 ws-achou-aliquota pic x value "N".
       77 ws-sem-aliquota pic x value "N".
       77 ws-al-icms pic 9(2)v99 value zero.
       77 ws-al-fust pic 9(2)v99 value zero.
       77 ws-al-funttel pic 9(2)v99 value zero.
       77 ws-soma-servicos pic 9(7)v99 value zero.
       77 ws-base-imposto pic 9(5)v99 value zero.
       77 ws-base-restante pic 9(5)v99 value zero.
       77 ws-base-servico pic 9(5)v99 value zero.
       77 ws-valor-icms pic 9(5)v99 value zero.
       77 ws-valor-fust pic 9(5)v99 value zero.
       77 ws-valor-funttel pic 9(5)v99 value zero.
       77 ws-total-sem-aliquota pic 9(5) value zero.
       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
                   move "N" to ws-modo-batch
           end-accept

           accept ws-data-hoje from date yyyymmdd
           compute ws-competencia = hoje-ano * 100 + hoje-mes
           compute ws-comp-ini-int =
               function integer-of-date (ws-competencia * 100 + 1)
           if hoje-mes = 12
               compute ws-prox-comp = (hoje-ano + 1) * 100 + 1
           else
               compute ws-prox-comp = ws-competencia + 1
           end-if
           compute ws-comp-fim-int =
               function integer-of-date (ws-prox-comp * 100 + 1) - 1
           compute ws-dias-competencia =
               ws-comp-fim-int - ws-comp-ini-int + 1

           if ws-modo-batch = "S"
               move "N" to ws-inclui-cancelados
               move "N" to ws-inclui-pendentes
               accept ws-inclui-pendentes
           end-if

           perform carrega-aliquotas

           sort work-fat on ascending key s-vencimento
               input procedure is carrega-sort
               output procedure is grava-extrato

           perform marca-cobrancas-servico

           if ws-total-sem-aliquota > zero
               display "FATURAS SEM ALIQUOTA CADASTRADA: "
                   ws-total-sem-aliquota
           end-if

           goback.

      *no rates file just means no rate was registered yet: every
      *line goes out with its taxes at zero and is counted above.
       carrega-aliquotas.
           move zero to ws-qtd-aliquotas
           open input arq-aliquotas
           if st-aliquota = "00"
               perform until st-aliquota = "10"
                   read arq-aliquotas next record
                       at end move "10" to st-aliquota
                       not at end
                           if ws-qtd-aliquotas < 300
                               add 1 to ws-qtd-aliquotas
                               move al-estado to
                                   ws-aliq-estado (ws-qtd-aliquotas)
                               move al-servico to
                                   ws-aliq-servico (ws-qtd-aliquotas)
                               move al-vigencia to
                                   ws-aliq-vigencia (ws-qtd-aliquotas)
                               move al-icms to
                                   ws-aliq-icms (ws-qtd-aliquotas)
                               move al-fust to
                                   ws-aliq-fust (ws-qtd-aliquotas)
                               move al-funttel to
                                   ws-aliq-funttel (ws-qtd-aliquotas)
                           end-if
                   end-read
               end-perform
               close arq-aliquotas
           end-if.

       carrega-sort.
           open input arq-pacotes
           open input arq-cli2
           if st-assinatura = "00"
               move "S" to ws-tem-assinaturas
           end-if
      *no retention-desk file means no cancellation was ever dated,
      *and no due-day changes file means nobody moved a due day.
           open input arq-cancelamentos
           if st-cancelamento = "00"
               move "S" to ws-tem-cancelamentos
           end-if
           open input arq-trocas-venc
           if st-troca-venc = "00"
               move "S" to ws-tem-trocas
           end-if
           perform carrega-cobrancas-equip
           perform carrega-multas-fidelidade
           perform carrega-cobrancas-servico
           open input arq-cli
           if st-cli not = "00"
               display "ERRO AO ABRIR CLIENTES.DAT: " st-cli
                   read arq-cli
                       at end move "10" to st-cli
                       not at end
      *a client cancelled inside the competencia still gets one last,
      *closing bill for the days up to the cancellation, even in the
      *batch run that otherwise leaves cancelled clients out.
                       move zero to ws-canc-int
                       move "M" to s-tipo-fatura
                       move zero to s-qtde-equip s-valor-equip
                       move zero to s-valor-multa
                       move zero to s-qtde-serv
                       move zero to s-qtde-servicos s-valor-servicos
                       move cpf to ws-cpf-cob-serv
                       move cpf to ws-cpf-linha-serv
                       perform busca-cobranca-servico
                       if status-cliente = "C"
                           move cpf to ws-cpf-cliente
                           perform busca-data-cancelamento
                           if ws-canc-int >= ws-comp-ini-int
                                   and ws-canc-int <= ws-comp-fim-int
                               move "E" to s-tipo-fatura
                           end-if
      *an unreturned box charged this competencia reopens the closing
      *bill even when the cancellation itself was months ago.
                           perform busca-cobranca-equip
                           if s-valor-equip > zero
                               move "E" to s-tipo-fatura
                           end-if
      *and so does a loyalty fee set for this competencia.
                           perform busca-multa-fidelidade
                           if s-valor-multa > zero
                               move "E" to s-tipo-fatura
                           end-if
      *and so does a one-off service still waiting to be billed.
                           if s-valor-servicos > zero
                               move "E" to s-tipo-fatura
                           end-if
                       end-if
                       if (status-cliente = "C"
                               and ws-inclui-cancelados not = "S"
                               and s-tipo-fatura not = "E")
                           or (status-cliente = "P"
                               and ws-inclui-pendentes not = "S")
                           continue
                               move ws-qtde-membros to s-qtde-membros
                               perform busca-preco-pacote
                               add ws-valor-membros to s-preco
                               perform busca-troca-vencimento
                               add s-valor-ponte to s-preco
                               move ws-dias-faturados
                                   to s-dias-faturados
                               move ws-dias-competencia
                                   to s-dias-competencia
                               perform confirma-cobranca-servico
                               release sort-rec
                           end-if
                       end-if
                 arq-pacotes
           if ws-tem-assinaturas = "S"
               close arq-assinaturas
           end-if
           if ws-tem-cancelamentos = "S"
               close arq-cancelamentos
           end-if
           if ws-tem-trocas = "S"
               close arq-trocas-venc
           end-if.

      *BUSCA-PRECO-PACOTE prices the line: the sum of the client's
      *active subscriptions when there are any, otherwise the legacy
      *single TIPO-PACOTE letter, so the migrated base keeps billing
      *exactly as before while new sales bill per service.
      *Both are pro-rated by the days active in the competencia; the
      *full monthly price is kept aside in WS-PRECO-CHEIO for the
      *due-day bridge below.
       busca-preco-pacote.
           move zero to ws-dias-faturados
           perform soma-assinaturas
           if ws-tem-assinatura-ativa = "S"
               move ws-valor-assinaturas to s-preco
               move ws-valor-cheio-ass to ws-preco-cheio
           else
               move s-tipo-pacote to pac-codigo
               read arq-pacotes
                   invalid key
                       move zero to s-preco ws-preco-cheio
                   not invalid key
                       move pac-preco to ws-preco-cheio
                       move data-ativacao to ws-data-conv
                       perform converte-data
                       move ws-data-conv-int to ws-ini-int
                       move zero to ws-fim-int
                       perform calcula-dias-ativos
                       compute s-preco rounded =
                           pac-preco * ws-dias-ativos
                               / ws-dias-competencia
                       move ws-dias-ativos to ws-dias-faturados
                       move s-tipo-pacote to ws-serv-codigo
                       move s-preco to ws-serv-valor
                       perform acumula-servico
               end-read
           end-if.

       soma-assinaturas.
           move "N" to ws-tem-assinatura-ativa
           move zero to ws-valor-assinaturas ws-valor-cheio-ass
           if ws-tem-assinaturas = "S"
               move s-cpf to as-cpf
               move low-values to as-servico
                       at end move "N" to found-ass
                   end-read
                   if found-ass = "S" and as-cpf = s-cpf
                       move as-data-ativacao to ws-data-conv
                       perform converte-data
                       move ws-data-conv-int to ws-ini-int
                       move zero to ws-fim-int
                       if as-data-fim not = spaces
                           move as-data-fim to ws-data-conv
                           perform converte-data
                           move ws-data-conv-int to ws-fim-int
                       end-if
                       perform calcula-dias-ativos
      *a subscription ended before the competencia started has no
      *day left to bill; one ended inside it bills the days it had.
                       if ws-dias-ativos > zero
                           move as-servico to pac-codigo
                           read arq-pacotes
                               invalid key continue
                               not invalid key
                                   move "S" to
                                       ws-tem-assinatura-ativa
                                   compute ws-valor-servico rounded =
                                       pac-preco * ws-dias-ativos
                                           / ws-dias-competencia
                                   add ws-valor-servico to
                                       ws-valor-assinaturas
                                   move as-servico to ws-serv-codigo
                                   move ws-valor-servico to
                                       ws-serv-valor
                                   perform acumula-servico
                                   if as-data-fim = spaces
                                       add pac-preco to
                                           ws-valor-cheio-ass
                                   end-if
                                   if ws-dias-ativos >
                                           ws-dias-faturados
                                       move ws-dias-ativos to
                                           ws-dias-faturados
                                   end-if
                           end-read
                       end-if
                   else
               end-perform
           end-if.

      *CALCULA-DIAS-ATIVOS clips the service window WS-INI-INT ..
      *WS-FIM-INT (zero meaning open on that side) to the competencia
      *and to the client's cancellation date, and counts the days
      *left, both ends included.
       calcula-dias-ativos.
           if ws-ini-int < ws-comp-ini-int
               move ws-comp-ini-int to ws-ini-int
           end-if
           if ws-fim-int = zero or ws-fim-int > ws-comp-fim-int
               move ws-comp-fim-int to ws-fim-int
           end-if
           if ws-canc-int > zero and ws-canc-int < ws-fim-int
               move ws-canc-int to ws-fim-int
           end-if
           compute ws-dias-ativos = ws-fim-int - ws-ini-int + 1
           if ws-dias-ativos < zero
               move zero to ws-dias-ativos
           end-if.

      *CONVERTE-DATA turns a dd/mm/aaaa date from the client or
      *subscription record into a day number; anything blank or not
      *a date comes back zero, which the window above reads as open.
       converte-data.
           move zero to ws-data-conv-int
           if ws-data-conv (1:2) is numeric
                   and ws-data-conv (4:2) is numeric
                   and ws-data-conv (7:4) is numeric
               move ws-data-conv (7:4) to ws-data-conv8 (1:4)
               move ws-data-conv (4:2) to ws-data-conv8 (5:2)
               move ws-data-conv (1:2) to ws-data-conv8 (7:2)
               if function test-date-yyyymmdd (ws-data-conv8) = zero
                   compute ws-data-conv-int =
                       function integer-of-date (ws-data-conv8)
               end-if
           end-if.

       carrega-cobrancas-equip.
           move zero to ws-qtd-cobrancas
           open input arq-recupera
           if st-recupera = "00"
               perform until st-recupera = "10"
                   read arq-recupera next record
                       at end move "10" to st-recupera
                       not at end
                           if re-cobrado
                                   and re-competencia-cobranca =
                                       ws-competencia
                                   and ws-qtd-cobrancas < 500
                               add 1 to ws-qtd-cobrancas
                               move re-cpf to
                                   ws-cob-cpf (ws-qtd-cobrancas)
                               move re-valor to
                                   ws-cob-valor (ws-qtd-cobrancas)
                           end-if
                   end-read
               end-perform
               close arq-recupera
           end-if.

       carrega-multas-fidelidade.
           move zero to ws-qtd-multas
           open input arq-fidelidade
           if st-fidelidade = "00"
               perform until st-fidelidade = "10"
                   read arq-fidelidade next record
                       at end move "10" to st-fidelidade
                       not at end
                           if fi-rescindido
                                   and fi-multa-cobrada > zero
                                   and fi-competencia-multa =
                                       ws-competencia
                                   and ws-qtd-multas < 500
                               add 1 to ws-qtd-multas
                               move fi-cpf to
                                   ws-mul-cpf (ws-qtd-multas)
                               move fi-multa-cobrada to
                                   ws-mul-valor (ws-qtd-multas)
                           end-if
                   end-read
               end-perform
               close arq-fidelidade
           end-if.

      *CARREGA-COBRANCAS-SERVICO holds every pending one-off charge.
      *One already stamped by an earlier run of the month that never
      *got printed is simply taken again and restamped.
       carrega-cobrancas-servico.
           move zero to ws-qtd-cob-serv
           open input arq-cob-servicos
           if st-cob-servico = "00"
               perform until st-cob-servico = "10"
                   read arq-cob-servicos next record
                       at end move "10" to st-cob-servico
                       not at end
                           if cv-pendente
                                   and ws-qtd-cob-serv < 500
                               add 1 to ws-qtd-cob-serv
                               move cv-chave to
                                   ws-csv-chave (ws-qtd-cob-serv)
                               move cv-cpf to
                                   ws-csv-cpf (ws-qtd-cob-serv)
                               move cv-valor to
                                   ws-csv-valor (ws-qtd-cob-serv)
                               move zero to
                                   ws-csv-cpf-linha (ws-qtd-cob-serv)
                               move "N" to
                                   ws-csv-incluida (ws-qtd-cob-serv)
                           end-if
                   end-read
               end-perform
               close arq-cob-servicos
           end-if.

      *BUSCA-COBRANCA-SERVICO adds the pending charges of client
      *WS-CPF-COB-SERV to the line of WS-CPF-LINHA-SERV -- the same
      *CPF, or the principal's for a household member. A charge
      *already confirmed on a released line is never taken twice.
       busca-cobranca-servico.
           perform varying ws-idx-cob-serv from 1 by 1
                   until ws-idx-cob-serv > ws-qtd-cob-serv
               if ws-csv-cpf (ws-idx-cob-serv) = ws-cpf-cob-serv
                       and ws-csv-incluida (ws-idx-cob-serv) = "N"
                   add 1 to s-qtde-servicos
                   add ws-csv-valor (ws-idx-cob-serv)
                       to s-valor-servicos
                   move ws-cpf-linha-serv
                       to ws-csv-cpf-linha (ws-idx-cob-serv)
               end-if
           end-perform.

      *CONFIRMA-COBRANCA-SERVICO marks the charges taken for the line
      *about to be released; those taken for a line that was then
      *left out of the extract stay pending for a later run.
       confirma-cobranca-servico.
           perform varying ws-idx-cob-serv from 1 by 1
                   until ws-idx-cob-serv > ws-qtd-cob-serv
               if ws-csv-cpf-linha (ws-idx-cob-serv) = s-cpf
                       and ws-csv-incluida (ws-idx-cob-serv) = "N"
                   move "S" to ws-csv-incluida (ws-idx-cob-serv)
               end-if
           end-perform.

      *MARCA-COBRANCAS-SERVICO stamps each pending charge with this
      *extract's competencia and the CPF of the line carrying it, or
      *clears the stamp when it was left out, so a second extract in
      *the same month always leaves the file matching the last one.
       marca-cobrancas-servico.
           if ws-qtd-cob-serv = zero
               exit paragraph
           end-if
           open i-o arq-cob-servicos
           if st-cob-servico not = "00"
               exit paragraph
           end-if
           perform varying ws-idx-cob-serv from 1 by 1
                   until ws-idx-cob-serv > ws-qtd-cob-serv
               move ws-csv-chave (ws-idx-cob-serv) to cv-chave
               read arq-cob-servicos
                   invalid key continue
                   not invalid key
                       if cv-pendente
                           if ws-csv-incluida (ws-idx-cob-serv) = "S"
                               move ws-competencia to cv-competencia
                               move ws-csv-cpf-linha (ws-idx-cob-serv)
                                   to cv-cpf-fatura
                           else
                               move zero to cv-competencia
                               move spaces to cv-cpf-fatura
                           end-if
                           rewrite reg-cobranca-servico
                       end-if
               end-read
           end-perform
           close arq-cob-servicos.

       busca-multa-fidelidade.
           perform varying ws-idx-multa from 1 by 1
                   until ws-idx-multa > ws-qtd-multas
               if ws-mul-cpf (ws-idx-multa) = ws-cpf-cliente
                   add ws-mul-valor (ws-idx-multa) to s-valor-multa
               end-if
           end-perform.

       busca-cobranca-equip.
           perform varying ws-idx-cobranca from 1 by 1
                   until ws-idx-cobranca > ws-qtd-cobrancas
               if ws-cob-cpf (ws-idx-cobranca) = ws-cpf-cliente
                   add 1 to s-qtde-equip
                   add ws-cob-valor (ws-idx-cobranca) to s-valor-equip
               end-if
           end-perform.

      *BUSCA-DATA-CANCELAMENTO takes the cancellation day from the
      *retention desk's record of the client; the last "C" row wins,
      *so a client cancelled, reactivated and cancelled again closes
      *on the latest date.
       busca-data-cancelamento.
           move zero to ws-canc-int
           if ws-tem-cancelamentos = "S"
               move ws-cpf-cliente to cn-cpf
               move zeros to cn-data cn-hora cn-seq
               start arq-cancelamentos key is >= cn-chave
                   invalid key move "N" to found-canc
                   not invalid key move "S" to found-canc
               end-start
               perform with test before until found-canc = "N"
                   read arq-cancelamentos next record
                       at end move "N" to found-canc
                   end-read
                   if found-canc = "S" and cn-cpf = ws-cpf-cliente
                       if cn-cancelou
                           compute ws-canc-int =
                               function integer-of-date (cn-ano * 10000
                                   + cn-mes * 100 + cn-dia)
                       end-if
                   else
                       move "N" to found-canc
                   end-if
               end-perform
           end-if.

      *BUSCA-TROCA-VENCIMENTO adds the one-off bridging charge of a
      *due-day change made this competencia: the days from the old
      *due day forward to the new one, at 1/30 of the full monthly
      *price per day -- the same day rate the outage credits use.
       busca-troca-vencimento.
           move zero to s-venc-anterior s-dias-ponte s-valor-ponte
           if ws-tem-trocas = "S"
               move cpf to tv-cpf
               read arq-trocas-venc
                   invalid key continue
                   not invalid key
                       if tv-competencia = ws-competencia
                               and tv-venc-novo = vencimento-fatura
                           compute ws-dias-ponte =
                               tv-venc-novo - tv-venc-anterior
                           if ws-dias-ponte <= zero
                               add 30 to ws-dias-ponte
                           end-if
                           move tv-venc-anterior to s-venc-anterior
                           move ws-dias-ponte to s-dias-ponte
                           compute s-valor-ponte rounded =
                               (ws-preco-cheio + ws-cheio-membros)
                                   * ws-dias-ponte / 30
                       end-if
               end-read
           end-if.

      *VERIFICA-VINCULO scans VINCULOS.DAT for the client currently
      *being loaded: if the client is itself a linked, non-principal
      *member, its own line is folded into the principal's instead of
           move "N" to ws-eh-membro-vinculado
           move zero to ws-qtde-membros
           move zero to ws-valor-membros
           move zero to ws-cheio-membros

      *No VINCULOS.DAT on disk just means nothing was ever linked,
      *so the client bills alone -- skip the scan rather than
                                   and vi-cpf not = ws-cpf-cliente
                               add 1 to ws-qtde-membros
                               perform soma-preco-membro
      *a member's one-off charges ride on the principal's bill too.
                               move vi-cpf to ws-cpf-cob-serv
                               move ws-cpf-cliente to ws-cpf-linha-serv
                               perform busca-cobranca-servico
                           end-if
                   end-read
               end-perform
               close arq-vinc
           end-if.

      *SOMA-PRECO-MEMBRO carries a folded-out member's own price onto
      *the principal's consolidated line: the member lost its own
      *extract line to the consolidation, so what it would have been
      *billed has to ride on the principal's S-PRECO. It is priced
      *as BUSCA-PRECO-PACOTE prices the principal -- its own
      *subscriptions, or its TIPO-PACOTE from its own DATA-ATIVACAO,
      *pro-rated to the days active up to its own cancellation -- so
      *a member cancelled in the month pays the days it had. The
      *principal's CPF and cancellation day are put back afterwards;
      *the full monthly price goes to WS-CHEIO-MEMBROS for the
      *due-day bridge.
       soma-preco-membro.
           move vi-cpf to cpf2
           read arq-cli2
               invalid key exit paragraph
           end-read
           if status-cliente2 = "P" and ws-inclui-pendentes not = "S"
               exit paragraph
           end-if

           move ws-cpf-cliente to ws-cpf-principal
           move ws-canc-int to ws-canc-int-principal
           move zero to ws-canc-int
           if status-cliente2 = "C"
               move vi-cpf to ws-cpf-cliente
               perform busca-data-cancelamento
           end-if

           move vi-cpf to s-cpf
           perform soma-assinaturas
           if ws-tem-assinatura-ativa = "S"
               add ws-valor-assinaturas to ws-valor-membros
               add ws-valor-cheio-ass to ws-cheio-membros
           else
               if tipo-pacote2 not = spaces
                   move tipo-pacote2 to pac-codigo
                   read arq-pacotes
                       invalid key continue
                       not invalid key
                           move data-ativacao2 to ws-data-conv
                           perform converte-data
                           move ws-data-conv-int to ws-ini-int
                           move zero to ws-fim-int
                           perform calcula-dias-ativos
                           compute ws-valor-servico rounded =
                               pac-preco * ws-dias-ativos
                                   / ws-dias-competencia
                           add ws-valor-servico to ws-valor-membros
                           if ws-dias-ativos > zero
                               add pac-preco to ws-cheio-membros
                           end-if
                           move tipo-pacote2 to ws-serv-codigo
                           move ws-valor-servico to ws-serv-valor
                           perform acumula-servico
                   end-read
               end-if
           end-if

           move ws-cpf-principal to ws-cpf-cliente
           move ws-canc-int-principal to ws-canc-int.

      *ACUMULA-SERVICO adds WS-SERV-VALOR to the line's entry for
      *service WS-SERV-CODIGO, opening one if needed; a line with more
      *distinct services than the table holds lumps the rest into the
      *last entry.
       acumula-servico.
           move "N" to ws-achou-serv
           perform varying ws-idx-serv from 1 by 1
                   until ws-idx-serv > s-qtde-serv
               if s-serv-codigo (ws-idx-serv) = ws-serv-codigo
                   add ws-serv-valor to s-serv-valor (ws-idx-serv)
                   move "S" to ws-achou-serv
               end-if
           end-perform
           if ws-achou-serv = "N"
               if s-qtde-serv < 6
                   add 1 to s-qtde-serv
                   move ws-serv-codigo to s-serv-codigo (s-qtde-serv)
                   move zero to s-serv-valor (s-qtde-serv)
               end-if
               add ws-serv-valor to s-serv-valor (s-qtde-serv)
           end-if.

       grava-extrato.
           open output arq-faturamento
           open i-o arq-fat-hist
           if st-fat-hist = "35"
                       move s-preco to ws-valor-bruto
                       perform aplica-desconto
                       perform aplica-creditos
                       perform calcula-impostos
                       add s-valor-equip s-valor-multa s-valor-servicos
                           to ws-valor-liquido ws-valor-bruto
                       move ws-valor-liquido to s-preco
                       add s-preco to ws-total-dia
                       add ws-valor-bruto to ws-total-bruto-dia
                       move ws-valor-bruto to f-valor-bruto
                       move ws-valor-desconto to f-valor-desconto
                       move ws-valor-credito to f-valor-credito
                       move s-tipo-fatura to f-tipo-fatura
                       move s-dias-faturados to f-dias-faturados
                       move s-dias-competencia to f-dias-competencia
                       move s-venc-anterior to f-venc-anterior
                       move s-dias-ponte to f-dias-ponte
                       move s-valor-ponte to f-valor-ponte
                       move s-qtde-equip to f-qtde-equip-cobrado
                       move s-valor-equip to f-valor-equipamento
                       move s-valor-multa to f-valor-multa-fidelidade
                       move s-qtde-servicos to f-qtde-servicos-cob
                       move s-valor-servicos to f-valor-servicos-cob
                       move ws-base-imposto to f-base-imposto
                       move ws-valor-icms to f-valor-icms
                       move ws-valor-fust to f-valor-fust
                       move ws-valor-funttel to f-valor-funttel
                       write reg-faturamento
               end-return
           end-perform
      *never settle twice. A credit in days converts at 1/30 of the
      *month's net per day. Pending and denied credits are untouched,
      *and a credit bigger than the bill zeroes the bill -- the
      *remainder is not carried, same rule the discount follows. Each
      *credit is stamped with the day and the money it really took
      *off the bill, for the accounting journal.
       aplica-creditos.
           move zero to ws-valor-credito
           if ws-tem-creditos = "S"
                   if found-cred = "S" and crd-cpf = s-cpf
                       if crd-aprovado
                           if crd-tipo-valor
                               move crd-valor to ws-valor-este-credito
                           else
                               compute ws-valor-este-credito rounded =
                                   ws-valor-liquido * crd-dias / 30
                           end-if
                           if ws-valor-este-credito >
                                   ws-valor-liquido - ws-valor-credito
                               compute ws-valor-este-credito =
                                   ws-valor-liquido - ws-valor-credito
                           end-if
                           add ws-valor-este-credito to ws-valor-credito
                           set crd-consumido to true
                           move ws-data-hoje to crd-data-consumo
                           move ws-valor-este-credito to
                               crd-valor-consumido
                           rewrite reg-credito
                       end-if
                   else
           compute ws-valor-liquido =
               ws-valor-liquido - ws-valor-credito.

      *CALCULA-IMPOSTOS works out the telecom taxes included in the
      *line. The base is what is left to pay after the discount and
      *the credits, before the equipment charge and the loyalty fee
      *(neither is a telecom service). It is split over the line's
      *services in proportion to their prices -- the last service
      *takes what the truncated shares leave, so they always add
      *back to the base -- and each share pays the rates in force
      *for the client's state and that service in the competencia,
      *or the state's "*" rates when the service has none of its
      *own.
       calcula-impostos.
           move ws-valor-liquido to ws-base-imposto
           move zero to ws-valor-icms ws-valor-fust ws-valor-funttel
           move "N" to ws-sem-aliquota
           move zero to ws-soma-servicos
           perform varying ws-idx-serv from 1 by 1
                   until ws-idx-serv > s-qtde-serv
               add s-serv-valor (ws-idx-serv) to ws-soma-servicos
           end-perform
           if ws-soma-servicos = zero
               move 1 to s-qtde-serv
               move s-tipo-pacote to s-serv-codigo (1)
               move 1 to s-serv-valor (1)
               move 1 to ws-soma-servicos
           end-if
           move ws-base-imposto to ws-base-restante
           perform varying ws-idx-serv from 1 by 1
                   until ws-idx-serv > s-qtde-serv
               if ws-idx-serv = s-qtde-serv
                   move ws-base-restante to ws-base-servico
               else
                   compute ws-base-servico =
                       ws-base-imposto * s-serv-valor (ws-idx-serv)
                           / ws-soma-servicos
                   subtract ws-base-servico from ws-base-restante
               end-if
               move s-serv-codigo (ws-idx-serv) to ws-busca-servico
               perform procura-aliquota
               if ws-achou-aliquota = "N"
                   move "*" to ws-busca-servico
                   perform procura-aliquota
               end-if
               if ws-achou-aliquota = "N"
                   move "S" to ws-sem-aliquota
               end-if
               compute ws-valor-icms rounded = ws-valor-icms
                   + ws-base-servico * ws-al-icms / 100
               compute ws-valor-fust rounded = ws-valor-fust
                   + ws-base-servico * ws-al-fust / 100
               compute ws-valor-funttel rounded = ws-valor-funttel
                   + ws-base-servico * ws-al-funttel / 100
           end-perform
           if ws-sem-aliquota = "S" and ws-base-imposto > zero
               add 1 to ws-total-sem-aliquota
           end-if.

       procura-aliquota.
           move "N" to ws-achou-aliquota
           move zero to ws-al-icms ws-al-fust ws-al-funttel
           perform varying ws-idx-aliq from 1 by 1
                   until ws-idx-aliq > ws-qtd-aliquotas
               if ws-aliq-estado (ws-idx-aliq) = s-estado
                       and ws-aliq-servico (ws-idx-aliq) =
                           ws-busca-servico
                       and ws-aliq-vigencia (ws-idx-aliq) <=
                           ws-competencia
                   move "S" to ws-achou-aliquota
                   move ws-aliq-icms (ws-idx-aliq) to ws-al-icms
                   move ws-aliq-fust (ws-idx-aliq) to ws-al-fust
                   move ws-aliq-funttel (ws-idx-aliq) to ws-al-funttel
               end-if
           end-perform.

      *GRAVA-HISTORICO-DIA closes out the vencimento-day group
      *GRAVA-EXTRATO just finished accumulating, saving this run's
      *client count and billed value for that day so RELATORIO_
