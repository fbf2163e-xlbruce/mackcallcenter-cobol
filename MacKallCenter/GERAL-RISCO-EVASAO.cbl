       identification division.
       program-id. RISCO_EVASAO as "PGM370".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-pesos assign to "D:\PESOS_CHURN.DAT"
               organization is indexed
               access mode is random
               record key is pc-chave
               file status is st-pesos.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is dynamic
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-ocorr assign to ws-ocorr-path
               organization is indexed
               access mode is dynamic
               record key is o-chave
               alternate record key is o-chave-fila
                   source is o-stat o-atendente with duplicates
               alternate record key is o-data-limite-sla
                   with duplicates
               alternate record key is o-data-ocorr with duplicates
               file status is st-ocorr.

           select arq-pesquisas assign to "D:\PESQUISAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is pq-chave
               file status is st-pesquisa.

           select arq-devedores assign to "D:\DEVEDORES.DAT"
               organization is indexed
               access mode is random
               record key is dev-cpf
               file status is st-devedor.

           select arq-pacotes assign to "D:\PACOTES.DAT"
               organization is indexed
               access mode is random
               record key is pac-codigo
               file status is st-pacote.

           select arq-vinc assign to "D:\VINCULOS.DAT"
               organization is indexed
               access mode is sequential
               record key is vi-cpf
               file status is st-vinc.

           select arq-score assign to "D:\SCORE_CHURN.DAT"
               organization is indexed
               access mode is random
               record key is sc-cpf
               file status is st-score.

           select rel-risco assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-pesos.
               COPY PCHCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-ocorr.
               COPY OCOCOPY.

           fd arq-pesquisas.
               COPY PSQCOPY.

           fd arq-devedores.
               COPY DEVCOPY.

           fd arq-pacotes.
               COPY PACCOPY.

           fd arq-vinc.
               COPY VINCOPY.

           fd arq-score.
               COPY SCHCOPY.

       fd rel-risco.
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
       77 ws-ocorr-path pic x(40) value "D:\OCORRENCIAS.DAT".
       77 st-pesos pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-ocorr pic xx value spaces.
       77 st-pesquisa pic xx value spaces.
       77 st-devedor pic xx value spaces.
       77 st-pacote pic xx value spaces.
       77 st-vinc pic xx value spaces.
       77 st-score pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-cli pic x value "N".
       77 ws-tem-ocorr pic x value "N".
       77 ws-tem-pesquisa pic x value "N".
       77 ws-tem-devedor pic x value "N".
       77 ws-tem-pacote pic x value "N".
       77 ws-pesos-padrao pic x value "N".
       77 ws-fim-cli pic x value "N".
       77 ws-achou pic x value "N".

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-hoje-int pic s9(9) value zero.
       77 ws-janela-int pic s9(9) value zero.
       77 ws-data8 pic 9(8) value zero.
       77 ws-data-int pic s9(9) value zero.
       77 ws-limite-int pic s9(9) value zero.
       77 ws-fech-int pic s9(9) value zero.

           COPY PCHPADCOPY.

      *the six signals in PC-SINAL order, with the reason the screens
      *show when the signal is the one that weighed the most.
       01 ws-sinal-desc-dados.
           05 filler pic x(25) value "OCORRENCIAS REPETIDAS".
           05 filler pic x(25) value "SLA ESTOURADO".
           05 filler pic x(25) value "PESQUISA COM NOTA BAIXA".
           05 filler pic x(25) value "ATRASO NO PAGAMENTO".
           05 filler pic x(25) value "PACOTE DESCONTINUADO".
           05 filler pic x(25) value "CANCELAMENTO NO DOMICILIO".
       01 ws-sinal-desc-tab redefines ws-sinal-desc-dados.
           05 ws-sinal-desc pic x(25) occurs 6 times.

      *per client being scored: how many times each signal fired and
      *the points it is worth after the weight and cap.
       77 ws-idx-sinal pic 9 value zero.
       77 ws-sinal-maior pic 9 value zero.
       01 ws-cliente-sinais.
           05 ws-sinal-unid pic 9(5) occurs 6 times.
           05 ws-sinal-pontos pic 9(7) occurs 6 times.
       77 ws-total-pontos pic 9(7) value zero.
       77 ws-qtd-ocorr pic 9(5) value zero.
       77 ws-cpf-x pic x(11) value spaces.
       77 ws-cpf-num pic 9(11) value zero.

      *clients scoring each signal, for the run summary.
       01 ws-sinal-clientes-tab.
           05 ws-sinal-clientes pic 9(7) occurs 6 times.

      *every household link with whether the member and the CPF the
      *household is filed under are cancelled, loaded once before
      *the client pass reads CLIENTES.DAT in key order.
       77 ws-qtd-vin pic 9(4) value zero.
       77 ws-idx-vin pic 9(4) value zero.
       01 ws-vin-tab-area.
           05 ws-vin-tab occurs 5000 times.
               10 ws-vin-cpf pic 9(11).
               10 ws-vin-principal pic 9(11).
               10 ws-vin-cancelado pic x(1).
               10 ws-vin-princ-cancelado pic x(1).
       77 ws-vin-desprezados pic 9(5) value zero.
       77 ws-principal pic 9(11) value zero.
       77 ws-princ-cancelado pic x value "N".

      *the retention list: the highest scores so far, kept in
      *descending order as the clients go by.
       77 ws-qtd-rank pic 9(3) value zero.
       77 ws-idx-rank pic 9(3) value zero.
       77 ws-pos-rank pic 9(3) value zero.
       01 ws-rank-tab-area.
           05 ws-rank-tab occurs 200 times.
               10 ws-rank-cpf pic 9(11).
               10 ws-rank-nome pic x(30).
               10 ws-rank-ddd pic 9(2).
               10 ws-rank-telefone pic x(9).
               10 ws-rank-pontos pic 9(3).
               10 ws-rank-sinal pic 9.

       77 ws-total-lidos pic 9(7) value zero.
       77 ws-total-avaliados pic 9(7) value zero.
       77 ws-total-pontuados pic 9(7) value zero.
       77 ws-total-alto pic 9(7) value zero.
       77 ws-total-erros pic 9(7) value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Risco de Evasao - Lista para Retencao".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab-pesos.
           05 pesos-cab pic x(80).

       01 cab3.
           05 filler pic x(4) value "POS".
           05 filler pic x(12) value "CPF".
           05 filler pic x(22) value "NOME".
           05 filler pic x(13) value "TELEFONE".
           05 filler pic x(4) value "PTS".
           05 filler pic x(25) value "MOTIVO PRINCIPAL".

       01 lin-det.
           05 pos-det pic zz9.
           05 filler pic x(1) value space.
           05 cpf-det pic x(11).
           05 filler pic x(1) value space.
           05 nome-det pic x(21).
           05 filler pic x(1) value space.
           05 ddd-det pic 99.
           05 filler pic x(1) value "-".
           05 tel-det pic x(9).
           05 filler pic x(1) value space.
           05 pontos-det pic zz9.
           05 filler pic x(1) value space.
           05 motivo-det pic x(25).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.

       procedure division.

       mestre.
           perform inicio
           perform carrega-pesos
           perform carrega-domicilios
           perform pontua-clientes
           perform imprime-ranking
           perform sumario
           perform fim
           goback.

       inicio.
           accept ws-clientes-path from environment
               "MACKALLCENTER_CLIENTES_PATH"
               on exception
                   move "D:\CLIENTES.DAT" to ws-clientes-path
           end-accept

           accept ws-ocorr-path from environment
               "MACKALLCENTER_OCORRENCIAS_PATH"
               on exception
                   move "D:\OCORRENCIAS.DAT" to ws-ocorr-path
           end-accept

           accept ws-modo-batch from environment
               "MACKALLCENTER_MODO_BATCH"
               on exception
                   move "N" to ws-modo-batch
           end-accept

           accept ws-data-hoje from date yyyymmdd
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2
           move ws-data-hoje to ws-hoje-data8
           compute ws-hoje-int = function integer-of-date(ws-hoje-data8)

           initialize ws-sinal-clientes-tab
           initialize ws-rank-tab-area

           move "RISCO_EVASAO" to ws-rel-nome
           move "D:\RISCOEVASAO" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-risco
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2

      *every source but CLIENTES.DAT is optional: a file that was
      *never created only means nobody scores on that signal yet.
           open input arq-ocorr
           if st-ocorr = "00"
               move "S" to ws-tem-ocorr
           end-if
           open input arq-pesquisas
           if st-pesquisa = "00"
               move "S" to ws-tem-pesquisa
           end-if
           open input arq-devedores
           if st-devedor = "00"
               move "S" to ws-tem-devedor
           end-if
           open input arq-pacotes
           if st-pacote = "00"
               move "S" to ws-tem-pacote
           end-if.

      *no weights saved yet means the shipped defaults (PCHPADCOPY);
      *the report header says which set the night ran under.
       carrega-pesos.
           move "N" to ws-pesos-padrao
           open input arq-pesos
           if st-pesos = "00"
               move "CHURN" to pc-chave
               read arq-pesos
                   invalid key move "S" to ws-pesos-padrao
               end-read
               close arq-pesos
           else
               move "S" to ws-pesos-padrao
           end-if

           move spaces to pesos-cab
           if ws-pesos-padrao = "S"
               move pesos-churn-padrao to reg-pesos-churn
               move "Pesos: padrao (nenhum peso cadastrado)"
                   to pesos-cab
           else
               string "Pesos: alterados em "
                   pc-data-alteracao (7:2) "/"
                   pc-data-alteracao (5:2) "/"
                   pc-data-alteracao (1:4)
                   " por " pc-operador
                   delimited by size into pesos-cab
           end-if
           write reg-rel from cab-pesos after 1

           if pc-qtde-ranking = zero or pc-qtde-ranking > 200
               move 200 to pc-qtde-ranking
           end-if
           if pc-dias-por-ponto = zero
               move 1 to pc-dias-por-ponto
           end-if
           compute ws-janela-int = ws-hoje-int - pc-janela-dias.

       carrega-domicilios.
           open input arq-cli
           if st-cli not = "00"
               display "ERRO AO ABRIR CLIENTES.DAT: " st-cli
               move 1 to return-code
               exit paragraph
           end-if
           move "S" to ws-tem-cli

           open input arq-vinc
           if st-vinc not = "00"
               exit paragraph
           end-if
           perform until st-vinc = "10"
               read arq-vinc next record
                   at end move "10" to st-vinc
               end-read
               if st-vinc not = "10"
                   if ws-qtd-vin < 5000
                       add 1 to ws-qtd-vin
                       move vi-cpf to ws-vin-cpf (ws-qtd-vin)
                       move vi-cpf-principal
                           to ws-vin-principal (ws-qtd-vin)
                   else
                       add 1 to ws-vin-desprezados
                   end-if
               end-if
           end-perform
           close arq-vinc

           perform varying ws-idx-vin from 1 by 1
                   until ws-idx-vin > ws-qtd-vin
               move ws-vin-cpf (ws-idx-vin) to cpf
               perform le-cancelado
               move ws-achou to ws-vin-cancelado (ws-idx-vin)
               move ws-vin-principal (ws-idx-vin) to cpf
               perform le-cancelado
               move ws-achou to ws-vin-princ-cancelado (ws-idx-vin)
           end-perform.

       le-cancelado.
           move "N" to ws-achou
           read arq-cli
               invalid key continue
               not invalid key
                   if cliente-cancelado
                       move "S" to ws-achou
                   end-if
           end-read.

      *only live clients are scored: a cancelled one has already
      *left and a pending one has not been installed yet.
       pontua-clientes.
           if ws-tem-cli not = "S"
               exit paragraph
           end-if

           open output arq-score
           if st-score not = "00"
               display "ERRO AO CRIAR SCORE_CHURN.DAT: " st-score
               move 1 to return-code
               exit paragraph
           end-if

           move zeros to cpf
           start arq-cli key is >= cpf
               invalid key move "S" to ws-fim-cli
           end-start
           perform until ws-fim-cli = "S"
               read arq-cli next record
                   at end move "S" to ws-fim-cli
                   not at end
                       add 1 to ws-total-lidos
                       if not cliente-cancelado
                               and not cliente-pendente
                           perform pontua-cliente
                       end-if
               end-read
           end-perform
           close arq-score.

       pontua-cliente.
           add 1 to ws-total-avaliados
           initialize ws-cliente-sinais
           move cpf to ws-cpf-num
           move cpf to ws-cpf-x

           perform conta-ocorrencias
           perform conta-pesquisas
           perform confere-atraso
           perform confere-pacote
           perform conta-domicilio

           move zero to ws-total-pontos
           move zero to ws-sinal-maior
           perform varying ws-idx-sinal from 1 by 1
                   until ws-idx-sinal > 6
               perform pesa-sinal
           end-perform
           if ws-total-pontos = zero
               exit paragraph
           end-if
           if ws-total-pontos > 999
               move 999 to ws-total-pontos
           end-if

           add 1 to ws-total-pontuados
           move ws-cpf-num to sc-cpf
           move ws-total-pontos to sc-pontos
           move ws-sinal-maior to sc-sinal
           move ws-sinal-desc (ws-sinal-maior) to sc-motivo
           move "N" to sc-alto-risco
           if ws-total-pontos >= pc-corte-alto
               move "S" to sc-alto-risco
               add 1 to ws-total-alto
           end-if
           perform varying ws-idx-sinal from 1 by 1
                   until ws-idx-sinal > 6
               if ws-sinal-pontos (ws-idx-sinal) > 999
                   move 999 to sc-pontos-sinal (ws-idx-sinal)
               else
                   move ws-sinal-pontos (ws-idx-sinal)
                       to sc-pontos-sinal (ws-idx-sinal)
               end-if
           end-perform
           move ws-hoje-data8 to sc-data-calculo
           write reg-score-churn
               invalid key
                   add 1 to ws-total-erros
                   display "ERRO AO GRAVAR SCORE DO CPF " sc-cpf
           end-write

           perform entra-ranking.

      *a zero weight or cap leaves the signal out of the score; the
      *first signal to reach the highest points names the reason.
       pesa-sinal.
           if ws-sinal-unid (ws-idx-sinal) = zero
               exit paragraph
           end-if
           add 1 to ws-sinal-clientes (ws-idx-sinal)
           compute ws-sinal-pontos (ws-idx-sinal) =
               ws-sinal-unid (ws-idx-sinal) * pc-peso (ws-idx-sinal)
           if ws-sinal-pontos (ws-idx-sinal) > pc-teto (ws-idx-sinal)
               move pc-teto (ws-idx-sinal)
                   to ws-sinal-pontos (ws-idx-sinal)
           end-if
           add ws-sinal-pontos (ws-idx-sinal) to ws-total-pontos
           if ws-sinal-pontos (ws-idx-sinal) > zero
               if ws-sinal-maior = zero
                   move ws-idx-sinal to ws-sinal-maior
               else
                   if ws-sinal-pontos (ws-idx-sinal) >
                           ws-sinal-pontos (ws-sinal-maior)
                       move ws-idx-sinal to ws-sinal-maior
                   end-if
               end-if
           end-if.

      *signals 1 and 2: the client's occurrences opened inside the
      *window, and which of them broke the SLA. The deadline is the
      *stamped one plus the days spent AGUARDANDO CLIENTE, the same
      *reading ESCALA_SLA and FECHAMENTO_MENSAL make.
       conta-ocorrencias.
           if ws-tem-ocorr not = "S"
               exit paragraph
           end-if
           move zero to ws-qtd-ocorr
           move ws-cpf-x to o-cpf
           move zeros to o-data-ocorr o-hora-ocorr o-seq
           start arq-ocorr key is >= o-chave
               invalid key move "10" to st-ocorr
           end-start
           perform until st-ocorr = "10"
               read arq-ocorr next record
                   at end move "10" to st-ocorr
               end-read
               if st-ocorr not = "10"
                   if o-cpf not = ws-cpf-x
                       move "10" to st-ocorr
                   else
                       perform avalia-ocorrencia
                   end-if
               end-if
           end-perform
           move "00" to st-ocorr
           if ws-qtd-ocorr > 1
               compute ws-sinal-unid (1) = ws-qtd-ocorr - 1
           end-if.

       avalia-ocorrencia.
           move o-data-ocorr to ws-data8
           if ws-data8 not numeric or ws-data8 = zero
               exit paragraph
           end-if
           compute ws-data-int = function integer-of-date(ws-data8)
           if ws-data-int < ws-janela-int
               exit paragraph
           end-if
           add 1 to ws-qtd-ocorr

           move o-data-limite-sla to ws-data8
           if ws-data8 not numeric or ws-data8 = zero
               exit paragraph
           end-if
           compute ws-limite-int = function integer-of-date(ws-data8)
           if o-dias-suspensos numeric
               add o-dias-suspensos to ws-limite-int
           end-if

           if o-stat = 1
               if o-data-fechamento numeric
                       and o-data-fechamento not = zero
                   compute ws-fech-int =
                       function integer-of-date(o-data-fechamento)
                   if ws-fech-int > ws-limite-int
                       add 1 to ws-sinal-unid (2)
                   end-if
               end-if
           else
               if o-andamento = 2 and o-data-inicio-espera numeric
                       and o-data-inicio-espera not = zero
                   compute ws-limite-int = ws-limite-int
                       + ws-hoje-int
                       - function integer-of-date
                           (o-data-inicio-espera)
               end-if
               if ws-limite-int < ws-hoje-int
                   add 1 to ws-sinal-unid (2)
               end-if
           end-if.

      *signal 3: survey answers about occurrences inside the window
      *that came back at or under the cut-off note.
       conta-pesquisas.
           if ws-tem-pesquisa not = "S"
               exit paragraph
           end-if
           move ws-cpf-x to pq-cpf
           move zeros to pq-data-ocorr pq-hora-ocorr pq-seq
           start arq-pesquisas key is >= pq-chave
               invalid key move "10" to st-pesquisa
           end-start
           perform until st-pesquisa = "10"
               read arq-pesquisas next record
                   at end move "10" to st-pesquisa
               end-read
               if st-pesquisa not = "10"
                   if pq-cpf not = ws-cpf-x
                       move "10" to st-pesquisa
                   else
                       perform avalia-pesquisa
                   end-if
               end-if
           end-perform
           move "00" to st-pesquisa.

       avalia-pesquisa.
           if pq-nota not numeric or pq-nota = zero
                   or pq-nota > pc-nota-corte
               exit paragraph
           end-if
           move pq-data-ocorr to ws-data8
           if ws-data8 not numeric or ws-data8 = zero
               exit paragraph
           end-if
           compute ws-data-int = function integer-of-date(ws-data8)
           if ws-data-int >= ws-janela-int
               add 1 to ws-sinal-unid (3)
           end-if.

      *signal 4: one step per PC-DIAS-POR-PONTO days (or part of)
      *the open position on DEVEDORES.DAT is past due.
       confere-atraso.
           if ws-tem-devedor not = "S"
               exit paragraph
           end-if
           move ws-cpf-num to dev-cpf
           read arq-devedores
               invalid key continue
               not invalid key
                   if dev-valor-aberto > zero
                           and dev-dias-atraso > zero
                       compute ws-sinal-unid (4) =
                           (dev-dias-atraso + pc-dias-por-ponto - 1)
                               / pc-dias-por-ponto
                   end-if
           end-read.

      *signal 5: the package on the client no longer sold.
       confere-pacote.
           if ws-tem-pacote not = "S"
               exit paragraph
           end-if
           move tipo-pacote to pac-codigo
           read arq-pacotes
               invalid key continue
               not invalid key
                   if pac-ativo = "N"
                       move 1 to ws-sinal-unid (5)
                   end-if
           end-read.

      *signal 6: every other CPF of the client's household already
      *cancelled -- the members linked to the same principal, and
      *the principal itself when the client is a member.
       conta-domicilio.
           move ws-cpf-num to ws-principal
           move "N" to ws-princ-cancelado
           move "N" to ws-achou
           perform varying ws-idx-vin from 1 by 1
                   until ws-idx-vin > ws-qtd-vin or ws-achou = "S"
               if ws-vin-cpf (ws-idx-vin) = ws-cpf-num
                   move "S" to ws-achou
                   move ws-vin-principal (ws-idx-vin) to ws-principal
                   move ws-vin-princ-cancelado (ws-idx-vin)
                       to ws-princ-cancelado
               end-if
           end-perform

           if ws-principal not = ws-cpf-num
                   and ws-princ-cancelado = "S"
               add 1 to ws-sinal-unid (6)
           end-if

           perform varying ws-idx-vin from 1 by 1
                   until ws-idx-vin > ws-qtd-vin
               if ws-vin-principal (ws-idx-vin) = ws-principal
                       and ws-vin-cpf (ws-idx-vin) not = ws-cpf-num
                       and ws-vin-cpf (ws-idx-vin) not = ws-principal
                       and ws-vin-cancelado (ws-idx-vin) = "S"
                   add 1 to ws-sinal-unid (6)
               end-if
           end-perform.

      *ENTRA-RANKING slides the client into the list at its place,
      *pushing the lowest score off once the list is full; on a tie
      *the client read first (lower CPF) keeps the higher place.
       entra-ranking.
           if ws-qtd-rank = pc-qtde-ranking
               if ws-total-pontos not > ws-rank-pontos (ws-qtd-rank)
                   exit paragraph
               end-if
           else
               add 1 to ws-qtd-rank
           end-if

           move ws-qtd-rank to ws-pos-rank
           move "N" to ws-achou
           perform until ws-pos-rank = 1 or ws-achou = "S"
               if ws-rank-pontos (ws-pos-rank - 1) >= ws-total-pontos
                   move "S" to ws-achou
               else
                   move ws-rank-tab (ws-pos-rank - 1)
                       to ws-rank-tab (ws-pos-rank)
                   subtract 1 from ws-pos-rank
               end-if
           end-perform

           move ws-cpf-num to ws-rank-cpf (ws-pos-rank)
           move nome to ws-rank-nome (ws-pos-rank)
           move ddd to ws-rank-ddd (ws-pos-rank)
           move telefone to ws-rank-telefone (ws-pos-rank)
           move ws-total-pontos to ws-rank-pontos (ws-pos-rank)
           move ws-sinal-maior to ws-rank-sinal (ws-pos-rank).

       imprime-ranking.
           write reg-rel from cab3 after 2
           perform varying ws-idx-rank from 1 by 1
                   until ws-idx-rank > ws-qtd-rank
               move ws-idx-rank to pos-det
               move ws-rank-cpf (ws-idx-rank) to ws-dado-mascara
               move "K" to ws-tipo-dado
               perform mascara-dado
               move ws-dado-mascara to cpf-det
               move ws-rank-nome (ws-idx-rank) to nome-det
               move ws-rank-ddd (ws-idx-rank) to ddd-det
               move ws-rank-telefone (ws-idx-rank) to ws-dado-mascara
               move "T" to ws-tipo-dado
               perform mascara-dado
               move ws-dado-mascara to tel-det
               move ws-rank-pontos (ws-idx-rank) to pontos-det
               move ws-sinal-desc (ws-rank-sinal (ws-idx-rank))
                   to motivo-det
               write reg-rel from lin-det after 1
           end-perform.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "CLIENTES LIDOS" to rotulo
           move ws-total-lidos to valor
           write reg-rel from lin-sumario after 2

           move "CLIENTES AVALIADOS (ATIVOS)" to rotulo
           move ws-total-avaliados to valor
           write reg-rel from lin-sumario after 1

           move "CLIENTES COM PONTUACAO DE RISCO" to rotulo
           move ws-total-pontuados to valor
           write reg-rel from lin-sumario after 1

           move "CLIENTES EM ALTO RISCO" to rotulo
           move ws-total-alto to valor
           write reg-rel from lin-sumario after 1

           perform varying ws-idx-sinal from 1 by 1
                   until ws-idx-sinal > 6
               move spaces to rotulo
               string "  COM " ws-sinal-desc (ws-idx-sinal)
                   delimited by size into rotulo
               move ws-sinal-clientes (ws-idx-sinal) to valor
               write reg-rel from lin-sumario after 1
           end-perform

           if ws-vin-desprezados > zero
               move "VINCULOS NAO CARREGADOS (TABELA CHEIA)"
                   to rotulo
               move ws-vin-desprezados to valor
               write reg-rel from lin-sumario after 2
           end-if

           if ws-total-erros > zero
               move "ERROS DE GRAVACAO DO SCORE" to rotulo
               move ws-total-erros to valor
               write reg-rel from lin-sumario after 2
           end-if

           display "CLIENTES EM ALTO RISCO DE EVASAO: " ws-total-alto

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RISCO_EVASAO" to dig-origem
           move "CLIENTES EM ALTO RISCO DE EVASAO" to dig-rotulo
           move ws-total-alto to dig-valor
           write reg-digest

           move "RISCO_EVASAO" to dig-origem
           move "CLIENTES COM PONTUACAO DE RISCO" to dig-rotulo
           move ws-total-pontuados to dig-valor
           write reg-digest

           if ws-total-erros > zero
               move "RISCO_EVASAO" to dig-origem
               move "ERROS DE GRAVACAO DO SCORE" to dig-rotulo
               move ws-total-erros to dig-valor
               write reg-digest
           end-if
           close arq-digest.

       fim.
           close rel-risco
           if ws-tem-cli = "S"
               close arq-cli
           end-if
           if ws-tem-ocorr = "S"
               close arq-ocorr
           end-if
           if ws-tem-pesquisa = "S"
               close arq-pesquisas
           end-if
           if ws-tem-devedor = "S"
               close arq-devedores
           end-if
           if ws-tem-pacote = "S"
               close arq-pacotes
           end-if.
