       identification division.
       program-id. APLICA_ORDENS_PACOTE as "PGM373".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-ordens assign to "D:\ORDENSPACOTE.DAT"
               organization is indexed
               access mode is dynamic
               record key is om-chave
               file status is st-ordem.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is dynamic
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-assinaturas assign to "D:\ASSINATURAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is as-chave
               file status is st-assinatura.

           select arq-visitas assign to "D:\VISITAS.DAT"
               organization is indexed
               access mode is sequential
               record key is vs-chave
               file status is st-visita.

           select arq-cli-hist assign to "D:\CLIHIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is c-chave
               file status is st-cli-hist.

           select rel-ordens assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-ordens.
               COPY OMPCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-assinaturas.
               COPY ASSCOPY.

           fd arq-visitas.
               COPY VISCOPY.

           fd arq-cli-hist.
               COPY CLIHISTCOPY.

       fd rel-ordens.
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
       77 st-ordem pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-assinatura pic xx value spaces.
       77 st-visita pic xx value spaces.
       77 st-cli-hist pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-treino pic x value "N".
       77 ws-modo-batch pic x value "N".
       77 ws-tem-ordens pic x value "N".
       77 ws-fim-arq pic x value "N".
       77 found-cpf pic x value "N".
       77 ws-visita-feita pic x value "N".
       77 ws-idx pic 9 value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-data-negocio pic x(8) value spaces.
       01 ws-hora-atual.
           05 ws-hh-atual pic 99.
           05 ws-min-atual pic 99.
           05 filler pic 9(4).
       77 ws-data8 pic 9(8) value zero.
       77 ws-data-barras pic x(10) value spaces.
       77 ws-hoje-barras pic x(10) value spaces.

      *occurrences whose visit a due order is waiting on; VISITAS.DAT
      *is read once to mark the ones with a concluded visit instead
      *of being scanned again for every order.
       01 ws-tab-visitas.
           05 ws-qtd-visitas pic 9(4) value zero.
           05 ws-vis-item occurs 500 times.
               10 ws-vis-ocorr pic x(25).
               10 ws-vis-feita pic x(1).
       77 ws-max-visitas pic 9(4) value 500.
       77 ws-ix-vis pic 9(4) value zero.

       77 ws-total-aplicadas pic 9(7) value zero.
       77 ws-total-aguardando pic 9(7) value zero.
       77 ws-total-recusadas pic 9(7) value zero.
       77 ws-total-futuras pic 9(7) value zero.
       77 ws-variacao-aplicada pic s9(9)v99 value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(14) value spaces.
           05 filler pic x(40) value
               "Aplicacao de Ordens de Mudanca de Pacote".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab3.
           05 filler pic x(12) value "CPF".
           05 filler pic x(11) value "PEDIDO".
           05 filler pic x(11) value "EFETIVA".
           05 filler pic x(8) value "ITENS".
           05 filler pic x(5) value "PAC".
           05 filler pic x(11) value "VARIACAO".
           05 filler pic x(22) value "SITUACAO".

       01 lin-det.
           05 cpf-det pic x(11).
           05 filler pic x(1) value space.
           05 pedido-det pic x(10).
           05 filler pic x(1) value space.
           05 efetiva-det pic x(10).
           05 filler pic x(1) value space.
           05 itens-det pic x(8).
           05 pacote-det pic x(2).
           05 filler pic x(1) value space.
           05 variacao-det pic -zzzz9,99.
           05 filler pic x(3) value spaces.
           05 situacao-det pic x(22).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.

       01 lin-sumario-valor.
           05 rotulo-valor pic x(40).
           05 valor-moeda pic -zzzzzz9,99.

       procedure division.

       mestre.
           perform inicio
           if ws-tem-ordens = "S"
               perform marca-visitas
               perform aplica-ordens
           end-if
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

           accept ws-treino from environment
               "MACKALLCENTER_TREINAMENTO"
               on exception
                   move "N" to ws-treino
           end-accept

      *during a catch-up run the batch driver says which missed
      *business date tonight's orders are really due FOR, so an
      *order effective on a skipped night is applied on its day.
           accept ws-data-hoje from date yyyymmdd
           accept ws-data-negocio from environment
               "MACKALLCENTER_DATA_NEGOCIO"
               on exception
                   move spaces to ws-data-negocio
           end-accept
           if ws-data-negocio is numeric
                   and ws-data-negocio not = spaces
               move ws-data-negocio to ws-data-hoje
           end-if
           move ws-data-hoje to ws-hoje-data8
           move ws-hoje-data8 to ws-data8
           perform formata-data
           move ws-data-barras to ws-hoje-barras
           accept ws-hora-atual from time
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

           move "APLICA_ORDENS_PACOTE" to ws-rel-nome
           move "D:\APLICAORDENS" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-ordens
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           if ws-treino = "S"
               move "MODO TREINAMENTO - NADA FOI APLICADO" to reg-rel
               write reg-rel after 2
           end-if
           write reg-rel from cab3 after 2

      *no order file yet simply means nobody has asked for a change.
           open i-o arq-ordens
           if st-ordem = "00"
               move "S" to ws-tem-ordens
               open i-o arq-cli
               open i-o arq-assinaturas
               if st-assinatura = "35"
                   open output arq-assinaturas
                   close arq-assinaturas
                   open i-o arq-assinaturas
               end-if
               open i-o arq-cli-hist
               if st-cli-hist = "35"
                   open output arq-cli-hist
                   close arq-cli-hist
                   open i-o arq-cli-hist
               end-if
           end-if.

      *MARCA-VISITAS gathers the occurrences due orders are waiting
      *on, then reads the visit schedule once and flags those with a
      *concluded visit. No schedule on file means no visit was done.
       marca-visitas.
           move "N" to ws-fim-arq
           perform until ws-fim-arq = "S"
               read arq-ordens next record
                   at end move "S" to ws-fim-arq
                   not at end
                       if om-pendente
                               and om-data-efetiva <= ws-hoje-data8
                               and om-precisa-visita
                               and ws-qtd-visitas < ws-max-visitas
                           add 1 to ws-qtd-visitas
                           move om-chave-ocorr
                               to ws-vis-ocorr (ws-qtd-visitas)
                           move "N" to ws-vis-feita (ws-qtd-visitas)
                       end-if
               end-read
           end-perform
           if ws-qtd-visitas = zero
               exit paragraph
           end-if

           open input arq-visitas
           if st-visita not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim-arq
           perform until ws-fim-arq = "S"
               read arq-visitas next record
                   at end move "S" to ws-fim-arq
                   not at end
                       if vs-concluida
                           perform varying ws-ix-vis from 1 by 1
                                   until ws-ix-vis > ws-qtd-visitas
                               if ws-vis-ocorr (ws-ix-vis)
                                       = vs-chave-ocorr
                                   move "S" to ws-vis-feita (ws-ix-vis)
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform
           close arq-visitas.

      *APLICA-ORDENS walks the orders again from the top and applies
      *every pending one that has come due.
       aplica-ordens.
           move low-values to om-chave
           start arq-ordens key is >= om-chave
               invalid key exit paragraph
           end-start
           move "N" to ws-fim-arq
           perform until ws-fim-arq = "S"
               read arq-ordens next record
                   at end move "S" to ws-fim-arq
                   not at end
                       if om-pendente
                           if om-data-efetiva > ws-hoje-data8
                               add 1 to ws-total-futuras
                           else
                               perform aplica-ordem
                           end-if
                       end-if
               end-read
           end-perform.

       aplica-ordem.
           perform monta-detalhe
           move om-cpf to cpf
           read arq-cli
               invalid key move "N" to found-cpf
               not invalid key move "S" to found-cpf
           end-read

      *a client who left before the change came due has nothing left
      *to change: the order is closed as refused, not applied.
           if found-cpf not = "S" or cliente-cancelado
               add 1 to ws-total-recusadas
               move "RECUSADA - CLI CANCEL." to situacao-det
               write reg-rel from lin-det after 1
               if ws-treino not = "S"
                   set om-recusada to true
                   move ws-hoje-data8 to om-data-aplicacao
                   rewrite reg-ordem-pacote
               end-if
               exit paragraph
           end-if

           if om-precisa-visita
               perform verifica-visita
               if ws-visita-feita not = "S"
                   add 1 to ws-total-aguardando
                   move "AGUARDA VISITA" to situacao-det
                   write reg-rel from lin-det after 1
                   exit paragraph
               end-if
           end-if

           add 1 to ws-total-aplicadas
           add om-variacao to ws-variacao-aplicada
           move "APLICADA" to situacao-det
           write reg-rel from lin-det after 1
           if ws-treino = "S"
               exit paragraph
           end-if

           move om-data-efetiva to ws-data8
           perform formata-data
           perform varying ws-idx from 1 by 1 until ws-idx > 4
               evaluate true
                   when om-inclui (ws-idx)
                       perform inclui-servico
                   when om-remove (ws-idx)
                       perform remove-servico
               end-evaluate
           end-perform

           if om-tipo-pacote-novo not = space
                   and om-tipo-pacote-novo not = tipo-pacote
               perform grava-historico-cliente
               move om-tipo-pacote-novo to tipo-pacote
               move ws-hoje-barras to data-ultima-alteracao
               rewrite reg-cliente
           end-if

           set om-aplicada to true
           move ws-hoje-data8 to om-data-aplicacao
           rewrite reg-ordem-pacote.

       verifica-visita.
           move "N" to ws-visita-feita
           perform varying ws-ix-vis from 1 by 1
                   until ws-ix-vis > ws-qtd-visitas
               if ws-vis-ocorr (ws-ix-vis) = om-chave-ocorr
                       and ws-vis-feita (ws-ix-vis) = "S"
                   move "S" to ws-visita-feita
               end-if
           end-perform.

      *the subscription starts (or ends) on the order's effective
      *date, not on the night it happened to be applied, so billing
      *prorates from the cycle the client was promised. A service
      *signed before and cancelled is reactivated on its old key,
      *as ASSINATURAS does at the screen.
       inclui-servico.
           move om-cpf to as-cpf
           move om-servico (ws-idx) to as-servico
           move ws-data-barras to as-data-ativacao
           move spaces to as-data-fim
           move om-operador to as-vendedor
           move om-canal to as-canal
           write reg-assinatura
               invalid key
                   read arq-assinaturas
                       invalid key continue
                       not invalid key
                           move ws-data-barras to as-data-ativacao
                           move spaces to as-data-fim
                           move om-operador to as-vendedor
                           move om-canal to as-canal
                           rewrite reg-assinatura
                   end-read
           end-write.

       remove-servico.
           move om-cpf to as-cpf
           move om-servico (ws-idx) to as-servico
           read arq-assinaturas
               invalid key continue
               not invalid key
                   if as-data-fim = spaces
                       move ws-data-barras to as-data-fim
                       rewrite reg-assinatura
                   end-if
           end-read.

      *same trail ALTERA CLIENTE leaves before a package change, so
      *the client history report shows it like any other edit.
       grava-historico-cliente.
           initialize reg-cliente-hist
           move cpf to c-cpf
           move hoje-ano to c-ano-alteracao
           move hoje-mes to c-mes-alteracao
           move hoje-dia to c-dia-alteracao
           move ws-hh-atual to c-hh-alteracao
           move ws-min-atual to c-min-alteracao
           move zero to c-seq

           move nome to c-nome-anterior
           move endereco to c-endereco-anterior
           move complemento to c-complemento-anterior
           move bairro to c-bairro-anterior
           move cidade to c-cidade-anterior
           move estado to c-estado-anterior
           move cep to c-cep-anterior
           move ddd to c-ddd-anterior
           move telefone to c-telefone-anterior
           move tipo-pacote to c-tipo-pacote-anterior
           move vencimento-fatura to c-vencimento-anterior
           move endereco to c-endereco-novo
           move om-tipo-pacote-novo to c-tipo-pacote-novo
           move telefone to c-telefone-novo

           perform with test after until st-cli-hist not = "22"
               write reg-cliente-hist
                   invalid key
                       add 1 to c-seq
               end-write
           end-perform.

       monta-detalhe.
           move om-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-det
           move om-data-pedido to ws-data8
           perform formata-data
           move ws-data-barras to pedido-det
           move om-data-efetiva to ws-data8
           perform formata-data
           move ws-data-barras to efetiva-det
           move spaces to itens-det
           perform varying ws-idx from 1 by 1 until ws-idx > 4
               if om-acao (ws-idx) not = space
                   move om-acao (ws-idx)
                       to itens-det (ws-idx * 2 - 1:1)
                   move om-servico (ws-idx)
                       to itens-det (ws-idx * 2:1)
               end-if
           end-perform
           move om-tipo-pacote-novo to pacote-det
           move om-variacao to variacao-det.

       formata-data.
           move spaces to ws-data-barras
           string ws-data8 (7:2) "/" ws-data8 (5:2) "/" ws-data8 (1:4)
               delimited by size into ws-data-barras.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "ORDENS APLICADAS" to rotulo
           move ws-total-aplicadas to valor
           write reg-rel from lin-sumario after 2

           move "ORDENS AGUARDANDO VISITA TECNICA" to rotulo
           move ws-total-aguardando to valor
           write reg-rel from lin-sumario after 1

           move "ORDENS RECUSADAS (CLIENTE CANCELADO)" to rotulo
           move ws-total-recusadas to valor
           write reg-rel from lin-sumario after 1

           move "ORDENS PENDENTES COM DATA FUTURA" to rotulo
           move ws-total-futuras to valor
           write reg-rel from lin-sumario after 1

           move "VARIACAO MENSAL APLICADA (R$)" to rotulo-valor
           move ws-variacao-aplicada to valor-moeda
           write reg-rel from lin-sumario-valor after 2

           if ws-qtd-visitas >= ws-max-visitas
               move "TABELA DE VISITAS CHEIA - ORDENS ADIADAS"
                   to reg-rel
               write reg-rel after 2
           end-if

           display "ORDENS DE PACOTE APLICADAS: " ws-total-aplicadas

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "APLICA_ORDENS_PACOTE" to dig-origem
           move "ORDENS DE PACOTE APLICADAS" to dig-rotulo
           move ws-total-aplicadas to dig-valor
           write reg-digest

           move "APLICA_ORDENS_PACOTE" to dig-origem
           move "ORDENS AGUARDANDO VISITA" to dig-rotulo
           move ws-total-aguardando to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-ordens
           if ws-tem-ordens = "S"
               close arq-ordens arq-cli arq-assinaturas arq-cli-hist
           end-if.
