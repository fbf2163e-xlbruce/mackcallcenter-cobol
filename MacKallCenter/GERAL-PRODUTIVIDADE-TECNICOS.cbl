       identification division.
       program-id. RELATORIO_TECNICOS as "PGM365".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-visitas assign to "D:\VISITAS.DAT"
               organization is indexed
               access mode is sequential
               record key is vs-chave
               file status is st-visita.

           select arq-tecnicos assign to "D:\TECNICOS.DAT"
               organization is indexed
               access mode is random
               record key is tc-id
               file status is st-tecnico.

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

           select arq-categorias assign to "D:\CATEGORIAS.DAT"
               organization is indexed
               access mode is sequential
               record key is cat-codigo
               file status is st-cat.

           select rel-tecnicos assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

           select work-visitas assign to "D:\WORKVISITAS.TMP".

           select work-pares assign to "D:\WORKPARES.TMP".

       data division.
           File section.
           fd arq-visitas.
               COPY VISCOPY.

           fd arq-tecnicos.
               COPY TECCOPY.

           fd arq-ocorr.
               COPY OCOCOPY.

           fd arq-categorias.
               COPY CATCOPY.

       fd rel-tecnicos.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

      *every visit from the first day of the competencia to 30 days
      *past its last, in CPF order, so a second truck roll to the
      *same address lands right behind the visit it repeats.
       sd work-visitas.
       01 sort-visita.
           05 sv-cpf pic x(11).
           05 sv-data8 pic 9(8).
           05 sv-periodo pic x(1).
           05 sv-status pic x(1).
           05 sv-par pic 9(4).

       sd work-pares.
       01 sort-par.
           05 sp-tecnico pic x(5).
           05 sp-categoria pic x(3).
           05 sp-idx pic 9(4).

       working-storage section.
      *the output goes to a dated name handed out (and cataloged) by
      *Catalogo_Relatorio, so yesterday's run survives and the viewer
      *(PGM46) can reprint any past output.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.

       77 ws-ocorr-path pic x(40) value "D:\OCORRENCIAS.DAT".
       77 st-visita pic xx value spaces.
       77 st-tecnico pic xx value spaces.
       77 st-ocorr pic xx value spaces.
       77 st-cat pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-ocorr pic x value "N".
       77 ws-tem-tecnicos pic x value "N".
       77 ws-fim-sort pic x value "N".
       77 ws-achou pic x value "N".

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       77 ws-competencia pic 9(6) value zero.
       77 ws-vis-competencia pic 9(6) value zero.
       77 ws-ini-data8 pic 9(8) value zero.
       77 ws-ini-int pic s9(9) value zero.
       77 ws-lim-int pic s9(9) value zero.
       77 ws-prox-mes-data8 pic 9(8) value zero.
       77 ws-vis-data8 pic 9(8) value zero.
       77 ws-vis-int pic s9(9) value zero.
       77 ws-ocorr-data8 pic 9(8) value zero.

      *one row per technician + category of the occurrence that
      *raised the visit; the report is these rows in that order.
      *A visit whose occurrence is gone from OCORRENCIAS.DAT (moved
      *to the archive) or predates the category master counts under
      *blank category.
       77 ws-qtd-par pic 9(4) value zero.
       77 ws-idx-par pic 9(4) value zero.
       77 ws-par-atual pic 9(4) value zero.
       77 ws-total-sem-espaco pic 9(5) value zero.
       01 ws-par-tab-area.
           05 ws-par-tab occurs 1500 times.
               10 ws-par-tecnico pic x(5).
               10 ws-par-categoria pic x(3).
               10 ws-par-agendadas pic 9(5).
               10 ws-par-concluidas pic 9(5).
               10 ws-par-faltas pic 9(5).
               10 ws-par-retrabalho pic 9(5).
               10 ws-par-reabertas pic 9(5).
               10 ws-par-seguimentos pic 9(5).

      *the competencia's concluded visits, by the occurrence each one
      *closed, for matching follow-up occurrences back to the visit.
       77 ws-qtd-conc pic 9(4) value zero.
       77 ws-idx-conc pic 9(4) value zero.
       01 ws-conc-tab-area.
           05 ws-conc-tab occurs 5000 times.
               10 ws-conc-chave-ocorr pic x(25).
               10 ws-conc-data8 pic 9(8).
               10 ws-conc-par pic 9(4).

      *the last concluded visit seen for the CPF the sort is on.
       77 ws-cpf-ant pic x(11) value spaces.
       77 ws-ult-int pic s9(9) value zero.
       77 ws-ult-par pic 9(4) value zero.
       77 ws-ult-marcada pic x value "N".

       77 ws-qtd-cat pic 99 value zero.
       77 ws-idx-cat pic 99 value zero.
       01 ws-cat-tab-area.
           05 ws-cat-tab occurs 60 times.
               10 ws-cat-codigo pic x(3).
               10 ws-cat-desc pic x(20).
               10 ws-cat-agendadas pic 9(5).
               10 ws-cat-concluidas pic 9(5).
               10 ws-cat-faltas pic 9(5).
               10 ws-cat-retrabalho pic 9(5).
               10 ws-cat-reabertas pic 9(5).
               10 ws-cat-seguimentos pic 9(5).

       01 ws-acum.
           05 ws-acm-agendadas pic 9(5).
           05 ws-acm-concluidas pic 9(5).
           05 ws-acm-faltas pic 9(5).
           05 ws-acm-retrabalho pic 9(5).
           05 ws-acm-reabertas pic 9(5).
           05 ws-acm-seguimentos pic 9(5).
       01 ws-tot-tec.
           05 ws-tec-agendadas pic 9(5).
           05 ws-tec-concluidas pic 9(5).
           05 ws-tec-faltas pic 9(5).
           05 ws-tec-retrabalho pic 9(5).
           05 ws-tec-reabertas pic 9(5).
           05 ws-tec-seguimentos pic 9(5).
       01 ws-tot-geral.
           05 ws-ger-agendadas pic 9(5).
           05 ws-ger-concluidas pic 9(5).
           05 ws-ger-faltas pic 9(5).
           05 ws-ger-retrabalho pic 9(5).
           05 ws-ger-reabertas pic 9(5).
           05 ws-ger-seguimentos pic 9(5).
       77 ws-taxa-ftf pic 9(3)v9 value zero.
       77 ws-tecnico-atual pic x(5) value spaces.
       77 ws-tecnico-nome pic x(30) value spaces.
       77 ws-total-tecnicos pic 9(5) value zero.
       77 wlin pic 99 value 60.
       77 npag pic 999 value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(12) value spaces.
           05 filler pic x(44) value
               "Produtividade dos Tecnicos de Campo".
           05 filler pic x(4) value "PAG ".
           05 npag-cab pic zz9.

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(16) value "  COMPETENCIA: ".
           05 comp-cab2 pic 9(6).

       01 cab3.
           05 filler pic x(25) value "CATEGORIA".
           05 filler pic x(7) value "  AGEND".
           05 filler pic x(7) value "  CONCL".
           05 filler pic x(7) value "  FALTA".
           05 filler pic x(7) value " RETRAB".
           05 filler pic x(7) value "  REABR".
           05 filler pic x(7) value " SEGUIM".
           05 filler pic x(7) value "  FTF %".

       01 lin-tecnico.
           05 filler pic x(9) value "TECNICO: ".
           05 id-tec-lin pic x(5).
           05 filler pic x(3) value " - ".
           05 nome-tec-lin pic x(30).

       01 lin-det.
           05 filler pic x(2) value spaces.
           05 cat-det pic x(3).
           05 filler pic x(1) value space.
           05 desc-det pic x(19).
           05 agend-det pic zzzzzz9.
           05 concl-det pic zzzzzz9.
           05 falta-det pic zzzzzz9.
           05 retrab-det pic zzzzzz9.
           05 reabr-det pic zzzzzz9.
           05 seguim-det pic zzzzzz9.
           05 filler pic x(1) value space.
           05 ftf-det pic zzz9,9.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzz9.

       procedure division.

       mestre.
           perform inicio
           if ws-tem-ocorr = "S"
               sort work-visitas on ascending key sv-cpf sv-data8
                   sv-periodo
                   input procedure is le-visitas
                   output procedure is apura-retrabalho
               perform apura-seguimentos
           end-if
           if ws-qtd-par > zero
               sort work-pares on ascending key sp-tecnico
                   sp-categoria
                   input procedure is libera-pares
                   output procedure is imprime-pares
           end-if
           perform sumario
           perform fim
           goback.

       inicio.
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

      *In batch the report closes out the month that just ended; on
      *demand the operator says which competencia is wanted.
           if ws-modo-batch = "S"
               if hoje-mes = 1
                   compute ws-competencia = (hoje-ano - 1) * 100 + 12
               else
                   compute ws-competencia =
                       hoje-ano * 100 + hoje-mes - 1
               end-if
           else
               display "COMPETENCIA DO RELATORIO (AAAAMM)? "
                   with no advancing
               accept ws-competencia
           end-if
           move ws-competencia to comp-cab2

      *a repeat visit is looked for up to 30 days past the last day
      *of the competencia, so a job done on the 31st is judged on the
      *same 30 days as one done on the 1st.
           compute ws-ini-data8 = ws-competencia * 100 + 1
           compute ws-ini-int = function integer-of-date (ws-ini-data8)
           if ws-competencia (5:2) = "12"
               compute ws-prox-mes-data8 =
                   (ws-competencia + 89) * 100 + 1
           else
               compute ws-prox-mes-data8 = (ws-competencia + 1) * 100
                   + 1
           end-if
           compute ws-lim-int =
               function integer-of-date (ws-prox-mes-data8) - 1 + 30

           initialize ws-par-tab-area ws-cat-tab-area ws-tot-geral
           perform carrega-categorias

           move "RELATORIO_TECNICOS" to ws-rel-nome
           move "D:\RELTECNICOS" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           open output rel-tecnicos

           open input arq-tecnicos
           if st-tecnico = "00"
               move "S" to ws-tem-tecnicos
           end-if
           open input arq-ocorr
           if st-ocorr not = "00"
               display "ERRO AO ABRIR OCORRENCIAS.DAT: " st-ocorr
               move 1 to return-code
           else
               move "S" to ws-tem-ocorr
           end-if.

       carrega-categorias.
           open input arq-categorias
           if st-cat = "00"
               perform until st-cat = "10" or ws-qtd-cat = 59
                   read arq-categorias next record
                       at end move "10" to st-cat
                       not at end
                           add 1 to ws-qtd-cat
                           move cat-codigo to
                               ws-cat-codigo (ws-qtd-cat)
                           move cat-descricao to
                               ws-cat-desc (ws-qtd-cat)
                   end-read
               end-perform
               close arq-categorias
           end-if
      *the last row collects visits with no category on file.
           add 1 to ws-qtd-cat
           move spaces to ws-cat-codigo (ws-qtd-cat)
           move "SEM CATEGORIA" to ws-cat-desc (ws-qtd-cat).

       le-visitas.
           open input arq-visitas
           if st-visita not = "00"
               exit paragraph
           end-if
           perform until st-visita = "10"
               read arq-visitas next record
                   at end move "10" to st-visita
               end-read
               if st-visita not = "10"
                   perform trata-visita
               end-if
           end-perform
           close arq-visitas.

       trata-visita.
           move vs-data-visita to ws-vis-data8
           if ws-vis-data8 is not numeric
               exit paragraph
           end-if
           compute ws-vis-competencia = ws-vis-data8 / 100
           compute ws-vis-int = function integer-of-date (ws-vis-data8)
           if ws-vis-int < ws-ini-int or ws-vis-int > ws-lim-int
               exit paragraph
           end-if

           move zero to sv-par
           if ws-vis-competencia = ws-competencia
               perform conta-visita
               move ws-idx-par to sv-par
           end-if

           move vs-cpf to sv-cpf
           move ws-vis-data8 to sv-data8
           move vs-periodo to sv-periodo
           move vs-status to sv-status
           release sort-visita.

      *CONTA-VISITA charges a visit of the competencia to its
      *technician + category row. An occurrence the visit concluded
      *that is no longer at CONCLUIDO today was taken back up after
      *the technician left, and counts as reopened.
       conta-visita.
           move vs-chave-ocorr to o-chave
           move spaces to o-categoria
           move 3 to o-andamento
           read arq-ocorr
               invalid key
                   move spaces to o-categoria
                   move 3 to o-andamento
           end-read

           perform acha-par
           if ws-idx-par = zero
               exit paragraph
           end-if

           add 1 to ws-par-agendadas (ws-idx-par)
           evaluate true
               when vs-concluida
                   add 1 to ws-par-concluidas (ws-idx-par)
                   if o-andamento not = 3
                       add 1 to ws-par-reabertas (ws-idx-par)
                   end-if
                   if ws-qtd-conc < 5000
                       add 1 to ws-qtd-conc
                       move vs-chave-ocorr
                           to ws-conc-chave-ocorr (ws-qtd-conc)
                       move ws-vis-data8 to ws-conc-data8 (ws-qtd-conc)
                       move ws-idx-par to ws-conc-par (ws-qtd-conc)
                   end-if
               when vs-nao-compareceu
                   add 1 to ws-par-faltas (ws-idx-par)
           end-evaluate.

       acha-par.
           move "N" to ws-achou
           perform varying ws-idx-par from 1 by 1
                   until ws-idx-par > ws-qtd-par or ws-achou = "S"
               if ws-par-tecnico (ws-idx-par) = vs-tecnico
                       and ws-par-categoria (ws-idx-par) = o-categoria
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S"
               subtract 1 from ws-idx-par
           else
               if ws-qtd-par < 1500
                   add 1 to ws-qtd-par
                   move ws-qtd-par to ws-idx-par
                   move vs-tecnico to ws-par-tecnico (ws-idx-par)
                   move o-categoria to ws-par-categoria (ws-idx-par)
               else
                   add 1 to ws-total-sem-espaco
                   move zero to ws-idx-par
               end-if
           end-if.

      *APURA-RETRABALHO: a concluded visit of the competencia followed
      *by any other truck roll to the same CPF within 30 days is
      *retrabalho for the technician who concluded it -- once, no
      *matter how many rolls followed. A no-show return still cost
      *the truck, so it counts too.
       apura-retrabalho.
           move "N" to ws-fim-sort
           move spaces to ws-cpf-ant
           perform until ws-fim-sort = "S"
               return work-visitas
                   at end move "S" to ws-fim-sort
               end-return
               if ws-fim-sort not = "S"
                   perform confere-retrabalho
               end-if
           end-perform.

       confere-retrabalho.
           compute ws-vis-int = function integer-of-date (sv-data8)
           if sv-cpf not = ws-cpf-ant
               move sv-cpf to ws-cpf-ant
               move zero to ws-ult-par
           else
               if ws-ult-par > zero and ws-ult-marcada = "N"
                       and ws-vis-int - ws-ult-int <= 30
                   add 1 to ws-par-retrabalho (ws-ult-par)
                   move "S" to ws-ult-marcada
               end-if
           end-if
           if sv-status = "C"
               move sv-par to ws-ult-par
               move ws-vis-int to ws-ult-int
               move "N" to ws-ult-marcada
           end-if.

      *APURA-SEGUIMENTOS: a later occurrence pointing back (through
      *O-OCORR-RELACIONADA) at an occurrence a visit concluded, and
      *opened on or after the visit day, is the customer calling
      *again about the same problem.
       apura-seguimentos.
           if ws-qtd-conc = zero
               exit paragraph
           end-if
           move low-values to o-chave
           start arq-ocorr key is >= o-chave
               invalid key move "10" to st-ocorr
           end-start
           perform until st-ocorr = "10"
               read arq-ocorr next record
                   at end move "10" to st-ocorr
               end-read
               if st-ocorr not = "10"
                       and o-ocorr-relacionada not = spaces
                       and o-cpf-relacionada not = zeros
                   perform confere-seguimento
               end-if
           end-perform.

       confere-seguimento.
           compute ws-ocorr-data8 =
               o-ano-ocorr * 10000 + o-mes-ocorr * 100 + o-dia-ocorr
           move "N" to ws-achou
           perform varying ws-idx-conc from 1 by 1
                   until ws-idx-conc > ws-qtd-conc or ws-achou = "S"
               if ws-conc-chave-ocorr (ws-idx-conc) =
                       o-ocorr-relacionada
                       and ws-ocorr-data8 >= ws-conc-data8 (ws-idx-conc)
                   move ws-conc-par (ws-idx-conc) to ws-idx-par
                   add 1 to ws-par-seguimentos (ws-idx-par)
                   move "S" to ws-achou
               end-if
           end-perform.

       libera-pares.
           perform varying ws-idx-par from 1 by 1
                   until ws-idx-par > ws-qtd-par
               move ws-par-tecnico (ws-idx-par) to sp-tecnico
               move ws-par-categoria (ws-idx-par) to sp-categoria
               move ws-idx-par to sp-idx
               release sort-par
           end-perform.

       imprime-pares.
           move "N" to ws-fim-sort
           move spaces to ws-tecnico-atual
           perform until ws-fim-sort = "S"
               return work-pares
                   at end move "S" to ws-fim-sort
               end-return
               if ws-fim-sort not = "S"
                   if sp-tecnico not = ws-tecnico-atual
                       if ws-tecnico-atual not = spaces
                           perform fecha-tecnico
                       end-if
                       perform abre-tecnico
                   end-if
                   perform imprime-par
               end-if
           end-perform
           if ws-tecnico-atual not = spaces
               perform fecha-tecnico
           end-if.

       abre-tecnico.
           move sp-tecnico to ws-tecnico-atual
           add 1 to ws-total-tecnicos
           initialize ws-tot-tec
           move spaces to ws-tecnico-nome
           if ws-tem-tecnicos = "S"
               move sp-tecnico to tc-id
               read arq-tecnicos
                   invalid key continue
                   not invalid key move tc-nome to ws-tecnico-nome
               end-read
           end-if
           if wlin >= 50
               perform cabec
           end-if
           move ws-tecnico-atual to id-tec-lin
           move ws-tecnico-nome to nome-tec-lin
           write reg-rel from lin-tecnico after 2
           add 2 to wlin.

       imprime-par.
           move sp-idx to ws-par-atual
           move ws-par-agendadas (ws-par-atual) to ws-acm-agendadas
           move ws-par-concluidas (ws-par-atual) to ws-acm-concluidas
           move ws-par-faltas (ws-par-atual) to ws-acm-faltas
           move ws-par-retrabalho (ws-par-atual) to ws-acm-retrabalho
           move ws-par-reabertas (ws-par-atual) to ws-acm-reabertas
           move ws-par-seguimentos (ws-par-atual)
               to ws-acm-seguimentos
           add ws-acm-agendadas to ws-tec-agendadas
           add ws-acm-concluidas to ws-tec-concluidas
           add ws-acm-faltas to ws-tec-faltas
           add ws-acm-retrabalho to ws-tec-retrabalho
           add ws-acm-reabertas to ws-tec-reabertas
           add ws-acm-seguimentos to ws-tec-seguimentos

           perform acha-categoria
           add ws-acm-agendadas to ws-cat-agendadas (ws-idx-cat)
           add ws-acm-concluidas to ws-cat-concluidas (ws-idx-cat)
           add ws-acm-faltas to ws-cat-faltas (ws-idx-cat)
           add ws-acm-retrabalho to ws-cat-retrabalho (ws-idx-cat)
           add ws-acm-reabertas to ws-cat-reabertas (ws-idx-cat)
           add ws-acm-seguimentos to ws-cat-seguimentos (ws-idx-cat)

           if wlin >= 55
               perform cabec
           end-if
           move sp-categoria to cat-det
           move ws-cat-desc (ws-idx-cat) to desc-det
           perform monta-linha
           write reg-rel from lin-det after 1
           add 1 to wlin.

      *a code no longer (or never) on CATEGORIAS.DAT is reported
      *under its own code with the blank-category description.
       acha-categoria.
           move "N" to ws-achou
           perform varying ws-idx-cat from 1 by 1
                   until ws-idx-cat > ws-qtd-cat or ws-achou = "S"
               if ws-cat-codigo (ws-idx-cat) = sp-categoria
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S"
               subtract 1 from ws-idx-cat
           else
               move ws-qtd-cat to ws-idx-cat
           end-if.

      *first-time fix: the share of concluded visits that needed no
      *second truck roll within 30 days.
       monta-linha.
           move ws-acm-agendadas to agend-det
           move ws-acm-concluidas to concl-det
           move ws-acm-faltas to falta-det
           move ws-acm-retrabalho to retrab-det
           move ws-acm-reabertas to reabr-det
           move ws-acm-seguimentos to seguim-det
           move zero to ws-taxa-ftf
           if ws-acm-concluidas > zero
               compute ws-taxa-ftf rounded =
                   (ws-acm-concluidas - ws-acm-retrabalho) * 100
                       / ws-acm-concluidas
           end-if
           move ws-taxa-ftf to ftf-det.

       fecha-tecnico.
           move ws-tot-tec to ws-acum
           add ws-tec-agendadas to ws-ger-agendadas
           add ws-tec-concluidas to ws-ger-concluidas
           add ws-tec-faltas to ws-ger-faltas
           add ws-tec-retrabalho to ws-ger-retrabalho
           add ws-tec-reabertas to ws-ger-reabertas
           add ws-tec-seguimentos to ws-ger-seguimentos
           move spaces to cat-det
           move "TOTAL DO TECNICO" to desc-det
           perform monta-linha
           write reg-rel from lin-det after 1
           add 1 to wlin.

       cabec.
           add 1 to npag
           move npag to npag-cab
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2
           move 6 to wlin.

       sumario.
           perform cabec
           move "TOTAIS POR CATEGORIA (TODOS OS TECNICOS):" to reg-rel
           write reg-rel after 1
           perform varying ws-idx-cat from 1 by 1
                   until ws-idx-cat > ws-qtd-cat
               if ws-cat-agendadas (ws-idx-cat) > zero
                   move ws-cat-agendadas (ws-idx-cat)
                       to ws-acm-agendadas
                   move ws-cat-concluidas (ws-idx-cat)
                       to ws-acm-concluidas
                   move ws-cat-faltas (ws-idx-cat) to ws-acm-faltas
                   move ws-cat-retrabalho (ws-idx-cat)
                       to ws-acm-retrabalho
                   move ws-cat-reabertas (ws-idx-cat)
                       to ws-acm-reabertas
                   move ws-cat-seguimentos (ws-idx-cat)
                       to ws-acm-seguimentos
                   move ws-cat-codigo (ws-idx-cat) to cat-det
                   move ws-cat-desc (ws-idx-cat) to desc-det
                   perform monta-linha
                   write reg-rel from lin-det after 1
               end-if
           end-perform

           move ws-tot-geral to ws-acum
           move spaces to cat-det
           move "TOTAL GERAL" to desc-det
           perform monta-linha
           write reg-rel from lin-det after 2

           move spaces to reg-rel
           write reg-rel after 1
           move "RETRAB = CONCLUIDA COM NOVA VISITA AO CPF EM 30 DIAS"
               to reg-rel
           write reg-rel after 1
           move "REABR  = OCORRENCIA DA VISITA NAO ESTA MAIS CONCLUIDA"
               to reg-rel
           write reg-rel after 1
           move "SEGUIM = NOVA OCORRENCIA RELACIONADA APOS A VISITA"
               to reg-rel
           write reg-rel after 1

           move "TECNICOS COM VISITAS NA COMPETENCIA" to rotulo
           move ws-total-tecnicos to valor
           write reg-rel from lin-sumario after 2

           if ws-total-sem-espaco > zero
               move "VISITAS FORA DO RELATORIO (TABELA CHEIA)"
                   to rotulo
               move ws-total-sem-espaco to valor
               write reg-rel from lin-sumario after 1
           end-if

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RELATORIO_TECNICOS" to dig-origem
           move "VISITAS CONCLUIDAS NA COMPETENCIA" to dig-rotulo
           move ws-ger-concluidas to dig-valor
           write reg-digest

           move "RELATORIO_TECNICOS" to dig-origem
           move "VISITAS COM RETRABALHO EM 30 DIAS" to dig-rotulo
           move ws-ger-retrabalho to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-tecnicos
           if ws-tem-tecnicos = "S"
               close arq-tecnicos
           end-if
           if ws-tem-ocorr = "S"
               close arq-ocorr
           end-if.
