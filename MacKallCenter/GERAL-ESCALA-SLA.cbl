               organization is indexed
               access mode is dynamic
               record key is o-chave
               alternate record key is o-chave-fila
                   source is o-stat o-atendente with duplicates
               alternate record key is o-data-limite-sla
                   with duplicates
               alternate record key is o-data-ocorr with duplicates
               file status is st-ocorr.

           select arq-sla-feed assign to "D:\SLA_ESCALONAMENTO.TXT"
               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-notificacoes assign to "D:\NOTIFICACOES.TXT"
       77 st-sla-feed pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-notif pic xx value spaces.
       77 ws-consent-retorno pic 9 value 1.
       77 found-cpf pic x value "N".
       77 ws-treino pic x value "N".
       77 ws-data-barras pic x(10) value spaces.
       77 ws-limite-int pic s9(9).

       77 ws-abertura-data8 pic 9(8).
       77 ws-nivel-prazo pic x value space.
       77 ws-novo-limite-data8 pic 9(8) value zero.

      *overdue and escalated tickets per client service tier, in
      *TABELA-NIVEL-SERVICO order; the fourth row takes occurrences
      *opened before the tier was stamped on them.
       01 ws-niveis-area.
           05 ws-nivel-linha occurs 4 times.
               10 ws-vencidas-nivel pic 9(5).
               10 ws-escalonadas-nivel pic 9(5).
       77 ws-idx-nivel pic 9 value zero.

       procedure division.

               on exception
                   move "D:\CLIENTES.DAT" to ws-clientes-path
           end-accept
           initialize ws-niveis-area
           accept ws-data-hoje from date yyyymmdd
      *during a catch-up run the batch driver says which missed
      *business date tonight's escalations are really FOR.
               move 1 to return-code
               move "10" to st-ocorr
           else
      *only a stamped deadline already behind today can be breached
      *(suspended days only ever push it later), so the pass starts
      *at the front of the O-DATA-LIMITE-SLA index and ler stops it
      *at the first deadline that is today or later.
               move low-values to o-data-limite-sla
               start arq-ocorr key is >= o-data-limite-sla
                   invalid key move "10" to st-ocorr
               end-start
               if st-ocorr not = "10"
                   perform ler
               end-if
           end-if.

       proc.
               end-if

               if ws-limite-int < ws-hoje-int
                   perform acha-nivel
                   add 1 to ws-vencidas-nivel (ws-idx-nivel)
                   if o-prioridade = 1
                       add 1 to ws-total-breaches

      *closer to ALTA once its own SLA deadline has already passed,
      *so a ticket that keeps slipping doesn't just sit at its
      *original priority forever. The new deadline is recomputed from
      *the occurrence's opening date off the SLA matrix for the new
      *priority, through the same Prazo_SLA INCLUI_OCORR calls when
      *the occurrence is first opened. The matrix is free to give a
      *higher priority more time than a lower one, but escalating
      *never hands a late ticket extra time: a later deadline is not
      *taken, so the rewritten deadline only stays put or moves back
      *along the deadline index, behind the record being read, and
      *the pass does not meet the occurrence a second time.
       escala-prioridade.
           subtract 1 from o-prioridade

           compute ws-abertura-data8 =
               o-ano-ocorr * 10000 + o-mes-ocorr * 100 + o-dia-ocorr
      *the tier goes in through a copy: an occurrence opened before
      *tiers were stamped keeps its blank O-NIVEL-SLA.
           move o-nivel-sla to ws-nivel-prazo
           call "Prazo_SLA" using ws-nivel-prazo o-categoria
               o-prioridade ws-abertura-data8 o-hora-ocorr
               ws-novo-limite-data8
           if ws-novo-limite-data8 < ws-limite-data8
               move ws-novo-limite-data8 (1:4) to o-ano-limite-sla
               move ws-novo-limite-data8 (5:2) to o-mes-limite-sla
               move ws-novo-limite-data8 (7:2) to o-dia-limite-sla
           end-if

      *in training the recomputed priority stays on screen only --
      *the live occurrence is not rewritten.
           if ws-treino not = "S"
               rewrite reg-ocorrencia
                   invalid key continue
                   not invalid key
                       add 1 to ws-total-escalonados
                       add 1 to ws-escalonadas-nivel (ws-idx-nivel)
               end-rewrite
           end-if.

           move zero to nf-protocolo
           move sla-data-limite to nf-data-evento

      *a marketing template never reaches a customer who opted out
      *of its channel; service messages always pass.
           call "Verifica_Consentimento" using nf-cpf nf-modelo
               ws-consent-retorno
           if ws-consent-retorno not = 1
               exit paragraph
           end-if

           open extend arq-notificacoes
           if st-notif = "35"
               open output arq-notificacoes
           display "BREACHES DE SLA PRIORIDADE 1 PUBLICADOS: "
               ws-total-breaches
           display "OCORRENCIAS ESCALONADAS POR SLA VENCIDO: "
               ws-total-escalonados
           display "POR NIVEL DE SERVICO      VENCIDAS  ESCALONADAS"
           perform varying ws-idx-nivel from 1 by 1
                   until ws-idx-nivel > 4
               if ws-idx-nivel < 4
                   display "  " ns-desc (ws-idx-nivel) "          "
                       ws-vencidas-nivel (ws-idx-nivel) "        "
                       ws-escalonadas-nivel (ws-idx-nivel)
               else
                   display "  NAO INFORMADO          "
                       ws-vencidas-nivel (ws-idx-nivel) "        "
                       ws-escalonadas-nivel (ws-idx-nivel)
               end-if
           end-perform.

      *ACHA-NIVEL points ws-idx-nivel at the row of the occurrence's
      *stamped tier.
       acha-nivel.
           move 4 to ws-idx-nivel
           perform varying idx-nivel from 1 by 1 until idx-nivel > 3
               if ns-cod (idx-nivel) = o-nivel-sla
                   set ws-idx-nivel to idx-nivel
               end-if
           end-perform.

       ler.
           read arq-ocorr next record
               at end move "10" to st-ocorr
           end-read
           if st-ocorr not = "10"
                   and o-data-limite-sla not < ws-hoje-data8
               move "10" to st-ocorr
           end-if.
