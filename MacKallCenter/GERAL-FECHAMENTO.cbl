               organization is indexed
               access mode is sequential
               record key is o-chave
               alternate record key is o-chave-fila
                   source is o-stat o-atendente with duplicates
               alternate record key is o-data-limite-sla
                   with duplicates
               alternate record key is o-data-ocorr with duplicates
               file status is st-ocorr.

           select arq-ocorr-hist assign to "D:\OCORRENCIAS-HIST.DAT"
           COPY DIGCOPY.

       working-storage section.
           COPY STACOPY.
       77 st-ocorr pic xx value spaces.
       77 st-hist pic xx value spaces.
       77 st-fech pic xx value spaces.
           05 ws-oco-limite pic 9(8).
           05 ws-oco-suspensos pic 9(3).
           05 ws-oco-stat pic 9.
           05 ws-oco-nivel pic x.

       77 ws-qtd-atend pic 99 value zero.
       77 ws-idx pic 99 value zero.
               10 ws-pr-sla-ok pic 9(5).
               10 ws-pr-sla-estourado pic 9(5).

      *per client service tier, in TABELA-NIVEL-SERVICO order; the
      *fourth row takes occurrences stamped before the tier was.
       01 ws-nivel-tab-area.
           05 ws-nivel-tab occurs 4 times.
               10 ws-nv-abertas pic 9(5).
               10 ws-nv-fechadas pic 9(5).
               10 ws-nv-sla-ok pic 9(5).
               10 ws-nv-sla-estourado pic 9(5).
       77 ws-idx-nivel pic 9 value zero.

       77 ws-ger-abertas pic 9(5) value zero.
       77 ws-ger-fechadas pic 9(5) value zero.
       77 ws-ger-sla-ok pic 9(5) value zero.
               move zero to ws-pr-sla-ok (ws-idx)
               move zero to ws-pr-sla-estourado (ws-idx)
           end-perform
           perform varying ws-idx-nivel from 1 by 1
                   until ws-idx-nivel > 4
               move zero to ws-nv-abertas (ws-idx-nivel)
               move zero to ws-nv-fechadas (ws-idx-nivel)
               move zero to ws-nv-sla-ok (ws-idx-nivel)
               move zero to ws-nv-sla-estourado (ws-idx-nivel)
           end-perform

           open i-o arq-fechamento
           if st-fech = "35"
                       + o-dia-limite-sla
               move o-dias-suspensos to ws-oco-suspensos
               move o-stat to ws-oco-stat
               move o-nivel-sla to ws-oco-nivel
               perform tally-ocorrencia
           end-if.

                       + oa-mes-limite-sla * 100 + oa-dia-limite-sla
               move oa-dias-suspensos to ws-oco-suspensos
               move oa-stat to ws-oco-stat
               move oa-nivel-sla to ws-oco-nivel
               perform tally-ocorrencia
           end-if.

      *clock legitimately spent stopped on the customer.
       tally-ocorrencia.
           compute ws-comp-fechamento = ws-oco-fechamento / 100
           perform acha-nivel

           if ws-oco-abertura = ws-competencia
               add 1 to ws-ger-abertas
               add 1 to ws-nv-abertas (ws-idx-nivel)
               perform acha-atendente
               add 1 to ws-at-abertas (ws-idx)
               if ws-oco-prioridade >= 1 and ws-oco-prioridade <= 3
           if ws-oco-stat = 1
                   and ws-comp-fechamento = ws-competencia
               add 1 to ws-ger-fechadas
               add 1 to ws-nv-fechadas (ws-idx-nivel)
               perform acha-atendente
               add 1 to ws-at-fechadas (ws-idx)
               if ws-oco-prioridade >= 1 and ws-oco-prioridade <= 3
                   function integer-of-date (ws-oco-fechamento)
               if ws-fech-int <= ws-limite-int
                   add 1 to ws-ger-sla-ok
                   add 1 to ws-nv-sla-ok (ws-idx-nivel)
                   add 1 to ws-at-sla-ok (ws-idx)
                   if ws-oco-prioridade >= 1
                           and ws-oco-prioridade <= 3
                   end-if
               else
                   add 1 to ws-ger-sla-estourado
                   add 1 to ws-nv-sla-estourado (ws-idx-nivel)
                   add 1 to ws-at-sla-estourado (ws-idx)
                   if ws-oco-prioridade >= 1
                           and ws-oco-prioridade <= 3
               end-if
           end-if.

       acha-nivel.
           move 4 to ws-idx-nivel
           perform varying idx-nivel from 1 by 1 until idx-nivel > 3
               if ns-cod (idx-nivel) = ws-oco-nivel
                   set ws-idx-nivel to idx-nivel
               end-if
           end-perform.

       acha-atendente.
           move "N" to ws-achou
           perform varying ws-idx from 1 by 1
               move ws-pr-sla-ok (ws-idx) to fm-sla-ok
               move ws-pr-sla-estourado (ws-idx) to fm-sla-estourado
               perform grava-row
           end-perform

           perform varying ws-idx-nivel from 1 by 1
                   until ws-idx-nivel > 4
               move ws-competencia to fm-competencia
               set fm-por-nivel to true
               if ws-idx-nivel < 4
                   move ns-desc (ws-idx-nivel) to fm-detalhe
               else
                   move "NAO INFORMADO" to fm-detalhe
               end-if
               move ws-nv-abertas (ws-idx-nivel) to fm-abertas
               move ws-nv-fechadas (ws-idx-nivel) to fm-fechadas
               move ws-nv-sla-ok (ws-idx-nivel) to fm-sla-ok
               move ws-nv-sla-estourado (ws-idx-nivel)
                   to fm-sla-estourado
               perform grava-row
           end-perform.

      *re-freezing a month rewrites its rows in place, so a correction
