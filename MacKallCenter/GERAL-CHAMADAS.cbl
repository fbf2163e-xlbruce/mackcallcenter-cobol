       identification division.
       program-id. RELATORIO_CHAMADAS as "PGM368".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-chamadas assign to "D:\CHAMADAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ch-chave
               file status is st-chamada.

           select arq-atendentes assign to "D:\ATENDENTES.DAT"
               organization is indexed
               access mode is random
               record key is at-id
               file status is st-atendente.

           select arq-times assign to "D:\TIMES.DAT"
               organization is indexed
               access mode is random
               record key is tm-id
               file status is st-time.

           select rel-chamadas assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-chamadas.
               COPY CHMCOPY.

           fd arq-atendentes.
               COPY ATECOPY.

           fd arq-times.
               COPY TIMCOPY.

       fd rel-chamadas.
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

       77 st-chamada pic xx value spaces.
       77 st-atendente pic xx value spaces.
       77 st-time pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-chamadas pic x value "N".
       77 ws-tem-atendentes pic x value "N".
       77 ws-tem-times pic x value "N".
       77 found-chamada pic x value "N".
       77 ws-achou pic x value "N".

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-data-rel pic 9(8) value zero.
       01 ws-data-rel-aux.
           05 rel-ano pic 9999.
           05 rel-mes pic 99.
           05 rel-dia pic 99.

      *service level is the share of the calls offered in the
      *interval that an agent picked up within this many seconds.
       77 ws-limite-ns pic 9(3) value 20.

       77 ws-qtd-ag pic 999 value zero.
       77 ws-idx-ag pic 999 value zero.
       01 ws-ag-tab-area.
           05 ws-ag-tab occurs 200 times.
               10 ws-ag-id pic x(5).
               10 ws-ag-time pic x(5).
               10 ws-ag-atendidas pic 9(5).
               10 ws-ag-conversa pic 9(9).

       77 ws-qtd-times pic 99 value zero.
       77 ws-idx-time pic 99 value zero.
       01 ws-time-tab-area.
           05 ws-time-tab occurs 20 times.
               10 ws-tt-id pic x(5).
               10 ws-tt-atendidas pic 9(5).
               10 ws-tt-conversa pic 9(9).

      *one slot per half hour of the day: slot 1 is 00:00-00:29,
      *slot 48 is 23:30-23:59, by the time the call reached the queue.
       77 ws-idx-int pic 99 value zero.
       01 ws-int-tab-area.
           05 ws-int-tab occurs 48 times.
               10 ws-int-ofertadas pic 9(5).
               10 ws-int-atendidas pic 9(5).
               10 ws-int-no-limite pic 9(5).
               10 ws-int-abandonadas pic 9(5).

       77 ws-total-ofertadas pic 9(5) value zero.
       77 ws-total-atendidas pic 9(5) value zero.
       77 ws-total-no-limite pic 9(5) value zero.
       77 ws-total-abandonadas pic 9(5) value zero.
       77 ws-total-conversa pic 9(9) value zero.
       77 ws-total-sem-ocorr pic 9(5) value zero.

       77 ws-tma pic 9(5) value zero.
       77 ws-pct pic 999 value zero.
       77 ws-pct-ns-dia pic 999 value zero.
       77 ws-min-aux pic 9(4) value zero.
       77 ws-ag-atendidas-aux pic 9(5) value zero.
       77 ws-ag-conversa-aux pic 9(9) value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Relatorio de Chamadas da Central".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(5) value spaces.
           05 filler pic x(19) value "Dia das Chamadas: ".
           05 dia-rel-cab2 pic 99/.
           05 mes-rel-cab2 pic 99/.
           05 ano-rel-cab2 pic 9999.

       01 cab-agente.
           05 filler pic x(7) value "ID".
           05 filler pic x(31) value "ATENDENTE".
           05 filler pic x(7) value "TIME".
           05 filler pic x(11) value " ATENDIDAS".
           05 filler pic x(12) value "  TMA(MM:SS)".

       01 lin-agente.
           05 id-ag-lin pic x(5).
           05 filler pic x(2) value spaces.
           05 nome-ag-lin pic x(30).
           05 filler pic x(1) value space.
           05 time-ag-lin pic x(5).
           05 filler pic x(2) value spaces.
           05 atendidas-ag-lin pic zzzzzzzz9.
           05 filler pic x(5) value spaces.
           05 tma-min-ag-lin pic zzz9.
           05 filler pic x(1) value ":".
           05 tma-seg-ag-lin pic 99.

       01 cab-intervalo.
           05 filler pic x(13) value "INTERVALO".
           05 filler pic x(9) value " OFERTAD".
           05 filler pic x(9) value "  ATEND".
           05 filler pic x(9) value " ATE 20S".
           05 filler pic x(7) value "  NS%".
           05 filler pic x(9) value "  ABAND".
           05 filler pic x(7) value " ABAN%".

       01 lin-intervalo.
           05 ini-hh-lin pic 99.
           05 filler pic x(1) value ":".
           05 ini-mm-lin pic 99.
           05 filler pic x(1) value "-".
           05 fim-hh-lin pic 99.
           05 filler pic x(1) value ":".
           05 fim-mm-lin pic 99.
           05 filler pic x(2) value spaces.
           05 ofertadas-lin pic zzzzzzzz9.
           05 atendidas-lin pic zzzzzzzz9.
           05 no-limite-lin pic zzzzzzzz9.
           05 ns-lin pic zzzzzz9.
           05 abandonadas-lin pic zzzzzzzz9.
           05 abandono-lin pic zzzzzz9.

       01 cab-sem-ocorr.
           05 filler pic x(10) value "HORA".
           05 filler pic x(7) value "AGENTE".
           05 filler pic x(14) value "NUMERO".
           05 filler pic x(13) value "CPF".
           05 filler pic x(9) value " CONVERSA".

       01 lin-sem-ocorr.
           05 hh-so-lin pic 99.
           05 filler pic x(1) value ":".
           05 mm-so-lin pic 99.
           05 filler pic x(1) value ":".
           05 ss-so-lin pic 99.
           05 filler pic x(2) value spaces.
           05 agente-so-lin pic x(5).
           05 filler pic x(2) value spaces.
           05 ddd-so-lin pic x(2).
           05 filler pic x(1) value space.
           05 telefone-so-lin pic x(9).
           05 filler pic x(2) value spaces.
           05 cpf-so-lin pic x(11).
           05 filler pic x(2) value spaces.
           05 conversa-so-lin pic zzzzzz9.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzz9.

       procedure division.

       mestre.
           perform inicio
           perform acumula-chamadas
           perform imprime-atendentes
           perform imprime-times
           perform imprime-intervalos
           perform lista-sem-ocorrencia
           perform sumario
           perform fim
           goback.

       inicio.
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

      *the switch's file for a day is loaded overnight, so the
      *nightly run reports on yesterday's calls.
           if ws-modo-batch = "S"
               compute ws-data-rel = function date-of-integer
                   (function integer-of-date (ws-hoje-data8) - 1)
           else
               display "DATA DAS CHAMADAS (AAAAMMDD)? "
                   with no advancing
               accept ws-data-rel
               if function test-date-yyyymmdd (ws-data-rel) not = 0
                   compute ws-data-rel = function date-of-integer
                       (function integer-of-date (ws-hoje-data8) - 1)
               end-if
           end-if
           move ws-data-rel to ws-data-rel-aux
           move rel-dia to dia-rel-cab2
           move rel-mes to mes-rel-cab2
           move rel-ano to ano-rel-cab2

           initialize ws-ag-tab-area
           initialize ws-time-tab-area
           initialize ws-int-tab-area

           move "RELATORIO_CHAMADAS" to ws-rel-nome
           move "D:\CHAMADASCENTRAL" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-chamadas
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2

           open input arq-chamadas
           if st-chamada = "00"
               move "S" to ws-tem-chamadas
           end-if
           open input arq-atendentes
           if st-atendente = "00"
               move "S" to ws-tem-atendentes
           end-if
           open input arq-times
           if st-time = "00"
               move "S" to ws-tem-times
           end-if.

      *POSICIONA-DIA puts CHAMADAS.DAT on the first call of the day
      *being reported; the readers stop as soon as the date changes.
       posiciona-dia.
           move "N" to found-chamada
           if ws-tem-chamadas not = "S"
               exit paragraph
           end-if
           move ws-data-rel to ch-data
           move zeros to ch-hora
           move low-values to ch-ddd
           move low-values to ch-telefone
           start arq-chamadas key is >= ch-chave
               invalid key move "N" to found-chamada
               not invalid key move "S" to found-chamada
           end-start.

       le-chamada.
           read arq-chamadas next record
               at end move "N" to found-chamada
           end-read
           if found-chamada = "S" and ch-data not = ws-data-rel
               move "N" to found-chamada
           end-if.

       acumula-chamadas.
           perform posiciona-dia
           if found-chamada = "S"
               perform le-chamada
           end-if
           perform until found-chamada = "N"
               perform acumula-chamada
               perform le-chamada
           end-perform.

       acumula-chamada.
           compute ws-idx-int = ch-hh * 2 + 1
           if ch-min >= 30
               add 1 to ws-idx-int
           end-if
           add 1 to ws-int-ofertadas (ws-idx-int)
           add 1 to ws-total-ofertadas
           if ch-abandonada
               add 1 to ws-int-abandonadas (ws-idx-int)
               add 1 to ws-total-abandonadas
               exit paragraph
           end-if

           add 1 to ws-int-atendidas (ws-idx-int)
           add 1 to ws-total-atendidas
           add ch-conversa to ws-total-conversa
           if ch-espera <= ws-limite-ns
               add 1 to ws-int-no-limite (ws-idx-int)
               add 1 to ws-total-no-limite
           end-if
           if ch-chave-ocorr = spaces
               add 1 to ws-total-sem-ocorr
           end-if

           perform acha-agente
           if ws-idx-ag > zero
               add 1 to ws-ag-atendidas (ws-idx-ag)
               add ch-conversa to ws-ag-conversa (ws-idx-ag)
           end-if
           perform acha-time
           add 1 to ws-tt-atendidas (ws-idx-time)
           add ch-conversa to ws-tt-conversa (ws-idx-time).

       acha-agente.
           move "N" to ws-achou
           perform varying ws-idx-ag from 1 by 1
                   until ws-idx-ag > ws-qtd-ag or ws-achou = "S"
               if ws-ag-id (ws-idx-ag) = ch-agente
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S"
               subtract 1 from ws-idx-ag
           else
               if ws-qtd-ag < 200
                   add 1 to ws-qtd-ag
                   move ws-qtd-ag to ws-idx-ag
                   move ch-agente to ws-ag-id (ws-idx-ag)
                   move ch-time to ws-ag-time (ws-idx-ag)
               else
                   move zero to ws-idx-ag
               end-if
           end-if.

      *same roll-up as TALLY-TIME in RELATORIO_ATENDENTES: spaces is
      *"SEM TIME", and a full table folds the rest into OUTRO.
       acha-time.
           move "N" to ws-achou
           perform varying ws-idx-time from 1 by 1
                   until ws-idx-time > ws-qtd-times
                       or ws-achou = "S"
               if ws-tt-id (ws-idx-time) = ch-time
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S"
               subtract 1 from ws-idx-time
           else
               if ws-qtd-times < 20
                   add 1 to ws-qtd-times
                   move ws-qtd-times to ws-idx-time
                   move ch-time to ws-tt-id (ws-idx-time)
               else
                   move ws-qtd-times to ws-idx-time
                   move "OUTRO" to ws-tt-id (ws-idx-time)
               end-if
           end-if.

      *TMA is the average talk time of the answered calls, from the
      *seconds the switch measured.
       calcula-tma.
           move zero to ws-tma
           if ws-ag-atendidas-aux > zero
               compute ws-tma rounded =
                   ws-ag-conversa-aux / ws-ag-atendidas-aux
           end-if
           divide ws-tma by 60 giving ws-min-aux
               remainder tma-seg-ag-lin
           move ws-min-aux to tma-min-ag-lin.

       imprime-atendentes.
           move "TEMPO MEDIO DE ATENDIMENTO POR ATENDENTE:" to reg-rel
           write reg-rel after 2
           write reg-rel from cab-agente after 2
           perform varying ws-idx-ag from 1 by 1
                   until ws-idx-ag > ws-qtd-ag
               move ws-ag-id (ws-idx-ag) to id-ag-lin
               move spaces to nome-ag-lin
               if ws-tem-atendentes = "S"
                   move ws-ag-id (ws-idx-ag) to at-id
                   read arq-atendentes
                       invalid key continue
                       not invalid key
                           move at-nome to nome-ag-lin
                   end-read
               end-if
               move ws-ag-time (ws-idx-ag) to time-ag-lin
               move ws-ag-atendidas (ws-idx-ag) to atendidas-ag-lin
               move ws-ag-atendidas (ws-idx-ag) to ws-ag-atendidas-aux
               move ws-ag-conversa (ws-idx-ag) to ws-ag-conversa-aux
               perform calcula-tma
               write reg-rel from lin-agente after 1
           end-perform.

       imprime-times.
           move "TEMPO MEDIO DE ATENDIMENTO POR TIME:" to reg-rel
           write reg-rel after 2
           perform varying ws-idx-time from 1 by 1
                   until ws-idx-time > ws-qtd-times
               move ws-tt-id (ws-idx-time) to id-ag-lin
               move spaces to time-ag-lin
               if ws-tt-id (ws-idx-time) = spaces
                   move "SEM TIME" to nome-ag-lin
               else
                   move spaces to nome-ag-lin
                   if ws-tem-times = "S"
                       move ws-tt-id (ws-idx-time) to tm-id
                       read arq-times
                           invalid key continue
                           not invalid key
                               move tm-nome to nome-ag-lin
                       end-read
                   end-if
               end-if
               move ws-tt-atendidas (ws-idx-time) to atendidas-ag-lin
               move ws-tt-atendidas (ws-idx-time)
                   to ws-ag-atendidas-aux
               move ws-tt-conversa (ws-idx-time) to ws-ag-conversa-aux
               perform calcula-tma
               write reg-rel from lin-agente after 1
           end-perform

           move "TOTAL" to id-ag-lin
           move "CENTRAL INTEIRA" to nome-ag-lin
           move spaces to time-ag-lin
           move ws-total-atendidas to atendidas-ag-lin
           move ws-total-atendidas to ws-ag-atendidas-aux
           move ws-total-conversa to ws-ag-conversa-aux
           perform calcula-tma
           write reg-rel from lin-agente after 2.

      *only the half hours that had calls are printed.
       imprime-intervalos.
           move "NIVEL DE SERVICO E ABANDONO POR MEIA HORA:" to reg-rel
           write reg-rel after 2
           write reg-rel from cab-intervalo after 2
           perform varying ws-idx-int from 1 by 1
                   until ws-idx-int > 48
               if ws-int-ofertadas (ws-idx-int) > zero
                   perform imprime-intervalo
               end-if
           end-perform.

       imprime-intervalo.
           compute ws-min-aux = (ws-idx-int - 1) * 30
           divide ws-min-aux by 60 giving ini-hh-lin
               remainder ini-mm-lin
           add 29 to ws-min-aux
           divide ws-min-aux by 60 giving fim-hh-lin
               remainder fim-mm-lin
           move ws-int-ofertadas (ws-idx-int) to ofertadas-lin
           move ws-int-atendidas (ws-idx-int) to atendidas-lin
           move ws-int-no-limite (ws-idx-int) to no-limite-lin
           move ws-int-abandonadas (ws-idx-int) to abandonadas-lin
           compute ws-pct rounded = ws-int-no-limite (ws-idx-int)
               * 100 / ws-int-ofertadas (ws-idx-int)
           move ws-pct to ns-lin
           compute ws-pct rounded = ws-int-abandonadas (ws-idx-int)
               * 100 / ws-int-ofertadas (ws-idx-int)
           move ws-pct to abandono-lin
           write reg-rel from lin-intervalo after 1.

      *LISTA-SEM-OCORRENCIA: an answered call with no occurrence
      *opened by its agent is a contact the floor did not log.
       lista-sem-ocorrencia.
           move "CHAMADAS ATENDIDAS SEM OCORRENCIA REGISTRADA:"
               to reg-rel
           write reg-rel after 2
           write reg-rel from cab-sem-ocorr after 2
           perform posiciona-dia
           if found-chamada = "S"
               perform le-chamada
           end-if
           perform until found-chamada = "N"
               if ch-atendida and ch-chave-ocorr = spaces
                   move ch-hh to hh-so-lin
                   move ch-min to mm-so-lin
                   move ch-seg to ss-so-lin
                   move ch-agente to agente-so-lin
                   move ch-ddd to ddd-so-lin
                   move ch-telefone to ws-dado-mascara
                   move "T" to ws-tipo-dado
                   perform mascara-dado
                   move ws-dado-mascara to telefone-so-lin
                   move ch-cpf to ws-dado-mascara
                   move "K" to ws-tipo-dado
                   perform mascara-dado
                   move ws-dado-mascara to cpf-so-lin
                   if ch-cpf = spaces
                       move "NAO IDENTIF" to cpf-so-lin
                   end-if
                   move ch-conversa to conversa-so-lin
                   write reg-rel from lin-sem-ocorr after 1
               end-if
               perform le-chamada
           end-perform.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move zero to ws-pct-ns-dia
           if ws-total-ofertadas > zero
               compute ws-pct-ns-dia rounded = ws-total-no-limite
                   * 100 / ws-total-ofertadas
           end-if

           move spaces to reg-rel
           write reg-rel after 2

           move "CHAMADAS OFERECIDAS" to rotulo
           move ws-total-ofertadas to valor
           write reg-rel from lin-sumario after 2

           move "CHAMADAS ATENDIDAS" to rotulo
           move ws-total-atendidas to valor
           write reg-rel from lin-sumario after 2

           move "ATENDIDAS EM ATE 20 SEGUNDOS" to rotulo
           move ws-total-no-limite to valor
           write reg-rel from lin-sumario after 2

           move "NIVEL DE SERVICO DO DIA (%)" to rotulo
           move ws-pct-ns-dia to valor
           write reg-rel from lin-sumario after 2

           move "CHAMADAS ABANDONADAS NA FILA" to rotulo
           move ws-total-abandonadas to valor
           write reg-rel from lin-sumario after 2

           move "ATENDIDAS SEM OCORRENCIA REGISTRADA" to rotulo
           move ws-total-sem-ocorr to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RELATORIO_CHAMADAS" to dig-origem
           move "NIVEL DE SERVICO DE ONTEM (%)" to dig-rotulo
           move ws-pct-ns-dia to dig-valor
           write reg-digest

           move "RELATORIO_CHAMADAS" to dig-origem
           move "CHAMADAS ABANDONADAS ONTEM" to dig-rotulo
           move ws-total-abandonadas to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-chamadas
           if ws-tem-chamadas = "S"
               close arq-chamadas
           end-if
           if ws-tem-atendentes = "S"
               close arq-atendentes
           end-if
           if ws-tem-times = "S"
               close arq-times
           end-if.
