       identification division.
       program-id. PREVISAO_DIMENSIONAMENTO as "PGM386".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
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

           select arq-ocorr-arq assign to "D:\OCORRENCIAS-HIST.DAT"
               organization is indexed
               access mode is sequential
               record key is oa-chave
               file status is st-oco-arq.

           select arq-feriados assign to "D:\FERIADOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is fer-data
               file status is st-feriado.

           select arq-escalas assign to "D:\ESCALAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is es-chave
               file status is st-escala.

           select rel-dimens assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-ocorr.
               COPY OCOCOPY.

           fd arq-ocorr-arq.
               COPY OCOARQCOPY.

           fd arq-feriados.
               COPY FERCOPY.

           fd arq-escalas.
               COPY ESCCOPY.

       fd rel-dimens.
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

       77 ws-ocorr-path pic x(40) value "D:\OCORRENCIAS.DAT".
       77 st-ocorr pic xx value spaces.
       77 st-oco-arq pic xx value spaces.
       77 st-feriado pic xx value spaces.
       77 st-escala pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-fim pic x value "N".

      *the history is the last MACKALLCENTER_PREVISAO_SEMANAS whole
      *weeks (default 8) before the current one; each contact is
      *worked for MACKALLCENTER_TMA_MINUTOS minutes on average
      *(default 8), and a holiday in the coming week is expected to
      *bring MACKALLCENTER_FATOR_FERIADO percent (default 50) of an
      *ordinary day of the same weekday.
       77 ws-semanas pic 9(2) value zero.
       77 ws-tma pic 9(3) value zero.
       77 ws-fator-feriado pic 9(3) value zero.

       77 ws-hoje-int pic 9(7) value zero.
       77 ws-dia-semana pic 9 value zero.
       77 ws-semana-atual-int pic 9(7) value zero.
       77 ws-hist-ini-int pic 9(7) value zero.
       77 ws-hist-fim-int pic 9(7) value zero.
       77 ws-prox-ini-int pic 9(7) value zero.
       77 ws-prox-fim-int pic 9(7) value zero.
       77 ws-hist-ini-data8 pic 9(8) value zero.
       77 ws-hist-fim-data8 pic 9(8) value zero.
       77 ws-data-int pic 9(7) value zero.
       77 ws-data8 pic 9(8) value zero.
       77 ws-eh-feriado pic x value "N".

       77 ws-dia pic 9 value zero.
       77 ws-slot pic 9(2) value zero.
       77 ws-idx-fer pic 9(3) value zero.
       77 ws-hh-ocorr pic 9(2) value zero.
       77 ws-min-ocorr pic 9(2) value zero.
       77 ws-inicio-min pic 9(4) value zero.
       77 ws-fim-min pic 9(4) value zero.
       77 ws-slot-min pic 9(4) value zero.
       77 ws-carga-min pic 9(7)v99 value zero.
       77 ws-tem-linha pic x value "N".

       77 ws-total-contatos-hist pic 9(7) value zero.
       77 ws-total-contatos-prev pic 9(7)v99 value zero.
       77 ws-total-falta pic 9(5) value zero.
       77 ws-total-sobra pic 9(5) value zero.
       77 ws-total-escalas pic 9(5) value zero.

      *holidays between the start of the history and the end of the
      *coming week.
       77 ws-qtd-feriados pic 9(3) value zero.
       01 ws-feriados-tab.
           05 ws-feriado occurs 200 times pic 9(8).

      *history by weekday (1 = monday .. 7 = sunday) and half-hour
      *(1 = 00:00-00:29 .. 48 = 23:30-23:59), with how many ordinary
      *days of that weekday the window held.
       01 ws-historico-tab.
           05 ws-hist-dia occurs 7 times.
               10 ws-hist-qtde-dias pic 9(3).
               10 ws-hist-volume occurs 48 times pic 9(7).

      *the coming week, monday to sunday.
       01 ws-previsao-tab.
           05 ws-prev-dia occurs 7 times.
               10 ws-prev-data8 pic 9(8).
               10 ws-prev-feriado pic x.
               10 ws-prev-slot occurs 48 times.
                   15 ws-prev-volume pic 9(5)v99.
                   15 ws-prev-necessarios pic 9(3).
                   15 ws-prev-escalados pic 9(3).

       01 ws-hora-escala.
           05 ws-he-hh pic 99.
           05 filler pic x.
           05 ws-he-mm pic 99.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       01 ws-data-quebra.
           05 wq-ano pic 9999.
           05 wq-mes pic 99.
           05 wq-dia pic 99.

       01 ws-nomes-dias-dados.
           05 filler pic x(3) value "SEG".
           05 filler pic x(3) value "TER".
           05 filler pic x(3) value "QUA".
           05 filler pic x(3) value "QUI".
           05 filler pic x(3) value "SEX".
           05 filler pic x(3) value "SAB".
           05 filler pic x(3) value "DOM".
       01 ws-nomes-dias redefines ws-nomes-dias-dados.
           05 ws-nome-dia occurs 7 times pic x(3).

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Previsao de Dimensionamento da Semana".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(13) value "  SEMANA DE ".
           05 ini-cab2 pic x(10).
           05 filler pic x(3) value " A ".
           05 fim-cab2 pic x(10).

       01 cab3.
           05 filler pic x(18) value "HISTORICO: ULTIMAS".
           05 semanas-cab3 pic zz9.
           05 filler pic x(20) value " SEMANAS  -  TMA:".
           05 tma-cab3 pic zz9.
           05 filler pic x(24) value " MIN  -  FERIADO A".
           05 fator-cab3 pic zz9.
           05 filler pic x(1) value "%".

       01 cab4.
           05 filler pic x(60) value
               "CELULA: NECESSARIOS/ESCALADOS  - FALTA GENTE  + SOBRA".

       01 cab-grade.
           05 filler pic x(7) value "HORA".
           05 cab-grade-dia occurs 7 times.
               10 cab-nome-dia pic x(3).
               10 filler pic x(1).
               10 cab-data-dia pic x(5).

       01 cab-grade-fer.
           05 filler pic x(7) value spaces.
           05 cab-fer-dia occurs 7 times.
               10 cab-fer-marca pic x(3).
               10 filler pic x(6).

       01 lin-grade.
           05 hora-lin pic x(5).
           05 filler pic x(2).
           05 cel-grade occurs 7 times.
               10 filler pic x(2).
               10 cel-necessarios pic z9.
               10 cel-barra pic x.
               10 cel-escalados pic z9.
               10 cel-marca pic x.
               10 filler pic x(1).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.

       procedure division.

       mestre.
           perform inicio
           perform carrega-feriados
           perform conta-dias-historico
           perform carrega-ocorrencias
           perform carrega-arquivadas
           perform calcula-previsao
           perform carrega-escala
           perform imprime-grade
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

           accept ws-semanas from environment
               "MACKALLCENTER_PREVISAO_SEMANAS"
               on exception
                   move 8 to ws-semanas
           end-accept
           if ws-semanas = zero
               move 8 to ws-semanas
           end-if

           accept ws-tma from environment
               "MACKALLCENTER_TMA_MINUTOS"
               on exception
                   move 8 to ws-tma
           end-accept
           if ws-tma = zero
               move 8 to ws-tma
           end-if

           accept ws-fator-feriado from environment
               "MACKALLCENTER_FATOR_FERIADO"
               on exception
                   move 50 to ws-fator-feriado
           end-accept
           if ws-fator-feriado = zero or ws-fator-feriado > 100
               move 50 to ws-fator-feriado
           end-if

           accept ws-data-hoje from date yyyymmdd
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

      *day 1 of INTEGER-OF-DATE was a monday, so the remainder by 7
      *is the weekday with sunday as 0, turned into 7 here.
           compute ws-hoje-int =
               function integer-of-date (function numval
                   (ws-data-hoje))
           compute ws-dia-semana = function mod (ws-hoje-int, 7)
           if ws-dia-semana = 0
               move 7 to ws-dia-semana
           end-if
           compute ws-semana-atual-int =
               ws-hoje-int - ws-dia-semana + 1
           compute ws-prox-ini-int = ws-semana-atual-int + 7
           compute ws-prox-fim-int = ws-prox-ini-int + 6
           compute ws-hist-ini-int =
               ws-semana-atual-int - 7 * ws-semanas
           compute ws-hist-fim-int = ws-semana-atual-int - 1
           compute ws-hist-ini-data8 =
               function date-of-integer (ws-hist-ini-int)
           compute ws-hist-fim-data8 =
               function date-of-integer (ws-hist-fim-int)

           compute ws-data8 = function date-of-integer (ws-prox-ini-int)
           move ws-data8 to ws-data-quebra
           string wq-dia "/" wq-mes "/" wq-ano
               delimited by size into ini-cab2
           compute ws-data8 = function date-of-integer (ws-prox-fim-int)
           move ws-data8 to ws-data-quebra
           string wq-dia "/" wq-mes "/" wq-ano
               delimited by size into fim-cab2
           move ws-semanas to semanas-cab3
           move ws-tma to tma-cab3
           move ws-fator-feriado to fator-cab3

           initialize ws-historico-tab ws-previsao-tab

           move "PREVISAO_DIMENSIONAM" to ws-rel-nome
           move "D:\DIMENSIONAMENTO" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           open output rel-dimens
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 1
           write reg-rel from cab4 after 1.

      *CARREGA-FERIADOS keeps every holiday from the start of the
      *history to the end of the coming week; no holiday file just
      *means every day is an ordinary one.
       carrega-feriados.
           move zero to ws-qtd-feriados
           open input arq-feriados
           if st-feriado not = "00"
               exit paragraph
           end-if
           move ws-hist-ini-data8 to fer-data
           start arq-feriados key is >= fer-data
               invalid key move "S" to ws-fim
               not invalid key move "N" to ws-fim
           end-start
           compute ws-data8 = function date-of-integer (ws-prox-fim-int)
           perform until ws-fim = "S"
               read arq-feriados next record
                   at end move "S" to ws-fim
                   not at end
                       if fer-data > ws-data8
                           move "S" to ws-fim
                       else
                           if ws-qtd-feriados < 200
                               add 1 to ws-qtd-feriados
                               move fer-data
                                   to ws-feriado (ws-qtd-feriados)
                           end-if
                       end-if
               end-read
           end-perform
           close arq-feriados.

       verifica-feriado.
           move "N" to ws-eh-feriado
           perform varying ws-idx-fer from 1 by 1
                   until ws-idx-fer > ws-qtd-feriados
               if ws-feriado (ws-idx-fer) = ws-data8
                   move "S" to ws-eh-feriado
               end-if
           end-perform.

      *CONTA-DIAS-HISTORICO counts the ordinary days of each weekday
      *in the history; a holiday is left out of the average both as
      *a day and for the contacts it brought.
       conta-dias-historico.
           perform varying ws-data-int from ws-hist-ini-int by 1
                   until ws-data-int > ws-hist-fim-int
               compute ws-data8 = function date-of-integer (ws-data-int)
               perform verifica-feriado
               if ws-eh-feriado = "N"
                   perform calcula-dia-semana
                   add 1 to ws-hist-qtde-dias (ws-dia)
               end-if
           end-perform.

       calcula-dia-semana.
           compute ws-dia = function mod (ws-data-int, 7)
           if ws-dia = 0
               move 7 to ws-dia
           end-if.

      *CARREGA-OCORRENCIAS reads the live file on its opening-date
      *key from the first day of the history.
       carrega-ocorrencias.
           open input arq-ocorr
           if st-ocorr not = "00"
               display "ERRO AO ABRIR OCORRENCIAS.DAT: " st-ocorr
               exit paragraph
           end-if
           move ws-hist-ini-data8 to o-data-ocorr
           start arq-ocorr key is >= o-data-ocorr
               invalid key move "S" to ws-fim
               not invalid key move "N" to ws-fim
           end-start
           perform until ws-fim = "S"
               read arq-ocorr next record
                   at end move "S" to ws-fim
                   not at end
                       if o-data-ocorr > ws-hist-fim-data8
                           move "S" to ws-fim
                       else
                           move o-data-ocorr to ws-data8
                           move o-hh-ocorr to ws-hh-ocorr
                           move o-min-ocorr to ws-min-ocorr
                           perform acumula-contato
                       end-if
               end-read
           end-perform
           close arq-ocorr.

      *the archive has no date key and is read end to end; an old
      *closed occurrence moved there still counts as a contact.
       carrega-arquivadas.
           open input arq-ocorr-arq
           if st-oco-arq not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-ocorr-arq next record
                   at end move "S" to ws-fim
                   not at end
                       if oa-data-ocorr >= ws-hist-ini-data8
                               and oa-data-ocorr <= ws-hist-fim-data8
                           move oa-data-ocorr to ws-data8
                           move oa-hh-ocorr to ws-hh-ocorr
                           move oa-min-ocorr to ws-min-ocorr
                           perform acumula-contato
                       end-if
               end-read
           end-perform
           close arq-ocorr-arq.

       acumula-contato.
           if ws-data8 is not numeric
                   or ws-hh-ocorr > 23 or ws-min-ocorr > 59
               exit paragraph
           end-if
           perform verifica-feriado
           if ws-eh-feriado = "S"
               exit paragraph
           end-if
           compute ws-data-int = function integer-of-date (ws-data8)
           perform calcula-dia-semana
           compute ws-slot = ws-hh-ocorr * 2 + 1
           if ws-min-ocorr >= 30
               add 1 to ws-slot
           end-if
           add 1 to ws-hist-volume (ws-dia, ws-slot)
           add 1 to ws-total-contatos-hist.

      *CALCULA-PREVISAO turns the history into the coming week's
      *expected contacts per half-hour, and those into attendants:
      *the minutes of work in the half-hour over 30, rounded up.
       calcula-previsao.
           perform varying ws-dia from 1 by 1 until ws-dia > 7
               compute ws-data-int = ws-prox-ini-int + ws-dia - 1
               compute ws-data8 = function date-of-integer (ws-data-int)
               move ws-data8 to ws-prev-data8 (ws-dia)
               perform verifica-feriado
               move ws-eh-feriado to ws-prev-feriado (ws-dia)
               perform varying ws-slot from 1 by 1 until ws-slot > 48
                   if ws-hist-qtde-dias (ws-dia) > zero
                       compute ws-prev-volume (ws-dia, ws-slot) rounded
                           = ws-hist-volume (ws-dia, ws-slot)
                               / ws-hist-qtde-dias (ws-dia)
                       if ws-eh-feriado = "S"
                           compute ws-prev-volume (ws-dia, ws-slot)
                                   rounded =
                               ws-prev-volume (ws-dia, ws-slot)
                                   * ws-fator-feriado / 100
                       end-if
                   end-if
                   compute ws-carga-min =
                       ws-prev-volume (ws-dia, ws-slot) * ws-tma
                   compute ws-prev-necessarios (ws-dia, ws-slot) =
                       ws-carga-min / 30
                   if ws-prev-necessarios (ws-dia, ws-slot) * 30
                           < ws-carga-min
                       add 1 to ws-prev-necessarios (ws-dia, ws-slot)
                   end-if
                   add ws-prev-volume (ws-dia, ws-slot)
                       to ws-total-contatos-prev
               end-perform
           end-perform.

      *CARREGA-ESCALA lays each shift of the coming week over the
      *half-hours it covers; a shift is counted in a half-hour that
      *starts inside it. A shift ending past midnight is counted up
      *to the end of its own day.
       carrega-escala.
           open input arq-escalas
           if st-escala not = "00"
               display "SEM ESCALAS GRAVADAS (RODE PGM43)"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-escalas next record
                   at end move "S" to ws-fim
                   not at end
                       move es-data to ws-data8
                       if ws-data8 is numeric
                           perform aplica-turno
                       end-if
               end-read
           end-perform
           close arq-escalas.

       aplica-turno.
           compute ws-data-int = function integer-of-date (ws-data8)
           if ws-data-int < ws-prox-ini-int
                   or ws-data-int > ws-prox-fim-int
               exit paragraph
           end-if
           compute ws-dia = ws-data-int - ws-prox-ini-int + 1
           move es-hora-inicio to ws-hora-escala
           if ws-he-hh is not numeric or ws-he-mm is not numeric
               exit paragraph
           end-if
           compute ws-inicio-min = ws-he-hh * 60 + ws-he-mm
           move es-hora-fim to ws-hora-escala
           if ws-he-hh is not numeric or ws-he-mm is not numeric
               exit paragraph
           end-if
           compute ws-fim-min = ws-he-hh * 60 + ws-he-mm
           if ws-fim-min <= ws-inicio-min
               move 1440 to ws-fim-min
           end-if
           add 1 to ws-total-escalas
           perform varying ws-slot from 1 by 1 until ws-slot > 48
               compute ws-slot-min = (ws-slot - 1) * 30
               if ws-slot-min >= ws-inicio-min
                       and ws-slot-min < ws-fim-min
                   add 1 to ws-prev-escalados (ws-dia, ws-slot)
               end-if
           end-perform.

      *IMPRIME-GRADE prints one row per half-hour that needs or has
      *anyone, one column per day of the coming week.
       imprime-grade.
           perform varying ws-dia from 1 by 1 until ws-dia > 7
               move ws-nome-dia (ws-dia) to cab-nome-dia (ws-dia)
               move ws-prev-data8 (ws-dia) to ws-data-quebra
               move spaces to cab-data-dia (ws-dia)
               string wq-dia "/" wq-mes delimited by size
                   into cab-data-dia (ws-dia)
               if ws-prev-feriado (ws-dia) = "S"
                   move "FER" to cab-fer-marca (ws-dia)
               else
                   move spaces to cab-fer-marca (ws-dia)
               end-if
           end-perform
           write reg-rel from cab-grade after 2
           write reg-rel from cab-grade-fer after 1

           perform varying ws-slot from 1 by 1 until ws-slot > 48
               move "N" to ws-tem-linha
               perform varying ws-dia from 1 by 1 until ws-dia > 7
                   if ws-prev-necessarios (ws-dia, ws-slot) > zero
                           or ws-prev-escalados (ws-dia, ws-slot)
                               > zero
                       move "S" to ws-tem-linha
                   end-if
               end-perform
               if ws-tem-linha = "S"
                   perform imprime-linha-grade
               end-if
           end-perform.

       imprime-linha-grade.
           move spaces to lin-grade
           compute ws-slot-min = (ws-slot - 1) * 30
           compute ws-hh-ocorr = ws-slot-min / 60
           compute ws-min-ocorr = ws-slot-min - ws-hh-ocorr * 60
           string ws-hh-ocorr ":" ws-min-ocorr delimited by size
               into hora-lin
           perform varying ws-dia from 1 by 1 until ws-dia > 7
               move ws-prev-necessarios (ws-dia, ws-slot)
                   to cel-necessarios (ws-dia)
               move "/" to cel-barra (ws-dia)
               move ws-prev-escalados (ws-dia, ws-slot)
                   to cel-escalados (ws-dia)
               evaluate true
                   when ws-prev-escalados (ws-dia, ws-slot)
                           < ws-prev-necessarios (ws-dia, ws-slot)
                       move "-" to cel-marca (ws-dia)
                       add 1 to ws-total-falta
                   when ws-prev-escalados (ws-dia, ws-slot)
                           > ws-prev-necessarios (ws-dia, ws-slot)
                       move "+" to cel-marca (ws-dia)
                       add 1 to ws-total-sobra
                   when other
                       move space to cel-marca (ws-dia)
               end-evaluate
           end-perform
           write reg-rel from lin-grade after 1.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "CONTATOS NO HISTORICO" to rotulo
           move ws-total-contatos-hist to valor
           write reg-rel from lin-sumario after 1

           move "CONTATOS PREVISTOS NA SEMANA" to rotulo
           move ws-total-contatos-prev to valor
           write reg-rel from lin-sumario after 1

           move "TURNOS ESCALADOS NA SEMANA" to rotulo
           move ws-total-escalas to valor
           write reg-rel from lin-sumario after 1

           move "MEIAS-HORAS COM FALTA DE ATENDENTES" to rotulo
           move ws-total-falta to valor
           write reg-rel from lin-sumario after 1

           move "MEIAS-HORAS COM SOBRA DE ATENDENTES" to rotulo
           move ws-total-sobra to valor
           write reg-rel from lin-sumario after 1

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "PREVISAO_DIMENSIONAM" to dig-origem
           move "MEIAS-HORAS COM FALTA NA PROXIMA SEMANA" to dig-rotulo
           move ws-total-falta to dig-valor
           write reg-digest
           move "PREVISAO_DIMENSIONAM" to dig-origem
           move "MEIAS-HORAS COM SOBRA NA PROXIMA SEMANA" to dig-rotulo
           move ws-total-sobra to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-dimens.
