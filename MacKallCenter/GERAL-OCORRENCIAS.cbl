       fd arq-categorias.
           COPY CATCOPY.
       working-storage section.
           COPY STACOPY.
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

       77 st-ocorr pic xx value spaces.
       77 st-dig pic xx value spaces.
       01 WS-OCORR-DATA8 PIC 9(8).
       77 WS-DIAS-ABERTA PIC S9(5).
       77 ws-cal-operacao pic x value "C".
       77 ws-hoje-int pic s9(9) value zero.
       77 ws-limite-int pic s9(9) value zero.
       77 ws-limite-data8 pic 9(8) value zero.

      *SLA compliance per client service tier, in TABELA-NIVEL-SERVICO
      *order; the fourth row takes occurrences stamped before the tier
      *was. Only an occurrence with a stamped deadline is measured.
       01 ws-niveis-area.
           05 ws-nivel-linha occurs 4 times.
               10 ws-no-prazo-nivel pic 9(5).
               10 ws-fora-prazo-nivel pic 9(5).
               10 ws-vencidas-nivel pic 9(5).
       77 ws-idx-nivel pic 9 value zero.
       77 ws-medidas-nivel pic 9(6) value zero.

       01 CAB1.
           05 filler pic x(6) value "TvMack".
           05 rotulo pic x(30).
           05 valor pic zzzz9.

       01 cab-nivel.
           05 filler pic x(4) value spaces.
           05 filler pic x(16) value "NIVEL".
           05 filler pic x(12) value "NO PRAZO".
           05 filler pic x(12) value "FORA PRAZO".
           05 filler pic x(12) value "ABERTA VENC".
           05 filler pic x(10) value "% NO PRAZO".

       01 lin-nivel.
           05 filler pic x(4) value spaces.
           05 nivel-desc pic x(16).
           05 nivel-no-prazo pic zzzz9.
           05 filler pic x(7) value spaces.
           05 nivel-fora-prazo pic zzzz9.
           05 filler pic x(7) value spaces.
           05 nivel-vencidas pic zzzz9.
           05 filler pic x(9) value spaces.
           05 nivel-pct pic zz9.

       procedure division.

       mestre.
           accept ws-data-hoje from date yyyymmdd
           compute ws-hoje-data8 =
               hoje-ano * 10000 + hoje-mes * 100 + hoje-dia
           compute ws-hoje-int = function integer-of-date(ws-hoje-data8)
           initialize ws-niveis-area

           accept ws-modo-batch from environment
               "MACKALLCENTER_MODO_BATCH"
           move "D:\OCORRSLA" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-ocorr
               input arq-ocorr
           if st-ocorr not = "00"
       proc.
           add 1 to ws-total-ocorr
           perform tally-categoria
           if o-data-limite-sla is numeric
                   and o-data-limite-sla not = zero
               perform tally-nivel
           end-if

           if o-ano-ocorr = hoje-ano and o-mes-ocorr = hoje-mes
                   and o-dia-ocorr = hoje-dia
                       perform cabec
                   end-if

                   move o-cpf to ws-dado-mascara
                   move "K" to ws-tipo-dado
                   perform mascara-dado
                   move ws-dado-mascara to cpf of lin1
                   move o-nome to nome of lin1
                   move ws-dias-aberta to dias of lin1

           write reg-rel from lin-sumario after 2

           perform sumario-categorias
           perform sumario-niveis

           if ws-modo-batch = "S"
               perform grava-digest
               add 1 to ws-sem-categoria
           end-if.

      *TALLY-NIVEL measures the occurrence against its stamped
      *deadline pushed out by the days spent AGUARDANDO CLIENTE, the
      *same effective deadline ESCALA_SLA escalates on: a closed one
      *is in or out of time by its closing date, an open one only
      *counts once that deadline is already behind today.
       tally-nivel.
           move 4 to ws-idx-nivel
           perform varying idx-nivel from 1 by 1 until idx-nivel > 3
               if ns-cod (idx-nivel) = o-nivel-sla
                   set ws-idx-nivel to idx-nivel
               end-if
           end-perform

           move o-data-limite-sla to ws-limite-data8
           compute ws-limite-int =
               function integer-of-date(ws-limite-data8)
                   + o-dias-suspensos

           if o-stat = 1
               if o-data-fechamento is numeric
                       and o-data-fechamento not = zero
                   if function integer-of-date(o-data-fechamento)
                           > ws-limite-int
                       add 1 to ws-fora-prazo-nivel (ws-idx-nivel)
                   else
                       add 1 to ws-no-prazo-nivel (ws-idx-nivel)
                   end-if
               end-if
           else
               if o-andamento = 2 and o-data-inicio-espera not = zero
                   compute ws-limite-int = ws-limite-int
                       + ws-hoje-int
                       - function integer-of-date
                           (o-data-inicio-espera)
               end-if
               if ws-limite-int < ws-hoje-int
                   add 1 to ws-vencidas-nivel (ws-idx-nivel)
               end-if
           end-if.

       sumario-niveis.
           move spaces to reg-rel
           write reg-rel after 2
           move "CUMPRIMENTO DO SLA POR NIVEL DE SERVICO:" to reg-rel
           write reg-rel after 1
           write reg-rel from cab-nivel after 1

           perform varying ws-idx-nivel from 1 by 1
                   until ws-idx-nivel > 4
               if ws-idx-nivel < 4
                   move ns-desc (ws-idx-nivel) to nivel-desc
               else
                   move "NAO INFORMADO" to nivel-desc
               end-if
               move ws-no-prazo-nivel (ws-idx-nivel) to nivel-no-prazo
               move ws-fora-prazo-nivel (ws-idx-nivel)
                   to nivel-fora-prazo
               move ws-vencidas-nivel (ws-idx-nivel) to nivel-vencidas
               compute ws-medidas-nivel =
                   ws-no-prazo-nivel (ws-idx-nivel)
                       + ws-fora-prazo-nivel (ws-idx-nivel)
                       + ws-vencidas-nivel (ws-idx-nivel)
               if ws-medidas-nivel = zero
                   move zero to nivel-pct
               else
                   compute nivel-pct =
                       ws-no-prazo-nivel (ws-idx-nivel) * 100
                           / ws-medidas-nivel
               end-if
               write reg-rel from lin-nivel after 1
           end-perform.

       sumario-categorias.
           move spaces to reg-rel
           write reg-rel after 2
           move ws-sem-categoria to valor of lin-sumario
           write reg-rel from lin-sumario after 1.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       grava-digest.
           open extend arq-digest
           move "RELATORIO_SLA" to dig-origem
