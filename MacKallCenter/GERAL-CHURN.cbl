       identification division.
       program-id. RELATORIO_CHURN as "PGM354".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select arq-cancelamentos assign to "D:\CANCELAMENTOS.DAT"
               organization is indexed
               access mode is sequential
               record key is cn-chave
               file status is st-canc.

           select arq-motivos assign to "D:\MOTIVOSCANC.DAT"
               organization is indexed
               access mode is sequential
               record key is mc-codigo
               file status is st-mot.

           select arq-pacotes assign to "D:\PACOTES.DAT"
               organization is indexed
               access mode is sequential
               record key is pac-codigo
               file status is st-pac.

           select rel-churn assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-cancelamentos.
               COPY CANCCOPY.

           fd arq-motivos.
               COPY MOTCOPY.

           fd arq-pacotes.
               COPY PACCOPY.

       fd rel-churn.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       working-storage section.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.

       77 st-canc pic xx value spaces.
       77 st-mot pic xx value spaces.
       77 st-pac pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-arquivo pic x value "N".

       77 ws-competencia pic 9(6) value zero.
       77 ws-canc-competencia pic 9(6) value zero.

      *every pass through the retention desk in the month, and what
      *came of it; the breakdowns below only count the ones that
      *really left ("C").
       77 ws-total-mesa pic 9(5) value zero.
       77 ws-total-aceitou pic 9(5) value zero.
       77 ws-total-recusou pic 9(5) value zero.
       77 ws-total-cancelou pic 9(5) value zero.
       77 ws-aceitou-desconto pic 9(5) value zero.
       77 ws-aceitou-pacote pic 9(5) value zero.
       77 ws-aceitou-pontos pic 9(5) value zero.

       77 ws-qtd-mot pic 99 value zero.
       77 ws-idx-mot pic 99 value zero.
       77 ws-achou pic x value "N".
       77 ws-sem-motivo pic 9(5) value zero.
       01 ws-mot-tab-area.
           05 ws-mot-tab occurs 30 times.
               10 ws-mot-codigo pic x(3).
               10 ws-mot-desc pic x(30).
               10 ws-mot-qtd pic 9(5).

       77 ws-qtd-pac pic 99 value zero.
       77 ws-idx-pac pic 99 value zero.
       77 ws-sem-pacote pic 9(5) value zero.
       01 ws-pac-tab-area.
           05 ws-pac-tab occurs 30 times.
               10 ws-pac-codigo pic x(1).
               10 ws-pac-desc pic x(20).
               10 ws-pac-qtd pic 9(5).

       77 ws-idx-ddd pic 99 value zero.
       01 ws-ddd-tab-area.
           05 ws-ddd-qtd pic 9(5) occurs 99 times.

      *how long the customer was with us, from activation (or the
      *sale, for clients that never went live) to the cancellation.
       77 ws-meses-casa pic s9(5) value zero.
       77 ws-ini-ano pic 9(4) value zero.
       77 ws-ini-mes pic 9(2) value zero.
       01 ws-tempo-tab-area.
           05 ws-tempo-qtd pic 9(5) occurs 6 times.
       01 ws-tempo-rotulos-dados.
           05 filler pic x(25) value "ATE 6 MESES".
           05 filler pic x(25) value "DE 6 A 12 MESES".
           05 filler pic x(25) value "DE 1 A 2 ANOS".
           05 filler pic x(25) value "DE 2 A 5 ANOS".
           05 filler pic x(25) value "MAIS DE 5 ANOS".
           05 filler pic x(25) value "SEM DATA DE INICIO".
       01 ws-tempo-rotulos redefines ws-tempo-rotulos-dados.
           05 ws-tempo-rotulo pic x(25) occurs 6 times.
       77 ws-idx-tempo pic 9 value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(14) value spaces.
           05 filler pic x(40) value
               "Cancelamentos e Retencao (Churn)".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(16) value "  COMPETENCIA: ".
           05 comp-cab2 pic 9(6).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzz9.

       procedure division.

       mestre.
           perform inicio
           perform proc-cancelamento until st-canc = "10"
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

           initialize ws-ddd-tab-area ws-tempo-tab-area
           perform carrega-motivos
           perform carrega-pacotes

           move "RELATORIO_CHURN" to ws-rel-nome
           move "D:\RELCHURN" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           open output rel-churn

      *No file yet just means the retention desk never recorded a
      *call, which is an empty report rather than a failure.
           open input arq-cancelamentos
           if st-canc not = "00"
               move "10" to st-canc
           else
               move "S" to ws-tem-arquivo
           end-if

           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2.

       carrega-motivos.
           open input arq-motivos
           if st-mot = "00"
               perform until st-mot = "10" or ws-qtd-mot = 30
                   read arq-motivos next record
                       at end move "10" to st-mot
                       not at end
                           add 1 to ws-qtd-mot
                           move mc-codigo to
                               ws-mot-codigo (ws-qtd-mot)
                           move mc-descricao to
                               ws-mot-desc (ws-qtd-mot)
                           move zero to ws-mot-qtd (ws-qtd-mot)
                   end-read
               end-perform
               close arq-motivos
           end-if.

       carrega-pacotes.
           open input arq-pacotes
           if st-pac = "00"
               perform until st-pac = "10" or ws-qtd-pac = 30
                   read arq-pacotes next record
                       at end move "10" to st-pac
                       not at end
                           add 1 to ws-qtd-pac
                           move pac-codigo to
                               ws-pac-codigo (ws-qtd-pac)
                           move pac-descricao to
                               ws-pac-desc (ws-qtd-pac)
                           move zero to ws-pac-qtd (ws-qtd-pac)
                   end-read
               end-perform
               close arq-pacotes
           end-if.

       proc-cancelamento.
           read arq-cancelamentos next record
               at end move "10" to st-canc
           end-read

           if st-canc not = "10"
               compute ws-canc-competencia = cn-ano * 100 + cn-mes
               if ws-canc-competencia = ws-competencia
                   add 1 to ws-total-mesa
                   evaluate true
                       when cn-aceitou
                           add 1 to ws-total-aceitou
                           evaluate true
                               when cn-oferta-desconto
                                   add 1 to ws-aceitou-desconto
                               when cn-oferta-pacote
                                   add 1 to ws-aceitou-pacote
                               when cn-oferta-pontos
                                   add 1 to ws-aceitou-pontos
                           end-evaluate
                       when cn-recusou
                           add 1 to ws-total-recusou
                       when cn-cancelou
                           add 1 to ws-total-cancelou
                           perform tally-motivo
                           perform tally-pacote
                           perform tally-ddd
                           perform tally-tempo
                   end-evaluate
               end-if
           end-if.

       tally-motivo.
           move "N" to ws-achou
           perform varying ws-idx-mot from 1 by 1
                   until ws-idx-mot > ws-qtd-mot
               if ws-mot-codigo (ws-idx-mot) = cn-motivo
                   add 1 to ws-mot-qtd (ws-idx-mot)
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "N"
               add 1 to ws-sem-motivo
           end-if.

       tally-pacote.
           move "N" to ws-achou
           perform varying ws-idx-pac from 1 by 1
                   until ws-idx-pac > ws-qtd-pac
               if ws-pac-codigo (ws-idx-pac) = cn-tipo-pacote
                   add 1 to ws-pac-qtd (ws-idx-pac)
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "N"
               add 1 to ws-sem-pacote
           end-if.

       tally-ddd.
           if cn-ddd > zero
               add 1 to ws-ddd-qtd (cn-ddd)
           end-if.

       tally-tempo.
           if cn-data-inicio (7:4) is numeric
                   and cn-data-inicio (4:2) is numeric
               move cn-data-inicio (7:4) to ws-ini-ano
               move cn-data-inicio (4:2) to ws-ini-mes
               compute ws-meses-casa =
                   (cn-ano - ws-ini-ano) * 12 + cn-mes - ws-ini-mes
               evaluate true
                   when ws-meses-casa < 6
                       add 1 to ws-tempo-qtd (1)
                   when ws-meses-casa < 12
                       add 1 to ws-tempo-qtd (2)
                   when ws-meses-casa < 24
                       add 1 to ws-tempo-qtd (3)
                   when ws-meses-casa < 60
                       add 1 to ws-tempo-qtd (4)
                   when other
                       add 1 to ws-tempo-qtd (5)
               end-evaluate
           else
               add 1 to ws-tempo-qtd (6)
           end-if.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2
           move "MESA DE RETENCAO:" to reg-rel
           write reg-rel after 1
           move "ATENDIMENTOS DE CANCELAMENTO" to rotulo
           move ws-total-mesa to valor
           write reg-rel from lin-sumario after 1
           move "  RETIDOS - ACEITARAM A OFERTA" to rotulo
           move ws-total-aceitou to valor
           write reg-rel from lin-sumario after 1
           move "    COM DESCONTO" to rotulo
           move ws-aceitou-desconto to valor
           write reg-rel from lin-sumario after 1
           move "    COM TROCA DE PACOTE" to rotulo
           move ws-aceitou-pacote to valor
           write reg-rel from lin-sumario after 1
           move "    COM PONTOS EXTRAS" to rotulo
           move ws-aceitou-pontos to valor
           write reg-rel from lin-sumario after 1
           move "  DESISTIRAM SEM ACEITAR OFERTA" to rotulo
           move ws-total-recusou to valor
           write reg-rel from lin-sumario after 1
           move "  CANCELARAM MESMO ASSIM" to rotulo
           move ws-total-cancelou to valor
           write reg-rel from lin-sumario after 1

           move spaces to reg-rel
           write reg-rel after 2
           move "CANCELAMENTOS POR MOTIVO:" to reg-rel
           write reg-rel after 1
           perform varying ws-idx-mot from 1 by 1
                   until ws-idx-mot > ws-qtd-mot
               move spaces to rotulo
               string ws-mot-codigo (ws-idx-mot) " "
                   ws-mot-desc (ws-idx-mot) delimited by size
                   into rotulo
               move ws-mot-qtd (ws-idx-mot) to valor
               write reg-rel from lin-sumario after 1
           end-perform
           move "MOTIVO FORA DO CADASTRO" to rotulo
           move ws-sem-motivo to valor
           write reg-rel from lin-sumario after 1

           move spaces to reg-rel
           write reg-rel after 2
           move "CANCELAMENTOS POR PACOTE:" to reg-rel
           write reg-rel after 1
           perform varying ws-idx-pac from 1 by 1
                   until ws-idx-pac > ws-qtd-pac
               move spaces to rotulo
               string ws-pac-codigo (ws-idx-pac) " "
                   ws-pac-desc (ws-idx-pac) delimited by size
                   into rotulo
               move ws-pac-qtd (ws-idx-pac) to valor
               write reg-rel from lin-sumario after 1
           end-perform
           move "PACOTE FORA DO CADASTRO" to rotulo
           move ws-sem-pacote to valor
           write reg-rel from lin-sumario after 1

           move spaces to reg-rel
           write reg-rel after 2
           move "CANCELAMENTOS POR DDD:" to reg-rel
           write reg-rel after 1
           perform varying ws-idx-ddd from 1 by 1
                   until ws-idx-ddd > 99
               if ws-ddd-qtd (ws-idx-ddd) > zero
                   move spaces to rotulo
                   string "DDD " ws-idx-ddd delimited by size
                       into rotulo
                   move ws-ddd-qtd (ws-idx-ddd) to valor
                   write reg-rel from lin-sumario after 1
               end-if
           end-perform

           move spaces to reg-rel
           write reg-rel after 2
           move "CANCELAMENTOS POR TEMPO DE CASA:" to reg-rel
           write reg-rel after 1
           perform varying ws-idx-tempo from 1 by 1
                   until ws-idx-tempo > 6
               move ws-tempo-rotulo (ws-idx-tempo) to rotulo
               move ws-tempo-qtd (ws-idx-tempo) to valor
               write reg-rel from lin-sumario after 1
           end-perform

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RELATORIO_CHURN" to dig-origem
           move "CANCELAMENTOS NA COMPETENCIA" to dig-rotulo
           move ws-total-cancelou to dig-valor
           write reg-digest
           move "RELATORIO_CHURN" to dig-origem
           move "CLIENTES RETIDOS NA COMPETENCIA" to dig-rotulo
           move ws-total-aceitou to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-churn
           if ws-tem-arquivo = "S"
               close arq-cancelamentos
           end-if.
