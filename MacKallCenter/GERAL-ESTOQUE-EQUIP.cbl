       identification division.
       program-id. POSICAO_ESTOQUE as "PGM366".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-modelos-eqp assign to "D:\MODELOSEQP.DAT"
               organization is indexed
               access mode is sequential
               record key is me-codigo
               file status is st-modelo.

           select arq-equipamentos assign to "D:\EQUIPAMENTOS.DAT"
               organization is indexed
               access mode is sequential
               record key is eq-serie
               file status is st-equip.

           select arq-recupera assign to "D:\RECUPERAEQP.DAT"
               organization is indexed
               access mode is random
               record key is re-serie
               file status is st-recupera.

           select arq-visitas assign to "D:\VISITAS.DAT"
               organization is indexed
               access mode is sequential
               record key is vs-chave
               file status is st-visita.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select rel-estoque assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-modelos-eqp.
               COPY MEQCOPY.

           fd arq-equipamentos.
               COPY EQPCOPY.

           fd arq-recupera.
               COPY EQPRECCOPY.

           fd arq-visitas.
               COPY VISCOPY.

           fd arq-cli.
               COPY CLICOPY.

       fd rel-estoque.
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

       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 st-modelo pic xx value spaces.
       77 st-equip pic xx value spaces.
       77 st-recupera pic xx value spaces.
       77 st-visita pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-recupera pic x value "N".
       77 ws-tem-cli pic x value "N".
       77 ws-achou pic x value "N".
       77 ws-aguardando pic x value "N".

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-hoje-int pic s9(9) value zero.
       77 ws-vis-data8 pic 9(8) value zero.
       77 ws-vis-int pic s9(9) value zero.

      *one row per model of the master, followed by one row per
      *EQ-MODELO spelling found on EQUIPAMENTOS.DAT that is not a
      *code of the master -- the serials entered before the master
      *existed, listed so they can be recoded.
       77 ws-qtd-mod pic 999 value zero.
       77 ws-idx-mod pic 999 value zero.
       77 ws-idx-padrao pic 999 value zero.
       01 ws-mod-tab-area.
           05 ws-mod-tab occurs 300 times.
               10 ws-mod-codigo pic x(20).
               10 ws-mod-descricao pic x(30).
               10 ws-mod-custo pic 9(5)v99.
               10 ws-mod-minimo pic 9(5).
               10 ws-mod-cadastrado pic x(1).
               10 ws-mod-estoque pic 9(5).
               10 ws-mod-devolvido pic 9(5).
               10 ws-mod-instalado pic 9(5).
               10 ws-mod-aguardando pic 9(5).
               10 ws-mod-defeito pic 9(5).
               10 ws-mod-reservado pic 9(5).

      *CPFs already reserved for, so a client booked on two slots of
      *the week is not counted twice.
       77 ws-qtd-cpf pic 9(4) value zero.
       77 ws-idx-cpf pic 9(4) value zero.
       01 ws-cpf-tab-area.
           05 ws-cpf-reservado pic 9(11) occurs 2000 times.
       77 ws-cpf-visita pic 9(11) value zero.
       77 ws-qtd-pontos pic 9 value zero.

       77 ws-projetado pic s9(6) value zero.
       77 ws-valor-estoque pic 9(9)v99 value zero.
       77 ws-total-serie pic 9(7) value zero.
       77 ws-total-reservado pic 9(5) value zero.
       77 ws-reserva-sem-modelo pic 9(5) value zero.
       77 ws-total-abaixo pic 9(5) value zero.
       77 ws-total-fora-cadastro pic 9(5) value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Posicao de Estoque de Equipamentos".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab3.
           05 filler pic x(10) value "MODELO".
           05 filler pic x(7) value "  ESTOQ".
           05 filler pic x(7) value "  DEVOL".
           05 filler pic x(7) value " INSTAL".
           05 filler pic x(7) value " AGUARD".
           05 filler pic x(7) value " DEFEIT".
           05 filler pic x(7) value " RESERV".
           05 filler pic x(7) value " PROJET".
           05 filler pic x(7) value " MINIMO".

       01 lin-det.
           05 codigo-det pic x(10).
           05 estoque-det pic zzzzzz9.
           05 devolvido-det pic zzzzzz9.
           05 instalado-det pic zzzzzz9.
           05 aguardando-det pic zzzzzz9.
           05 defeito-det pic zzzzzz9.
           05 reservado-det pic zzzzzz9.
           05 projetado-det pic ------9.
           05 minimo-det pic zzzzzz9.
           05 filler pic x(1) value space.
           05 alerta-det pic x(7).

       01 lin-desc.
           05 filler pic x(2) value spaces.
           05 desc-det pic x(30).
           05 filler pic x(2) value spaces.
           05 obs-det pic x(46).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzzzz9,99.

       procedure division.

       mestre.
           perform inicio
           perform carrega-modelos
           perform conta-equipamentos
           perform reserva-instalacoes
           perform imprime-posicao
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

           accept ws-data-hoje from date yyyymmdd
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2
           move ws-data-hoje to ws-hoje-data8
           compute ws-hoje-int = function integer-of-date(ws-hoje-data8)

           initialize ws-mod-tab-area

           move "POSICAO_ESTOQUE" to ws-rel-nome
           move "D:\ESTOQUEEQP" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           open output rel-estoque
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2

           open input arq-recupera
           if st-recupera = "00"
               move "S" to ws-tem-recupera
           end-if
           open input arq-cli
           if st-cli = "00"
               move "S" to ws-tem-cli
           end-if.

      *CARREGA-MODELOS also picks the model new installations go out
      *with (the first active one flagged for it), which is where the
      *week's booked installations are reserved.
       carrega-modelos.
           open input arq-modelos-eqp
           if st-modelo not = "00"
               exit paragraph
           end-if
           perform until st-modelo = "10" or ws-qtd-mod = 200
               read arq-modelos-eqp next record
                   at end move "10" to st-modelo
                   not at end
                       add 1 to ws-qtd-mod
                       move me-codigo to ws-mod-codigo (ws-qtd-mod)
                       move me-descricao
                           to ws-mod-descricao (ws-qtd-mod)
                       move me-custo to ws-mod-custo (ws-qtd-mod)
                       move me-estoque-minimo
                           to ws-mod-minimo (ws-qtd-mod)
                       move "S" to ws-mod-cadastrado (ws-qtd-mod)
                       if me-padrao-instalacao = "S"
                               and me-ativo = "S"
                               and ws-idx-padrao = zero
                           move ws-qtd-mod to ws-idx-padrao
                       end-if
               end-read
           end-perform
           close arq-modelos-eqp.

      *a box still installed at a client who cancelled sits on the
      *recovery worklist until it comes back: it is not at a paying
      *client any more, but not on our shelf either.
       conta-equipamentos.
           open input arq-equipamentos
           if st-equip not = "00"
               exit paragraph
           end-if
           perform until st-equip = "10"
               read arq-equipamentos next record
                   at end move "10" to st-equip
               end-read
               if st-equip not = "10"
                   add 1 to ws-total-serie
                   perform acha-modelo
                   if ws-idx-mod > zero
                       perform conta-serie
                   end-if
               end-if
           end-perform
           close arq-equipamentos.

       conta-serie.
           evaluate true
               when eq-estoque
                   add 1 to ws-mod-estoque (ws-idx-mod)
               when eq-devolvido
                   add 1 to ws-mod-devolvido (ws-idx-mod)
               when eq-defeito
                   add 1 to ws-mod-defeito (ws-idx-mod)
               when eq-instalado
                   perform confere-recuperacao
                   if ws-aguardando = "S"
                       add 1 to ws-mod-aguardando (ws-idx-mod)
                   else
                       add 1 to ws-mod-instalado (ws-idx-mod)
                   end-if
           end-evaluate.

       confere-recuperacao.
           move "N" to ws-aguardando
           if ws-tem-recupera = "S"
               move eq-serie to re-serie
               read arq-recupera
                   invalid key continue
                   not invalid key
                       if not re-devolvido
                           move "S" to ws-aguardando
                       end-if
               end-read
           end-if.

       acha-modelo.
           move "N" to ws-achou
           perform varying ws-idx-mod from 1 by 1
                   until ws-idx-mod > ws-qtd-mod or ws-achou = "S"
               if ws-mod-codigo (ws-idx-mod) = eq-modelo
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S"
               subtract 1 from ws-idx-mod
           else
               if ws-qtd-mod < 300
                   add 1 to ws-qtd-mod
                   move ws-qtd-mod to ws-idx-mod
                   move eq-modelo to ws-mod-codigo (ws-idx-mod)
                   move "N" to ws-mod-cadastrado (ws-idx-mod)
                   add 1 to ws-total-fora-cadastro
               else
                   move zero to ws-idx-mod
               end-if
           end-if.

      *RESERVA-INSTALACOES: every visit booked from today through the
      *next six days for a client still pending installation (the
      *queue PENDENTES_INSTALACAO shows) will take one box per point
      *of the residence off the shelf.
       reserva-instalacoes.
           open input arq-visitas
           if st-visita not = "00" or ws-tem-cli not = "S"
               exit paragraph
           end-if
           perform until st-visita = "10"
               read arq-visitas next record
                   at end move "10" to st-visita
               end-read
               if st-visita not = "10" and vs-agendada
                   move vs-data-visita to ws-vis-data8
                   if ws-vis-data8 is numeric
                       compute ws-vis-int =
                           function integer-of-date (ws-vis-data8)
                       if ws-vis-int >= ws-hoje-int
                               and ws-vis-int <= ws-hoje-int + 6
                           perform reserva-visita
                       end-if
                   end-if
               end-if
           end-perform
           close arq-visitas.

       reserva-visita.
           if vs-cpf is not numeric
               exit paragraph
           end-if
           move vs-cpf to ws-cpf-visita
           move "N" to ws-achou
           perform varying ws-idx-cpf from 1 by 1
                   until ws-idx-cpf > ws-qtd-cpf or ws-achou = "S"
               if ws-cpf-reservado (ws-idx-cpf) = ws-cpf-visita
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S"
               exit paragraph
           end-if

           move ws-cpf-visita to cpf
           read arq-cli
               invalid key exit paragraph
           end-read
           if not cliente-pendente
               exit paragraph
           end-if

           if ws-qtd-cpf < 2000
               add 1 to ws-qtd-cpf
               move ws-cpf-visita to ws-cpf-reservado (ws-qtd-cpf)
           end-if
           move qtde-pontos-residencia to ws-qtd-pontos
           if ws-qtd-pontos = zero
               move 1 to ws-qtd-pontos
           end-if
           add ws-qtd-pontos to ws-total-reservado
           if ws-idx-padrao > zero
               add ws-qtd-pontos to ws-mod-reservado (ws-idx-padrao)
           else
               add ws-qtd-pontos to ws-reserva-sem-modelo
           end-if.

      *on hand is what is on the shelf (new stock plus boxes that
      *came back); the projection takes the week's reservations off
      *it and flags the model when that falls under its minimum.
       imprime-posicao.
           write reg-rel from cab3 after 2
           perform varying ws-idx-mod from 1 by 1
                   until ws-idx-mod > ws-qtd-mod
               perform imprime-modelo
           end-perform.

       imprime-modelo.
           compute ws-projetado = ws-mod-estoque (ws-idx-mod)
               + ws-mod-devolvido (ws-idx-mod)
               - ws-mod-reservado (ws-idx-mod)
           compute ws-valor-estoque = ws-valor-estoque
               + (ws-mod-estoque (ws-idx-mod)
                  + ws-mod-devolvido (ws-idx-mod))
                 * ws-mod-custo (ws-idx-mod)

           move ws-mod-codigo (ws-idx-mod) to codigo-det
           move ws-mod-estoque (ws-idx-mod) to estoque-det
           move ws-mod-devolvido (ws-idx-mod) to devolvido-det
           move ws-mod-instalado (ws-idx-mod) to instalado-det
           move ws-mod-aguardando (ws-idx-mod) to aguardando-det
           move ws-mod-defeito (ws-idx-mod) to defeito-det
           move ws-mod-reservado (ws-idx-mod) to reservado-det
           move ws-projetado to projetado-det
           move ws-mod-minimo (ws-idx-mod) to minimo-det
           move spaces to alerta-det
           move spaces to obs-det
           if ws-mod-cadastrado (ws-idx-mod) = "N"
               move "S/CAD" to alerta-det
               move "FORA DO CADASTRO DE MODELOS - RECODIFICAR"
                   to obs-det
           else
               if ws-projetado < ws-mod-minimo (ws-idx-mod)
                   move "REPOR" to alerta-det
                   move "PROJECAO ABAIXO DO ESTOQUE MINIMO" to obs-det
                   add 1 to ws-total-abaixo
               end-if
           end-if
           write reg-rel from lin-det after 2
           move ws-mod-descricao (ws-idx-mod) to desc-det
           write reg-rel from lin-desc after 1

           if alerta-det = "REPOR" and ws-modo-batch = "S"
               perform grava-digest-modelo
           end-if.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "SERIES NO INVENTARIO" to rotulo
           move ws-total-serie to valor
           write reg-rel from lin-sumario after 2

           move "EQUIPAMENTOS RESERVADOS (PROX. 7 DIAS)" to rotulo
           move ws-total-reservado to valor
           write reg-rel from lin-sumario after 2

           if ws-reserva-sem-modelo > zero
               move "RESERVAS SEM MODELO PADRAO DEFINIDO" to rotulo
               move ws-reserva-sem-modelo to valor
               write reg-rel from lin-sumario after 2
           end-if

           move "MODELOS ABAIXO DO MINIMO" to rotulo
           move ws-total-abaixo to valor
           write reg-rel from lin-sumario after 2

           move "GRAFIAS FORA DO CADASTRO DE MODELOS" to rotulo
           move ws-total-fora-cadastro to valor
           write reg-rel from lin-sumario after 2

           move "VALOR DO ESTOQUE EM PRATELEIRA (R$)" to rotulo
           move ws-valor-estoque to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

      *one morning-digest line per model to reorder, carrying what
      *the shelf is projected to hold at the end of the week.
       grava-digest-modelo.
           open extend arq-digest
           move "POSICAO_ESTOQUE" to dig-origem
           move spaces to dig-rotulo
           string "REPOR MODELO " ws-mod-codigo (ws-idx-mod)
               delimited by size into dig-rotulo
           move zero to dig-valor
           if ws-projetado > zero
               move ws-projetado to dig-valor
           end-if
           write reg-digest
           close arq-digest.

       grava-digest.
           open extend arq-digest
           move "POSICAO_ESTOQUE" to dig-origem
           move "MODELOS ABAIXO DO ESTOQUE MINIMO" to dig-rotulo
           move ws-total-abaixo to dig-valor
           write reg-digest

           if ws-reserva-sem-modelo > zero
               move "POSICAO_ESTOQUE" to dig-origem
               move "RESERVAS SEM MODELO PADRAO DEFINIDO"
                   to dig-rotulo
               move ws-reserva-sem-modelo to dig-valor
               write reg-digest
           end-if
           close arq-digest.

       fim.
           close rel-estoque
           if ws-tem-recupera = "S"
               close arq-recupera
           end-if
           if ws-tem-cli = "S"
               close arq-cli
           end-if.
