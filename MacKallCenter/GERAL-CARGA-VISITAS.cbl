       identification division.
       program-id. CARGA_RETORNO_VISITA as "PGM364".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select arq-retorno assign to "D:\RETORNO_VISITAS.TXT"
               organization is line sequential
               file status is st-retorno.

           select arq-visitas assign to "D:\VISITAS.DAT"
               organization is indexed
               access mode is random
               record key is vs-chave
               file status is st-visita.

           select arq-ocorr assign to ws-ocorr-path
               organization is indexed
               access mode is random
               record key is o-chave
               alternate record key is o-chave-fila
                   source is o-stat o-atendente with duplicates
               alternate record key is o-data-limite-sla
                   with duplicates
               alternate record key is o-data-ocorr with duplicates
               file status is st-ocorr.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-equipamentos assign to "D:\EQUIPAMENTOS.DAT"
               organization is indexed
               access mode is random
               record key is eq-serie
               file status is st-equip.

           select arq-equip-mov assign to "D:\EQUIPHIST.DAT"
               organization is indexed
               access mode is random
               record key is em-chave
               file status is st-mov.

           select arq-recupera assign to "D:\RECUPERAEQP.DAT"
               organization is indexed
               access mode is random
               record key is re-serie
               file status is st-recupera.

           select rel-retorno assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-retorno.
               COPY RETVISCOPY.

           fd arq-visitas.
               COPY VISCOPY.

           fd arq-ocorr.
               COPY OCOCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-equipamentos.
               COPY EQPCOPY.

           fd arq-equip-mov.
               COPY EQPHISTCOPY.

           fd arq-recupera.
               COPY EQPRECCOPY.

       fd rel-retorno.
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
       77 ws-ocorr-path pic x(40) value "D:\OCORRENCIAS.DAT".
       77 st-retorno pic xx value spaces.
       77 st-visita pic xx value spaces.
       77 st-ocorr pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-equip pic xx value spaces.
       77 st-mov pic xx value spaces.
       77 st-recupera pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-retorno pic x value "N".
       77 ws-tem-recupera pic x value "N".

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

      *what the line being loaded says about its visit, kept apart
      *from the record areas the validation reads keep overwriting.
       77 ws-motivo pic x(39) value spaces.
       77 ws-cpf-visita pic 9(11) value zero.
       77 ws-chave-ocorr-visita pic x(25) value spaces.
       77 ws-idx-troca pic 9 value zero.
       77 ws-tipo-mov pic x value space.
       01 ws-hora-check.
           05 ws-hora-hh pic 99.
           05 ws-hora-mm pic 99.
       01 ws-hora-mov.
           05 ws-hh-mov pic 99.
           05 ws-min-mov pic 99.
       01 ws-data-visita-aux.
           05 vis-ano pic 9999.
           05 vis-mes pic 99.
           05 vis-dia pic 99.

       77 ws-total-lidos pic 9(5) value zero.
       77 ws-total-concluidas pic 9(5) value zero.
       77 ws-total-faltas pic 9(5) value zero.
       77 ws-total-ativados pic 9(5) value zero.
       77 ws-total-movimentos pic 9(5) value zero.
       77 ws-total-rejeitados pic 9(5) value zero.
       77 ws-total-cobradas pic 9(5) value zero.

      *a visit concluded on an occurrence closed with a resolution the
      *service catalog charges for ("erro do cliente") is posted to
      *the client's next invoice, as AGENDA_VISITAS does at the screen.
       77 ws-lc-cpf pic 9(11) value zero.
       77 ws-lc-codigo pic x(3) value spaces.
       77 ws-lc-resolucao pic x(3) value spaces.
       77 ws-lc-chave-ocorr pic x(25) value spaces.
       77 ws-lc-origem pic x(1) value "V".
       77 ws-lc-operador pic x(5) value spaces.
       77 ws-lc-supervisor pic x(5) value spaces.
       77 ws-lc-retorno pic 9 value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Carga do Retorno das Ordens de Servico".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 lin-problema.
           05 tecnico-lin pic x(5).
           05 filler pic x(1) value space.
           05 data-lin pic x(8).
           05 filler pic x(1) value space.
           05 periodo-lin pic x(1).
           05 filler pic x(3) value " - ".
           05 motivo-lin pic x(39).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzz9.

       procedure division.

       mestre.
           perform inicio
           perform processa-linha until st-retorno = "10"
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

           move "CARGA_RETORNO_VISITA" to ws-rel-nome
           move "D:\RETORNOVISITAS" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           open output rel-retorno
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           move "LINHAS REJEITADAS (TECNICO DATA PERIODO - MOTIVO):"
               to reg-rel
           write reg-rel after 2

           open i-o arq-equip-mov
           if st-mov = "35"
               open output arq-equip-mov
               close arq-equip-mov
               open i-o arq-equip-mov
           end-if
           open i-o arq-recupera
           if st-recupera = "00"
               move "S" to ws-tem-recupera
           end-if

           open i-o arq-visitas
           open i-o arq-ocorr
           open i-o arq-cli
           open i-o arq-equipamentos
           if st-visita not = "00" or st-ocorr not = "00"
                   or st-cli not = "00"
               display "ERRO AO ABRIR VISITAS/OCORRENCIAS/CLIENTES: "
                   st-visita " " st-ocorr " " st-cli
               move 1 to return-code
               move "10" to st-retorno
           else
      *no return file tonight just means nobody sent or keyed any
      *completed orders today -- nothing to load, nothing wrong.
               open input arq-retorno
               if st-retorno not = "00"
                   move "10" to st-retorno
               else
                   move "S" to ws-tem-retorno
               end-if
           end-if.

      *a line is loaded whole or not at all: every check runs before
      *anything is written, so a rejected line can be corrected and
      *sent again without half of it already posted. A line for a
      *visit that is no longer booked is rejected the same way, which
      *is what keeps a return file loaded twice from posting twice.
       processa-linha.
           read arq-retorno
               at end move "10" to st-retorno
           end-read

           if st-retorno not = "10"
               add 1 to ws-total-lidos
               perform valida-linha
               if ws-motivo = spaces
                   perform aplica-linha
               else
                   add 1 to ws-total-rejeitados
                   perform reporta-problema
               end-if
           end-if.

       valida-linha.
           move spaces to ws-motivo
           if not rv-concluida and not rv-nao-compareceu
               move "RESULTADO INVALIDO (C OU F)" to ws-motivo
               exit paragraph
           end-if

           move rv-tecnico to vs-tecnico
           move rv-data-visita to vs-data-visita
           move rv-periodo to vs-periodo
           read arq-visitas
               invalid key
                   move "VISITA NAO ENCONTRADA" to ws-motivo
                   exit paragraph
           end-read
           if not vs-agendada
               move "VISITA JA CONCLUIDA OU COM FALTA" to ws-motivo
               exit paragraph
           end-if
           move zero to ws-cpf-visita
           if vs-cpf is numeric
               move vs-cpf to ws-cpf-visita
           end-if
           move vs-chave-ocorr to ws-chave-ocorr-visita

           move rv-hora-chegada to ws-hora-check
           perform confere-hora
           if ws-motivo = spaces
               move rv-hora-saida to ws-hora-check
               perform confere-hora
           end-if
           if ws-motivo not = spaces
               exit paragraph
           end-if
           if rv-concluida and rv-hora-saida < rv-hora-chegada
               move "HORA DE SAIDA ANTES DA CHEGADA" to ws-motivo
               exit paragraph
           end-if

           perform varying ws-idx-troca from 1 by 1
                   until ws-idx-troca > 4 or ws-motivo not = spaces
               if rv-serie (ws-idx-troca) not = spaces
                   perform confere-troca
               end-if
           end-perform.

       confere-hora.
           if ws-hora-check is not numeric
               move "HORARIO INVALIDO (HHMM)" to ws-motivo
           else
               if ws-hora-hh > 23 or ws-hora-mm > 59
                   move "HORARIO INVALIDO (HHMM)" to ws-motivo
               end-if
           end-if.

      *CONFERE-TROCA holds each serial to the same rules the counter
      *screen (MOVIMENTA_EQUIPAMENTO) applies: a box can only be
      *installed if it is not already at a client, and only a box
      *installed at THIS client can come back from the visit.
       confere-troca.
           if rv-nao-compareceu
               move "TROCA DE SERIE EM VISITA SEM CLIENTE" to ws-motivo
               exit paragraph
           end-if
           move rv-tipo-mov (ws-idx-troca) to ws-tipo-mov
           if ws-tipo-mov not = "I" and ws-tipo-mov not = "D"
                   and ws-tipo-mov not = "F"
               move "MOVIMENTO DE SERIE INVALIDO (I/D/F)" to ws-motivo
               exit paragraph
           end-if
           move rv-serie (ws-idx-troca) to eq-serie
           read arq-equipamentos
               invalid key
                   move "SERIE NAO CADASTRADA" to ws-motivo
                   exit paragraph
           end-read
           if ws-tipo-mov = "I"
               if eq-instalado
                   move "SERIE JA INSTALADA EM CLIENTE" to ws-motivo
               end-if
           else
               if not eq-instalado or eq-cpf not = ws-cpf-visita
                   move "SERIE NAO INSTALADA NESTE CLIENTE"
                       to ws-motivo
               end-if
           end-if.

       aplica-linha.
           move rv-tecnico to vs-tecnico
           move rv-data-visita to vs-data-visita
           move rv-periodo to vs-periodo
           read arq-visitas
               invalid key exit paragraph
           end-read
           if rv-concluida
               set vs-concluida to true
           else
               set vs-nao-compareceu to true
           end-if
           move rv-hora-chegada to vs-hora-chegada
           move rv-hora-saida to vs-hora-saida
           rewrite reg-visita

           if rv-concluida
               add 1 to ws-total-concluidas
               perform conclui-ocorrencia
               perform ativa-cliente-pendente
               perform cobra-visita
           else
               add 1 to ws-total-faltas
           end-if

           move rv-data-visita to ws-data-visita-aux
           if rv-hora-saida not = zero
               move rv-hora-saida to ws-hora-mov
           else
               move rv-hora-chegada to ws-hora-mov
           end-if
           perform varying ws-idx-troca from 1 by 1
                   until ws-idx-troca > 4
               if rv-serie (ws-idx-troca) not = spaces
                   perform movimenta-serie
               end-if
           end-perform.

      *same step as CONCLUI-OCORRENCIA in AGENDA_VISITAS: a visit
      *done in the field moves the ticket that raised it to
      *CONCLUIDO; a customer no-show leaves it open to be rebooked.
       conclui-ocorrencia.
           move spaces to ws-lc-resolucao
           move ws-chave-ocorr-visita to o-chave
           read arq-ocorr
               invalid key continue
               not invalid key
                   move 3 to o-andamento
                   rewrite reg-ocorrencia
                   move o-resolucao to ws-lc-resolucao
           end-read.

      *same step as COBRA-VISITA in AGENDA_VISITAS; a return loaded
      *twice never gets this far (the visit is no longer booked), and
      *Lanca_Cobranca_Servico refuses a second live charge of the
      *service on the same occurrence anyway.
       cobra-visita.
           if ws-lc-resolucao = spaces or ws-cpf-visita = zero
               exit paragraph
           end-if
           move ws-cpf-visita to ws-lc-cpf
           move spaces to ws-lc-codigo ws-lc-supervisor
           move ws-chave-ocorr-visita to ws-lc-chave-ocorr
           move "V" to ws-lc-origem
           move rv-tecnico to ws-lc-operador
           call "Lanca_Cobranca_Servico" using ws-lc-cpf ws-lc-codigo
               ws-lc-resolucao ws-lc-chave-ocorr ws-lc-origem
               ws-lc-operador ws-lc-supervisor ws-lc-retorno
           if ws-lc-retorno = 1 or ws-lc-retorno = 2
               add 1 to ws-total-cobradas
           end-if.

      *same step as ATIVA-CLIENTE-PENDENTE in AGENDA_VISITAS, except
      *that DATA-ATIVACAO is the day of the visit rather than the day
      *of the load: the return can arrive a day or two late, and the
      *client went live when the technician connected them.
       ativa-cliente-pendente.
           move ws-cpf-visita to cpf
           read arq-cli
               invalid key continue
               not invalid key
                   if cliente-pendente
                       set cliente-ativo to true
                       move rv-data-visita to ws-data-visita-aux
                       move spaces to data-ativacao
                       string vis-dia "/" vis-mes "/" vis-ano
                           delimited by size into data-ativacao
                       rewrite reg-cliente
                       add 1 to ws-total-ativados
                   end-if
           end-read.

       movimenta-serie.
           move rv-tipo-mov (ws-idx-troca) to ws-tipo-mov
           move rv-serie (ws-idx-troca) to eq-serie
           read arq-equipamentos
               invalid key exit paragraph
           end-read
           evaluate ws-tipo-mov
               when "I"
                   set eq-instalado to true
                   move ws-cpf-visita to eq-cpf
               when "D"
                   set eq-devolvido to true
                   move zero to eq-cpf
               when other
                   set eq-defeito to true
                   move zero to eq-cpf
           end-evaluate
           rewrite reg-equipamento
           perform grava-movimento
           if ws-tipo-mov = "D"
               perform baixa-recuperacao
           end-if
           add 1 to ws-total-movimentos.

      *GRAVA-MOVIMENTO writes the ledger row the way the counter
      *screen does, dated at the visit and tied to the occurrence the
      *visit was booked for; the technician stands in for the
      *operator, since it was their hands the box went through.
       grava-movimento.
           move rv-serie (ws-idx-troca) to em-serie
           move vis-ano to em-ano-mov
           move vis-mes to em-mes-mov
           move vis-dia to em-dia-mov
           move ws-hh-mov to em-hh-mov
           move ws-min-mov to em-min-mov
           move zero to em-seq
           move ws-tipo-mov to em-tipo
           move ws-cpf-visita to em-cpf
           move ws-chave-ocorr-visita to em-chave-ocorr
           move rv-tecnico to em-operador
           perform with test after until st-mov not = "22"
               write reg-equip-mov
                   invalid key
                       add 1 to em-seq
               end-write
           end-perform.

      *a box that comes back closes its row on the recovery worklist,
      *as BAIXA-RECUPERACAO does in MOVIMENTA_EQUIPAMENTO.
       baixa-recuperacao.
           if ws-tem-recupera = "S"
               move rv-serie (ws-idx-troca) to re-serie
               read arq-recupera
                   invalid key continue
                   not invalid key
                       if not re-devolvido
                           set re-devolvido to true
                           move ws-data-hoje to re-data-devolucao
                           rewrite reg-recupera-equip
                       end-if
               end-read
           end-if.

       reporta-problema.
           move rv-tecnico to tecnico-lin
           move rv-chave (7:8) to data-lin
           move rv-periodo to periodo-lin
           move ws-motivo to motivo-lin
           write reg-rel from lin-problema after 1.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "LINHAS LIDAS DO RETORNO" to rotulo
           move ws-total-lidos to valor
           write reg-rel from lin-sumario after 2

           move "VISITAS CONCLUIDAS" to rotulo
           move ws-total-concluidas to valor
           write reg-rel from lin-sumario after 2

           move "VISITAS COM CLIENTE AUSENTE" to rotulo
           move ws-total-faltas to valor
           write reg-rel from lin-sumario after 2

           move "CLIENTES PENDENTES ATIVADOS" to rotulo
           move ws-total-ativados to valor
           write reg-rel from lin-sumario after 2

           move "MOVIMENTOS DE SERIE LANCADOS" to rotulo
           move ws-total-movimentos to valor
           write reg-rel from lin-sumario after 2

           move "VISITAS COBRADAS DO CLIENTE" to rotulo
           move ws-total-cobradas to valor
           write reg-rel from lin-sumario after 2

           move "LINHAS REJEITADAS" to rotulo
           move ws-total-rejeitados to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "CARGA_RETORNO_VISITA" to dig-origem
           move "VISITAS BAIXADAS PELO RETORNO" to dig-rotulo
           compute dig-valor = ws-total-concluidas + ws-total-faltas
           write reg-digest

           move "CARGA_RETORNO_VISITA" to dig-origem
           move "MOVIMENTOS DE SERIE DAS VISITAS" to dig-rotulo
           move ws-total-movimentos to dig-valor
           write reg-digest

           move "CARGA_RETORNO_VISITA" to dig-origem
           move "LINHAS DE RETORNO DE VISITA REJEITADAS" to dig-rotulo
           move ws-total-rejeitados to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-retorno
                 arq-visitas
                 arq-ocorr
                 arq-cli
                 arq-equipamentos
                 arq-equip-mov
           if ws-tem-recupera = "S"
               close arq-recupera
           end-if
           if ws-tem-retorno = "S"
               close arq-retorno
           end-if.
