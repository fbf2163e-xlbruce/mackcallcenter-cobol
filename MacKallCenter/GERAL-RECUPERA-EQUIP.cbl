       identification division.
       program-id. RECUPERA_EQUIPAMENTOS as "PGM355".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-equipamentos assign to "D:\EQUIPAMENTOS.DAT"
               organization is indexed
               access mode is sequential
               record key is eq-serie
               file status is st-equip.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-cancelamentos assign to "D:\CANCELAMENTOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is cn-chave
               file status is st-cancelamento.

           select arq-recupera assign to "D:\RECUPERAEQP.DAT"
               organization is indexed
               access mode is random
               record key is re-serie
               file status is st-recupera.

           select arq-tecnicos assign to "D:\TECNICOS.DAT"
               organization is indexed
               access mode is sequential
               record key is tc-id
               file status is st-tecnico.

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

           select arq-notificacoes assign to "D:\NOTIFICACOES.TXT"
               organization is line sequential
               file status is st-notif.

           select rel-recupera assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-equipamentos.
               COPY EQPCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-cancelamentos.
               COPY CANCCOPY.

           fd arq-recupera.
               COPY EQPRECCOPY.

           fd arq-tecnicos.
               COPY TECCOPY.

           fd arq-visitas.
               COPY VISCOPY.

           fd arq-ocorr.
               COPY OCOCOPY.

           fd arq-notificacoes.
               COPY NOTIFCOPY.

       fd rel-recupera.
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

           COPY STACOPY.

       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 ws-ocorr-path pic x(40) value "D:\OCORRENCIAS.DAT".
       77 st-equip pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-cancelamento pic xx value spaces.
       77 st-recupera pic xx value spaces.
       77 st-tecnico pic xx value spaces.
       77 st-visita pic xx value spaces.
       77 st-ocorr pic xx value spaces.
       77 st-notif pic xx value spaces.
       77 ws-consent-retorno pic 9 value 1.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-treino pic x value "N".
       77 ws-tem-cancelamentos pic x value "N".
       77 ws-tem-recupera pic x value "N".
       77 ws-tem-visitas pic x value "N".
       77 ws-tem-ocorr pic x value "N".
       77 found-canc pic x value "N".
       77 found-recupera pic x value "N".
       77 found-visita pic x value "N".
       77 found-ocorr pic x value "N".
       77 ws-cliente-cancelado pic x value "N".
       77 ws-anonimizado pic x value "N".
       77 ws-agendou pic x value "N".
       77 wlin pic 99 value 55.
       77 npag pic 9 value zero.

      *the recovery calendar, in calendar days counted from
      *RE-DATA-BASE: a pickup is booked once the client has had
      *WS-COLETA-DIAS to send the box back on their own, and past
      *WS-PRAZO-DIAS the box is charged at WS-VALOR-EQUIP.
       77 ws-coleta-dias pic 9(3) value zero.
       77 ws-prazo-dias pic 9(3) value zero.
       77 ws-valor-equip pic 9(5) value zero.

       77 ws-total-listados pic 9(5) value zero.
       77 ws-total-avisos pic 9(5) value zero.
       77 ws-total-coletas pic 9(5) value zero.
       77 ws-total-cobrados pic 9(5) value zero.
       77 ws-total-anonimizados pic 9(5) value zero.
       77 ws-total-reativados pic 9(5) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       01 ws-hora-atual.
           05 ws-hh-atual pic 99.
           05 ws-min-atual pic 99.
           05 filler pic 9(4).
       77 ws-data-barras pic x(10) value spaces.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-hoje-int pic 9(7) value zero.
       77 ws-base-int pic 9(7) value zero.
       77 ws-canc-data8 pic 9(8) value zero.
       77 ws-dias-cancelado pic s9(5) value zero.
       01 ws-data8-aux pic 9(8) value zero.
       01 ws-data-aux-r redefines ws-data8-aux.
           05 aux-ano pic 9999.
           05 aux-mes pic 99.
           05 aux-dia pic 99.
       77 ws-data-evento pic x(10) value spaces.

      *pickup slots are searched over the next WS-DIAS-BUSCA business
      *days, morning then afternoon, across every active technician,
      *the same first-free-slot walk an attendant does on the agenda.
       77 ws-dias-busca pic 9(2) value 10.
       77 ws-dia-util pic 9(2) value zero.
       77 ws-coleta-data8 pic 9(8) value zero.
       77 ws-periodo pic x value space.
       77 ws-idx-periodo pic 9 value zero.
       77 ws-cal-operacao pic x value "A".
       77 ws-cal-dias pic s9(5) value zero.
       77 ws-limite-data8 pic 9(8) value zero.
       77 ws-qtd-tecnicos pic 9(2) value zero.
       77 ws-idx-tec pic 9(2) value zero.
       01 ws-tecnicos-tab.
           05 ws-tec-id pic x(5) occurs 50 times.
       01 ws-chave-ocorr-coleta.
           05 ws-ocorr-cpf pic x(11).
           05 ws-ocorr-data pic 9(8).
           05 ws-ocorr-hora pic 9(4).
           05 ws-ocorr-seq pic 9(2).

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(12) value spaces.
           05 filler pic x(43) value
               "Recuperacao de Equipamentos de Cancelados".
           05 filler pic x(13) value spaces.
           05 filler pic x(3) value "PAG".
           05 npag-cab pic 9.

       01 cab2.
           05 filler pic x(26) value spaces.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab3.
           05 filler pic x(13) value "CPF".
           05 filler pic x(14) value "SERIE".
           05 filler pic x(22) value "MODELO".
           05 filler pic x(6) value "DIAS".
           05 filler pic x(20) value "SITUACAO".

       01 lin1.
           05 cpf-lin pic x(11).
           05 filler pic x(2) value spaces.
           05 serie-lin pic x(12).
           05 filler pic x(2) value spaces.
           05 modelo-lin pic x(20).
           05 filler pic x(2) value spaces.
           05 dias-lin pic zzz9.
           05 filler pic x(2) value spaces.
           05 situacao-lin pic x(23).

       01 lin-sumario.
           05 filler pic x(30) value spaces.
           05 rotulo pic x(40).
           05 valor pic zzzz9.

       procedure division.

       mestre.
           perform inicio
           perform proc until st-equip = "10"
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

      *in training the worklist is still printed, but nothing is
      *booked, queued, charged or remembered.
           accept ws-treino from environment
               "MACKALLCENTER_TREINAMENTO"
               on exception
                   move "N" to ws-treino
           end-accept

           accept ws-coleta-dias from environment
               "MACKALLCENTER_EQUIP_COLETA_DIAS"
               on exception
                   move 15 to ws-coleta-dias
           end-accept
           if ws-coleta-dias = zero
               move 15 to ws-coleta-dias
           end-if

           accept ws-prazo-dias from environment
               "MACKALLCENTER_EQUIP_PRAZO_DIAS"
               on exception
                   move 45 to ws-prazo-dias
           end-accept
           if ws-prazo-dias = zero
               move 45 to ws-prazo-dias
           end-if

           accept ws-valor-equip from environment
               "MACKALLCENTER_EQUIP_VALOR"
               on exception
                   move 300 to ws-valor-equip
           end-accept
           if ws-valor-equip = zero
               move 300 to ws-valor-equip
           end-if

           accept ws-data-hoje from date yyyymmdd
           accept ws-hora-atual from time
           compute ws-hoje-data8 =
               hoje-ano * 10000 + hoje-mes * 100 + hoje-dia
           compute ws-hoje-int = function integer-of-date(ws-hoje-data8)
           string hoje-dia "/" hoje-mes "/" hoje-ano
               delimited by size into ws-data-barras
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

           move "RECUPERA_EQUIP" to ws-rel-nome
           move "D:\RECUPERAEQP" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-recupera

           open input arq-cli
           open input arq-cancelamentos
           if st-cancelamento = "00"
               move "S" to ws-tem-cancelamentos
           end-if
           perform carrega-tecnicos

           if ws-treino = "S"
               open input arq-recupera
               if st-recupera = "00"
                   move "S" to ws-tem-recupera
               end-if
           else
      *first run: create the empty worklist and come back in I-O,
      *the same bootstrap the protocol series file uses.
               open i-o arq-recupera
               if st-recupera = "35"
                   open output arq-recupera
                   close arq-recupera
                   open i-o arq-recupera
               end-if
               if st-recupera = "00"
                   move "S" to ws-tem-recupera
               end-if
               open i-o arq-visitas
               if st-visita = "35"
                   open output arq-visitas
                   close arq-visitas
                   open i-o arq-visitas
               end-if
               if st-visita = "00"
                   move "S" to ws-tem-visitas
               end-if
               open i-o arq-ocorr
               if st-ocorr = "00"
                   move "S" to ws-tem-ocorr
               end-if
           end-if

           open input arq-equipamentos
           if st-cli not = "00"
               display "ERRO AO ABRIR CLIENTES.DAT: " st-cli
               move 1 to return-code
               move "10" to st-equip
           else
               if st-equip not = "00"
                   move "10" to st-equip
               else
                   perform ler
               end-if
           end-if.

      *CARREGA-TECNICOS keeps the active roster in memory so the slot
      *search below does not reopen TECNICOS.DAT for every box.
       carrega-tecnicos.
           move zero to ws-qtd-tecnicos
           open input arq-tecnicos
           if st-tecnico = "00"
               perform until st-tecnico = "10"
                   read arq-tecnicos next record
                       at end move "10" to st-tecnico
                       not at end
                           if tc-ativo = "S" and ws-qtd-tecnicos < 50
                               add 1 to ws-qtd-tecnicos
                               move tc-id to ws-tec-id (ws-qtd-tecnicos)
                           end-if
                   end-read
               end-perform
               close arq-tecnicos
           end-if.

      *PROC looks at one serial marked installed. At a live client a
      *leftover worklist row means the client came back before the
      *box was recovered, so the recovery is called off. At a
      *cancelled client the box walks the recovery steps in order:
      *return notice, pickup visit past WS-COLETA-DIAS, charge on the
      *closing bill past WS-PRAZO-DIAS. An LGPD-anonymized client has
      *no phone or address left to act on, so the box is only listed.
       proc.
           if eq-instalado
               move "N" to ws-cliente-cancelado ws-anonimizado
               move eq-cpf to cpf
               read arq-cli
                   invalid key continue
                   not invalid key
                       if cliente-cancelado
                           move "S" to ws-cliente-cancelado
                           if nome = "ANONIMIZADO"
                               move "S" to ws-anonimizado
                           end-if
                       end-if
               end-read

               perform le-recupera
               if ws-cliente-cancelado = "S"
                   perform avalia-recuperacao
               else
                   if found-recupera = "S" and re-cpf = eq-cpf
                           and not re-devolvido
                       add 1 to ws-total-reativados
                       if ws-treino not = "S"
                           delete arq-recupera
                               invalid key continue
                           end-delete
                       end-if
                   end-if
               end-if
           end-if

           perform ler.

       le-recupera.
           move "N" to found-recupera
           if ws-tem-recupera = "S"
               move eq-serie to re-serie
               read arq-recupera
                   invalid key continue
                   not invalid key move "S" to found-recupera
               end-read
           end-if.

       avalia-recuperacao.
      *a row left from an earlier client of the same box, or from a
      *return that was later undone, starts a fresh recovery.
           if found-recupera = "S"
                   and (re-cpf not = eq-cpf or re-devolvido)
               move "N" to found-recupera
           end-if
           if found-recupera not = "S"
               perform busca-data-cancelamento
               move eq-serie to re-serie
               move eq-cpf to re-cpf
               move eq-modelo to re-modelo
               if ws-canc-data8 = zero
                   move ws-hoje-data8 to re-data-base
               else
                   move ws-canc-data8 to re-data-base
               end-if
               move zero to re-data-aviso
               set re-pendente to true
               move spaces to re-tecnico re-periodo
               move zero to re-data-coleta
               move zero to re-valor re-competencia-cobranca
               move zero to re-data-devolucao
           end-if

           compute ws-base-int = function integer-of-date(re-data-base)
           compute ws-dias-cancelado = ws-hoje-int - ws-base-int
           if ws-dias-cancelado < zero
               move zero to ws-dias-cancelado
           end-if
           add 1 to ws-total-listados

           if ws-anonimizado = "S"
               add 1 to ws-total-anonimizados
           else
               if re-data-aviso = zero and ws-treino not = "S"
                   perform envia-aviso-devolucao
               end-if
               if re-coleta-agendada
                   perform confere-coleta
               end-if
               if re-pendente and ws-dias-cancelado >= ws-coleta-dias
                       and ws-treino not = "S"
                   perform agenda-coleta
               end-if
               if ws-dias-cancelado >= ws-prazo-dias
                       and not re-cobrado
                   set re-cobrado to true
                   move ws-valor-equip to re-valor
                   compute re-competencia-cobranca =
                       hoje-ano * 100 + hoje-mes
                   add 1 to ws-total-cobrados
               end-if
           end-if

           if ws-treino not = "S" and ws-tem-recupera = "S"
               if found-recupera = "S"
                   rewrite reg-recupera-equip
                       invalid key continue
                   end-rewrite
               else
                   write reg-recupera-equip
                       invalid key
                           rewrite reg-recupera-equip
                               invalid key continue
                           end-rewrite
                   end-write
               end-if
           end-if

           perform imprime-linha.

      *BUSCA-DATA-CANCELAMENTO takes the cancellation day from the
      *retention desk's record of the client; the last "C" row wins,
      *the same rule the billing extract follows.
       busca-data-cancelamento.
           move zero to ws-canc-data8
           if ws-tem-cancelamentos = "S"
               move eq-cpf to cn-cpf
               move zeros to cn-data cn-hora cn-seq
               start arq-cancelamentos key is >= cn-chave
                   invalid key move "N" to found-canc
                   not invalid key move "S" to found-canc
               end-start
               perform with test before until found-canc = "N"
                   read arq-cancelamentos next record
                       at end move "N" to found-canc
                   end-read
                   if found-canc = "S" and cn-cpf = eq-cpf
                       if cn-cancelou
                           move cn-data to ws-canc-data8
                       end-if
                   else
                       move "N" to found-canc
                   end-if
               end-perform
           end-if.

      *ENVIA-AVISO-DEVOLUCAO queues the return notice once per box:
      *the template's &DATA slot carries the deadline after which
      *the box is charged.
       envia-aviso-devolucao.
           compute ws-data8-aux = function date-of-integer
               (ws-base-int + ws-prazo-dias)
           move spaces to ws-data-evento
           string aux-dia "/" aux-mes "/" aux-ano
               delimited by size into ws-data-evento
           move "EQP1" to nf-modelo
           perform grava-notificacao
           move ws-hoje-data8 to re-data-aviso
           add 1 to ws-total-avisos.

      *CONFERE-COLETA releases a booked pickup the customer did not
      *show up for, so tonight's run books a new one.
       confere-coleta.
           if ws-tem-visitas = "S"
               move re-tecnico to vs-tecnico
               move re-data-coleta to vs-data-visita
               move re-periodo to vs-periodo
               read arq-visitas
                   invalid key move "N" to found-visita
                   not invalid key move "S" to found-visita
               end-read
               if found-visita = "N" or vs-nao-compareceu
                   set re-pendente to true
                   move spaces to re-tecnico re-periodo
                   move zero to re-data-coleta
               end-if
           end-if.

      *AGENDA-COLETA books the truck roll the way AGENDA_VISITAS
      *does, against an occurrence of its own so the visit can be
      *concluded (and the ticket closed) from the agenda screen: the
      *occurrence key is reserved first, then the first free slot is
      *taken, and only then is the occurrence written.
       agenda-coleta.
           if ws-qtd-tecnicos = zero or ws-tem-visitas not = "S"
                   or ws-tem-ocorr not = "S"
               exit paragraph
           end-if

           perform reserva-chave-ocorr
           move "N" to ws-agendou
           perform varying ws-dia-util from 1 by 1
                   until ws-dia-util > ws-dias-busca
                       or ws-agendou = "S"
               move "A" to ws-cal-operacao
               move ws-dia-util to ws-cal-dias
               call "Calendario_Util" using ws-cal-operacao
                   ws-hoje-data8 ws-cal-dias ws-coleta-data8
               perform varying ws-idx-periodo from 1 by 1
                       until ws-idx-periodo > 2 or ws-agendou = "S"
                   if ws-idx-periodo = 1
                       move "M" to ws-periodo
                   else
                       move "T" to ws-periodo
                   end-if
                   perform varying ws-idx-tec from 1 by 1
                           until ws-idx-tec > ws-qtd-tecnicos
                               or ws-agendou = "S"
                       perform tenta-slot
                   end-perform
               end-perform
           end-perform

           if ws-agendou = "S"
               perform grava-ocorrencia-coleta
               set re-coleta-agendada to true
               move vs-tecnico to re-tecnico
               move vs-data-visita to re-data-coleta
               move vs-periodo to re-periodo
               move re-data-coleta to ws-data8-aux
               move spaces to ws-data-evento
               string aux-dia "/" aux-mes "/" aux-ano
                   delimited by size into ws-data-evento
               move "VIS1" to nf-modelo
               perform grava-notificacao
               add 1 to ws-total-coletas
           end-if.

       tenta-slot.
           move ws-tec-id (ws-idx-tec) to vs-tecnico
           move ws-coleta-data8 to vs-data-visita
           move ws-periodo to vs-periodo
           move ws-chave-ocorr-coleta to vs-chave-ocorr
           set vs-agendada to true
           move zero to vs-hora-chegada vs-hora-saida
           write reg-visita
               invalid key continue
               not invalid key move "S" to ws-agendou
           end-write.

       reserva-chave-ocorr.
           move eq-cpf to o-cpf
           move hoje-ano to o-ano-ocorr
           move hoje-mes to o-mes-ocorr
           move hoje-dia to o-dia-ocorr
           move ws-hh-atual to o-hh-ocorr
           move ws-min-atual to o-min-ocorr
           move zero to o-seq
           move "S" to found-ocorr
           perform with test after until found-ocorr = "N"
               read arq-ocorr
                   invalid key move "N" to found-ocorr
                   not invalid key add 1 to o-seq
               end-read
           end-perform
           move o-chave to ws-chave-ocorr-coleta.

      *GRAVA-OCORRENCIA-COLETA opens the pickup ticket at BAIXA
      *priority with the SLA matrix stamp every other intake path
      *gives a new occurrence.
       grava-ocorrencia-coleta.
           move ws-chave-ocorr-coleta to o-chave
           move nome to o-nome
           move "RECUPERACAO EQUIPAMENTO" to o-atendente
           move spaces to o-descricao
           string "COLETA DE EQUIPAMENTO SERIE " eq-serie
               " - CLIENTE CANCELADO" delimited by size
               into o-descricao
           move zero to o-stat
           move zero to o-andamento
           move 3 to o-prioridade
           move spaces to o-categoria
           move spaces to o-ocorr-relacionada
           move spaces to o-resolucao
           move zero to o-data-fechamento
           move zero to o-dias-suspensos o-data-inicio-espera
           move spaces to o-ticket-crm
           move zero to o-incidente
           move nivel-servico to o-nivel-sla
           call "Prazo_SLA" using o-nivel-sla o-categoria o-prioridade
               ws-hoje-data8 o-hora-ocorr ws-limite-data8
           move ws-limite-data8 (1:4) to o-ano-limite-sla
           move ws-limite-data8 (5:2) to o-mes-limite-sla
           move ws-limite-data8 (7:2) to o-dia-limite-sla
           write reg-ocorrencia
               invalid key continue
           end-write.

       grava-notificacao.
           move ws-data-barras to nf-data
           move eq-cpf to nf-cpf
           move ddd to nf-ddd
           move telefone to nf-telefone
           move nome to nf-nome
           move zero to nf-protocolo
           move ws-data-evento to nf-data-evento
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
           end-if
           write reg-notificacao
           close arq-notificacoes.

       imprime-linha.
           if wlin >= 55
               perform cabec
           end-if
           move eq-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move eq-serie to serie-lin
           move eq-modelo to modelo-lin
           move ws-dias-cancelado to dias-lin
           evaluate true
               when ws-anonimizado = "S"
                   move "ANONIMIZADO (LGPD)" to situacao-lin
               when re-cobrado
                   move "COBRADO NA FATURA" to situacao-lin
               when re-coleta-agendada
                   move re-data-coleta to ws-data8-aux
                   move spaces to situacao-lin
                   string "COLETA " aux-dia "/" aux-mes "/" aux-ano
                       " " re-periodo delimited by size
                       into situacao-lin
               when ws-dias-cancelado >= ws-coleta-dias
                   move "AGUARDANDO VAGA COLETA" to situacao-lin
               when re-data-aviso not = zero
                   move "AVISO ENVIADO" to situacao-lin
               when other
                   move "A AVISAR" to situacao-lin
           end-evaluate
           write reg-rel from lin1 after 1
           add 1 to wlin.

       cabec.
           add 1 to npag
           move npag to npag-cab
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2
           move 10 to wlin.

       sumario.
           move spaces to reg-rel
           write reg-rel after page
           move "EQUIPAMENTOS EM CLIENTES CANCELADOS" to rotulo
           move ws-total-listados to valor
           write reg-rel from lin-sumario after 2

           move "AVISOS DE DEVOLUCAO ENVIADOS" to rotulo
           move ws-total-avisos to valor
           write reg-rel from lin-sumario after 2

           move "COLETAS AGENDADAS" to rotulo
           move ws-total-coletas to valor
           write reg-rel from lin-sumario after 2

           move "EQUIPAMENTOS COBRADOS NESTA EXECUCAO" to rotulo
           move ws-total-cobrados to valor
           write reg-rel from lin-sumario after 2

           move "EM CLIENTES ANONIMIZADOS (LGPD)" to rotulo
           move ws-total-anonimizados to valor
           write reg-rel from lin-sumario after 2

           move "RECUPERACOES CANCELADAS (REATIVACAO)" to rotulo
           move ws-total-reativados to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       grava-digest.
           open extend arq-digest
           move "RECUPERA_EQUIP" to dig-origem
           move "EQUIPAMENTOS A RECUPERAR" to dig-rotulo
           move ws-total-listados to dig-valor
           write reg-digest
           move "RECUPERA_EQUIP" to dig-origem
           move "EQUIPAMENTOS COBRADOS NA FATURA" to dig-rotulo
           move ws-total-cobrados to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-recupera
                 arq-cli
                 arq-equipamentos
           if ws-tem-cancelamentos = "S"
               close arq-cancelamentos
           end-if
           if ws-tem-recupera = "S"
               close arq-recupera
           end-if
           if ws-tem-visitas = "S"
               close arq-visitas
           end-if
           if ws-tem-ocorr = "S"
               close arq-ocorr
           end-if.

       ler.
           read arq-equipamentos next record
               at end move "10" to st-equip
           end-read.
