       identification division.
       program-id. ORDENS_SERVICO as "PGM363".

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

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

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

           select arq-contatos assign to "D:\CONTATOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ct-chave
               file status is st-contato.

           select arq-protocolo assign to "D:\PROTOCOLOS.DAT"
               organization is indexed
               access mode is sequential
               record key is pt-numero
               file status is st-protocolo.

           select arq-equipamentos assign to "D:\EQUIPAMENTOS.DAT"
               organization is indexed
               access mode is sequential
               record key is eq-serie
               file status is st-equip.

           select rel-ordens assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

           select work-ordens assign to "D:\WORKORDENS.TMP".

       data division.
           File section.
           fd arq-visitas.
               COPY VISCOPY.

           fd arq-tecnicos.
               COPY TECCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-ocorr.
               COPY OCOCOPY.

           fd arq-contatos.
               COPY CONTCOPY.

           fd arq-protocolo.
               COPY PRTCOPY.

           fd arq-equipamentos.
               COPY EQPCOPY.

       fd rel-ordens.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       sd work-ordens.
       01 sort-rec.
           05 s-tecnico pic x(5).
           05 s-periodo pic x(1).
           05 s-bairro pic x(20).
           05 s-idx pic 9(3).

       working-storage section.
      *the output goes to a dated name handed out (and cataloged) by
      *Catalogo_Relatorio, so yesterday's run survives and the viewer
      *(PGM46) can reprint any past output.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
      *the technician has to find the house and call ahead, so the
      *orders carry the full address and phones unless a supervisor
      *sets ORDENS_SERVICO otherwise (Nivel_Mascara).
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "C".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.
       77 ws-cpf-impresso pic x(14) value spaces.

       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 ws-ocorr-path pic x(40) value "D:\OCORRENCIAS.DAT".
       77 st-visita pic xx value spaces.
       77 st-tecnico pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-ocorr pic xx value spaces.
       77 st-contato pic xx value spaces.
       77 st-protocolo pic xx value spaces.
       77 st-equip pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-fim-sort pic x value "N".
       77 found-contato pic x value "N".
       77 ws-tem-tecnicos pic x value "N".
       77 ws-tem-cli pic x value "N".
       77 ws-tem-ocorr pic x value "N".
       77 ws-tem-contatos pic x value "N".

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.

      *the day whose visits get printed: in the nightly batch the
      *orders go out the evening before, so the technicians leave
      *with tomorrow's route; on demand the dispatcher picks the day
      *(a reprint, or a same-morning booking).
       77 ws-data-os pic 9(8) value zero.
       01 ws-data-os-aux.
           05 os-ano pic 9999.
           05 os-mes pic 99.
           05 os-dia pic 99.
       77 ws-data-os-barras pic x(10) value spaces.

      *the day's booked visits. PROTOCOLOS.DAT is keyed by protocol
      *and EQUIPAMENTOS.DAT by serial, so each is read once from top
      *to bottom against this table instead of once per visit.
       77 ws-qtd-os pic 9(3) value zero.
       77 ws-idx-os pic 9(3) value zero.
       77 ws-idx-eqp pic 9 value zero.
       01 ws-os-tab-area.
           05 ws-os-tab occurs 500 times.
               10 ws-os-tecnico pic x(5).
               10 ws-os-periodo pic x(1).
               10 ws-os-bairro pic x(20).
               10 ws-os-chave-ocorr pic x(25).
               10 ws-os-cpf pic 9(11).
               10 ws-os-protocolo pic 9(10).
               10 ws-os-qtd-eqp pic 9.
               10 ws-os-eqp occurs 6 times.
                   15 ws-os-serie pic x(12).
                   15 ws-os-modelo pic x(20).

       77 ws-tecnico-atual pic x(5) value spaces.
       77 ws-tecnico-nome pic x(30) value spaces.
       77 ws-num-os pic 9(3) value zero.
       77 ws-qtd-contatos pic 99 value zero.
       77 ws-idx-troca pic 9 value zero.

       77 ws-total-visitas pic 9(5) value zero.
       77 ws-total-ordens pic 9(5) value zero.
       77 ws-total-tecnicos pic 9(5) value zero.
       77 ws-total-excedentes pic 9(5) value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Ordem de Servico - Visita Tecnica".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab-os.
           05 filler pic x(9) value "OS NUMERO".
           05 filler pic x(1) value space.
           05 num-os-cab pic zz9.
           05 filler pic x(10) value "   VISITA ".
           05 data-os-cab pic x(10).
           05 filler pic x(10) value "  PERIODO ".
           05 periodo-os-cab pic x(5).

       01 lin-rotulo.
           05 rotulo-lin pic x(14).
           05 texto-lin pic x(66).

       01 lin-contato.
           05 filler pic x(14) value spaces.
           05 tipo-contato-lin pic x(12).
           05 filler pic x(1) value "(".
           05 ddd-contato-lin pic 99.
           05 filler pic x(2) value ") ".
           05 numero-contato-lin pic x(9).
           05 filler pic x(1) value space.
           05 email-contato-lin pic x(40).

       01 lin-equip.
           05 filler pic x(14) value spaces.
           05 serie-equip-lin pic x(12).
           05 filler pic x(2) value spaces.
           05 modelo-equip-lin pic x(20).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzz9.

       procedure division.

       mestre.
           perform inicio
           perform carrega-visitas
           if ws-qtd-os > zero
               perform busca-protocolos
               perform busca-equipamentos
               sort work-ordens on ascending key s-tecnico s-periodo
                   s-bairro
                   input procedure is libera-ordens
                   output procedure is imprime-ordens
           end-if
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
           move ws-data-hoje to ws-hoje-data8

           if ws-modo-batch = "S"
               compute ws-data-os = function date-of-integer
                   (function integer-of-date (ws-hoje-data8) + 1)
           else
               display "DATA DAS VISITAS (AAAAMMDD)? "
                   with no advancing
               accept ws-data-os
               if function test-date-yyyymmdd (ws-data-os) not = 0
                   compute ws-data-os = function date-of-integer
                       (function integer-of-date (ws-hoje-data8) + 1)
               end-if
           end-if
           move ws-data-os to ws-data-os-aux
           string os-dia "/" os-mes "/" os-ano
               delimited by size into ws-data-os-barras

           initialize ws-os-tab-area

           move "ORDENS_SERVICO" to ws-rel-nome
           move "D:\ORDENSSERVICO" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-ordens

           open input arq-tecnicos
           if st-tecnico = "00"
               move "S" to ws-tem-tecnicos
           end-if
           open input arq-cli
           if st-cli = "00"
               move "S" to ws-tem-cli
           end-if
           open input arq-ocorr
           if st-ocorr = "00"
               move "S" to ws-tem-ocorr
           end-if
           open input arq-contatos
           if st-contato = "00"
               move "S" to ws-tem-contatos
           end-if.

      *CARREGA-VISITAS keeps only the slots still booked for the day:
      *a visit already concluded or no-showed has nothing left to do
      *in the field. The bairro comes from the client record, since
      *the route is driven by where the technician has to be.
       carrega-visitas.
           open input arq-visitas
           if st-visita not = "00"
               exit paragraph
           end-if
           perform until st-visita = "10"
               read arq-visitas next record
                   at end move "10" to st-visita
               end-read
               if st-visita not = "10"
                       and vs-data-visita = ws-data-os
                       and vs-agendada
                   add 1 to ws-total-visitas
                   if ws-qtd-os < 500
                       perform guarda-visita
                   else
                       add 1 to ws-total-excedentes
                   end-if
               end-if
           end-perform
           close arq-visitas.

       guarda-visita.
           add 1 to ws-qtd-os
           move vs-tecnico to ws-os-tecnico (ws-qtd-os)
           move vs-periodo to ws-os-periodo (ws-qtd-os)
           move vs-chave-ocorr to ws-os-chave-ocorr (ws-qtd-os)
           move zero to ws-os-cpf (ws-qtd-os)
           if vs-cpf is numeric
               move vs-cpf to ws-os-cpf (ws-qtd-os)
           end-if
           move spaces to ws-os-bairro (ws-qtd-os)
           if ws-tem-cli = "S"
               move ws-os-cpf (ws-qtd-os) to cpf
               read arq-cli
                   invalid key continue
                   not invalid key
                       move bairro to ws-os-bairro (ws-qtd-os)
               end-read
           end-if.

       busca-protocolos.
           open input arq-protocolo
           if st-protocolo not = "00"
               exit paragraph
           end-if
           perform until st-protocolo = "10"
               read arq-protocolo next record
                   at end move "10" to st-protocolo
               end-read
               if st-protocolo not = "10"
                   perform varying ws-idx-os from 1 by 1
                           until ws-idx-os > ws-qtd-os
                       if ws-os-chave-ocorr (ws-idx-os) =
                               pt-chave-ocorr
                           move pt-numero
                               to ws-os-protocolo (ws-idx-os)
                       end-if
                   end-perform
               end-if
           end-perform
           close arq-protocolo.

      *BUSCA-EQUIPAMENTOS lists the boxes our inventory says are at
      *the address, so the technician can check them on site and the
      *serials written on the order match what the ledger expects.
       busca-equipamentos.
           open input arq-equipamentos
           if st-equip not = "00"
               exit paragraph
           end-if
           perform until st-equip = "10"
               read arq-equipamentos next record
                   at end move "10" to st-equip
               end-read
               if st-equip not = "10" and eq-instalado
                   perform varying ws-idx-os from 1 by 1
                           until ws-idx-os > ws-qtd-os
                       if ws-os-cpf (ws-idx-os) = eq-cpf
                               and ws-os-qtd-eqp (ws-idx-os) < 6
                           add 1 to ws-os-qtd-eqp (ws-idx-os)
                           move ws-os-qtd-eqp (ws-idx-os)
                               to ws-idx-eqp
                           move eq-serie to
                               ws-os-serie (ws-idx-os ws-idx-eqp)
                           move eq-modelo to
                               ws-os-modelo (ws-idx-os ws-idx-eqp)
                       end-if
                   end-perform
               end-if
           end-perform
           close arq-equipamentos.

       libera-ordens.
           perform varying ws-idx-os from 1 by 1
                   until ws-idx-os > ws-qtd-os
               move ws-os-tecnico (ws-idx-os) to s-tecnico
               move ws-os-periodo (ws-idx-os) to s-periodo
               move ws-os-bairro (ws-idx-os) to s-bairro
               move ws-idx-os to s-idx
               release sort-rec
           end-perform.

       imprime-ordens.
           move "N" to ws-fim-sort
           perform until ws-fim-sort = "S"
               return work-ordens
                   at end move "S" to ws-fim-sort
               end-return
               if ws-fim-sort not = "S"
                   move s-idx to ws-idx-os
                   if s-tecnico not = ws-tecnico-atual
                       perform troca-tecnico
                   end-if
                   perform imprime-ordem
               end-if
           end-perform.

       troca-tecnico.
           move s-tecnico to ws-tecnico-atual
           move zero to ws-num-os
           add 1 to ws-total-tecnicos
           move spaces to ws-tecnico-nome
           if ws-tem-tecnicos = "S"
               move s-tecnico to tc-id
               read arq-tecnicos
                   invalid key continue
                   not invalid key move tc-nome to ws-tecnico-nome
               end-read
           end-if.

      *IMPRIME-ORDEM prints one order per page, so each sheet can be
      *handed to the customer to sign and brought back on its own.
      *The line under the title is the visit key as the completion
      *return expects it (technician, aaaammdd, period).
       imprime-ordem.
           add 1 to ws-num-os
           add 1 to ws-total-ordens
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2

           move ws-num-os to num-os-cab
           move ws-data-os-barras to data-os-cab
           if ws-os-periodo (ws-idx-os) = "M"
               move "MANHA" to periodo-os-cab
           else
               move "TARDE" to periodo-os-cab
           end-if
           write reg-rel from cab-os after 2

           move "CHAVE RETORNO:" to rotulo-lin
           move spaces to texto-lin
           string " " ws-os-tecnico (ws-idx-os) " " ws-data-os " "
               ws-os-periodo (ws-idx-os)
               delimited by size into texto-lin
           write reg-rel from lin-rotulo after 1

           move "TECNICO.....:" to rotulo-lin
           move spaces to texto-lin
           string ws-os-tecnico (ws-idx-os) " - " ws-tecnico-nome
               delimited by size into texto-lin
           write reg-rel from lin-rotulo after 2

           perform imprime-cliente
           perform imprime-contatos
           perform imprime-ocorrencia
           perform imprime-equipamentos
           perform imprime-campos-tecnico.

       imprime-cliente.
           move ws-os-cpf (ws-idx-os) to cpf
           move spaces to nome endereco complemento bairro cidade
               estado cep telefone
           move zero to ddd
           if ws-tem-cli = "S"
               read arq-cli
                   invalid key continue
               end-read
           end-if

           move ws-os-cpf (ws-idx-os) to ws-dado-mascara
           move "C" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to ws-cpf-impresso
           move endereco to ws-dado-mascara
           move "E" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to endereco
           move telefone to ws-dado-mascara
           move "T" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to telefone

           move "CLIENTE.....:" to rotulo-lin
           move spaces to texto-lin
           string nome " CPF " ws-cpf-impresso
               delimited by size into texto-lin
           write reg-rel from lin-rotulo after 2

           move "ENDERECO....:" to rotulo-lin
           move spaces to texto-lin
           string endereco " " complemento
               delimited by size into texto-lin
           write reg-rel from lin-rotulo after 1

           move spaces to rotulo-lin
           move spaces to texto-lin
           string bairro " " cidade " " estado " CEP " cep
               delimited by size into texto-lin
           write reg-rel from lin-rotulo after 1

           move "TELEFONE....:" to rotulo-lin
           move spaces to texto-lin
           string "(" ddd ") " telefone
               delimited by size into texto-lin
           write reg-rel from lin-rotulo after 1.

       imprime-contatos.
           move zero to ws-qtd-contatos
           if ws-tem-contatos = "S"
               move ws-os-cpf (ws-idx-os) to ct-cpf
               move zero to ct-seq
               start arq-contatos key is >= ct-chave
                   invalid key move "N" to found-contato
                   not invalid key move "S" to found-contato
               end-start
               perform with test before until found-contato = "N"
                   read arq-contatos next record
                       at end move "N" to found-contato
                   end-read
                   if found-contato = "S"
                           and ct-cpf = ws-os-cpf (ws-idx-os)
                       perform imprime-contato
                   else
                       move "N" to found-contato
                   end-if
               end-perform
           end-if.

       imprime-contato.
           add 1 to ws-qtd-contatos
           if ws-qtd-contatos = 1
               move "CONTATOS....:" to rotulo-lin
               move spaces to texto-lin
               write reg-rel from lin-rotulo after 1
           end-if
           evaluate true
               when ct-residencial
                   move "RESIDENCIAL" to tipo-contato-lin
               when ct-celular
                   move "CELULAR" to tipo-contato-lin
               when ct-comercial
                   move "COMERCIAL" to tipo-contato-lin
               when ct-recado
                   move "RECADO" to tipo-contato-lin
               when other
                   move "E-MAIL" to tipo-contato-lin
           end-evaluate
           move ct-ddd to ddd-contato-lin
           move ct-numero to ws-dado-mascara
           move "T" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to numero-contato-lin
           move ct-email to email-contato-lin
           if ct-preferido = "S"
               move "*" to tipo-contato-lin (12:1)
           end-if
           write reg-rel from lin-contato after 1.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       imprime-ocorrencia.
           move "PROTOCOLO...:" to rotulo-lin
           move spaces to texto-lin
           if ws-os-protocolo (ws-idx-os) = zero
               move "NAO LOCALIZADO" to texto-lin
           else
               move ws-os-protocolo (ws-idx-os) to texto-lin
           end-if
           write reg-rel from lin-rotulo after 2

           move ws-os-chave-ocorr (ws-idx-os) to o-chave
           move spaces to o-descricao
           if ws-tem-ocorr = "S"
               read arq-ocorr
                   invalid key continue
               end-read
           end-if
           move "OCORRENCIA..:" to rotulo-lin
           move o-descricao (1:66) to texto-lin
           write reg-rel from lin-rotulo after 1
           if o-descricao (67:4) not = spaces
               move spaces to rotulo-lin
               move o-descricao (67:4) to texto-lin
               write reg-rel from lin-rotulo after 1
           end-if.

       imprime-equipamentos.
           move "EQUIPAMENTOS:" to rotulo-lin
           if ws-os-qtd-eqp (ws-idx-os) = zero
               move "NENHUM INSTALADO NO CADASTRO" to texto-lin
           else
               move "INSTALADOS NO ENDERECO (CONFERIR SERIES)"
                   to texto-lin
           end-if
           write reg-rel from lin-rotulo after 2
           perform varying ws-idx-eqp from 1 by 1
                   until ws-idx-eqp > ws-os-qtd-eqp (ws-idx-os)
               move ws-os-serie (ws-idx-os ws-idx-eqp)
                   to serie-equip-lin
               move ws-os-modelo (ws-idx-os ws-idx-eqp)
                   to modelo-equip-lin
               write reg-rel from lin-equip after 1
           end-perform.

      *the blanks the technician fills in on site and copies, as
      *written, into the completion return.
       imprime-campos-tecnico.
           move "HORA CHEGADA:" to rotulo-lin
           move " ____:____      HORA SAIDA: ____:____" to texto-lin
           write reg-rel from lin-rotulo after 2

           move
               "SERIES TROCADAS (I INSTALADA / D DEVOLVIDA / F DEFEITO)"
               to reg-rel
           write reg-rel after 2
           perform varying ws-idx-troca from 1 by 1
                   until ws-idx-troca > 4
               move "    SERIE ____________   MOVIMENTO _" to reg-rel
               write reg-rel after 1
           end-perform

           move "RESULTADO...:" to rotulo-lin
           move " _  (C CONCLUIDA / F CLIENTE AUSENTE)" to texto-lin
           write reg-rel from lin-rotulo after 2

           move "ASSINATURA DO CLIENTE: ______________________________"
               to reg-rel
           write reg-rel after 3.

       sumario.
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           move spaces to reg-rel
           string "RESUMO DAS ORDENS PARA " ws-data-os-barras
               delimited by size into reg-rel
           write reg-rel after 2

           move "VISITAS AGENDADAS PARA O DIA" to rotulo
           move ws-total-visitas to valor
           write reg-rel from lin-sumario after 2

           move "ORDENS DE SERVICO IMPRESSAS" to rotulo
           move ws-total-ordens to valor
           write reg-rel from lin-sumario after 2

           move "TECNICOS COM ROTA NO DIA" to rotulo
           move ws-total-tecnicos to valor
           write reg-rel from lin-sumario after 2

           if ws-total-excedentes > zero
               move "VISITAS NAO IMPRESSAS (ACIMA DE 500)" to rotulo
               move ws-total-excedentes to valor
               write reg-rel from lin-sumario after 2
           end-if

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "ORDENS_SERVICO" to dig-origem
           move "ORDENS DE SERVICO PARA AMANHA" to dig-rotulo
           move ws-total-ordens to dig-valor
           write reg-digest

           if ws-total-excedentes > zero
               move "ORDENS_SERVICO" to dig-origem
               move "VISITAS NAO IMPRESSAS (ACIMA DE 500)"
                   to dig-rotulo
               move ws-total-excedentes to dig-valor
               write reg-digest
           end-if
           close arq-digest.

       fim.
           close rel-ordens
           if ws-tem-tecnicos = "S"
               close arq-tecnicos
           end-if
           if ws-tem-cli = "S"
               close arq-cli
           end-if
           if ws-tem-ocorr = "S"
               close arq-ocorr
           end-if
           if ws-tem-contatos = "S"
               close arq-contatos
           end-if.
