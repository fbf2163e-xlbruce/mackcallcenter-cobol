       identification division.
       program-id. CARGA_CHAMADAS as "PGM367".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select arq-cdr assign to "D:\CDR_CENTRAL.TXT"
               organization is line sequential
               file status is st-cdr.

           select arq-chamadas assign to "D:\CHAMADAS.DAT"
               organization is indexed
               access mode is random
               record key is ch-chave
               file status is st-chamada.

           select arq-atendentes assign to "D:\ATENDENTES.DAT"
               organization is indexed
               access mode is random
               record key is at-id
               file status is st-atendente.

           select arq-telefones assign to "D:\TELEFONES.DAT"
               organization is indexed
               access mode is dynamic
               record key is tx-chave
               file status is st-telefone.

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

           select rel-carga assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-cdr.
               COPY CDRCOPY.

           fd arq-chamadas.
               COPY CHMCOPY.

           fd arq-atendentes.
               COPY ATECOPY.

           fd arq-telefones.
               COPY TELCOPY.

           fd arq-ocorr.
               COPY OCOCOPY.

       fd rel-carga.
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

       77 ws-ocorr-path pic x(40) value "D:\OCORRENCIAS.DAT".
       77 st-cdr pic xx value spaces.
       77 st-chamada pic xx value spaces.
       77 st-atendente pic xx value spaces.
       77 st-telefone pic xx value spaces.
       77 st-ocorr pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-cdr pic x value "N".
       77 ws-tem-atendentes pic x value "N".
       77 ws-tem-telefones pic x value "N".
       77 ws-tem-ocorr pic x value "N".
       77 found-tel pic x value "N".
       77 found-ocorr pic x value "N".

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

      *what the line being loaded says about its call, kept apart
      *from the record areas the lookups keep overwriting.
       77 ws-motivo pic x(39) value spaces.
       77 ws-agente-nome pic x(30) value spaces.
       77 ws-agente-time pic x(5) value spaces.
       77 ws-cpf-busca pic x(11) value spaces.
       01 ws-data-cdr.
           05 cdr-ano pic 9999.
           05 cdr-mes pic 99.
           05 cdr-dia pic 99.
       01 ws-data-cdr8 redefines ws-data-cdr pic 9(8).
       01 ws-hora-cdr.
           05 cdr-hh pic 99.
           05 cdr-min pic 99.
           05 cdr-seg pic 99.
       77 ws-espera pic 9(5) value zero.
       77 ws-conversa pic 9(5) value zero.

      *the minutes of the day the agent was on the line with the
      *caller: an occurrence opened by that agent for that client
      *anywhere inside the window is the one the call produced.
       77 ws-seg-atende pic 9(6) value zero.
       77 ws-seg-fim pic 9(6) value zero.
       77 ws-min-aux pic 9(4) value zero.
       01 ws-janela-ini.
           05 jan-ini-hh pic 99.
           05 jan-ini-mm pic 99.
       01 ws-janela-fim.
           05 jan-fim-hh pic 99.
           05 jan-fim-mm pic 99.

       77 ws-total-lidos pic 9(5) value zero.
       77 ws-total-gravados pic 9(5) value zero.
       77 ws-total-repetidos pic 9(5) value zero.
       77 ws-total-rejeitados pic 9(5) value zero.
       77 ws-total-abandonadas pic 9(5) value zero.
       77 ws-total-sem-cliente pic 9(5) value zero.
       77 ws-total-sem-ocorr pic 9(5) value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Carga das Chamadas da Central Telefonica".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 lin-problema.
           05 data-lin pic x(10).
           05 filler pic x(1) value space.
           05 hora-lin pic x(8).
           05 filler pic x(1) value space.
           05 agente-lin pic x(5).
           05 filler pic x(1) value space.
           05 ddd-lin pic x(2).
           05 telefone-lin pic x(9).
           05 filler pic x(3) value " - ".
           05 motivo-lin pic x(39).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzz9.

       procedure division.

       mestre.
           perform inicio
           perform processa-linha until st-cdr = "10"
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

           accept ws-data-hoje from date yyyymmdd
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

           move "CARGA_CHAMADAS" to ws-rel-nome
           move "D:\CARGACHAMADAS" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-carga
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           move "LINHAS REJEITADAS (DATA HORA AGENTE NUMERO - MOTIVO):"
               to reg-rel
           write reg-rel after 2

           open input arq-atendentes
           if st-atendente = "00"
               move "S" to ws-tem-atendentes
           end-if
           open input arq-telefones
           if st-telefone = "00"
               move "S" to ws-tem-telefones
           end-if
           open input arq-ocorr
           if st-ocorr = "00"
               move "S" to ws-tem-ocorr
           end-if

           open i-o arq-chamadas
           if st-chamada = "35"
               open output arq-chamadas
               close arq-chamadas
               open i-o arq-chamadas
           end-if
           if st-chamada not = "00"
               display "ERRO AO ABRIR CHAMADAS.DAT: " st-chamada
               move 1 to return-code
               move "10" to st-cdr
           else
      *no file from the switch tonight leaves the loaded-lines count
      *at zero on the digest, which is how a dead export shows up.
               open input arq-cdr
               if st-cdr not = "00"
                   move "10" to st-cdr
               else
                   move "S" to ws-tem-cdr
               end-if
           end-if.

       processa-linha.
           read arq-cdr
               at end move "10" to st-cdr
           end-read

           if st-cdr not = "10"
               add 1 to ws-total-lidos
               perform valida-linha
               if ws-motivo = spaces
                   perform grava-chamada
               else
                   add 1 to ws-total-rejeitados
                   perform reporta-problema
               end-if
           end-if.

       valida-linha.
           move spaces to ws-motivo
           move spaces to ws-agente-nome
           move spaces to ws-agente-time

           move cd-data (7:4) to cdr-ano
           move cd-data (4:2) to cdr-mes
           move cd-data (1:2) to cdr-dia
           if ws-data-cdr is not numeric
               move "DATA INVALIDA (DD/MM/AAAA)" to ws-motivo
               exit paragraph
           end-if
           if function test-date-yyyymmdd (ws-data-cdr8) not = 0
               move "DATA INVALIDA (DD/MM/AAAA)" to ws-motivo
               exit paragraph
           end-if

           move cd-hora (1:2) to cdr-hh
           move cd-hora (4:2) to cdr-min
           move cd-hora (7:2) to cdr-seg
           if ws-hora-cdr is not numeric
               move "HORARIO INVALIDO (HH:MM:SS)" to ws-motivo
               exit paragraph
           end-if
           if cdr-hh > 23 or cdr-min > 59 or cdr-seg > 59
               move "HORARIO INVALIDO (HH:MM:SS)" to ws-motivo
               exit paragraph
           end-if

           if cd-espera is not numeric or cd-conversa is not numeric
               move "TEMPO DE ESPERA OU CONVERSA INVALIDO" to ws-motivo
               exit paragraph
           end-if
           move cd-espera to ws-espera
           move cd-conversa to ws-conversa

           if not cd-abandonada and not cd-atendida
               move "INDICADOR DE ABANDONO INVALIDO (S/N)"
                   to ws-motivo
               exit paragraph
           end-if

      *an abandoned call never reached an agent; an answered one
      *must name an attendant we know, or it cannot be credited to
      *anyone's handle time.
           if cd-atendida
               if ws-tem-atendentes not = "S"
                   move "AGENTE NAO CADASTRADO" to ws-motivo
                   exit paragraph
               end-if
               move cd-agente to at-id
               read arq-atendentes
                   invalid key
                       move "AGENTE NAO CADASTRADO" to ws-motivo
                       exit paragraph
               end-read
               move at-nome to ws-agente-nome
               move at-time to ws-agente-time
           end-if.

       grava-chamada.
           move ws-data-cdr to ch-data
           move ws-hora-cdr to ch-hora
           move cd-ddd to ch-ddd
           move cd-telefone to ch-telefone
           move ws-espera to ch-espera
           move ws-conversa to ch-conversa
           move cd-abandono to ch-abandono
           move spaces to ch-agente
           move spaces to ch-time
           if cd-atendida
               move cd-agente to ch-agente
               move ws-agente-time to ch-time
           end-if
           move spaces to ch-cpf
           move spaces to ch-chave-ocorr

           perform identifica-cliente

           write reg-chamada
               invalid key
                   add 1 to ws-total-repetidos
               not invalid key
                   add 1 to ws-total-gravados
                   if ch-abandonada
                       add 1 to ws-total-abandonadas
                   else
                       if ch-cpf = spaces
                           add 1 to ws-total-sem-cliente
                       end-if
                       if ch-chave-ocorr = spaces
                           add 1 to ws-total-sem-ocorr
                       end-if
                   end-if
           end-write.

      *IDENTIFICA-CLIENTE walks every CPF the calling number belongs
      *to on TELEFONES.DAT (a household can share one line): the
      *client whose occurrence the agent opened during the call wins,
      *otherwise the first one on file is kept.
       identifica-cliente.
           if ws-tem-telefones not = "S" or cd-ddd is not numeric
                   or cd-telefone = spaces
               exit paragraph
           end-if
           perform monta-janela

           move cd-ddd to tx-ddd
           move cd-telefone to tx-telefone
           move zeros to tx-cpf
           start arq-telefones key is >= tx-chave
               invalid key move "N" to found-tel
               not invalid key move "S" to found-tel
           end-start

           perform until found-tel = "N"
               read arq-telefones next record
                   at end move "N" to found-tel
               end-read
               if found-tel = "S"
                   if tx-ddd = cd-ddd and tx-telefone = cd-telefone
                       if ch-cpf = spaces
                           move tx-cpf to ch-cpf
                       end-if
                       if cd-atendida and ch-chave-ocorr = spaces
                           move tx-cpf to ws-cpf-busca
                           perform procura-ocorrencia
                       end-if
                   else
                       move "N" to found-tel
                   end-if
               end-if
           end-perform.

       monta-janela.
           compute ws-seg-atende = cdr-hh * 3600 + cdr-min * 60
               + cdr-seg + ws-espera
           compute ws-seg-fim = ws-seg-atende + ws-conversa
           if ws-seg-atende > 86399
               move 86399 to ws-seg-atende
           end-if
           if ws-seg-fim > 86399
               move 86399 to ws-seg-fim
           end-if
           divide ws-seg-atende by 60 giving ws-min-aux
           divide ws-min-aux by 60 giving jan-ini-hh
               remainder jan-ini-mm
           divide ws-seg-fim by 60 giving ws-min-aux
           divide ws-min-aux by 60 giving jan-fim-hh
               remainder jan-fim-mm.

       procura-ocorrencia.
           if ws-tem-ocorr not = "S"
               exit paragraph
           end-if
           move ws-cpf-busca to o-cpf
           move ws-data-cdr to o-data-ocorr
           move ws-janela-ini to o-hora-ocorr
           move zero to o-seq
           start arq-ocorr key is >= o-chave
               invalid key move "N" to found-ocorr
               not invalid key move "S" to found-ocorr
           end-start

           perform until found-ocorr = "N"
               read arq-ocorr next record
                   at end move "N" to found-ocorr
               end-read
               if found-ocorr = "S"
                   if o-cpf = ws-cpf-busca
                           and o-data-ocorr = ws-data-cdr
                           and o-hora-ocorr <= ws-janela-fim
                       if o-atendente = ws-agente-nome
                           move o-chave to ch-chave-ocorr
                           move ws-cpf-busca to ch-cpf
                           move "N" to found-ocorr
                       end-if
                   else
                       move "N" to found-ocorr
                   end-if
               end-if
           end-perform.

       reporta-problema.
           move cd-data to data-lin
           move cd-hora to hora-lin
           move cd-agente to agente-lin
           move cd-ddd to ddd-lin
           move cd-telefone to ws-dado-mascara
           move "T" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to telefone-lin
           move ws-motivo to motivo-lin
           write reg-rel from lin-problema after 1.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "LINHAS LIDAS DO ARQUIVO DA CENTRAL" to rotulo
           move ws-total-lidos to valor
           write reg-rel from lin-sumario after 2

           move "CHAMADAS CARREGADAS" to rotulo
           move ws-total-gravados to valor
           write reg-rel from lin-sumario after 2

           move "CHAMADAS JA CARREGADAS ANTES" to rotulo
           move ws-total-repetidos to valor
           write reg-rel from lin-sumario after 2

           move "LINHAS REJEITADAS" to rotulo
           move ws-total-rejeitados to valor
           write reg-rel from lin-sumario after 2

           move "CHAMADAS ABANDONADAS NA FILA" to rotulo
           move ws-total-abandonadas to valor
           write reg-rel from lin-sumario after 2

           move "ATENDIDAS DE NUMERO NAO CADASTRADO" to rotulo
           move ws-total-sem-cliente to valor
           write reg-rel from lin-sumario after 2

           move "ATENDIDAS SEM OCORRENCIA REGISTRADA" to rotulo
           move ws-total-sem-ocorr to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "CARGA_CHAMADAS" to dig-origem
           move "CHAMADAS CARREGADAS DA CENTRAL" to dig-rotulo
           move ws-total-gravados to dig-valor
           write reg-digest

           move "CARGA_CHAMADAS" to dig-origem
           move "LINHAS DA CENTRAL REJEITADAS" to dig-rotulo
           move ws-total-rejeitados to dig-valor
           write reg-digest

           move "CARGA_CHAMADAS" to dig-origem
           move "ATENDIDAS SEM OCORRENCIA REGISTRADA" to dig-rotulo
           move ws-total-sem-ocorr to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-carga
                 arq-chamadas
           if ws-tem-cdr = "S"
               close arq-cdr
           end-if
           if ws-tem-atendentes = "S"
               close arq-atendentes
           end-if
           if ws-tem-telefones = "S"
               close arq-telefones
           end-if
           if ws-tem-ocorr = "S"
               close arq-ocorr
           end-if.
