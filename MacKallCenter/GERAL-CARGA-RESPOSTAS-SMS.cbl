       identification division.
       program-id. CARGA_RESPOSTAS_SMS as "PGM378".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select arq-respostas assign to "D:\RESPOSTAS_SMS.TXT"
               organization is line sequential
               file status is st-resposta.

           select arq-consentimentos assign to
               "D:\CONSENTIMENTOS.DAT"
               organization is indexed
               access mode is random
               record key is cs-chave
               file status is st-consent.

           select arq-telefones assign to "D:\TELEFONES.DAT"
               organization is indexed
               access mode is dynamic
               record key is tx-chave
               file status is st-telefone.

           select rel-carga assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-respostas.
               COPY RSPCOPY.

           fd arq-consentimentos.
               COPY CONSCOPY.

           fd arq-telefones.
               COPY TELCOPY.

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

       77 st-resposta pic xx value spaces.
       77 st-consent pic xx value spaces.
       77 st-telefone pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-respostas pic x value "N".
       77 ws-tem-telefones pic x value "N".
       77 ws-tem-consent pic x value "N".
       77 found-tel pic x value "N".
       77 found-consent pic x value "N".
       77 ws-achou-cliente pic x value "N".

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       77 ws-motivo pic x(39) value spaces.
       77 ws-texto pic x(60) value spaces.
       01 ws-data-resp.
           05 resp-ano pic 9999.
           05 resp-mes pic 99.
           05 resp-dia pic 99.
       01 ws-data-resp8 redefines ws-data-resp pic 9(8).

       77 ws-total-lidos pic 9(5) value zero.
       77 ws-total-sair pic 9(5) value zero.
       77 ws-total-outras pic 9(5) value zero.
       77 ws-total-gravados pic 9(5) value zero.
       77 ws-total-ja-optout pic 9(5) value zero.
       77 ws-total-optin-depois pic 9(5) value zero.
       77 ws-total-sem-cliente pic 9(5) value zero.
       77 ws-total-rejeitados pic 9(5) value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Carga das Respostas SAIR do Bureau SMS".

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
           05 ddd-lin pic x(2).
           05 telefone-lin pic x(9).
           05 filler pic x(3) value " - ".
           05 motivo-lin pic x(39).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzz9.

       procedure division.

      *loads the customers' "SAIR" replies as SMS opt-outs on the
      *consent register, for every CPF the number belongs to on
      *TELEFONES.DAT. Any other reply is only counted; a reply from
      *a number we cannot tie to a client is listed for the team.
       mestre.
           perform inicio
           perform processa-linha until st-resposta = "10"
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

           move "CARGA_RESPOSTAS_SMS" to ws-rel-nome
           move "D:\CARGARESPSMS" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-carga
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           move "RESPOSTAS NAO CARREGADAS (DATA HORA NUMERO - MOTIVO):"
               to reg-rel
           write reg-rel after 2

           open input arq-telefones
           if st-telefone = "00"
               move "S" to ws-tem-telefones
           end-if

           open i-o arq-consentimentos
           if st-consent = "35"
               open output arq-consentimentos
               close arq-consentimentos
               open i-o arq-consentimentos
           end-if
           if st-consent not = "00"
               display "ERRO AO ABRIR CONSENTIMENTOS.DAT: " st-consent
               move 1 to return-code
               move "10" to st-resposta
           else
               move "S" to ws-tem-consent
      *no file from the bureau tonight leaves every count at zero on
      *the digest, which is how a dead feed shows up.
               open input arq-respostas
               if st-resposta not = "00"
                   move "10" to st-resposta
               else
                   move "S" to ws-tem-respostas
               end-if
           end-if.

       processa-linha.
           read arq-respostas
               at end move "10" to st-resposta
           end-read

           if st-resposta not = "10"
               add 1 to ws-total-lidos
               move function upper-case (function trim (rs-texto))
                   to ws-texto
               if ws-texto (1:4) = "SAIR" and ws-texto (5:1) = space
                   add 1 to ws-total-sair
                   perform valida-linha
                   if ws-motivo = spaces
                       perform registra-opt-out
                   end-if
                   if ws-motivo not = spaces
                       add 1 to ws-total-rejeitados
                       perform reporta-problema
                   end-if
               else
                   add 1 to ws-total-outras
               end-if
           end-if.

       valida-linha.
           move spaces to ws-motivo
           move rs-data (7:4) to resp-ano
           move rs-data (4:2) to resp-mes
           move rs-data (1:2) to resp-dia
           if ws-data-resp is not numeric
               move "DATA INVALIDA (DD/MM/AAAA)" to ws-motivo
               exit paragraph
           end-if
           if function test-date-yyyymmdd (ws-data-resp8) not = 0
               move "DATA INVALIDA (DD/MM/AAAA)" to ws-motivo
               exit paragraph
           end-if
           if rs-ddd is not numeric or rs-telefone = spaces
               move "NUMERO DE ORIGEM INVALIDO" to ws-motivo
               exit paragraph
           end-if
           if ws-tem-telefones not = "S"
               move "NUMERO NAO CADASTRADO" to ws-motivo
           end-if.

      *REGISTRA-OPT-OUT walks every CPF the number belongs to (a
      *household can share one line). A later opt-in taken by an
      *attendant outranks an older reply, so reloading an old file
      *never undoes what the customer said since.
       registra-opt-out.
           move "N" to ws-achou-cliente
           move rs-ddd to tx-ddd
           move rs-telefone to tx-telefone
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
                   if tx-ddd = rs-ddd and tx-telefone = rs-telefone
                       move "S" to ws-achou-cliente
                       perform grava-opt-out
                   else
                       move "N" to found-tel
                   end-if
               end-if
           end-perform

           if ws-achou-cliente = "N"
               add 1 to ws-total-sem-cliente
               move "NUMERO NAO CADASTRADO" to ws-motivo
           end-if.

       grava-opt-out.
           move tx-cpf to cs-cpf
           move "S" to cs-canal
           read arq-consentimentos
               invalid key move "N" to found-consent
               not invalid key move "S" to found-consent
           end-read

           if found-consent = "S"
               if cs-opt-out
                   add 1 to ws-total-ja-optout
                   exit paragraph
               end-if
               if cs-data > ws-data-resp8
                   add 1 to ws-total-optin-depois
                   exit paragraph
               end-if
           end-if

           move tx-cpf to cs-cpf
           move "S" to cs-canal
           move "O" to cs-situacao
           move ws-data-resp8 to cs-data
           move "R" to cs-origem
           move "BATCH" to cs-operador
           if found-consent = "S"
               rewrite reg-consentimento
           else
               write reg-consentimento
           end-if
           add 1 to ws-total-gravados.

       reporta-problema.
           move rs-data to data-lin
           move rs-hora to hora-lin
           move rs-ddd to ddd-lin
           move rs-telefone to ws-dado-mascara
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

           move "RESPOSTAS LIDAS DO BUREAU" to rotulo
           move ws-total-lidos to valor
           write reg-rel from lin-sumario after 2

           move "RESPOSTAS SAIR" to rotulo
           move ws-total-sair to valor
           write reg-rel from lin-sumario after 2

           move "OUTRAS RESPOSTAS (IGNORADAS)" to rotulo
           move ws-total-outras to valor
           write reg-rel from lin-sumario after 2

           move "OPT-OUTS DE SMS GRAVADOS" to rotulo
           move ws-total-gravados to valor
           write reg-rel from lin-sumario after 2

           move "CPF JA COM OPT-OUT DE SMS" to rotulo
           move ws-total-ja-optout to valor
           write reg-rel from lin-sumario after 2

           move "CPF COM OPT-IN POSTERIOR A RESPOSTA" to rotulo
           move ws-total-optin-depois to valor
           write reg-rel from lin-sumario after 2

           move "SAIR DE NUMERO NAO CADASTRADO" to rotulo
           move ws-total-sem-cliente to valor
           write reg-rel from lin-sumario after 2

           move "SAIR NAO CARREGADOS" to rotulo
           move ws-total-rejeitados to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "CARGA_RESPOSTAS_SMS" to dig-origem
           move "OPT-OUTS DE SMS (RESPOSTA SAIR)" to dig-rotulo
           move ws-total-gravados to dig-valor
           write reg-digest

           move "CARGA_RESPOSTAS_SMS" to dig-origem
           move "SAIR NAO CARREGADOS" to dig-rotulo
           move ws-total-rejeitados to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-carga
           if ws-tem-consent = "S"
               close arq-consentimentos
           end-if
           if ws-tem-respostas = "S"
               close arq-respostas
           end-if
           if ws-tem-telefones = "S"
               close arq-telefones
           end-if.
