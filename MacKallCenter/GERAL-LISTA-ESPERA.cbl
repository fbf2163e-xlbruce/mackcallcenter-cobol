       identification division.
       program-id. AVISA_LISTA_ESPERA as "PGM375".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-lista-espera assign to "D:\LISTAESPERA.DAT"
               organization is indexed
               access mode is sequential
               record key is le-chave
               file status is st-espera.

           select arq-notificacoes assign to "D:\NOTIFICACOES.TXT"
               organization is line sequential
               file status is st-notif.

           select rel-espera assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-lista-espera.
               COPY ESPCOPY.

           fd arq-notificacoes.
               COPY NOTIFCOPY.

       fd rel-espera.
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

       77 st-espera pic xx value spaces.
       77 st-notif pic xx value spaces.
       77 ws-consent-retorno pic 9 value 1.
       77 st-dig pic xx value spaces.
       77 ws-treino pic x value "N".
       77 ws-modo-batch pic x value "N".
       77 ws-tem-espera pic x value "N".
       77 ws-fim-arq pic x value "N".

       77 ws-cob-cep pic 9(8) value zero.
       77 ws-cob-pacote pic x value space.
       77 ws-cob-retorno pic 9 value zero.
       77 ws-cob-area pic x(30) value spaces.
       77 ws-area-atual pic x(30) value spaces.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-data-barras pic x(10) value spaces.
       77 ws-data8 pic 9(8) value zero.

       77 ws-total-avisados pic 9(7) value zero.
       77 ws-total-aguardando pic 9(7) value zero.
       77 ws-total-ja-avisados pic 9(7) value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(12) value spaces.
           05 filler pic x(44) value
               "Lista de Espera - Areas com Cobertura Nova".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab-area.
           05 filler pic x(6) value "AREA: ".
           05 area-cab pic x(30).
           05 filler pic x(6) value "  CEP ".
           05 cep-cab pic 99999b999.

       01 cab3.
           05 filler pic x(12) value "CPF".
           05 filler pic x(31) value "NOME".
           05 filler pic x(15) value "TELEFONE".
           05 filler pic x(5) value "PAC".
           05 filler pic x(12) value "ESPERA DESDE".

       01 lin-det.
           05 cpf-det pic x(11).
           05 filler pic x(1) value space.
           05 nome-det pic x(30).
           05 filler pic x(1) value space.
           05 ddd-det pic 99.
           05 filler pic x(1) value space.
           05 telefone-det pic x(9).
           05 filler pic x(3) value spaces.
           05 pacote-det pic x(1).
           05 filler pic x(4) value spaces.
           05 desde-det pic x(10).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.

       procedure division.

       mestre.
           perform inicio
           if ws-tem-espera = "S"
               perform avalia-espera
           end-if
           perform sumario
           perform fim
           goback.

       inicio.
           accept ws-modo-batch from environment
               "MACKALLCENTER_MODO_BATCH"
               on exception
                   move "N" to ws-modo-batch
           end-accept

           accept ws-treino from environment
               "MACKALLCENTER_TREINAMENTO"
               on exception
                   move "N" to ws-treino
           end-accept

           accept ws-data-hoje from date yyyymmdd
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2
           move ws-data-hoje to ws-hoje-data8
           move ws-hoje-data8 to ws-data8
           perform formata-data

           move "AVISA_LISTA_ESPERA" to ws-rel-nome
           move "D:\LISTAESPERA" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-espera
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2

      *no waitlist yet simply means no sale has been turned away.
           open i-o arq-lista-espera
           if st-espera = "00"
               move "S" to ws-tem-espera
           end-if.

      *each person still waiting is put to the same coverage check
      *the point of sale uses; the ones it now lets through are the
      *sales team's call list, area by area (the file is keyed by
      *CEP), and get the coverage message through the SMS feed.
      *Marking the row AVISADA keeps them off tomorrow's list.
       avalia-espera.
           move "N" to ws-fim-arq
           perform until ws-fim-arq = "S"
               read arq-lista-espera next record
                   at end move "S" to ws-fim-arq
                   not at end
                       if le-aguardando
                           perform avalia-pessoa
                       else
                           add 1 to ws-total-ja-avisados
                       end-if
               end-read
           end-perform.

       avalia-pessoa.
           move le-cep to ws-cob-cep
           move le-servico to ws-cob-pacote
           call "Verifica_Cobertura" using ws-cob-cep ws-cob-pacote
               ws-cob-retorno ws-cob-area
           if ws-cob-retorno not = 1
               add 1 to ws-total-aguardando
               exit paragraph
           end-if

           if ws-cob-area not = ws-area-atual
               move ws-cob-area to ws-area-atual area-cab
               move le-cep to cep-cab
               write reg-rel from cab-area after 2
               write reg-rel from cab3 after 1
           end-if
           move le-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-det
           move le-nome to nome-det
           move le-ddd to ddd-det
           move le-telefone to ws-dado-mascara
           move "T" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to telefone-det
           move le-servico to pacote-det
           move le-data-inclusao to ws-data8
           perform formata-data
           move ws-data-barras to desde-det
           write reg-rel from lin-det after 1
           add 1 to ws-total-avisados

      *a practice run lists the people but must not reach them.
           if ws-treino = "S"
               exit paragraph
           end-if
           perform notifica-pessoa
           set le-avisada to true
           move ws-hoje-data8 to le-data-aviso
           rewrite reg-lista-espera.

       notifica-pessoa.
           move ws-hoje-data8 to ws-data8
           perform formata-data
           move spaces to reg-notificacao
           move ws-data-barras to nf-data
           move le-cpf to nf-cpf
           move le-ddd to nf-ddd
           move le-telefone to nf-telefone
           move "COB1" to nf-modelo
           move le-nome to nf-nome
           move zero to nf-protocolo
           move ws-data-barras to nf-data-evento

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

       formata-data.
           move spaces to ws-data-barras
           string ws-data8 (7:2) "/" ws-data8 (5:2) "/" ws-data8 (1:4)
               delimited by size into ws-data-barras.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "PESSOAS AVISADAS (COBERTURA DISPONIVEL)" to rotulo
           move ws-total-avisados to valor
           write reg-rel from lin-sumario after 2

           move "AINDA AGUARDANDO COBERTURA" to rotulo
           move ws-total-aguardando to valor
           write reg-rel from lin-sumario after 1

           move "AVISADAS EM EXECUCOES ANTERIORES" to rotulo
           move ws-total-ja-avisados to valor
           write reg-rel from lin-sumario after 1

           display "LISTA DE ESPERA - PESSOAS AVISADAS: "
               ws-total-avisados

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "AVISA_LISTA_ESPERA" to dig-origem
           move "LISTA DE ESPERA - PESSOAS AVISADAS" to dig-rotulo
           move ws-total-avisados to dig-valor
           write reg-digest

           move "AVISA_LISTA_ESPERA" to dig-origem
           move "LISTA DE ESPERA - AINDA AGUARDANDO" to dig-rotulo
           move ws-total-aguardando to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-espera
           if ws-tem-espera = "S"
               close arq-lista-espera
           end-if.
