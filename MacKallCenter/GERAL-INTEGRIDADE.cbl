       identification division.
       program-id. VERIFICA_INTEGRIDADE as "PGM387".

       environment division.
       configuration section.
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
               access mode is random
               record key is oa-chave
               file status is st-oco-arq.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is dynamic
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-categorias assign to "D:\CATEGORIAS.DAT"
               organization is indexed
               access mode is random
               record key is cat-codigo
               file status is st-categoria.

           select arq-resolucoes assign to "D:\RESOLUCOES.DAT"
               organization is indexed
               access mode is random
               record key is res-codigo
               file status is st-resolucao.

           select arq-pacotes assign to "D:\PACOTES.DAT"
               organization is indexed
               access mode is random
               record key is pac-codigo
               file status is st-pacote.

           select arq-assinaturas assign to "D:\ASSINATURAS.DAT"
               organization is indexed
               access mode is sequential
               record key is as-chave
               file status is st-assinatura.

           select arq-agenda assign to "D:\AGENDA.DAT"
               organization is indexed
               access mode is sequential
               record key is ag-chave
               file status is st-agenda.

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

           select arq-notas assign to "D:\NOTAS.DAT"
               organization is indexed
               access mode is sequential
               record key is nt-chave
               file status is st-nota.

           select arq-creditos assign to "D:\CREDITOS.DAT"
               organization is indexed
               access mode is sequential
               record key is crd-chave
               file status is st-credito.

           select arq-exclusoes assign to "D:\EXCLUSOES.DAT"
               organization is indexed
               access mode is sequential
               record key is xp-chave
               file status is st-exclusao.

           select arq-protocolo assign to "D:\PROTOCOLOS.DAT"
               organization is indexed
               access mode is sequential
               record key is pt-numero
               file status is st-protocolo.

           select arq-atendentes assign to "D:\ATENDENTES.DAT"
               organization is indexed
               access mode is sequential
               record key is at-id
               file status is st-atendente.

           select arq-times assign to "D:\TIMES.DAT"
               organization is indexed
               access mode is random
               record key is tm-id
               file status is st-time.

           select arq-contatos assign to "D:\CONTATOS.DAT"
               organization is indexed
               access mode is sequential
               record key is ct-chave
               file status is st-contato.

           select arq-integridade assign to "D:\INTEGRIDADE.DAT"
               organization is indexed
               access mode is dynamic
               record key is ig-chave
               file status is st-integridade.

           select rel-integridade assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-ocorr.
               COPY OCOCOPY.

           fd arq-ocorr-arq.
               COPY OCOARQCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-categorias.
               COPY CATCOPY.

           fd arq-resolucoes.
               COPY RESCOPY.

           fd arq-pacotes.
               COPY PACCOPY.

           fd arq-assinaturas.
               COPY ASSCOPY.

           fd arq-agenda.
               COPY AGDCOPY.

           fd arq-visitas.
               COPY VISCOPY.

           fd arq-tecnicos.
               COPY TECCOPY.

           fd arq-notas.
               COPY NOTCOPY.

           fd arq-creditos.
               COPY CREDCOPY.

           fd arq-exclusoes.
               COPY EXCCOPY.

           fd arq-protocolo.
               COPY PRTCOPY.

           fd arq-atendentes.
               COPY ATECOPY.

           fd arq-times.
               COPY TIMCOPY.

           fd arq-contatos.
               COPY CONTCOPY.

           fd arq-integridade.
               COPY ITGCOPY.

       fd rel-integridade.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       working-storage section.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "C".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 ws-ocorr-path pic x(40) value "D:\OCORRENCIAS.DAT".
       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 st-ocorr pic xx value spaces.
       77 st-oco-arq pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-categoria pic xx value spaces.
       77 st-resolucao pic xx value spaces.
       77 st-pacote pic xx value spaces.
       77 st-assinatura pic xx value spaces.
       77 st-agenda pic xx value spaces.
       77 st-visita pic xx value spaces.
       77 st-tecnico pic xx value spaces.
       77 st-nota pic xx value spaces.
       77 st-credito pic xx value spaces.
       77 st-exclusao pic xx value spaces.
       77 st-protocolo pic xx value spaces.
       77 st-atendente pic xx value spaces.
       77 st-time pic xx value spaces.
       77 st-contato pic xx value spaces.
       77 st-integridade pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-fim pic x value "N".
       77 wlin pic 99 value 55.
       77 npag pic 99 value zero.

      *a master that is not on disk at all is not checked against:
      *every code would come out orphan and bury the real findings.
       77 ws-tem-ocorr pic x value "N".
       77 ws-tem-arquivo pic x value "N".
       77 ws-tem-cli pic x value "N".
       77 ws-tem-categorias pic x value "N".
       77 ws-tem-resolucoes pic x value "N".
       77 ws-tem-pacotes pic x value "N".
       77 ws-tem-tecnicos pic x value "N".
       77 ws-tem-times pic x value "N".
       77 ws-achou pic x value "N".
       77 ws-existe-ocorr pic x value "N".

       77 ws-chave-ocorr pic x(25) value spaces.
       77 ws-idx-regra pic 99 value zero.
       77 ws-orf-cpf pic x(11) value spaces.
       77 ws-orf-chave pic x(40) value spaces.
       77 ws-orf-referencia pic x(25) value spaces.
       77 ws-orf-detalhe pic x(40) value spaces.
       77 ws-data-ocorr-ed pic x(16) value spaces.
       77 ws-cpf-x pic x(11) value spaces.
       77 ws-seq pic 9(5) value zero.
       77 ws-total-lidos pic 9(7) value zero.
       77 ws-total-orfas pic 9(7) value zero.
       77 ws-total-substituidas pic 9(5) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.

      *the rules checked, in report order: code, file holding the
      *reference, what is wrong, and the fix APLICA_INTEGRIDADE
      *offers (ITGCOPY). A row deleted is one that means nothing
      *without its parent; credits, protocols, visits, subscriptions
      *and codes on live records carry money, regulatory or service
      *history and are only flagged for review.
       01 ws-regras-dados.
           05 filler pic x(15) value "R01OCORRENCIAS ".
           05 filler pic x(40) value
               "O-CATEGORIA FORA DE CATEGORIAS.DAT".
           05 filler pic x(1) value "R".
           05 filler pic x(15) value "R02OCORRENCIAS ".
           05 filler pic x(40) value
               "O-RESOLUCAO FORA DE RESOLUCOES.DAT".
           05 filler pic x(1) value "R".
           05 filler pic x(15) value "R03CLIENTES    ".
           05 filler pic x(40) value
               "TIPO-PACOTE FORA DE PACOTES.DAT".
           05 filler pic x(1) value "R".
           05 filler pic x(15) value "R04ASSINATURAS ".
           05 filler pic x(40) value
               "AS-SERVICO FORA DE PACOTES.DAT".
           05 filler pic x(1) value "R".
           05 filler pic x(15) value "R05AGENDA      ".
           05 filler pic x(40) value
               "RETORNO DE OCORRENCIA INEXISTENTE".
           05 filler pic x(1) value "E".
           05 filler pic x(15) value "R06VISITAS     ".
           05 filler pic x(40) value
               "VISITA DE OCORRENCIA INEXISTENTE".
           05 filler pic x(1) value "R".
           05 filler pic x(15) value "R07NOTAS       ".
           05 filler pic x(40) value
               "NOTA DE OCORRENCIA INEXISTENTE".
           05 filler pic x(1) value "E".
           05 filler pic x(15) value "R08CREDITOS    ".
           05 filler pic x(40) value
               "CREDITO DE OCORRENCIA INEXISTENTE".
           05 filler pic x(1) value "R".
           05 filler pic x(15) value "R09EXCLUSOES   ".
           05 filler pic x(40) value
               "EXCLUSAO PEDIDA P/ OCORRENCIA INEXIST.".
           05 filler pic x(1) value "E".
           05 filler pic x(15) value "R10PROTOCOLOS  ".
           05 filler pic x(40) value
               "PROTOCOLO DE OCORRENCIA INEXISTENTE".
           05 filler pic x(1) value "R".
           05 filler pic x(15) value "R11VISITAS     ".
           05 filler pic x(40) value
               "VS-TECNICO FORA DE TECNICOS.DAT".
           05 filler pic x(1) value "R".
           05 filler pic x(15) value "R12ATENDENTES  ".
           05 filler pic x(40) value
               "AT-TIME FORA DE TIMES.DAT".
           05 filler pic x(1) value "L".
           05 filler pic x(15) value "R13CONTATOS    ".
           05 filler pic x(40) value
               "CONTATO DE CPF FORA DE CLIENTES.DAT".
           05 filler pic x(1) value "E".
       01 ws-regras-tab redefines ws-regras-dados.
           05 ws-regra occurs 13 times.
               10 ws-regra-codigo pic x(3).
               10 ws-regra-arquivo pic x(12).
               10 ws-regra-descricao pic x(40).
               10 ws-regra-acao pic x(1).

       01 ws-contagem-tab.
           05 ws-regra-qtde occurs 13 times pic 9(5).

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(18) value spaces.
           05 filler pic x(37) value
               "Integridade Referencial dos Arquivos".
           05 filler pic x(15) value spaces.
           05 filler pic x(3) value "PAG".
           05 npag-cab pic z9.

       01 cab2.
           05 filler pic x(26) value spaces.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab3.
           05 filler pic x(4) value "REG".
           05 filler pic x(13) value "ARQUIVO".
           05 filler pic x(12) value "CPF".
           05 filler pic x(41) value "REFERENCIA".
           05 filler pic x(8) value "ACAO".

       01 lin1.
           05 regra-lin pic x(3).
           05 filler pic x value spaces.
           05 arquivo-lin pic x(12).
           05 filler pic x value spaces.
           05 cpf-lin pic x(11).
           05 filler pic x value spaces.
           05 detalhe-lin pic x(40).
           05 filler pic x value spaces.
           05 acao-lin pic x(8).

       01 lin-sumario.
           05 regra-sum pic x(4).
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.

       procedure division.

       mestre.
           perform inicio
           perform substitui-pendentes
           perform verifica-ocorrencias
           perform verifica-clientes
           perform verifica-assinaturas
           perform verifica-agenda
           perform verifica-visitas
           perform verifica-notas
           perform verifica-creditos
           perform verifica-exclusoes
           perform verifica-protocolos
           perform verifica-atendentes
           perform verifica-contatos
           perform sumario
           perform fim
           goback.

       inicio.
           accept ws-ocorr-path from environment
               "MACKALLCENTER_OCORRENCIAS_PATH"
               on exception
                   move "D:\OCORRENCIAS.DAT" to ws-ocorr-path
           end-accept

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
           move ws-data-hoje to ws-hoje-data8
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

           initialize ws-contagem-tab

           move "VERIFICA_INTEGRIDADE" to ws-rel-nome
           move "D:\RELINTEGRIDADE" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-integridade

           open input arq-ocorr
           if st-ocorr = "00"
               move "S" to ws-tem-ocorr
           else
               display "ERRO AO ABRIR OCORRENCIAS.DAT: " st-ocorr
               move 1 to return-code
           end-if
           open input arq-ocorr-arq
           if st-oco-arq = "00"
               move "S" to ws-tem-arquivo
           end-if
           open input arq-cli
           if st-cli = "00"
               move "S" to ws-tem-cli
           else
               display "ERRO AO ABRIR CLIENTES.DAT: " st-cli
               move 1 to return-code
           end-if
           open input arq-categorias
           if st-categoria = "00"
               move "S" to ws-tem-categorias
           end-if
           open input arq-resolucoes
           if st-resolucao = "00"
               move "S" to ws-tem-resolucoes
           end-if
           open input arq-pacotes
           if st-pacote = "00"
               move "S" to ws-tem-pacotes
           end-if
           open input arq-tecnicos
           if st-tecnico = "00"
               move "S" to ws-tem-tecnicos
           end-if
           open input arq-times
           if st-time = "00"
               move "S" to ws-tem-times
           end-if

           open i-o arq-integridade
           if st-integridade = "35"
               open output arq-integridade
               close arq-integridade
               open i-o arq-integridade
           end-if

           perform cabec.

      *SUBSTITUI-PENDENTES retires whatever an earlier sweep left
      *undecided -- this run lists it again if it is still broken --
      *and picks up the numbering if the sweep already ran today.
       substitui-pendentes.
           move zero to ws-seq
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-integridade next record
                   at end move "S" to ws-fim
                   not at end
                       if ig-data-apuracao = ws-hoje-data8
                               and ig-seq > ws-seq
                           move ig-seq to ws-seq
                       end-if
                       if ig-pendente
                           set ig-substituida to true
                           rewrite reg-integridade
                           add 1 to ws-total-substituidas
                       end-if
               end-read
           end-perform.

      *OCORRENCIAS: the subject and resolution codes must still be on
      *their masters; a blank code (not taken yet, or not closed) is
      *not a reference.
       verifica-ocorrencias.
           if ws-tem-ocorr not = "S"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-ocorr next record
                   at end move "S" to ws-fim
                   not at end
                       add 1 to ws-total-lidos
                       perform verifica-codigos-ocorr
               end-read
           end-perform.

       verifica-codigos-ocorr.
           move o-chave to ws-orf-chave
           move o-cpf to ws-orf-cpf
           perform monta-data-ocorr
           if o-categoria not = spaces and ws-tem-categorias = "S"
               move o-categoria to cat-codigo
               read arq-categorias
                   invalid key move "N" to ws-achou
                   not invalid key move "S" to ws-achou
               end-read
               if ws-achou = "N"
                   move 1 to ws-idx-regra
                   move o-categoria to ws-orf-referencia
                   move spaces to ws-orf-detalhe
                   string "CATEGORIA " o-categoria " OCORR "
                       ws-data-ocorr-ed delimited by size
                       into ws-orf-detalhe
                   perform registra-orfa
               end-if
           end-if
           if o-resolucao not = spaces and ws-tem-resolucoes = "S"
               move o-resolucao to res-codigo
               read arq-resolucoes
                   invalid key move "N" to ws-achou
                   not invalid key move "S" to ws-achou
               end-read
               if ws-achou = "N"
                   move 2 to ws-idx-regra
                   move o-resolucao to ws-orf-referencia
                   move spaces to ws-orf-detalhe
                   string "RESOLUCAO " o-resolucao " OCORR "
                       ws-data-ocorr-ed delimited by size
                       into ws-orf-detalhe
                   perform registra-orfa
               end-if
           end-if.

       verifica-clientes.
           if ws-tem-cli not = "S" or ws-tem-pacotes not = "S"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-cli next record
                   at end move "S" to ws-fim
                   not at end
                       add 1 to ws-total-lidos
                       if tipo-pacote not = spaces
                           move tipo-pacote to pac-codigo
                           perform le-pacote
                           if ws-achou = "N"
                               move 3 to ws-idx-regra
                               move cpf to ws-cpf-x
                               move ws-cpf-x to ws-orf-chave
                                   ws-orf-cpf
                               move tipo-pacote to ws-orf-referencia
                               move spaces to ws-orf-detalhe
                               string "PACOTE " tipo-pacote
                                   delimited by size
                                   into ws-orf-detalhe
                               perform registra-orfa
                           end-if
                       end-if
               end-read
           end-perform.

       verifica-assinaturas.
           if ws-tem-pacotes not = "S"
               exit paragraph
           end-if
           open input arq-assinaturas
           if st-assinatura not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-assinaturas next record
                   at end move "S" to ws-fim
                   not at end
                       add 1 to ws-total-lidos
                       move as-servico to pac-codigo
                       perform le-pacote
                       if ws-achou = "N"
                           move 4 to ws-idx-regra
                           move as-chave to ws-orf-chave
                           move as-cpf to ws-cpf-x
                           move ws-cpf-x to ws-orf-cpf
                           move as-servico to ws-orf-referencia
                           move spaces to ws-orf-detalhe
                           string "SERVICO " as-servico
                               delimited by size into ws-orf-detalhe
                           perform registra-orfa
                       end-if
               end-read
           end-perform
           close arq-assinaturas.

       le-pacote.
           read arq-pacotes
               invalid key move "N" to ws-achou
               not invalid key move "S" to ws-achou
           end-read.

      *the satellites below hang off an O-CHAVE; the occurrence may
      *have been archived by RETENCAO_OCORRENCIAS, which keeps the
      *same key, so only a key on neither file is an orphan.
       verifica-agenda.
           if ws-tem-ocorr not = "S"
               exit paragraph
           end-if
           open input arq-agenda
           if st-agenda not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-agenda next record
                   at end move "S" to ws-fim
                   not at end
                       add 1 to ws-total-lidos
                       move ag-chave to ws-chave-ocorr
                       perform existe-ocorrencia
                       if ws-existe-ocorr = "N"
                           move 5 to ws-idx-regra
                           move ag-chave to ws-orf-chave
                           perform registra-orfa-ocorr
                       end-if
               end-read
           end-perform
           close arq-agenda.

       verifica-visitas.
           open input arq-visitas
           if st-visita not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-visitas next record
                   at end move "S" to ws-fim
                   not at end
                       add 1 to ws-total-lidos
                       perform verifica-visita
               end-read
           end-perform
           close arq-visitas.

       verifica-visita.
           if ws-tem-ocorr = "S" and vs-chave-ocorr not = spaces
               move vs-chave-ocorr to ws-chave-ocorr
               perform existe-ocorrencia
               if ws-existe-ocorr = "N"
                   move 6 to ws-idx-regra
                   move vs-chave to ws-orf-chave
                   perform registra-orfa-ocorr
               end-if
           end-if
           if ws-tem-tecnicos = "S"
               move vs-tecnico to tc-id
               read arq-tecnicos
                   invalid key move "N" to ws-achou
                   not invalid key move "S" to ws-achou
               end-read
               if ws-achou = "N"
                   move 11 to ws-idx-regra
                   move vs-chave to ws-orf-chave
                   move vs-cpf to ws-orf-cpf
                   move vs-tecnico to ws-orf-referencia
                   move spaces to ws-orf-detalhe
                   string "TECNICO " vs-tecnico " VISITA "
                       vs-dia-visita "/" vs-mes-visita "/"
                       vs-ano-visita " " vs-periodo
                       delimited by size into ws-orf-detalhe
                   perform registra-orfa
               end-if
           end-if.

       verifica-notas.
           if ws-tem-ocorr not = "S"
               exit paragraph
           end-if
           open input arq-notas
           if st-nota not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-notas next record
                   at end move "S" to ws-fim
                   not at end
                       add 1 to ws-total-lidos
                       move nt-chave-ocorr to ws-chave-ocorr
                       perform existe-ocorrencia
                       if ws-existe-ocorr = "N"
                           move 7 to ws-idx-regra
                           move nt-chave to ws-orf-chave
                           perform registra-orfa-ocorr
                       end-if
               end-read
           end-perform
           close arq-notas.

       verifica-creditos.
           if ws-tem-ocorr not = "S"
               exit paragraph
           end-if
           open input arq-creditos
           if st-credito not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-creditos next record
                   at end move "S" to ws-fim
                   not at end
                       add 1 to ws-total-lidos
                       move crd-chave to ws-chave-ocorr
                       perform existe-ocorrencia
                       if ws-existe-ocorr = "N"
                           move 8 to ws-idx-regra
                           move crd-chave to ws-orf-chave
                           perform registra-orfa-ocorr
                       end-if
               end-read
           end-perform
           close arq-creditos.

      *an approved exclusion has deleted its occurrence by design,
      *and a denied one stays as the record of the denial; only a
      *request still waiting on an occurrence that is gone is stuck.
       verifica-exclusoes.
           if ws-tem-ocorr not = "S"
               exit paragraph
           end-if
           open input arq-exclusoes
           if st-exclusao not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-exclusoes next record
                   at end move "S" to ws-fim
                   not at end
                       add 1 to ws-total-lidos
                       if xp-pendente
                           move xp-chave to ws-chave-ocorr
                           perform existe-ocorrencia
                           if ws-existe-ocorr = "N"
                               move 9 to ws-idx-regra
                               move xp-chave to ws-orf-chave
                               perform registra-orfa-ocorr
                           end-if
                       end-if
               end-read
           end-perform
           close arq-exclusoes.

       verifica-protocolos.
           if ws-tem-ocorr not = "S"
               exit paragraph
           end-if
           open input arq-protocolo
           if st-protocolo not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-protocolo next record
                   at end move "S" to ws-fim
                   not at end
                       add 1 to ws-total-lidos
                       move pt-chave-ocorr to ws-chave-ocorr
                       perform existe-ocorrencia
                       if ws-existe-ocorr = "N"
                           move 10 to ws-idx-regra
                           move pt-numero to ws-orf-chave
                           perform registra-orfa-ocorr
                       end-if
               end-read
           end-perform
           close arq-protocolo.

       verifica-atendentes.
           if ws-tem-times not = "S"
               exit paragraph
           end-if
           open input arq-atendentes
           if st-atendente not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-atendentes next record
                   at end move "S" to ws-fim
                   not at end
                       add 1 to ws-total-lidos
                       if at-time not = spaces
                           move at-time to tm-id
                           read arq-times
                               invalid key move "N" to ws-achou
                               not invalid key move "S" to ws-achou
                           end-read
                           if ws-achou = "N"
                               move 12 to ws-idx-regra
                               move at-id to ws-orf-chave
                               move spaces to ws-orf-cpf
                               move at-time to ws-orf-referencia
                               move spaces to ws-orf-detalhe
                               string "TIME " at-time " ATENDENTE "
                                   at-id delimited by size
                                   into ws-orf-detalhe
                               perform registra-orfa
                           end-if
                       end-if
               end-read
           end-perform
           close arq-atendentes.

       verifica-contatos.
           if ws-tem-cli not = "S"
               exit paragraph
           end-if
           open input arq-contatos
           if st-contato not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-contatos next record
                   at end move "S" to ws-fim
                   not at end
                       add 1 to ws-total-lidos
                       move ct-cpf to cpf
                       read arq-cli
                           invalid key move "N" to ws-achou
                           not invalid key move "S" to ws-achou
                       end-read
                       if ws-achou = "N"
                           move 13 to ws-idx-regra
                           move ct-chave to ws-orf-chave
                           move ct-cpf to ws-cpf-x
                           move ws-cpf-x to ws-orf-cpf
                           move ws-cpf-x to ws-orf-referencia
                           move spaces to ws-orf-detalhe
                           string "CONTATO SEQ " ct-seq
                               delimited by size into ws-orf-detalhe
                           perform registra-orfa
                       end-if
               end-read
           end-perform
           close arq-contatos.

       existe-ocorrencia.
           move ws-chave-ocorr to o-chave
           read arq-ocorr
               invalid key move "N" to ws-existe-ocorr
               not invalid key move "S" to ws-existe-ocorr
           end-read
           if ws-existe-ocorr = "N" and ws-tem-arquivo = "S"
               move ws-chave-ocorr to oa-chave
               read arq-ocorr-arq
                   invalid key move "N" to ws-existe-ocorr
                   not invalid key move "S" to ws-existe-ocorr
               end-read
           end-if.

      *MONTA-DATA-OCORR edits the date/time part of the O-CHAVE in
      *ws-orf-chave as dd/mm/aaaa hh:mm.
       monta-data-ocorr.
           move ws-orf-chave (1:25) to ws-chave-ocorr
           move spaces to ws-data-ocorr-ed
           string ws-chave-ocorr (18:2) "/" ws-chave-ocorr (16:2) "/"
               ws-chave-ocorr (12:4) " " ws-chave-ocorr (20:2) ":"
               ws-chave-ocorr (22:2) delimited by size
               into ws-data-ocorr-ed.

       registra-orfa-ocorr.
           move ws-chave-ocorr to ws-orf-referencia
           move ws-chave-ocorr (1:11) to ws-orf-cpf
           move spaces to ws-orf-detalhe
           string "OCORR " ws-chave-ocorr (18:2) "/"
               ws-chave-ocorr (16:2) "/" ws-chave-ocorr (12:4) " "
               ws-chave-ocorr (20:2) ":" ws-chave-ocorr (22:2)
               " SEQ " ws-chave-ocorr (24:2)
               delimited by size into ws-orf-detalhe
           perform registra-orfa.

      *REGISTRA-ORFA counts the finding under its rule, prints it
      *and files it on the fix list for the supervisor.
       registra-orfa.
           add 1 to ws-regra-qtde (ws-idx-regra)
           add 1 to ws-total-orfas

           initialize reg-integridade
           move ws-hoje-data8 to ig-data-apuracao
           add 1 to ws-seq
           move ws-seq to ig-seq
           move ws-regra-codigo (ws-idx-regra) to ig-regra
           move ws-regra-arquivo (ws-idx-regra) to ig-arquivo
           move ws-regra-descricao (ws-idx-regra) to ig-descricao
           move ws-regra-acao (ws-idx-regra) to ig-acao
           move ws-orf-chave to ig-chave-orfa
           move ws-orf-referencia to ig-referencia
           set ig-pendente to true
           write reg-integridade
               invalid key
                   display "ERRO AO GRAVAR INTEGRIDADE.DAT: "
                       st-integridade
           end-write

           if wlin >= 55
               perform cabec
           end-if
           move spaces to lin1
           move ws-regra-codigo (ws-idx-regra) to regra-lin
           move ws-regra-arquivo (ws-idx-regra) to arquivo-lin
           move ws-orf-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move ws-orf-detalhe to detalhe-lin
           evaluate true
               when ig-acao-excluir
                   move "EXCLUIR" to acao-lin
               when ig-acao-limpar
                   move "LIMPAR" to acao-lin
               when other
                   move "REVISAR" to acao-lin
           end-evaluate
           write reg-rel from lin1 after 1
           add 1 to wlin.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       cabec.
           add 1 to npag
           move npag to npag-cab
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2
           move 6 to wlin.

       sumario.
           move spaces to reg-rel
           write reg-rel after page
           move spaces to lin-sumario
           move "REGISTROS VERIFICADOS" to rotulo
           move ws-total-lidos to valor
           write reg-rel from lin-sumario after 1
           perform varying ws-idx-regra from 1 by 1
                   until ws-idx-regra > 13
               move ws-regra-codigo (ws-idx-regra) to regra-sum
               move ws-regra-descricao (ws-idx-regra) to rotulo
               move ws-regra-qtde (ws-idx-regra) to valor
               write reg-rel from lin-sumario after 1
           end-perform
           move spaces to lin-sumario
           move "TOTAL DE REFERENCIAS ORFAS" to rotulo
           move ws-total-orfas to valor
           write reg-rel from lin-sumario after 2
           move "PENDENCIAS ANTERIORES SUBSTITUIDAS" to rotulo
           move ws-total-substituidas to valor
           write reg-rel from lin-sumario after 1

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

      *the digest carries one line per rule that found anything,
      *file and rule in the label, and always the total.
       grava-digest.
           open extend arq-digest
           perform varying ws-idx-regra from 1 by 1
                   until ws-idx-regra > 13
               if ws-regra-qtde (ws-idx-regra) > zero
                   move "VERIFICA_INTEGRIDADE" to dig-origem
                   move spaces to dig-rotulo
                   string ws-regra-codigo (ws-idx-regra) " "
                       ws-regra-descricao (ws-idx-regra)
                       delimited by size into dig-rotulo
                   move ws-regra-qtde (ws-idx-regra) to dig-valor
                   write reg-digest
               end-if
           end-perform
           move "VERIFICA_INTEGRIDADE" to dig-origem
           move "REFERENCIAS ORFAS NA LISTA DE CORRECAO" to dig-rotulo
           move ws-total-orfas to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-integridade
                 arq-integridade
           if ws-tem-ocorr = "S"
               close arq-ocorr
           end-if
           if ws-tem-arquivo = "S"
               close arq-ocorr-arq
           end-if
           if ws-tem-cli = "S"
               close arq-cli
           end-if
           if ws-tem-categorias = "S"
               close arq-categorias
           end-if
           if ws-tem-resolucoes = "S"
               close arq-resolucoes
           end-if
           if ws-tem-pacotes = "S"
               close arq-pacotes
           end-if
           if ws-tem-tecnicos = "S"
               close arq-tecnicos
           end-if
           if ws-tem-times = "S"
               close arq-times
           end-if.
