               organization is indexed
               access mode is dynamic
               record key is o-chave
               alternate record key is o-chave-fila
                   source is o-stat o-atendente with duplicates
               alternate record key is o-data-limite-sla
                   with duplicates
               alternate record key is o-data-ocorr with duplicates
               file status is st-ocorr.

           select arq-ocorr-hist assign to "D:\OCORRHIST.DAT"
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 st-ocorr pic xx value spaces.
       77 st-hist pic xx value spaces.
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

           move "HISTORICO_CLIENTE" to ws-rel-nome
           move "D:\HISTCLIENTE" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           move ws-cpf-busca to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-cab2
           open output rel-historico

           if ws-cpf-busca numeric and cpf-retorno = 1
                       move h-seq to s-seq
                       set s-tipo-edicao to true
                       move h-atendente-alteracao to s-atendente
                       if h-distribuicao
                           move spaces to s-descricao
                           string "OCORRENCIA DISTRIBUIDA PARA "
                                   h-atendente-novo
                               delimited by size into s-descricao
                       else
                           string "OCORRENCIA ALTERADA - ANTES: "
                                   h-descricao-anterior
                               delimited by size into s-descricao
                       end-if
                       release sort-rec
                   else
                       move "N" to ws-achou
               write reg-rel after 1
           end-if.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       fim.
           close rel-historico.
