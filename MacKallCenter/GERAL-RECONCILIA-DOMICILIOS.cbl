           select arq-cli assign to ws-clientes-path
               organization is indexed
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-cli2 assign to ws-clientes-path
               organization is indexed
               record key is cpf2
               alternate record key is nome2 with duplicates
               file status is st-cli2.

           select arq-vinc assign to "D:\VINCULOS.DAT"
               05 telefone2 pic x(9).
               05 filler pic x(34).
               05 status-cliente2 pic x(1).
               05 filler pic x(71).

           fd arq-vinc.
               COPY VINCOPY.

       working-storage section.
       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 ws-rel-nome pic x(20) value "RECONCILIA_DOMICILIO".
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.
       77 st-cli pic xx value spaces.
       77 st-cli2 pic xx value spaces.
       77 st-vinc pic xx value spaces.
           05 filler pic x(40) value "ENDERECO".

       01 lin1.
           05 cpf-lin pic x(11).
           05 filler pic x(2) value spaces.
           05 cpf-par-lin pic x(11).
           05 filler pic x(2) value spaces.
           05 telefone-lin pic x(9).
           05 filler pic x(2) value spaces.
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-domic
               input arq-cli

               perform cabec
           end-if

           move cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move cpf2 to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-par-lin
           move telefone to ws-dado-mascara
           move "T" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to telefone-lin
           move endereco to ws-dado-mascara
           move "E" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to endereco-lin

           write reg-rel from lin1 after 1
           add 1 to wlin.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       cabec.
           add 1 to npag
           move npag to npag-cab
