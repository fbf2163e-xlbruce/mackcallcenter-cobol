               organization is indexed
               access mode is sequential
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-equipamentos assign to "D:\EQUIPAMENTOS.DAT"
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 st-cli pic xx value spaces.
           move "D:\RECONCILIAEQP" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-reconc
           open input arq-cli

                   perform cabec
               end-if

               move cpf to ws-dado-mascara
               move "K" to ws-tipo-dado
               perform mascara-dado
               move ws-dado-mascara to cpf-lin
               move ws-qtde-instalados to instalados-lin
               move qtde-pontos-residencia to pontos-lin
               write reg-rel from lin1 after 1
               perform grava-digest
           end-if.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       grava-digest.
           open extend arq-digest
           move "RECONCILIA_EQUIP" to dig-origem
