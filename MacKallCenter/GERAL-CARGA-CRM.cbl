               organization is indexed
               access mode is dynamic
               record key is o-chave
               alternate record key is o-chave-fila
                   source is o-stat o-atendente with duplicates
               alternate record key is o-data-limite-sla
                   with duplicates
               alternate record key is o-data-ocorr with duplicates
               file status is st-ocorr.

           select rel-retorno assign to ws-rel-path.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 st-retorno pic xx value spaces.
       77 st-ocorr pic xx value spaces.
           move "D:\CRMRETORNO" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-retorno
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           end-perform.

       reporta-problema.
           move ret-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move ret-data-ocorr to data-lin
           move ret-hora-ocorr to hora-lin
           move ret-motivo to motivo-lin
           write reg-rel from lin-problema after 1.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2
