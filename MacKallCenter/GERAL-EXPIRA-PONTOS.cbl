           select arq-cliente assign to ws-clientes-path
               organization is indexed
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cliente.

           select arq-pontos-hist assign to "D:\PONTOSHIST.DAT"
