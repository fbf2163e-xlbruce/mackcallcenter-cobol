               organization is indexed
               access mode is dynamic
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-cli-hist assign to "D:\CLIHIST.DAT"
