               organization is indexed
               access mode is sequential
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-ocorr assign to "D:\OCORRENCIAS.DAT"
