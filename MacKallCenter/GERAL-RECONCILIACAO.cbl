               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select rel-reconc assign to "D:\RECONCILIA.PRN".
