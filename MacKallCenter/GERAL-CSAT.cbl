               organization is indexed
               access mode is random
               record key is o-chave
               alternate record key is o-chave-fila
                   source is o-stat o-atendente with duplicates
               alternate record key is o-data-limite-sla
                   with duplicates
               alternate record key is o-data-ocorr with duplicates
               file status is st-ocorr.

           select arq-ocorr-hist assign to "D:\OCORRENCIAS-HIST.DAT"
