               organization is indexed
               access mode is dynamic
               record key is o-chave
               alternate record key is o-chave-fila
                   source is o-stat o-atendente with duplicates
               alternate record key is o-data-limite-sla
                   with duplicates
               alternate record key is o-data-ocorr with duplicates
               file status is st-ocorr.

           select arq-ocorr-hist assign to "D:\OCORRENCIAS-HIST.DAT"
           move o-data-fechamento to oa-data-fechamento
           move o-dias-suspensos to oa-dias-suspensos
           move o-ticket-crm to oa-ticket-crm
           move o-nivel-sla to oa-nivel-sla
           move ws-data-hoje to oa-data-arquivamento

           write reg-ocorr-arquivada
               invalid key
