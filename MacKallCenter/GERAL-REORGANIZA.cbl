               organization is indexed
               access mode is sequential
               record key is ch-cli
               alternate record key is ch-cli-nome
                   with duplicates
               file status is st-vivo.

           select novo-cli assign to "D:\CLIENTES.NEW"
               organization is indexed
               access mode is sequential
               record key is nv-cli
               alternate record key is nv-cli-nome
                   with duplicates
               file status is st-novo.

           select arq-oco assign to "D:\OCORRENCIAS.DAT"
               organization is indexed
               access mode is sequential
               record key is ch-oco
               alternate record key is ch-oco-fila
                   source is ch-oco-stat ch-oco-atendente
                   with duplicates
               alternate record key is ch-oco-limite with duplicates
               alternate record key is ch-oco-data with duplicates
               file status is st-vivo.

           select novo-oco assign to "D:\OCORRENCIAS.NEW"
               organization is indexed
               access mode is sequential
               record key is nv-oco
               alternate record key is nv-oco-fila
                   source is nv-oco-stat nv-oco-atendente
                   with duplicates
               alternate record key is nv-oco-limite with duplicates
               alternate record key is nv-oco-data with duplicates
               file status is st-novo.

           select arq-och assign to "D:\OCORRHIST.DAT"
           File section.
      *key-plus-FILLER views in the reg-cliente2 idiom; the FILLER
      *widths MUST track the copybooks, in step with the pairs in
      *BACKUP_ARQUIVOS and RESTAURA_BACKUP. Besides the primary key
      *only the fields the alternate keys are built on are named:
      *NOME on clients; O-STAT+O-ATENDENTE (the worklist key),
      *O-DATA-LIMITE-SLA and O-DATA-OCORR on occurrences.
       fd arq-cli.
       01 reg-cli.
           05 ch-cli pic 9(11).
           05 ch-cli-nome pic x(30).
           05 filler pic x(223).

       fd novo-cli.
       01 reg-nv-cli.
           05 nv-cli pic 9(11).
           05 nv-cli-nome pic x(30).
           05 filler pic x(223).

       fd arq-oco.
       01 reg-oco.
           05 ch-oco.
               10 filler pic x(11).
               10 ch-oco-data pic x(8).
               10 filler pic x(6).
           05 filler pic x(30).
           05 ch-oco-atendente pic x(30).
           05 filler pic x(70).
           05 ch-oco-stat pic x(1).
           05 filler pic x(2).
           05 ch-oco-limite pic x(8).
           05 filler pic x(69).

       fd novo-oco.
       01 reg-nv-oco.
           05 nv-oco.
               10 filler pic x(11).
               10 nv-oco-data pic x(8).
               10 filler pic x(6).
           05 filler pic x(30).
           05 nv-oco-atendente pic x(30).
           05 filler pic x(70).
           05 nv-oco-stat pic x(1).
           05 filler pic x(2).
           05 nv-oco-limite pic x(8).
           05 filler pic x(69).

       fd arq-och.
       01 reg-och.
           05 ch-och pic x(25).
           05 filler pic x(172).

       fd novo-och.
       01 reg-nv-och.
           05 nv-och pic x(25).
           05 filler pic x(172).

       fd arq-digest.
           COPY DIGCOPY.
       77 ws-relidos pic 9(7) value zero.
       77 ws-regravados pic 9(7) value zero.
       77 ws-total-falhas pic 9(2) value zero.
       77 ws-indice-lidos pic 9(7) value zero.
       77 ws-indices-ok pic x value "S".

       procedure division.

                   not at end
                       add 1 to ws-lidos
                       move reg-cli to reg-nv-cli
      *the name search STARTs on NOME with the typed prefix in
      *capitals; names keyed before PGM11 and PGM12 stored them so
      *(or brought back by an older backup) are put in capitals here.
                       move function upper-case (nv-cli-nome)
                           to nv-cli-nome
                       write reg-nv-cli
                           invalid key continue
                           not invalid key add 1 to ws-gravados
               exit paragraph
           end-if

      *same refusal when an alternate index of the copy does not
      *reach every record the primary key does.
           perform confere-indices-nv-cli
           if ws-indices-ok not = "S"
               move "INDICE DIVERGE - TROCA RECUSADA" to ws-resultado
               add 1 to ws-total-falhas
               move 1 to return-code
               perform reporta-arquivo
               exit paragraph
           end-if

           open output arq-cli
           open input novo-cli
           move "N" to ws-fim
                 novo-cli

           if ws-regravados = ws-lidos
               perform confere-indices-cli
               if ws-indices-ok = "S"
                   move "REORGANIZADO" to ws-resultado
               else
                   move "INDICE ALTERNATIVO DIVERGENTE" to ws-resultado
                   add 1 to ws-total-falhas
                   move 1 to return-code
               end-if
           else
               move "ERRO AO REGRAVAR O VIVO" to ws-resultado
               add 1 to ws-total-falhas
               exit paragraph
           end-if

      *same refusal when an alternate index of the copy does not
      *reach every record the primary key does.
           perform confere-indices-nv-oco
           if ws-indices-ok not = "S"
               move "INDICE DIVERGE - TROCA RECUSADA" to ws-resultado
               add 1 to ws-total-falhas
               move 1 to return-code
               perform reporta-arquivo
               exit paragraph
           end-if

           open output arq-oco
           open input novo-oco
           move "N" to ws-fim
                 novo-oco

           if ws-regravados = ws-lidos
               perform confere-indices-oco
               if ws-indices-ok = "S"
                   move "REORGANIZADO" to ws-resultado
               else
                   move "INDICE ALTERNATIVO DIVERGENTE" to ws-resultado
                   add 1 to ws-total-falhas
                   move 1 to return-code
               end-if
           else
               move "ERRO AO REGRAVAR O VIVO" to ws-resultado
               add 1 to ws-total-falhas
           end-if
           perform reporta-arquivo.

      *each alternate index is walked end to end from LOW-VALUES and
      *must yield exactly the records the primary key did (ws-lidos);
      *a short or long walk means the index was not rebuilt whole.
       confere-indices-cli.
           move "S" to ws-indices-ok
           open input arq-cli
           move low-values to reg-cli
           move zero to ws-indice-lidos
           move "N" to ws-fim
           start arq-cli key is >= ch-cli-nome
               invalid key move "S" to ws-fim
           end-start
           perform until ws-fim = "S"
               read arq-cli next record
                   at end move "S" to ws-fim
                   not at end add 1 to ws-indice-lidos
               end-read
           end-perform
           close arq-cli
           if ws-indice-lidos not = ws-lidos
               move "N" to ws-indices-ok
           end-if.

       confere-indices-nv-cli.
           move "S" to ws-indices-ok
           open input novo-cli
           move low-values to reg-nv-cli
           move zero to ws-indice-lidos
           move "N" to ws-fim
           start novo-cli key is >= nv-cli-nome
               invalid key move "S" to ws-fim
           end-start
           perform until ws-fim = "S"
               read novo-cli next record
                   at end move "S" to ws-fim
                   not at end add 1 to ws-indice-lidos
               end-read
           end-perform
           close novo-cli
           if ws-indice-lidos not = ws-lidos
               move "N" to ws-indices-ok
           end-if.

       confere-indices-oco.
           move "S" to ws-indices-ok
           open input arq-oco
           move low-values to reg-oco
           move zero to ws-indice-lidos
           move "N" to ws-fim
           start arq-oco key is >= ch-oco-fila
               invalid key move "S" to ws-fim
           end-start
           perform conta-indice-oco
           move low-values to reg-oco
           move zero to ws-indice-lidos
           move "N" to ws-fim
           start arq-oco key is >= ch-oco-limite
               invalid key move "S" to ws-fim
           end-start
           perform conta-indice-oco
           move low-values to reg-oco
           move zero to ws-indice-lidos
           move "N" to ws-fim
           start arq-oco key is >= ch-oco-data
               invalid key move "S" to ws-fim
           end-start
           perform conta-indice-oco
           close arq-oco.

       conta-indice-oco.
           perform until ws-fim = "S"
               read arq-oco next record
                   at end move "S" to ws-fim
                   not at end add 1 to ws-indice-lidos
               end-read
           end-perform
           if ws-indice-lidos not = ws-lidos
               move "N" to ws-indices-ok
           end-if.

       confere-indices-nv-oco.
           move "S" to ws-indices-ok
           open input novo-oco
           move low-values to reg-nv-oco
           move zero to ws-indice-lidos
           move "N" to ws-fim
           start novo-oco key is >= nv-oco-fila
               invalid key move "S" to ws-fim
           end-start
           perform conta-indice-nv-oco
           move low-values to reg-nv-oco
           move zero to ws-indice-lidos
           move "N" to ws-fim
           start novo-oco key is >= nv-oco-limite
               invalid key move "S" to ws-fim
           end-start
           perform conta-indice-nv-oco
           move low-values to reg-nv-oco
           move zero to ws-indice-lidos
           move "N" to ws-fim
           start novo-oco key is >= nv-oco-data
               invalid key move "S" to ws-fim
           end-start
           perform conta-indice-nv-oco
           close novo-oco.

       conta-indice-nv-oco.
           perform until ws-fim = "S"
               read novo-oco next record
                   at end move "S" to ws-fim
                   not at end add 1 to ws-indice-lidos
               end-read
           end-perform
           if ws-indice-lidos not = ws-lidos
               move "N" to ws-indices-ok
           end-if.

       reporta-arquivo.
           display "REORG " ws-nome-arquivo ": " ws-resultado
               " REGISTROS " ws-lidos
