               organization is indexed
               access mode is sequential
               record key is ch-cli
               alternate record key is ch-cli-nome
                   with duplicates
               file status is st-vivo.

           select bkp-cli assign to ws-bkp-path
               organization is indexed
               access mode is sequential
               record key is bk-cli
               alternate record key is bk-cli-nome
                   with duplicates
               file status is st-bkp.

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

           select bkp-oco assign to ws-bkp-path
               organization is indexed
               access mode is sequential
               record key is bk-oco
               alternate record key is bk-oco-fila
                   source is bk-oco-stat bk-oco-atendente
                   with duplicates
               alternate record key is bk-oco-limite with duplicates
               alternate record key is bk-oco-data with duplicates
               file status is st-bkp.

           select arq-vin assign to "D:\VINCULOS.DAT"
               record key is bk-oca
               file status is st-bkp.

           select arq-con assign to "D:\CONTATOS.DAT"
               organization is indexed
               access mode is sequential
               record key is ch-con
               file status is st-vivo.

           select bkp-con assign to ws-bkp-path
               organization is indexed
               access mode is sequential
               record key is bk-con
               file status is st-bkp.

           select arq-not assign to "D:\NOTAS.DAT"
               organization is indexed
               access mode is sequential
               record key is ch-not
               file status is st-vivo.

           select bkp-not assign to ws-bkp-path
               organization is indexed
               access mode is sequential
               record key is bk-not
               file status is st-bkp.

           select arq-agd assign to "D:\AGENDA.DAT"
               organization is indexed
               access mode is sequential
               record key is ch-agd
               file status is st-vivo.

           select bkp-agd assign to ws-bkp-path
               organization is indexed
               access mode is sequential
               record key is bk-agd
               file status is st-bkp.

           select arq-vis assign to "D:\VISITAS.DAT"
               organization is indexed
               access mode is sequential
               record key is ch-vis
               file status is st-vivo.

           select bkp-vis assign to ws-bkp-path
               organization is indexed
               access mode is sequential
               record key is bk-vis
               file status is st-bkp.

           select arq-journal assign to "D:\JOURNAL.DAT"
               file status is st-jrn.

           select arq-jr-geracao assign to ws-jr-path
               file status is st-jrg.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.
      *as one block and only the key item has to be named. The FILLER
      *widths MUST track the copybooks -- when a copybook grows, the
      *matching pair here grows with it, or the OPEN of the live file
      *fails loudly with a length mismatch. CLIENTES and OCORRENCIAS
      *also name the fields their alternate keys are built on, so the
      *copy carries the same indexes as the live file.
       fd arq-cli.
       01 reg-cli.
           05 ch-cli pic 9(11).
           05 ch-cli-nome pic x(30).
           05 filler pic x(223).

       fd bkp-cli.
       01 reg-bk-cli.
           05 bk-cli pic 9(11).
           05 bk-cli-nome pic x(30).
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

       fd bkp-oco.
       01 reg-bk-oco.
           05 bk-oco.
               10 filler pic x(11).
               10 bk-oco-data pic x(8).
               10 filler pic x(6).
           05 filler pic x(30).
           05 bk-oco-atendente pic x(30).
           05 filler pic x(70).
           05 bk-oco-stat pic x(1).
           05 filler pic x(2).
           05 bk-oco-limite pic x(8).
           05 filler pic x(69).

       fd arq-vin.
       01 reg-vin.
       fd arq-och.
       01 reg-och.
           05 ch-och pic x(25).
           05 filler pic x(172).

       fd bkp-och.
       01 reg-bk-och.
           05 bk-och pic x(25).
           05 filler pic x(172).

       fd arq-clh.
       01 reg-clh.
       fd arq-oca.
       01 reg-oca.
           05 ch-oca pic x(25).
           05 filler pic x(177).

       fd bkp-oca.
       01 reg-bk-oca.
           05 bk-oca pic x(25).
           05 filler pic x(177).

       fd arq-con.
       01 reg-con.
           05 ch-con pic x(13).
           05 filler pic x(62).

       fd bkp-con.
       01 reg-bk-con.
           05 bk-con pic x(13).
           05 filler pic x(62).

       fd arq-not.
       01 reg-not.
           05 ch-not pic x(39).
           05 filler pic x(75).

       fd bkp-not.
       01 reg-bk-not.
           05 bk-not pic x(39).
           05 filler pic x(75).

       fd arq-agd.
       01 reg-agd.
           05 ch-agd pic x(25).
           05 filler pic x(18).

       fd bkp-agd.
       01 reg-bk-agd.
           05 bk-agd pic x(25).
           05 filler pic x(18).

       fd arq-vis.
       01 reg-vis.
           05 ch-vis pic x(14).
           05 filler pic x(34).

       fd bkp-vis.
       01 reg-bk-vis.
           05 bk-vis pic x(14).
           05 filler pic x(34).

       fd arq-journal.
           COPY JRNCOPY.

       fd arq-jr-geracao.
       01 reg-jr-geracao pic x(374).

       fd arq-digest.
           COPY DIGCOPY.
       77 ws-gravados pic 9(7) value zero.
       77 ws-relidos pic 9(7) value zero.
       77 ws-total-falhas pic 9(2) value zero.
       77 ws-indice-lidos pic 9(7) value zero.
       77 ws-indices-ok pic x value "S".

       77 st-jrn pic xx value spaces.
       77 st-jrg pic xx value spaces.
       77 ws-jr-path pic x(40) value spaces.
       77 ws-jr-geracao pic 9(8) value zero.
       77 ws-jr-copiados pic 9(7) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           perform copia-och
           perform copia-clh
           perform copia-oca
           perform copia-con
           perform copia-not
           perform copia-agd
           perform copia-vis
           if ws-total-falhas = zero
               perform nova-geracao-journal
           end-if
           perform fim
           goback.

               end-perform
               close bkp-cli

      *a copy is only as good as its indexes: every alternate key
      *of the copy has to reach the records the primary key does.
               if ws-relidos = ws-lidos
                   perform confere-indices-bk-cli
                   if ws-indices-ok = "S"
                       move "COPIA CONFERIDA" to ws-resultado
                   else
                       move "INDICE DA COPIA DIVERGENTE"
                           to ws-resultado
                       add 1 to ws-total-falhas
                       move 1 to return-code
                   end-if
               else
                   move "DIVERGENCIA NA CONFERENCIA" to ws-resultado
                   add 1 to ws-total-falhas
               end-perform
               close bkp-oco

      *a copy is only as good as its indexes: every alternate key
      *of the copy has to reach the records the primary key does.
               if ws-relidos = ws-lidos
                   perform confere-indices-bk-oco
                   if ws-indices-ok = "S"
                       move "COPIA CONFERIDA" to ws-resultado
                   else
                       move "INDICE DA COPIA DIVERGENTE"
                           to ws-resultado
                       add 1 to ws-total-falhas
                       move 1 to return-code
                   end-if
               else
                   move "DIVERGENCIA NA CONFERENCIA" to ws-resultado
                   add 1 to ws-total-falhas
               perform reporta-arquivo
           end-if.

       copia-con.
           move "CONTATOS" to ws-nome-arquivo
           move spaces to ws-bkp-path
           string "D:\BK_" function trim (ws-nome-arquivo) "_"
               ws-data8 ".DAT" delimited by size into ws-bkp-path
           move zero to ws-lidos ws-gravados ws-relidos

           open input arq-con
           if st-vivo not = "00"
               move "ARQUIVO VIVO AUSENTE" to ws-resultado
               perform reporta-arquivo
           else
               open output bkp-con
               move "N" to ws-fim
               perform until ws-fim = "S"
                   read arq-con next record
                       at end move "S" to ws-fim
                       not at end
                           add 1 to ws-lidos
                           move reg-con to reg-bk-con
                           write reg-bk-con
                               invalid key continue
                               not invalid key add 1 to ws-gravados
                           end-write
                   end-read
               end-perform
               close arq-con
                     bkp-con

               open input bkp-con
               move "N" to ws-fim
               perform until ws-fim = "S"
                   read bkp-con next record
                       at end move "S" to ws-fim
                       not at end add 1 to ws-relidos
                   end-read
               end-perform
               close bkp-con

               if ws-relidos = ws-lidos
                   move "COPIA CONFERIDA" to ws-resultado
               else
                   move "DIVERGENCIA NA CONFERENCIA" to ws-resultado
                   add 1 to ws-total-falhas
                   move 1 to return-code
               end-if
               perform reporta-arquivo
           end-if.

       copia-not.
           move "NOTAS" to ws-nome-arquivo
           move spaces to ws-bkp-path
           string "D:\BK_" function trim (ws-nome-arquivo) "_"
               ws-data8 ".DAT" delimited by size into ws-bkp-path
           move zero to ws-lidos ws-gravados ws-relidos

           open input arq-not
           if st-vivo not = "00"
               move "ARQUIVO VIVO AUSENTE" to ws-resultado
               perform reporta-arquivo
           else
               open output bkp-not
               move "N" to ws-fim
               perform until ws-fim = "S"
                   read arq-not next record
                       at end move "S" to ws-fim
                       not at end
                           add 1 to ws-lidos
                           move reg-not to reg-bk-not
                           write reg-bk-not
                               invalid key continue
                               not invalid key add 1 to ws-gravados
                           end-write
                   end-read
               end-perform
               close arq-not
                     bkp-not

               open input bkp-not
               move "N" to ws-fim
               perform until ws-fim = "S"
                   read bkp-not next record
                       at end move "S" to ws-fim
                       not at end add 1 to ws-relidos
                   end-read
               end-perform
               close bkp-not

               if ws-relidos = ws-lidos
                   move "COPIA CONFERIDA" to ws-resultado
               else
                   move "DIVERGENCIA NA CONFERENCIA" to ws-resultado
                   add 1 to ws-total-falhas
                   move 1 to return-code
               end-if
               perform reporta-arquivo
           end-if.

       copia-agd.
           move "AGENDA" to ws-nome-arquivo
           move spaces to ws-bkp-path
           string "D:\BK_" function trim (ws-nome-arquivo) "_"
               ws-data8 ".DAT" delimited by size into ws-bkp-path
           move zero to ws-lidos ws-gravados ws-relidos

           open input arq-agd
           if st-vivo not = "00"
               move "ARQUIVO VIVO AUSENTE" to ws-resultado
               perform reporta-arquivo
           else
               open output bkp-agd
               move "N" to ws-fim
               perform until ws-fim = "S"
                   read arq-agd next record
                       at end move "S" to ws-fim
                       not at end
                           add 1 to ws-lidos
                           move reg-agd to reg-bk-agd
                           write reg-bk-agd
                               invalid key continue
                               not invalid key add 1 to ws-gravados
                           end-write
                   end-read
               end-perform
               close arq-agd
                     bkp-agd

               open input bkp-agd
               move "N" to ws-fim
               perform until ws-fim = "S"
                   read bkp-agd next record
                       at end move "S" to ws-fim
                       not at end add 1 to ws-relidos
                   end-read
               end-perform
               close bkp-agd

               if ws-relidos = ws-lidos
                   move "COPIA CONFERIDA" to ws-resultado
               else
                   move "DIVERGENCIA NA CONFERENCIA" to ws-resultado
                   add 1 to ws-total-falhas
                   move 1 to return-code
               end-if
               perform reporta-arquivo
           end-if.

       copia-vis.
           move "VISITAS" to ws-nome-arquivo
           move spaces to ws-bkp-path
           string "D:\BK_" function trim (ws-nome-arquivo) "_"
               ws-data8 ".DAT" delimited by size into ws-bkp-path
           move zero to ws-lidos ws-gravados ws-relidos

           open input arq-vis
           if st-vivo not = "00"
               move "ARQUIVO VIVO AUSENTE" to ws-resultado
               perform reporta-arquivo
           else
               open output bkp-vis
               move "N" to ws-fim
               perform until ws-fim = "S"
                   read arq-vis next record
                       at end move "S" to ws-fim
                       not at end
                           add 1 to ws-lidos
                           move reg-vis to reg-bk-vis
                           write reg-bk-vis
                               invalid key continue
                               not invalid key add 1 to ws-gravados
                           end-write
                   end-read
               end-perform
               close arq-vis
                     bkp-vis

               open input bkp-vis
               move "N" to ws-fim
               perform until ws-fim = "S"
                   read bkp-vis next record
                       at end move "S" to ws-fim
                       not at end add 1 to ws-relidos
                   end-read
               end-perform
               close bkp-vis

               if ws-relidos = ws-lidos
                   move "COPIA CONFERIDA" to ws-resultado
               else
                   move "DIVERGENCIA NA CONFERENCIA" to ws-resultado
                   add 1 to ws-total-falhas
                   move 1 to return-code
               end-if
               perform reporta-arquivo
           end-if.

      *a verified backup closes the forward-recovery journal: what
      *JOURNAL.DAT holds since the previous BK_ set is archived as
      *D:\JR_<aaaammdd>.DAT under that set's date (taken from the
      *generation header; 00000000 for a journal that never had one)
      *and JOURNAL.DAT restarts holding only the header for today's
      *set. A backup with any divergence leaves the journal alone --
      *the previous set is still the one a restore would use.
       nova-geracao-journal.
           move zero to ws-jr-geracao ws-jr-copiados
           open input arq-journal
           if st-jrn = "00"
               read arq-journal
                   at end move "S" to ws-fim
                   not at end move "N" to ws-fim
               end-read
               if ws-fim = "N" and jr-geracao
                   and jr-chave (1:8) is numeric
                   move jr-chave (1:8) to ws-jr-geracao
               end-if
               move spaces to ws-jr-path
               string "D:\JR_" ws-jr-geracao ".DAT"
                   delimited by size into ws-jr-path
               open output arq-jr-geracao
               perform until ws-fim = "S"
                   move reg-journal to reg-jr-geracao
                   write reg-jr-geracao
                   add 1 to ws-jr-copiados
                   read arq-journal
                       at end move "S" to ws-fim
                   end-read
               end-perform
               close arq-jr-geracao
               close arq-journal
               display "JOURNAL ARQUIVADO EM " ws-jr-path
                   " REGISTROS " ws-jr-copiados
           end-if

           open output arq-journal
           move spaces to reg-journal
           move ws-data8 to jr-data
           accept jr-hora from time
           move "JOURNAL" to jr-arquivo
           set jr-geracao to true
           move ws-data8 to jr-chave
           move "BATCH" to jr-operador
           write reg-journal
           close arq-journal
           display "JOURNAL NOVA GERACAO " ws-data8

           if ws-modo-batch = "S"
               open extend arq-digest
               move "BACKUP_ARQUIVOS" to dig-origem
               move "REGISTROS ARQUIVADOS DO JOURNAL" to dig-rotulo
               move ws-jr-copiados to dig-valor
               write reg-digest
               close arq-digest
           end-if.

      *each alternate index of the copy is walked end to end from
      *LOW-VALUES and must yield exactly the records read off the
      *live file (ws-lidos).
       confere-indices-bk-cli.
           move "S" to ws-indices-ok
           open input bkp-cli
           move low-values to reg-bk-cli
           move zero to ws-indice-lidos
           move "N" to ws-fim
           start bkp-cli key is >= bk-cli-nome
               invalid key move "S" to ws-fim
           end-start
           perform until ws-fim = "S"
               read bkp-cli next record
                   at end move "S" to ws-fim
                   not at end add 1 to ws-indice-lidos
               end-read
           end-perform
           close bkp-cli
           if ws-indice-lidos not = ws-lidos
               move "N" to ws-indices-ok
           end-if.

       confere-indices-bk-oco.
           move "S" to ws-indices-ok
           open input bkp-oco
           move low-values to reg-bk-oco
           move zero to ws-indice-lidos
           move "N" to ws-fim
           start bkp-oco key is >= bk-oco-fila
               invalid key move "S" to ws-fim
           end-start
           perform conta-indice-bk-oco
           move low-values to reg-bk-oco
           move zero to ws-indice-lidos
           move "N" to ws-fim
           start bkp-oco key is >= bk-oco-limite
               invalid key move "S" to ws-fim
           end-start
           perform conta-indice-bk-oco
           move low-values to reg-bk-oco
           move zero to ws-indice-lidos
           move "N" to ws-fim
           start bkp-oco key is >= bk-oco-data
               invalid key move "S" to ws-fim
           end-start
           perform conta-indice-bk-oco
           close bkp-oco.

       conta-indice-bk-oco.
           perform until ws-fim = "S"
               read bkp-oco next record
                   at end move "S" to ws-fim
                   not at end add 1 to ws-indice-lidos
               end-read
           end-perform
           if ws-indice-lidos not = ws-lidos
               move "N" to ws-indices-ok
           end-if.

       reporta-arquivo.
           display "BACKUP " ws-nome-arquivo ": " ws-resultado
               " LIDOS " ws-lidos " RELIDOS " ws-relidos
