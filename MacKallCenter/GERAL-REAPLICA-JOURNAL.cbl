       identification division.
       program-id. REAPLICA_JOURNAL as "PGM388".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select arq-journal assign to ws-jr-path
               file status is st-journal.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is random
               record key is ch-cli
               alternate record key is ch-cli-nome
                   with duplicates
               file status is st-cli.

           select arq-oco assign to "D:\OCORRENCIAS.DAT"
               organization is indexed
               access mode is random
               record key is ch-oco
               alternate record key is ch-oco-fila
                   source is ch-oco-stat ch-oco-atendente
                   with duplicates
               alternate record key is ch-oco-limite with duplicates
               alternate record key is ch-oco-data with duplicates
               file status is st-oco.

           select arq-och assign to "D:\OCORRHIST.DAT"
               organization is indexed
               access mode is random
               record key is ch-och
               file status is st-och.

           select arq-clh assign to "D:\CLIHIST.DAT"
               organization is indexed
               access mode is random
               record key is ch-clh
               file status is st-clh.

           select arq-con assign to "D:\CONTATOS.DAT"
               organization is indexed
               access mode is random
               record key is ch-con
               file status is st-con.

           select arq-not assign to "D:\NOTAS.DAT"
               organization is indexed
               access mode is random
               record key is ch-not
               file status is st-not.

           select arq-agd assign to "D:\AGENDA.DAT"
               organization is indexed
               access mode is random
               record key is ch-agd
               file status is st-agd.

           select arq-vis assign to "D:\VISITAS.DAT"
               organization is indexed
               access mode is random
               record key is ch-vis
               file status is st-vis.

           select rel-reaplica assign to ws-rel-path.

       data division.
       file section.
       fd arq-journal.
           COPY JRNCOPY.

      *key-plus-FILLER views of the masters, the same as
      *BACKUP_ARQUIVOS and RESTAURA_BACKUP use: the after-image in
      *JR-IMAGEM is moved over the view as one block. The FILLER
      *widths MUST track the copybooks together with those two
      *programs'.
       fd arq-cli.
       01 reg-cli.
           05 ch-cli pic 9(11).
           05 ch-cli-nome pic x(30).
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

       fd arq-och.
       01 reg-och.
           05 ch-och pic x(25).
           05 filler pic x(172).

       fd arq-clh.
       01 reg-clh.
           05 ch-clh pic x(25).
           05 filler pic x(205).

       fd arq-con.
       01 reg-con.
           05 ch-con pic x(13).
           05 filler pic x(62).

       fd arq-not.
       01 reg-not.
           05 ch-not pic x(39).
           05 filler pic x(75).

       fd arq-agd.
       01 reg-agd.
           05 ch-agd pic x(25).
           05 filler pic x(18).

       fd arq-vis.
       01 reg-vis.
           05 ch-vis pic x(14).
           05 filler pic x(34).

       fd rel-reaplica.
       01 reg-rel pic x(80).

       working-storage section.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "C".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 ws-jr-path pic x(40) value spaces.
       77 ws-visto-retorno pic 9 value zero.
       77 st-journal pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-oco pic xx value spaces.
       77 st-och pic xx value spaces.
       77 st-clh pic xx value spaces.
       77 st-con pic xx value spaces.
       77 st-not pic xx value spaces.
       77 st-agd pic xx value spaces.
       77 st-vis pic xx value spaces.
       77 ws-tem-cli pic x value "N".
       77 ws-tem-oco pic x value "N".
       77 ws-tem-och pic x value "N".
       77 ws-tem-clh pic x value "N".
       77 ws-tem-con pic x value "N".
       77 ws-tem-not pic x value "N".
       77 ws-tem-agd pic x value "N".
       77 ws-tem-vis pic x value "N".
       77 ws-journal-ok pic x value "N".
       77 ws-fim pic x value "N".
       77 ws-motivo pic x(13) value spaces.

       77 ws-data-bk pic 9(8) value zero.
       77 ws-limite-data pic 9(8) value zero.
       77 ws-limite-hora pic 9(4) value zero.
       77 ws-jr-hhmm pic 9(4) value zero.
       77 ws-arquivo-alvo pic x(12) value spaces.

       77 ws-total-lidos pic 9(7) value zero.
       77 ws-total-aplicados pic 9(7) value zero.
       77 ws-total-rejeitados pic 9(7) value zero.
       77 ws-total-outros pic 9(7) value zero.
       77 ws-total-posteriores pic 9(7) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.

       01 ws-data-jr.
           05 jr-ano pic 9999.
           05 jr-mes pic 99.
           05 jr-dia pic 99.
       01 ws-hora-jr.
           05 jr-hh pic 99.
           05 jr-min pic 99.
           05 filler pic 9(4).

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(18) value spaces.
           05 filler pic x(40) value
               "Reaplicacao do Journal de Recuperacao".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(4) value spaces.
           05 filler pic x(8) value "BACKUP: ".
           05 bk-cab2 pic 9(8).
           05 filler pic x(7) value "  ATE: ".
           05 limite-data-cab2 pic 9(8).
           05 filler pic x value space.
           05 limite-hora-cab2 pic 9(4).

       01 cab3.
           05 filler pic x(12) value "DATA  HORA".
           05 filler pic x(13) value "ARQUIVO".
           05 filler pic x(2) value "OP".
           05 filler pic x(40) value "CHAVE".
           05 filler pic x(13) value "MOTIVO".

       01 lin1.
           05 dia-lin pic 99.
           05 filler pic x value "/".
           05 mes-lin pic 99.
           05 filler pic x value space.
           05 hh-lin pic 99.
           05 filler pic x value ":".
           05 min-lin pic 99.
           05 filler pic x value space.
           05 arquivo-lin pic x(12).
           05 filler pic x value space.
           05 operacao-lin pic x(1).
           05 filler pic x value space.
           05 cpf-lin pic x(11).
           05 chave-lin pic x(28).
           05 filler pic x value space.
           05 motivo-lin pic x(13).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.

       procedure division.

      *rolls a restored BK_ set forward: the after-images the
      *maintenance screens appended to the journal since that set was
      *taken are reapplied in the order they happened, up to the
      *moment the supervisor names (normally just before the
      *failure). Only the generation that belongs to the restored set
      *is replayed -- the live JOURNAL.DAT while no later backup has
      *run, otherwise its archive D:\JR_<aaaammdd>.DAT, which only
      *reaches as far as the next BK_ set. Naming the one file that
      *was restored keeps the replay off files that were not: an
      *earlier image written over a file that never went back in
      *time would lose work. Every entry that cannot be applied is
      *listed with the reason.
       mestre.
           call "Visto_Supervisor" using ws-visto-retorno
           if ws-visto-retorno not = 1
               display "OPCAO RESTRITA A SUPERVISORES"
               stop run
           end-if

           perform inicio
           perform localiza-journal
           if ws-journal-ok = "S"
               perform abre-mestres
               perform reaplica-journal
               perform fecha-mestres
           end-if
           perform sumario
           perform fim
           stop run.

       inicio.
           accept ws-clientes-path from environment
               "MACKALLCENTER_CLIENTES_PATH"
               on exception
                   move "D:\CLIENTES.DAT" to ws-clientes-path
           end-accept

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-hoje-data8

           display "DATA DO BACKUP RESTAURADO (AAAAMMDD): "
               with no advancing
           accept ws-data-bk
           display "ARQUIVO RESTAURADO (BRANCO = TODOS): "
               with no advancing
           accept ws-arquivo-alvo
           display "REAPLICAR ATE A DATA (AAAAMMDD, 0 = HOJE): "
               with no advancing
           accept ws-limite-data
           if ws-limite-data = zero
               move ws-hoje-data8 to ws-limite-data
           end-if
           display "REAPLICAR ATE A HORA (HHMM): " with no advancing
           accept ws-limite-hora

           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2
           move ws-data-bk to bk-cab2
           move ws-limite-data to limite-data-cab2
           move ws-limite-hora to limite-hora-cab2

           move "REAPLICA_JOURNAL" to ws-rel-nome
           move "D:\RELREAPLICA" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-reaplica
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2
           move spaces to reg-rel
           write reg-rel after 1.

      *the generation header (first row, JR-GERACAO) names the BK_
      *set the journal follows; a journal for any other set is
      *refused rather than replayed over the wrong starting point.
       localiza-journal.
           move "D:\JOURNAL.DAT" to ws-jr-path
           perform confere-geracao
           if ws-journal-ok not = "S"
               move spaces to ws-jr-path
               string "D:\JR_" ws-data-bk ".DAT"
                   delimited by size into ws-jr-path
               perform confere-geracao
           end-if
           if ws-journal-ok not = "S"
               move spaces to reg-rel
               string "NENHUM JOURNAL DA GERACAO " ws-data-bk
                   " - NADA REAPLICADO" delimited by size
                   into reg-rel
               write reg-rel after 1
               display reg-rel
               move 1 to return-code
           else
               display "REAPLICANDO " ws-jr-path
           end-if.

       confere-geracao.
           move "N" to ws-journal-ok
           open input arq-journal
           if st-journal = "00"
               read arq-journal
                   at end continue
                   not at end
                       if jr-geracao
                           and jr-chave (1:8) = ws-data-bk
                           move "S" to ws-journal-ok
                       end-if
               end-read
               if ws-journal-ok not = "S"
                   close arq-journal
               end-if
           end-if.

       abre-mestres.
           if ws-arquivo-alvo = spaces or "CLIENTES"
               open i-o arq-cli
               if st-cli = "00"
                   move "S" to ws-tem-cli
               end-if
           end-if
           if ws-arquivo-alvo = spaces or "OCORRENCIAS"
               open i-o arq-oco
               if st-oco = "00"
                   move "S" to ws-tem-oco
               end-if
           end-if
           if ws-arquivo-alvo = spaces or "OCORRHIST"
               open i-o arq-och
               if st-och = "00"
                   move "S" to ws-tem-och
               end-if
           end-if
           if ws-arquivo-alvo = spaces or "CLIHIST"
               open i-o arq-clh
               if st-clh = "00"
                   move "S" to ws-tem-clh
               end-if
           end-if
           if ws-arquivo-alvo = spaces or "CONTATOS"
               open i-o arq-con
               if st-con = "00"
                   move "S" to ws-tem-con
               end-if
           end-if
           if ws-arquivo-alvo = spaces or "NOTAS"
               open i-o arq-not
               if st-not = "00"
                   move "S" to ws-tem-not
               end-if
           end-if
           if ws-arquivo-alvo = spaces or "AGENDA"
               open i-o arq-agd
               if st-agd = "00"
                   move "S" to ws-tem-agd
               end-if
           end-if
           if ws-arquivo-alvo = spaces or "VISITAS"
               open i-o arq-vis
               if st-vis = "00"
                   move "S" to ws-tem-vis
               end-if
           end-if.

      *the journal is appended in time order, so the first entry past
      *the chosen moment ends the replay; what follows it is only
      *counted.
       reaplica-journal.
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-journal
                   at end move "S" to ws-fim
                   not at end
                       if not jr-geracao
                           perform trata-entrada
                       end-if
               end-read
           end-perform
           close arq-journal.

       trata-entrada.
           add 1 to ws-total-lidos
           compute ws-jr-hhmm = jr-hora / 10000
           if jr-data > ws-limite-data
               or (jr-data = ws-limite-data
                   and ws-jr-hhmm > ws-limite-hora)
               add 1 to ws-total-posteriores
               exit paragraph
           end-if
           if ws-arquivo-alvo not = spaces
               and jr-arquivo not = ws-arquivo-alvo
               add 1 to ws-total-outros
               exit paragraph
           end-if

           move spaces to ws-motivo
           evaluate jr-arquivo
               when "CLIENTES" perform aplica-cli
               when "OCORRENCIAS" perform aplica-oco
               when "OCORRHIST" perform aplica-och
               when "CLIHIST" perform aplica-clh
               when "CONTATOS" perform aplica-con
               when "NOTAS" perform aplica-not
               when "AGENDA" perform aplica-agd
               when "VISITAS" perform aplica-vis
               when other move "ARQ. DESCONH." to ws-motivo
           end-evaluate

           if ws-motivo = spaces
               add 1 to ws-total-aplicados
           else
               perform rejeita-entrada
           end-if.

      *each aplica- paragraph puts the after-image back with the
      *operation that produced it: an inclusion whose key is already
      *there, or a change or removal whose key is not, means the file
      *is not in the state the journal expects and is reported.
       aplica-cli.
           if ws-tem-cli not = "S"
               move "ARQ. AUSENTE" to ws-motivo
               exit paragraph
           end-if
           move jr-imagem to reg-cli
           evaluate true
               when jr-inclusao
                   write reg-cli
                       invalid key move "JA EXISTE" to ws-motivo
                   end-write
               when jr-alteracao
                   rewrite reg-cli
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-rewrite
               when jr-exclusao
                   delete arq-cli record
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-delete
               when other
                   move "OPER.INVALIDA" to ws-motivo
           end-evaluate.

       aplica-oco.
           if ws-tem-oco not = "S"
               move "ARQ. AUSENTE" to ws-motivo
               exit paragraph
           end-if
           move jr-imagem to reg-oco
           evaluate true
               when jr-inclusao
                   write reg-oco
                       invalid key move "JA EXISTE" to ws-motivo
                   end-write
               when jr-alteracao
                   rewrite reg-oco
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-rewrite
               when jr-exclusao
                   delete arq-oco record
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-delete
               when other
                   move "OPER.INVALIDA" to ws-motivo
           end-evaluate.

       aplica-och.
           if ws-tem-och not = "S"
               move "ARQ. AUSENTE" to ws-motivo
               exit paragraph
           end-if
           move jr-imagem to reg-och
           evaluate true
               when jr-inclusao
                   write reg-och
                       invalid key move "JA EXISTE" to ws-motivo
                   end-write
               when jr-alteracao
                   rewrite reg-och
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-rewrite
               when jr-exclusao
                   delete arq-och record
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-delete
               when other
                   move "OPER.INVALIDA" to ws-motivo
           end-evaluate.

       aplica-clh.
           if ws-tem-clh not = "S"
               move "ARQ. AUSENTE" to ws-motivo
               exit paragraph
           end-if
           move jr-imagem to reg-clh
           evaluate true
               when jr-inclusao
                   write reg-clh
                       invalid key move "JA EXISTE" to ws-motivo
                   end-write
               when jr-alteracao
                   rewrite reg-clh
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-rewrite
               when jr-exclusao
                   delete arq-clh record
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-delete
               when other
                   move "OPER.INVALIDA" to ws-motivo
           end-evaluate.

       aplica-con.
           if ws-tem-con not = "S"
               move "ARQ. AUSENTE" to ws-motivo
               exit paragraph
           end-if
           move jr-imagem to reg-con
           evaluate true
               when jr-inclusao
                   write reg-con
                       invalid key move "JA EXISTE" to ws-motivo
                   end-write
               when jr-alteracao
                   rewrite reg-con
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-rewrite
               when jr-exclusao
                   delete arq-con record
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-delete
               when other
                   move "OPER.INVALIDA" to ws-motivo
           end-evaluate.

       aplica-not.
           if ws-tem-not not = "S"
               move "ARQ. AUSENTE" to ws-motivo
               exit paragraph
           end-if
           move jr-imagem to reg-not
           evaluate true
               when jr-inclusao
                   write reg-not
                       invalid key move "JA EXISTE" to ws-motivo
                   end-write
               when jr-alteracao
                   rewrite reg-not
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-rewrite
               when jr-exclusao
                   delete arq-not record
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-delete
               when other
                   move "OPER.INVALIDA" to ws-motivo
           end-evaluate.

       aplica-agd.
           if ws-tem-agd not = "S"
               move "ARQ. AUSENTE" to ws-motivo
               exit paragraph
           end-if
           move jr-imagem to reg-agd
           evaluate true
               when jr-inclusao
                   write reg-agd
                       invalid key move "JA EXISTE" to ws-motivo
                   end-write
               when jr-alteracao
                   rewrite reg-agd
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-rewrite
               when jr-exclusao
                   delete arq-agd record
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-delete
               when other
                   move "OPER.INVALIDA" to ws-motivo
           end-evaluate.

       aplica-vis.
           if ws-tem-vis not = "S"
               move "ARQ. AUSENTE" to ws-motivo
               exit paragraph
           end-if
           move jr-imagem to reg-vis
           evaluate true
               when jr-inclusao
                   write reg-vis
                       invalid key move "JA EXISTE" to ws-motivo
                   end-write
               when jr-alteracao
                   rewrite reg-vis
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-rewrite
               when jr-exclusao
                   delete arq-vis record
                       invalid key move "INEXISTENTE" to ws-motivo
                   end-delete
               when other
                   move "OPER.INVALIDA" to ws-motivo
           end-evaluate.

      *every key but VISITAS' (technician + date + period) opens with
      *the client's CPF, which is masked like any other report.
       rejeita-entrada.
           add 1 to ws-total-rejeitados
           move jr-data to ws-data-jr
           move jr-hora to ws-hora-jr
           move jr-dia to dia-lin
           move jr-mes to mes-lin
           move jr-hh to hh-lin
           move jr-min to min-lin
           move jr-arquivo to arquivo-lin
           move jr-operacao to operacao-lin
           if jr-arquivo = "VISITAS"
               move spaces to cpf-lin
               move jr-chave to chave-lin
           else
               move jr-chave (1:11) to ws-dado-mascara
               move "K" to ws-tipo-dado
               perform mascara-dado
               move ws-dado-mascara to cpf-lin
               move jr-chave (12:28) to chave-lin
           end-if
           move ws-motivo to motivo-lin
           write reg-rel from lin1 after 1.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       fecha-mestres.
           if ws-tem-cli = "S"
               close arq-cli
           end-if
           if ws-tem-oco = "S"
               close arq-oco
           end-if
           if ws-tem-och = "S"
               close arq-och
           end-if
           if ws-tem-clh = "S"
               close arq-clh
           end-if
           if ws-tem-con = "S"
               close arq-con
           end-if
           if ws-tem-not = "S"
               close arq-not
           end-if
           if ws-tem-agd = "S"
               close arq-agd
           end-if
           if ws-tem-vis = "S"
               close arq-vis
           end-if.

       sumario.
           move spaces to reg-rel
           write reg-rel after 1
           move "ENTRADAS LIDAS DO JOURNAL" to rotulo
           move ws-total-lidos to valor
           write reg-rel from lin-sumario after 1
           move "ENTRADAS REAPLICADAS" to rotulo
           move ws-total-aplicados to valor
           write reg-rel from lin-sumario after 1
           move "ENTRADAS NAO APLICADAS" to rotulo
           move ws-total-rejeitados to valor
           write reg-rel from lin-sumario after 1
           move "ENTRADAS DE OUTROS ARQUIVOS" to rotulo
           move ws-total-outros to valor
           write reg-rel from lin-sumario after 1
           move "ENTRADAS APOS O LIMITE (NAO REAPLICADAS)" to rotulo
           move ws-total-posteriores to valor
           write reg-rel from lin-sumario after 1

           display "ENTRADAS REAPLICADAS..........: "
               ws-total-aplicados
           display "ENTRADAS NAO APLICADAS........: "
               ws-total-rejeitados
           if ws-total-rejeitados > zero
               move 1 to return-code
           end-if.

       fim.
           close rel-reaplica.
