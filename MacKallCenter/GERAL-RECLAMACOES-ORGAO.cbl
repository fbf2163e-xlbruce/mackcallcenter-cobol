       identification division.
       program-id. RECLAMACOES_ORGAO as "PGM372".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-reclamacoes assign to "D:\RECLAMACOES.DAT"
               organization is indexed
               access mode is sequential
               record key is rr-chave
               file status is st-reclamacao.

           select arq-categorias assign to "D:\CATEGORIAS.DAT"
               organization is indexed
               access mode is random
               record key is cat-codigo
               file status is st-categoria.

           select rel-orgao assign to ws-rel-path.

      *the compliance team forwards this one to the regulators'
      *liaison as is: one row per regulator and category plus a
      *total row per regulator.
           select rel-csv assign to "D:\RECLAMACOES_ORGAOS.CSV".

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-reclamacoes.
               COPY RECLCOPY.

           fd arq-categorias.
               COPY CATCOPY.

       fd rel-orgao.
           01 reg-rel pic x(80).

       fd rel-csv.
           01 reg-csv pic x(120).

       fd arq-digest.
           COPY DIGCOPY.

       working-storage section.
      *the output goes to a dated name handed out (and cataloged) by
      *Catalogo_Relatorio, so yesterday's run survives and the viewer
      *(PGM46) can reprint any past output.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.

       77 st-reclamacao pic xx value spaces.
       77 st-categoria pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-reclamacoes pic x value "N".
       77 ws-tem-categorias pic x value "N".
       77 ws-fim-arq pic x value "N".
       77 ws-competencia pic 9(6) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.

      *one block per regulator, 1 = ANATEL and 2 = PROCON, each with
      *its totals and the categories its complaints were about. The
      *five counters are, in order: received, answered on time,
      *answered late, still open inside the deadline, still open
      *past it.
       77 ws-idx-org pic 9 value zero.
       77 ws-idx-cat pic 9(3) value zero.
       77 ws-idx-cnt pic 9 value zero.
       77 ws-pos-cnt pic 9 value zero.
       77 ws-max-cat pic 9(3) value 60.
       01 ws-org-tab-area.
           05 ws-org-tab occurs 2 times.
               10 ws-org-total pic 9(5) occurs 5 times.
               10 ws-org-qtd-cat pic 9(3).
               10 ws-org-cat occurs 60 times.
                   15 ws-cat-codigo pic x(3).
                   15 ws-cat-cnt pic 9(5) occurs 5 times.
       77 ws-cat-desprezadas pic 9(5) value zero.

       01 ws-orgao-nome-dados.
           05 filler pic x(6) value "ANATEL".
           05 filler pic x(6) value "PROCON".
       01 ws-orgao-nome-tab redefines ws-orgao-nome-dados.
           05 ws-orgao-nome pic x(6) occurs 2 times.

       01 ws-cnt-rotulo-dados.
           05 filler pic x(40) value "RECLAMACOES RECEBIDAS".
           05 filler pic x(40) value "  RESPONDIDAS NO PRAZO".
           05 filler pic x(40) value "  RESPONDIDAS FORA DO PRAZO".
           05 filler pic x(40) value "  PENDENTES DENTRO DO PRAZO".
           05 filler pic x(40) value "  PENDENTES COM PRAZO VENCIDO".
       01 ws-cnt-rotulo-tab redefines ws-cnt-rotulo-dados.
           05 ws-cnt-rotulo pic x(40) occurs 5 times.

       77 ws-cat-desc pic x(20) value spaces.
       77 ws-pct pic 9(3)v9 value zero.
      *whole percent in the CSV: the decimal comma would split the
      *column.
       77 ws-pct-csv pic zz9.
       01 ws-cnt-csv-tab.
           05 ws-cnt-csv pic z(4)9 occurs 5 times.
       77 ws-total-geral pic 9(7) value zero.
       77 ws-total-vencidas pic 9(7) value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(10) value spaces.
           05 filler pic x(46) value
               "Reclamacoes em Orgaos Reguladores - Mensal".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(16) value "  COMPETENCIA: ".
           05 comp-cab2 pic 9(6).

       01 cab-orgao.
           05 filler pic x(7) value "ORGAO: ".
           05 orgao-cab pic x(6).

       01 cab-cat.
           05 filler pic x(4) value spaces.
           05 filler pic x(25) value "CATEGORIA".
           05 filler pic x(8) value "RECEB".
           05 filler pic x(8) value "NO PRZ".
           05 filler pic x(8) value "FORA".
           05 filler pic x(8) value "PEND".
           05 filler pic x(8) value "VENC".

       01 lin-cat.
           05 filler pic x(4) value spaces.
           05 cat-det pic x(3).
           05 filler pic x(1) value space.
           05 cat-desc-det pic x(21).
           05 cnt-det pic zzzz9bbb occurs 5 times.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.

       01 lin-pct.
           05 filler pic x(40) value "  % RESPONDIDAS NO PRAZO".
           05 pct-det pic zz9,9.

       procedure division.

       mestre.
           perform inicio
           if ws-tem-reclamacoes = "S"
               perform apura-reclamacoes
           end-if
           perform varying ws-idx-org from 1 by 1 until ws-idx-org > 2
               perform imprime-orgao
           end-perform
           perform sumario
           perform fim
           goback.

       inicio.
           accept ws-modo-batch from environment
               "MACKALLCENTER_MODO_BATCH"
               on exception
                   move "N" to ws-modo-batch
           end-accept

           accept ws-data-hoje from date yyyymmdd
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2
           move ws-data-hoje to ws-hoje-data8

           if ws-modo-batch = "S"
               if hoje-mes = 1
                   compute ws-competencia = (hoje-ano - 1) * 100 + 12
               else
                   compute ws-competencia =
                       hoje-ano * 100 + hoje-mes - 1
               end-if
           else
               display "COMPETENCIA DO RELATORIO (AAAAMM)? "
                   with no advancing
               accept ws-competencia
           end-if
           move ws-competencia to comp-cab2

           initialize ws-org-tab-area

           move "RECLAMACOES_ORGAO" to ws-rel-nome
           move "D:\RECLAMACOESORGAO" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           open output rel-orgao
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2

           open output rel-csv
           string "COMPETENCIA,ORGAO,CATEGORIA,DESCRICAO,RECEBIDAS,"
                   delimited by size
               "NO_PRAZO,FORA_PRAZO,PENDENTES,VENCIDAS,PCT_NO_PRAZO"
                   delimited by size
               into reg-csv
           write reg-csv

           open input arq-reclamacoes
           if st-reclamacao = "00"
               move "S" to ws-tem-reclamacoes
           end-if
           open input arq-categorias
           if st-categoria = "00"
               move "S" to ws-tem-categorias
           end-if.

      *the month is the month the complaint was RECEIVED in; how it
      *was answered is judged as of tonight, so a complaint still
      *open when the report runs shows up as pending, in or out of
      *its deadline.
       apura-reclamacoes.
           move "N" to ws-fim-arq
           perform until ws-fim-arq = "S"
               read arq-reclamacoes next record
                   at end move "S" to ws-fim-arq
                   not at end
                       if rr-data-recebida (1:6) = ws-competencia
                           perform conta-reclamacao
                       end-if
               end-read
           end-perform.

       conta-reclamacao.
           if rr-anatel
               move 1 to ws-idx-org
           else
               move 2 to ws-idx-org
           end-if

           evaluate true
               when rr-enviada and rr-data-envio <= rr-data-limite
                   move 2 to ws-pos-cnt
               when rr-enviada
                   move 3 to ws-pos-cnt
               when rr-data-limite < ws-hoje-data8
                   move 5 to ws-pos-cnt
               when other
                   move 4 to ws-pos-cnt
           end-evaluate

           add 1 to ws-org-total (ws-idx-org 1)
           add 1 to ws-org-total (ws-idx-org ws-pos-cnt)

           perform varying ws-idx-cat from 1 by 1
                   until ws-idx-cat > ws-org-qtd-cat (ws-idx-org)
                   or ws-cat-codigo (ws-idx-org ws-idx-cat)
                       = rr-categoria
               continue
           end-perform
           if ws-idx-cat > ws-org-qtd-cat (ws-idx-org)
               if ws-org-qtd-cat (ws-idx-org) >= ws-max-cat
                   add 1 to ws-cat-desprezadas
                   exit paragraph
               end-if
               add 1 to ws-org-qtd-cat (ws-idx-org)
               move rr-categoria
                   to ws-cat-codigo (ws-idx-org ws-idx-cat)
           end-if
           add 1 to ws-cat-cnt (ws-idx-org ws-idx-cat 1)
           add 1 to ws-cat-cnt (ws-idx-org ws-idx-cat ws-pos-cnt).

       imprime-orgao.
           move ws-orgao-nome (ws-idx-org) to orgao-cab
           write reg-rel from cab-orgao after 3

           perform varying ws-idx-cnt from 1 by 1 until ws-idx-cnt > 5
               move ws-cnt-rotulo (ws-idx-cnt) to rotulo
               move ws-org-total (ws-idx-org ws-idx-cnt) to valor
               if ws-idx-cnt = 1
                   write reg-rel from lin-sumario after 2
               else
                   write reg-rel from lin-sumario after 1
               end-if
               move ws-org-total (ws-idx-org ws-idx-cnt)
                   to ws-cnt-csv (ws-idx-cnt)
           end-perform
           add ws-org-total (ws-idx-org 1) to ws-total-geral
           add ws-org-total (ws-idx-org 5) to ws-total-vencidas

           move zero to ws-pct
           if ws-org-total (ws-idx-org 1) > zero
               compute ws-pct rounded =
                   ws-org-total (ws-idx-org 2) * 100
                       / ws-org-total (ws-idx-org 1)
           end-if
           move ws-pct to pct-det
           write reg-rel from lin-pct after 1

           move "TOT" to cat-det
           move "TOTAL DO ORGAO" to ws-cat-desc
           perform grava-csv

           if ws-org-qtd-cat (ws-idx-org) > zero
               write reg-rel from cab-cat after 2
               perform varying ws-idx-cat from 1 by 1
                       until ws-idx-cat > ws-org-qtd-cat (ws-idx-org)
                   perform imprime-categoria
               end-perform
           end-if.

       imprime-categoria.
           move ws-cat-codigo (ws-idx-org ws-idx-cat) to cat-det
           perform busca-categoria
           move ws-cat-desc to cat-desc-det
           perform varying ws-idx-cnt from 1 by 1 until ws-idx-cnt > 5
               move ws-cat-cnt (ws-idx-org ws-idx-cat ws-idx-cnt)
                   to cnt-det (ws-idx-cnt)
               move ws-cat-cnt (ws-idx-org ws-idx-cat ws-idx-cnt)
                   to ws-cnt-csv (ws-idx-cnt)
           end-perform
           write reg-rel from lin-cat after 1

           move zero to ws-pct
           if ws-cat-cnt (ws-idx-org ws-idx-cat 1) > zero
               compute ws-pct rounded =
                   ws-cat-cnt (ws-idx-org ws-idx-cat 2) * 100
                       / ws-cat-cnt (ws-idx-org ws-idx-cat 1)
           end-if
           perform grava-csv.

      *records taken before the category master existed carry
      *spaces, read everywhere as "sem categoria".
       busca-categoria.
           move spaces to ws-cat-desc
           if cat-det = spaces
               move "SEM CATEGORIA" to ws-cat-desc
           else
               if ws-tem-categorias = "S"
                   move cat-det to cat-codigo
                   read arq-categorias
                       invalid key continue
                       not invalid key
                           move cat-descricao to ws-cat-desc
                   end-read
               end-if
           end-if.

       grava-csv.
           compute ws-pct-csv rounded = ws-pct
           move spaces to reg-csv
           string ws-competencia delimited by size ","
               ws-orgao-nome (ws-idx-org) delimited by size ","
               cat-det delimited by size ","
               function trim (ws-cat-desc) delimited by size ","
               function trim (ws-cnt-csv (1)) delimited by size ","
               function trim (ws-cnt-csv (2)) delimited by size ","
               function trim (ws-cnt-csv (3)) delimited by size ","
               function trim (ws-cnt-csv (4)) delimited by size ","
               function trim (ws-cnt-csv (5)) delimited by size ","
               function trim (ws-pct-csv) delimited by size
               into reg-csv
           write reg-csv.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "TOTAL DE RECLAMACOES NA COMPETENCIA" to rotulo
           move ws-total-geral to valor
           write reg-rel from lin-sumario after 2

           move "PENDENTES COM PRAZO VENCIDO" to rotulo
           move ws-total-vencidas to valor
           write reg-rel from lin-sumario after 1

           if ws-cat-desprezadas > zero
               move "RECLAMACOES FORA DA TABELA DE CATEGORIAS"
                   to rotulo
               move ws-cat-desprezadas to valor
               write reg-rel from lin-sumario after 2
           end-if

           display "RECLAMACOES EM ORGAOS NA COMPETENCIA: "
               ws-total-geral

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RECLAMACOES_ORGAO" to dig-origem
           move "RECLAMACOES EM ORGAOS NO MES" to dig-rotulo
           move ws-total-geral to dig-valor
           write reg-digest

           move "RECLAMACOES_ORGAO" to dig-origem
           move "RECLAMACOES DO MES COM PRAZO VENCIDO" to dig-rotulo
           move ws-total-vencidas to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-orgao
                 rel-csv
           if ws-tem-reclamacoes = "S"
               close arq-reclamacoes
           end-if
           if ws-tem-categorias = "S"
               close arq-categorias
           end-if.
