       identification division.
       program-id. ORDENS_PACOTE_REL as "PGM374".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-ordens assign to "D:\ORDENSPACOTE.DAT"
               organization is indexed
               access mode is sequential
               record key is om-chave
               file status is st-ordem.

           select rel-ordens assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

           select work-ordens assign to "D:\WORKORDENS.TMP".

       data division.
           File section.
           fd arq-ordens.
               COPY OMPCOPY.

       fd rel-ordens.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       sd work-ordens.
       01 sort-rec.
           05 s-secao pic 9(1).
           05 s-data pic 9(8).
           05 s-cpf pic 9(11).
           05 s-itens pic x(8).
           05 s-pacote pic x(1).
           05 s-visita pic x(1).
           05 s-variacao pic s9(5)v99.

       working-storage section.
      *the output goes to a dated name handed out (and cataloged) by
      *Catalogo_Relatorio, so yesterday's run survives and the viewer
      *(PGM46) can reprint any past output.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 st-ordem pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-ordens pic x value "N".
       77 ws-fim-arq pic x value "N".
       77 ws-fim-sort pic x value "N".
       77 ws-secao-atual pic 9 value zero.
       77 ws-idx pic 9 value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
      *the competencia is the billing month the movement lands in;
      *orders applied in the month before it are the ones already
      *on the extract finance is closing.
       77 ws-competencia pic 9(6) value zero.
       77 ws-comp-anterior pic 9(6) value zero.
       77 ws-data8 pic 9(8) value zero.
       77 ws-data-barras pic x(10) value spaces.

       77 ws-qtd-competencia pic 9(7) value zero.
       77 ws-qtd-posteriores pic 9(7) value zero.
       77 ws-qtd-aguardando pic 9(7) value zero.
       77 ws-qtd-aplicadas pic 9(7) value zero.
       77 ws-qtd-canceladas pic 9(7) value zero.
       77 ws-qtd-recusadas pic 9(7) value zero.
       77 ws-var-competencia pic s9(9)v99 value zero.
       77 ws-var-posteriores pic s9(9)v99 value zero.
       77 ws-var-aplicadas pic s9(9)v99 value zero.
       77 ws-var-total pic s9(9)v99 value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(14) value spaces.
           05 filler pic x(40) value
               "Ordens de Mudanca de Pacote - Receita".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(16) value "  COMPETENCIA: ".
           05 comp-cab2 pic 9(6).

       01 cab-secao pic x(60).

       01 cab3.
           05 filler pic x(12) value "CPF".
           05 filler pic x(11) value "DATA".
           05 filler pic x(9) value "ITENS".
           05 filler pic x(5) value "PAC".
           05 filler pic x(7) value "VISITA".
           05 filler pic x(11) value "VARIACAO".

       01 lin-det.
           05 cpf-det pic x(11).
           05 filler pic x(1) value space.
           05 data-det pic x(10).
           05 filler pic x(1) value space.
           05 itens-det pic x(8).
           05 filler pic x(1) value space.
           05 pacote-det pic x(1).
           05 filler pic x(4) value spaces.
           05 visita-det pic x(6).
           05 filler pic x(1) value space.
           05 variacao-det pic -zzzz9,99.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.
           05 filler pic x(2) value spaces.
           05 valor-moeda pic -zzzzzzzz9,99.

       procedure division.

       mestre.
           perform inicio
           if ws-tem-ordens = "S"
               sort work-ordens on ascending key s-secao s-data s-cpf
                   input procedure is seleciona-ordens
                   output procedure is imprime-ordens
           end-if
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

      *run late in the month, the batch looks at the month ahead.
           if ws-modo-batch = "S"
               if hoje-mes = 12
                   compute ws-competencia = (hoje-ano + 1) * 100 + 1
               else
                   compute ws-competencia =
                       hoje-ano * 100 + hoje-mes + 1
               end-if
           else
               display "COMPETENCIA DO RELATORIO (AAAAMM)? "
                   with no advancing
               accept ws-competencia
           end-if
           move ws-competencia to comp-cab2
           if ws-competencia (5:2) = "01"
               compute ws-comp-anterior = ws-competencia - 89
           else
               compute ws-comp-anterior = ws-competencia - 1
           end-if

           move "ORDENS_PACOTE_REL" to ws-rel-nome
           move "D:\ORDENSPACOTE" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-ordens
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2

           open input arq-ordens
           if st-ordem = "00"
               move "S" to ws-tem-ordens
           end-if.

      *pending orders all go to the listing, by effective date, with
      *the ones due by the end of the competencia counted apart from
      *the later ones; applied orders only when they were applied in
      *the month before it. Cancelled and refused ones are counted.
       seleciona-ordens.
           move "N" to ws-fim-arq
           perform until ws-fim-arq = "S"
               read arq-ordens next record
                   at end move "S" to ws-fim-arq
                   not at end perform avalia-ordem
               end-read
           end-perform.

       avalia-ordem.
           evaluate true
               when om-pendente
                   if om-data-efetiva (1:6) <= ws-competencia
                       move 1 to s-secao
                       add 1 to ws-qtd-competencia
                       add om-variacao to ws-var-competencia
                       if om-precisa-visita
                           add 1 to ws-qtd-aguardando
                       end-if
                   else
                       move 2 to s-secao
                       add 1 to ws-qtd-posteriores
                       add om-variacao to ws-var-posteriores
                   end-if
                   move om-data-efetiva to s-data
               when om-aplicada
                   if om-data-aplicacao (1:6) not = ws-comp-anterior
                       exit paragraph
                   end-if
                   move 3 to s-secao
                   add 1 to ws-qtd-aplicadas
                   add om-variacao to ws-var-aplicadas
                   move om-data-aplicacao to s-data
               when om-cancelada
                   if om-data-cancel (1:6) = ws-comp-anterior
                       add 1 to ws-qtd-canceladas
                   end-if
                   exit paragraph
               when om-recusada
                   if om-data-aplicacao (1:6) = ws-comp-anterior
                       add 1 to ws-qtd-recusadas
                   end-if
                   exit paragraph
               when other
                   exit paragraph
           end-evaluate

           move om-cpf to s-cpf
           move spaces to s-itens
           perform varying ws-idx from 1 by 1 until ws-idx > 4
               if om-acao (ws-idx) not = space
                   move om-acao (ws-idx)
                       to s-itens (ws-idx * 2 - 1:1)
                   move om-servico (ws-idx)
                       to s-itens (ws-idx * 2:1)
               end-if
           end-perform
           move om-tipo-pacote-novo to s-pacote
           move om-visita to s-visita
           move om-variacao to s-variacao
           release sort-rec.

       imprime-ordens.
           move zero to ws-secao-atual
           move "N" to ws-fim-sort
           perform until ws-fim-sort = "S"
               return work-ordens
                   at end move "S" to ws-fim-sort
               end-return
               if ws-fim-sort not = "S"
                   if s-secao not = ws-secao-atual
                       perform cabecalho-secao
                   end-if
                   perform imprime-ordem
               end-if
           end-perform.

       cabecalho-secao.
           move s-secao to ws-secao-atual
           move spaces to cab-secao
           evaluate s-secao
               when 1
                   string "PENDENTES COM EFEITO ATE A COMPETENCIA "
                       ws-competencia delimited by size into cab-secao
               when 2
                   move "PENDENTES COM EFEITO POSTERIOR" to cab-secao
               when 3
                   string "APLICADAS EM " ws-comp-anterior (5:2) "/"
                       ws-comp-anterior (1:4)
                       delimited by size into cab-secao
           end-evaluate
           write reg-rel from cab-secao after 2
           write reg-rel from cab3 after 1.

       imprime-ordem.
           move s-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-det
           move s-data to ws-data8
           perform formata-data
           move ws-data-barras to data-det
           move s-itens to itens-det
           move s-pacote to pacote-det
           if s-visita = "S"
               move "SIM" to visita-det
           else
               move spaces to visita-det
           end-if
           move s-variacao to variacao-det
           write reg-rel from lin-det after 1.

       formata-data.
           move spaces to ws-data-barras
           string ws-data8 (7:2) "/" ws-data8 (5:2) "/" ws-data8 (1:4)
               delimited by size into ws-data-barras.

      *what finance reads: the monthly revenue the pending orders
      *will add (or take away) from the competencia on, next to what
      *was already applied the month before. Variations are at the
      *price list of the day each order was taken.
       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "PENDENTES COM EFEITO NA COMPETENCIA" to rotulo
           move ws-qtd-competencia to valor
           move ws-var-competencia to valor-moeda
           write reg-rel from lin-sumario after 2

           move "  AGUARDANDO VISITA TECNICA" to rotulo
           move ws-qtd-aguardando to valor
           move zero to valor-moeda
           write reg-rel from lin-sumario after 1

           move "PENDENTES COM EFEITO POSTERIOR" to rotulo
           move ws-qtd-posteriores to valor
           move ws-var-posteriores to valor-moeda
           write reg-rel from lin-sumario after 1

           move "APLICADAS NO MES ANTERIOR" to rotulo
           move ws-qtd-aplicadas to valor
           move ws-var-aplicadas to valor-moeda
           write reg-rel from lin-sumario after 1

           move "CANCELADAS NO MES ANTERIOR" to rotulo
           move ws-qtd-canceladas to valor
           move zero to valor-moeda
           write reg-rel from lin-sumario after 1

           move "RECUSADAS NO MES ANTERIOR" to rotulo
           move ws-qtd-recusadas to valor
           move zero to valor-moeda
           write reg-rel from lin-sumario after 1

           compute ws-var-total = ws-var-competencia + ws-var-aplicadas
           move "VARIACAO DE RECEITA NA COMPETENCIA" to rotulo
           compute valor = ws-qtd-competencia + ws-qtd-aplicadas
           move ws-var-total to valor-moeda
           write reg-rel from lin-sumario after 2

           display "ORDENS DE PACOTE PENDENTES NA COMPETENCIA: "
               ws-qtd-competencia

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "ORDENS_PACOTE_REL" to dig-origem
           move "ORDENS PENDENTES NA COMPETENCIA" to dig-rotulo
           move ws-qtd-competencia to dig-valor
           write reg-digest

           move "ORDENS_PACOTE_REL" to dig-origem
           move "ORDENS APLICADAS NO MES ANTERIOR" to dig-rotulo
           move ws-qtd-aplicadas to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-ordens
           if ws-tem-ordens = "S"
               close arq-ordens
           end-if.
