       identification division.
       program-id. RELATORIO_CONTESTACOES as "PGM389".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-contestacoes assign to "D:\CONTESTACOES.DAT"
               organization is indexed
               access mode is sequential
               record key is cts-chave
               file status is st-contestacao.

           select rel-contest assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-contestacoes.
               COPY CTSCOPY.

       fd rel-contest.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

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

       77 st-contestacao pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-contestacoes pic x value "N".
       77 wlin pic 99 value 55.
       77 npag pic 9 value zero.

      *ANATEL's answer window for a billing dispute, counted in
      *calendar days from the day it was registered.
       77 ws-prazo-dias pic 9(3) value 30.
       77 ws-dias-aberta pic s9(5) value zero.

       77 ws-total-em-analise pic 9(5) value zero.
       77 ws-total-vencidas pic 9(5) value zero.
       77 ws-valor-em-analise pic 9(9)v99 value zero.
       77 ws-valor-vencidas pic 9(9)v99 value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-hoje-int pic s9(9) value zero.
       77 ws-abertura-int pic s9(9) value zero.

       01 ws-abertura.
           05 abertura-ano pic 9999.
           05 abertura-mes pic 99.
           05 abertura-dia pic 99.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Contestacoes de Fatura Fora do Prazo".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(10) value "   PRAZO: ".
           05 prazo-cab2 pic zz9.
           05 filler pic x(5) value " DIAS".

       01 cab3.
           05 filler pic x(12) value "CPF".
           05 filler pic x(11) value "EMISSAO".
           05 filler pic x(7) value "COMPET".
           05 filler pic x(11) value "ABERTURA".
           05 filler pic x(5) value "DIAS".
           05 filler pic x(11) value "CONTESTADO".
           05 filler pic x(23) value "MOTIVO".

       01 lin1.
           05 cpf-lin pic x(11).
           05 filler pic x value space.
           05 emissao-lin pic x(10).
           05 filler pic x value space.
           05 comp-lin pic 9(6).
           05 filler pic x value space.
           05 dia-lin pic 99.
           05 filler pic x value "/".
           05 mes-lin pic 99.
           05 filler pic x value "/".
           05 ano-lin pic 9999.
           05 filler pic x value space.
           05 dias-lin pic zzz9.
           05 filler pic x value space.
           05 valor-lin pic zzzzzz9,99.
           05 filler pic x value space.
           05 motivo-lin pic x(22).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzzzz9,99.

       procedure division.

      *walks CONTESTACOES.DAT and lists every dispute still under
      *analysis whose answer window has run out -- the ones the
      *regulator would count against us -- with the totals held out
      *of dunning beside them.
       mestre.
           perform inicio
           if ws-tem-contestacoes = "S"
               perform proc until st-contestacao = "10"
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
           move ws-prazo-dias to prazo-cab2
           compute ws-hoje-data8 =
               hoje-ano * 10000 + hoje-mes * 100 + hoje-dia
           compute ws-hoje-int = function integer-of-date(ws-hoje-data8)

           move "RELATORIO_CONTESTA" to ws-rel-nome
           move "D:\CONTESTACOES" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-contest

           open input arq-contestacoes
           if st-contestacao = "00"
               move "S" to ws-tem-contestacoes
           else
               move "10" to st-contestacao
           end-if

           perform cabec.

       proc.
           read arq-contestacoes
               at end move "10" to st-contestacao
           end-read

           if st-contestacao not = "10" and cts-em-analise
               add 1 to ws-total-em-analise
               add cts-valor-contestado to ws-valor-em-analise
               compute ws-abertura-int =
                   function integer-of-date(cts-data-abertura)
               compute ws-dias-aberta = ws-hoje-int - ws-abertura-int
               if ws-dias-aberta > ws-prazo-dias
                   perform imprime-vencida
               end-if
           end-if.

       imprime-vencida.
           add 1 to ws-total-vencidas
           add cts-valor-contestado to ws-valor-vencidas
           if wlin >= 55
               perform cabec
           end-if
           move cts-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move cts-data-emissao to emissao-lin
           move cts-competencia to comp-lin
           move cts-data-abertura to ws-abertura
           move abertura-dia to dia-lin
           move abertura-mes to mes-lin
           move abertura-ano to ano-lin
           move ws-dias-aberta to dias-lin
           move cts-valor-contestado to valor-lin
           move cts-motivo to motivo-lin
           write reg-rel from lin1 after 1
           add 1 to wlin.

       cabec.
           add 1 to npag
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2
           move 10 to wlin.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "CONTESTACOES EM ANALISE" to rotulo
           move ws-total-em-analise to valor
           write reg-rel from lin-sumario after 2

           move "VALOR RETIDO EM ANALISE" to rotulo
           move ws-valor-em-analise to valor
           write reg-rel from lin-sumario after 2

           move "FORA DO PRAZO DE RESPOSTA" to rotulo
           move ws-total-vencidas to valor
           write reg-rel from lin-sumario after 2

           move "VALOR RETIDO FORA DO PRAZO" to rotulo
           move ws-valor-vencidas to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RELATORIO_CONTESTA" to dig-origem
           move "CONTESTACOES FORA DO PRAZO" to dig-rotulo
           move ws-total-vencidas to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-contest
           if ws-tem-contestacoes = "S"
               close arq-contestacoes
           end-if.
