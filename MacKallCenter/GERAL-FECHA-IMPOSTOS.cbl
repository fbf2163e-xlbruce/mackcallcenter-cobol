       identification division.
       program-id. FECHA_IMPOSTOS as "PGM360".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select arq-emitidas assign to "D:\FATURAS_EMITIDAS.TXT"
               organization is line sequential
               file status is st-emitidas.

           select arq-livro assign to "D:\LIVROFISCAL.DAT"
               organization is indexed
               access mode is random
               record key is lf-chave
               file status is st-livro.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

           select work-imp assign to "D:\WORKIMP.TMP".

       data division.
           File section.
      *the invoice ledger EMITE_FATURAS appends to on every run.
           fd arq-emitidas.
               COPY FEMCOPY.

           fd arq-livro.
               COPY LIVFISCOPY.

       fd arq-digest.
           COPY DIGCOPY.

      *s-seq keeps the ledger's own order inside a client, so the last
      *line of a competencia invoiced twice is the one that counts.
       sd work-imp.
       01 sort-rec.
           05 s-cpf pic 9(11).
           05 s-seq pic 9(7).
           05 s-estado pic x(2).
           05 s-valor pic 9(7)v99.
           05 s-base-imposto pic 9(7)v99.
           05 s-valor-icms pic 9(7)v99.
           05 s-valor-fust pic 9(7)v99.
           05 s-valor-funttel pic 9(7)v99.

       working-storage section.
       77 st-emitidas pic xx value spaces.
       77 st-livro pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-emitidas pic x value "N".
       77 ws-fim-sort pic x value "N".
       77 ws-tem-linha pic x value "N".
       77 ws-linha-competencia pic 9(6) value zero.
       77 ws-seq pic 9(7) value zero.
       77 ws-competencia pic 9(6) value zero.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-total-rows pic 9(3) value zero.

      *the client's last line for the competencia, held until the
      *sort moves on to the next CPF.
       01 ws-ultima.
           05 ws-ult-estado pic x(2).
           05 ws-ult-valor pic 9(7)v99.
           05 ws-ult-base pic 9(7)v99.
           05 ws-ult-icms pic 9(7)v99.
           05 ws-ult-fust pic 9(7)v99.
           05 ws-ult-funttel pic 9(7)v99.
       77 ws-cpf-atual pic 9(11) value zero.

       77 ws-qtd-estados pic 99 value zero.
       77 ws-idx pic 99 value zero.
       77 ws-achou pic x value "N".
       01 ws-estado-tab-area.
           05 ws-estado-tab occurs 30 times.
               10 ws-es-estado pic x(2).
               10 ws-es-qtde pic 9(7).
               10 ws-es-valor pic 9(9)v99.
               10 ws-es-base pic 9(9)v99.
               10 ws-es-icms pic 9(9)v99.
               10 ws-es-fust pic 9(9)v99.
               10 ws-es-funttel pic 9(9)v99.

       77 ws-ger-qtde pic 9(7) value zero.
       77 ws-ger-valor pic 9(9)v99 value zero.
       77 ws-ger-base pic 9(9)v99 value zero.
       77 ws-ger-icms pic 9(9)v99 value zero.
       77 ws-ger-fust pic 9(9)v99 value zero.
       77 ws-ger-funttel pic 9(9)v99 value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       procedure division.

       mestre.
           perform inicio
           if ws-tem-emitidas = "S"
               sort work-imp on ascending key s-cpf s-seq
                   input procedure is carrega-faturas
                   output procedure is apura-faturas
           end-if
           perform grava-livro
           perform fim
           goback.

       inicio.
           accept ws-modo-batch from environment
               "MACKALLCENTER_MODO_BATCH"
               on exception
                   move "N" to ws-modo-batch
           end-accept

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-hoje-data8

      *in batch the run freezes the month that just ended; on demand
      *the operator picks the competencia to (re)freeze.
           if ws-modo-batch = "S"
               if hoje-mes = 1
                   compute ws-competencia = (hoje-ano - 1) * 100 + 12
               else
                   compute ws-competencia =
                       hoje-ano * 100 + hoje-mes - 1
               end-if
           else
               display "COMPETENCIA A FECHAR (AAAAMM)? "
                   with no advancing
               accept ws-competencia
           end-if

           initialize ws-estado-tab-area

           open i-o arq-livro
           if st-livro = "35"
               open output arq-livro
           end-if

           open input arq-emitidas
           if st-emitidas not = "00"
               display "NENHUMA FATURA EMITIDA (RODE PGM339)"
           else
               move "S" to ws-tem-emitidas
           end-if.

      *Only lines of the competencia being frozen are sorted. Lines
      *written before the ledger carried the taxes have no state on
      *them and belong to months no return is filed from here.
       carrega-faturas.
           perform until st-emitidas = "10"
               read arq-emitidas
                   at end move "10" to st-emitidas
                   not at end
                       add 1 to ws-seq
                       if em-competencia is numeric
                               and em-competencia > zero
                           move em-competencia to ws-linha-competencia
                       else
                           move em-data-emissao (7:4)
                               to ws-linha-competencia (1:4)
                           move em-data-emissao (4:2)
                               to ws-linha-competencia (5:2)
                       end-if
                       if ws-linha-competencia = ws-competencia
                               and em-estado not = spaces
                               and em-base-imposto is numeric
                           perform solta-fatura
                       end-if
               end-read
           end-perform.

       solta-fatura.
           move em-cpf to s-cpf
           move ws-seq to s-seq
           move em-estado to s-estado
           move em-valor to s-valor
           move em-base-imposto to s-base-imposto
           move em-valor-icms to s-valor-icms
           move em-valor-fust to s-valor-fust
           move em-valor-funttel to s-valor-funttel
           release sort-rec.

       apura-faturas.
           move zero to ws-cpf-atual
           move "N" to ws-fim-sort ws-tem-linha
           perform until ws-fim-sort = "S"
               return work-imp
                   at end move "S" to ws-fim-sort
                   not at end
                       if ws-tem-linha = "S"
                               and s-cpf not = ws-cpf-atual
                           perform soma-fatura
                       end-if
                       move s-cpf to ws-cpf-atual
                       move "S" to ws-tem-linha
                       move s-estado to ws-ult-estado
                       move s-valor to ws-ult-valor
                       move s-base-imposto to ws-ult-base
                       move s-valor-icms to ws-ult-icms
                       move s-valor-fust to ws-ult-fust
                       move s-valor-funttel to ws-ult-funttel
               end-return
           end-perform
           if ws-tem-linha = "S"
               perform soma-fatura
           end-if.

       soma-fatura.
           add 1 to ws-ger-qtde
           add ws-ult-valor to ws-ger-valor
           add ws-ult-base to ws-ger-base
           add ws-ult-icms to ws-ger-icms
           add ws-ult-fust to ws-ger-fust
           add ws-ult-funttel to ws-ger-funttel

           perform acha-estado
           add 1 to ws-es-qtde (ws-idx)
           add ws-ult-valor to ws-es-valor (ws-idx)
           add ws-ult-base to ws-es-base (ws-idx)
           add ws-ult-icms to ws-es-icms (ws-idx)
           add ws-ult-fust to ws-es-fust (ws-idx)
           add ws-ult-funttel to ws-es-funttel (ws-idx).

       acha-estado.
           move "N" to ws-achou
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-estados or ws-achou = "S"
               if ws-es-estado (ws-idx) = ws-ult-estado
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S"
               subtract 1 from ws-idx
           else
               if ws-qtd-estados < 30
                   add 1 to ws-qtd-estados
                   move ws-qtd-estados to ws-idx
                   move ws-ult-estado to ws-es-estado (ws-idx)
               else
      *table full: the overflow rolls up under the last slot instead
      *of wiping that slot's accumulated figures.
                   move ws-qtd-estados to ws-idx
               end-if
           end-if.

       grava-livro.
           move ws-competencia to lf-competencia
           set lf-geral to true
           move "**" to lf-estado
           move ws-ger-qtde to lf-qtde-faturas
           move ws-ger-valor to lf-valor-faturado
           move ws-ger-base to lf-base-imposto
           move ws-ger-icms to lf-valor-icms
           move ws-ger-fust to lf-valor-fust
           move ws-ger-funttel to lf-valor-funttel
           perform grava-row

           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-estados
               move ws-competencia to lf-competencia
               set lf-por-estado to true
               move ws-es-estado (ws-idx) to lf-estado
               move ws-es-qtde (ws-idx) to lf-qtde-faturas
               move ws-es-valor (ws-idx) to lf-valor-faturado
               move ws-es-base (ws-idx) to lf-base-imposto
               move ws-es-icms (ws-idx) to lf-valor-icms
               move ws-es-fust (ws-idx) to lf-valor-fust
               move ws-es-funttel (ws-idx) to lf-valor-funttel
               perform grava-row
           end-perform.

      *re-freezing a month rewrites its rows in place, so a correction
      *run replaces the frozen figures instead of duplicating them.
       grava-row.
           move ws-hoje-data8 to lf-data-fechamento
           add 1 to ws-total-rows
           write reg-livro-fiscal
               invalid key
                   rewrite reg-livro-fiscal
           end-write.

       fim.
           close arq-livro
           if ws-tem-emitidas = "S"
               close arq-emitidas
           end-if

           display "COMPETENCIA FECHADA...........: " ws-competencia
           display "FATURAS NO LIVRO FISCAL.......: " ws-ger-qtde
           display "BASE DE CALCULO...............: " ws-ger-base
           display "ICMS..........................: " ws-ger-icms
           display "FUST..........................: " ws-ger-fust
           display "FUNTTEL.......................: " ws-ger-funttel

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "FECHA_IMPOSTOS" to dig-origem
           move "FATURAS NO LIVRO FISCAL" to dig-rotulo
           move ws-ger-qtde to dig-valor
           write reg-digest

           move "FECHA_IMPOSTOS" to dig-origem
           move "ICMS DO MES" to dig-rotulo
           move ws-ger-icms to dig-valor
           write reg-digest
           close arq-digest.
