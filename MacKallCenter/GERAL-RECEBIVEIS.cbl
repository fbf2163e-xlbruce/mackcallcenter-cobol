       identification division.
       program-id. RELATORIO_RECEBIVEIS as "PGM357".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-emitidas assign to "D:\FATURAS_EMITIDAS.TXT"
               organization is line sequential
               file status is st-emitidas.

           select arq-pagamentos assign to "D:\PAGAMENTOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is pg-chave
               file status is st-pag.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-pacotes assign to "D:\PACOTES.DAT"
               organization is indexed
               access mode is sequential
               record key is pac-codigo
               file status is st-pac.

           select rel-receb assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

           select work-receb assign to "D:\WORKRECEB.TMP".

       data division.
           File section.
      *the invoice ledger EMITE_FATURAS appends to on every run.
           fd arq-emitidas.
               COPY FEMCOPY.

           fd arq-pagamentos.
               COPY PAGCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-pacotes.
               COPY PACCOPY.

       fd rel-receb.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       sd work-receb.
       01 sort-rec.
           05 s-cpf pic 9(11).
           05 s-competencia pic 9(6).
           05 s-vencimento pic 9(2).
           05 s-valor pic 9(7)v99.

       working-storage section.
      *the output goes to a dated name handed out (and cataloged) by
      *Catalogo_Relatorio, so yesterday's run survives and the viewer
      *(PGM46) can reprint any past output.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.

       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 st-emitidas pic xx value spaces.
       77 st-pag pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-pac pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-emitidas pic x value "N".
       77 ws-tem-pagamentos pic x value "N".
       77 ws-fim-sort pic x value "N".
       77 found-pag pic x value "N".
       77 ws-achou pic x value "N".

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-hoje-int pic s9(9) value zero.
       77 ws-venc-data8 pic 9(8) value zero.
       77 ws-dias-atraso pic s9(5) value zero.

      *one client's invoices, oldest competencia first as the sort
      *hands them over. A competencia invoiced twice (EMITE_FATURAS
      *re-run the same month) keeps only the last line, since the
      *second print replaced the first in the customer's hands.
       77 ws-cpf-atual pic 9(11) value zero.
       77 ws-qtd-fat pic 9(3) value zero.
       77 ws-idx-fat pic 9(3) value zero.
       01 ws-fat-tab-area.
           05 ws-fat-tab occurs 120 times.
               10 ws-fat-competencia pic 9(6).
               10 ws-fat-vencimento pic 9(2).
               10 ws-fat-valor pic 9(7)v99.
               10 ws-fat-aberto pic 9(7)v99.

      *money paid against a competencia with nothing (left) open on
      *it goes to the oldest invoices still open; what is left after
      *that is a balance in the customer's favour.
       77 ws-valor-sobra pic 9(7)v99 value zero.
       77 ws-valor-aplicar pic 9(7)v99 value zero.
       77 ws-aberto-cliente pic 9(7)v99 value zero.
       77 ws-faixa pic 9 value zero.
       77 ws-pior-faixa pic 9 value zero.

       77 ws-ddd-cli pic 99 value zero.
       77 ws-idx-pac-cli pic 99 value zero.

      *aging buckets: 1 = not yet due, 2 = 1-30 days, 3 = 31-60,
      *4 = 61-90, 5 = more than 90 days past the due date.
       01 ws-ddd-tab-area.
           05 ws-ddd-linha occurs 99 times.
               10 ws-ddd-valor pic 9(9)v99 occurs 5 times.
       01 ws-pac-tab-area.
           05 ws-pac-tab occurs 31 times.
               10 ws-pac-codigo pic x(1).
               10 ws-pac-desc pic x(20).
               10 ws-pac-valor pic 9(9)v99 occurs 5 times.
       77 ws-qtd-pac pic 99 value zero.
       77 ws-idx-pac pic 99 value zero.
       77 ws-idx-ddd pic 99 value zero.
       01 ws-tot-valor-area.
           05 ws-tot-valor pic 9(9)v99 occurs 5 times.
       77 ws-tot-linha pic 9(9)v99 value zero.
       77 ws-tot-geral pic 9(9)v99 value zero.
       77 ws-tot-credor pic 9(9)v99 value zero.

       77 ws-total-faturas pic 9(7) value zero.
       77 ws-total-clientes pic 9(5) value zero.
       77 ws-total-devedores pic 9(5) value zero.
       77 ws-total-mais-90 pic 9(5) value zero.
       77 ws-total-credores pic 9(5) value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Contas a Receber - Aging".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab3.
           05 filler pic x(8) value spaces.
           05 filler pic x(12) value "    A VENCER".
           05 filler pic x(12) value "   1-30 DIAS".
           05 filler pic x(12) value "  31-60 DIAS".
           05 filler pic x(12) value "  61-90 DIAS".
           05 filler pic x(12) value "    +90 DIAS".
           05 filler pic x(12) value "       TOTAL".

       01 lin-aging.
           05 grupo-lin pic x(8).
           05 lin-faixa occurs 6 times.
               10 filler pic x(2).
               10 valor-faixa-lin pic zzzzzz9,99.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzzzz9,99.

       procedure division.

       mestre.
           perform inicio
           if ws-tem-emitidas = "S"
               sort work-receb on ascending key s-cpf s-competencia
                   input procedure is carrega-faturas
                   output procedure is apura-clientes
           end-if
           perform imprime-aging
           perform sumario
           perform fim
           goback.

       inicio.
           accept ws-clientes-path from environment
               "MACKALLCENTER_CLIENTES_PATH"
               on exception
                   move "D:\CLIENTES.DAT" to ws-clientes-path
           end-accept

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
           compute ws-hoje-int = function integer-of-date(ws-hoje-data8)

           initialize ws-ddd-tab-area ws-pac-tab-area
               ws-tot-valor-area
           perform carrega-pacotes

           move "RELATORIO_RECEBIVEIS" to ws-rel-nome
           move "D:\RECEBIVEIS" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           open output rel-receb
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2

           open input arq-cli

           open input arq-pagamentos
           if st-pag = "00"
               move "S" to ws-tem-pagamentos
           end-if

           open input arq-emitidas
           if st-emitidas not = "00"
               move "NENHUMA FATURA EMITIDA (RODE PGM339)" to reg-rel
               write reg-rel after 2
           else
               move "S" to ws-tem-emitidas
           end-if.

      *the last slot gathers clients whose package is not on
      *PACOTES.DAT (or who are no longer on CLIENTES.DAT at all).
       carrega-pacotes.
           open input arq-pacotes
           if st-pac = "00"
               perform until st-pac = "10" or ws-qtd-pac = 30
                   read arq-pacotes next record
                       at end move "10" to st-pac
                       not at end
                           add 1 to ws-qtd-pac
                           move pac-codigo to
                               ws-pac-codigo (ws-qtd-pac)
                           move pac-descricao to
                               ws-pac-desc (ws-qtd-pac)
                   end-read
               end-perform
               close arq-pacotes
           end-if
           add 1 to ws-qtd-pac
           move space to ws-pac-codigo (ws-qtd-pac)
           move "SEM PACOTE" to ws-pac-desc (ws-qtd-pac).

      *Lines written before the ledger carried the competencia take
      *it from the month of the emission date (dd/mm/aaaa), which is
      *the month EXTRATO_FATURAMENTO billed on that night.
       carrega-faturas.
           perform until st-emitidas = "10"
               read arq-emitidas
                   at end move "10" to st-emitidas
                   not at end
                       move em-cpf to s-cpf
                       if em-competencia is numeric
                               and em-competencia > zero
                           move em-competencia to s-competencia
                       else
                           move em-data-emissao (7:4)
                               to s-competencia (1:4)
                           move em-data-emissao (4:2)
                               to s-competencia (5:2)
                       end-if
                       move em-vencimento to s-vencimento
                       move em-valor to s-valor
                       release sort-rec
               end-read
           end-perform.

       apura-clientes.
           move zero to ws-cpf-atual ws-qtd-fat
           move "N" to ws-fim-sort
           perform until ws-fim-sort = "S"
               return work-receb
                   at end move "S" to ws-fim-sort
                   not at end
                       add 1 to ws-total-faturas
                       if s-cpf not = ws-cpf-atual
                           if ws-qtd-fat > zero
                               perform apura-cliente
                           end-if
                           move s-cpf to ws-cpf-atual
                           move zero to ws-qtd-fat
                       end-if
                       perform guarda-fatura
               end-return
           end-perform
           if ws-qtd-fat > zero
               perform apura-cliente
           end-if.

       guarda-fatura.
           if ws-qtd-fat > zero
               if ws-fat-competencia (ws-qtd-fat) = s-competencia
                   subtract 1 from ws-qtd-fat
               end-if
           end-if
           if ws-qtd-fat < 120
               add 1 to ws-qtd-fat
               move s-competencia to ws-fat-competencia (ws-qtd-fat)
               move s-vencimento to ws-fat-vencimento (ws-qtd-fat)
               move s-valor to ws-fat-valor (ws-qtd-fat)
               move s-valor to ws-fat-aberto (ws-qtd-fat)
           end-if.

      *APURA-CLIENTE nets the client's payments off the invoices and
      *drops what is still open into the aging buckets by DDD and by
      *package of the client as it is registered today.
       apura-cliente.
           add 1 to ws-total-clientes
           perform aplica-pagamentos

           move zero to ws-ddd-cli
           move ws-qtd-pac to ws-idx-pac-cli
           move ws-cpf-atual to cpf
           read arq-cli
               invalid key continue
               not invalid key
                   if ddd is numeric
                       move ddd to ws-ddd-cli
                   end-if
                   perform varying ws-idx-pac from 1 by 1
                           until ws-idx-pac >= ws-qtd-pac
                       if ws-pac-codigo (ws-idx-pac) = tipo-pacote
                           move ws-idx-pac to ws-idx-pac-cli
                       end-if
                   end-perform
           end-read

           move zero to ws-aberto-cliente ws-pior-faixa
           perform varying ws-idx-fat from 1 by 1
                   until ws-idx-fat > ws-qtd-fat
               if ws-fat-aberto (ws-idx-fat) > zero
                   perform classifica-fatura
                   add ws-fat-aberto (ws-idx-fat) to
                       ws-aberto-cliente
                       ws-tot-valor (ws-faixa)
                       ws-pac-valor (ws-idx-pac-cli ws-faixa)
                   if ws-ddd-cli > zero
                       add ws-fat-aberto (ws-idx-fat) to
                           ws-ddd-valor (ws-ddd-cli ws-faixa)
                   end-if
                   if ws-faixa > ws-pior-faixa
                       move ws-faixa to ws-pior-faixa
                   end-if
               end-if
           end-perform

           if ws-aberto-cliente > zero
               add 1 to ws-total-devedores
           end-if
           if ws-pior-faixa = 5
               add 1 to ws-total-mais-90
           end-if
           if ws-valor-sobra > zero
               add 1 to ws-total-credores
               add ws-valor-sobra to ws-tot-credor
           end-if.

       aplica-pagamentos.
           move zero to ws-valor-sobra
           if ws-tem-pagamentos = "S"
               move ws-cpf-atual to pg-cpf
               move zeros to pg-data-pagamento pg-seq
               start arq-pagamentos key is >= pg-chave
                   invalid key move "N" to found-pag
                   not invalid key move "S" to found-pag
               end-start
               perform with test before until found-pag = "N"
                   read arq-pagamentos next record
                       at end move "N" to found-pag
                   end-read
                   if found-pag = "S" and pg-cpf = ws-cpf-atual
                       perform aplica-pagamento
                   else
                       move "N" to found-pag
                   end-if
               end-perform
           end-if

           perform varying ws-idx-fat from 1 by 1
                   until ws-idx-fat > ws-qtd-fat
                      or ws-valor-sobra = zero
               if ws-fat-aberto (ws-idx-fat) > zero
                   move ws-valor-sobra to ws-valor-aplicar
                   if ws-valor-aplicar > ws-fat-aberto (ws-idx-fat)
                       move ws-fat-aberto (ws-idx-fat)
                           to ws-valor-aplicar
                   end-if
                   subtract ws-valor-aplicar from
                       ws-fat-aberto (ws-idx-fat) ws-valor-sobra
               end-if
           end-perform.

       aplica-pagamento.
           move pg-valor to ws-valor-aplicar
           move "N" to ws-achou
           perform varying ws-idx-fat from 1 by 1
                   until ws-idx-fat > ws-qtd-fat or ws-achou = "S"
               if ws-fat-competencia (ws-idx-fat) = pg-competencia
                   move "S" to ws-achou
                   if ws-valor-aplicar > ws-fat-aberto (ws-idx-fat)
                       compute ws-valor-sobra = ws-valor-sobra
                           + ws-valor-aplicar
                           - ws-fat-aberto (ws-idx-fat)
                       move zero to ws-fat-aberto (ws-idx-fat)
                   else
                       subtract ws-valor-aplicar from
                           ws-fat-aberto (ws-idx-fat)
                   end-if
               end-if
           end-perform
           if ws-achou = "N"
               add ws-valor-aplicar to ws-valor-sobra
           end-if.

       classifica-fatura.
           compute ws-venc-data8 =
               ws-fat-competencia (ws-idx-fat) * 100
               + ws-fat-vencimento (ws-idx-fat)
           compute ws-dias-atraso = ws-hoje-int
               - function integer-of-date(ws-venc-data8)
           evaluate true
               when ws-dias-atraso <= 0
                   move 1 to ws-faixa
               when ws-dias-atraso <= 30
                   move 2 to ws-faixa
               when ws-dias-atraso <= 60
                   move 3 to ws-faixa
               when ws-dias-atraso <= 90
                   move 4 to ws-faixa
               when other
                   move 5 to ws-faixa
           end-evaluate.

       imprime-aging.
           move spaces to reg-rel
           write reg-rel after 2
           move "SALDO EM ABERTO POR DDD:" to reg-rel
           write reg-rel after 1
           write reg-rel from cab3 after 1
           perform varying ws-idx-ddd from 1 by 1
                   until ws-idx-ddd > 99
               move zero to ws-tot-linha
               perform varying ws-faixa from 1 by 1 until ws-faixa > 5
                   add ws-ddd-valor (ws-idx-ddd ws-faixa)
                       to ws-tot-linha
               end-perform
               if ws-tot-linha > zero
                   move spaces to lin-aging
                   string "DDD " ws-idx-ddd delimited by size
                       into grupo-lin
                   perform varying ws-faixa from 1 by 1
                           until ws-faixa > 5
                       move ws-ddd-valor (ws-idx-ddd ws-faixa)
                           to valor-faixa-lin (ws-faixa)
                   end-perform
                   move ws-tot-linha to valor-faixa-lin (6)
                   write reg-rel from lin-aging after 1
               end-if
           end-perform

           move spaces to reg-rel
           write reg-rel after 2
           move "SALDO EM ABERTO POR PACOTE:" to reg-rel
           write reg-rel after 1
           write reg-rel from cab3 after 1
           perform varying ws-idx-pac from 1 by 1
                   until ws-idx-pac > ws-qtd-pac
               move zero to ws-tot-linha
               perform varying ws-faixa from 1 by 1 until ws-faixa > 5
                   add ws-pac-valor (ws-idx-pac ws-faixa)
                       to ws-tot-linha
               end-perform
               if ws-tot-linha > zero
                   move spaces to lin-aging
                   move ws-pac-desc (ws-idx-pac) to grupo-lin
                   perform varying ws-faixa from 1 by 1
                           until ws-faixa > 5
                       move ws-pac-valor (ws-idx-pac ws-faixa)
                           to valor-faixa-lin (ws-faixa)
                   end-perform
                   move ws-tot-linha to valor-faixa-lin (6)
                   write reg-rel from lin-aging after 1
               end-if
           end-perform

           move zero to ws-tot-geral
           move spaces to lin-aging
           move "TOTAL" to grupo-lin
           perform varying ws-faixa from 1 by 1 until ws-faixa > 5
               add ws-tot-valor (ws-faixa) to ws-tot-geral
               move ws-tot-valor (ws-faixa)
                   to valor-faixa-lin (ws-faixa)
           end-perform
           move ws-tot-geral to valor-faixa-lin (6)
           write reg-rel from lin-aging after 2.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "FATURAS EMITIDAS NO HISTORICO" to rotulo
           move ws-total-faturas to valor
           write reg-rel from lin-sumario after 2

           move "CLIENTES FATURADOS" to rotulo
           move ws-total-clientes to valor
           write reg-rel from lin-sumario after 2

           move "CLIENTES COM SALDO EM ABERTO" to rotulo
           move ws-total-devedores to valor
           write reg-rel from lin-sumario after 2

           move "CLIENTES COM ATRASO ACIMA DE 90 DIAS" to rotulo
           move ws-total-mais-90 to valor
           write reg-rel from lin-sumario after 2

           move "VALOR TOTAL EM ABERTO" to rotulo
           move ws-tot-geral to valor
           write reg-rel from lin-sumario after 2

           move "CLIENTES COM SALDO A FAVOR" to rotulo
           move ws-total-credores to valor
           write reg-rel from lin-sumario after 2

           move "VALOR TOTAL A FAVOR DOS CLIENTES" to rotulo
           move ws-tot-credor to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RELATORIO_RECEBIVEIS" to dig-origem
           move "CLIENTES COM SALDO EM ABERTO" to dig-rotulo
           move ws-total-devedores to dig-valor
           write reg-digest

           move "RELATORIO_RECEBIVEIS" to dig-origem
           move "CLIENTES COM ATRASO ACIMA DE 90 DIAS" to dig-rotulo
           move ws-total-mais-90 to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-receb
                 arq-cli
           if ws-tem-pagamentos = "S"
               close arq-pagamentos
           end-if
           if ws-tem-emitidas = "S"
               close arq-emitidas
           end-if.
