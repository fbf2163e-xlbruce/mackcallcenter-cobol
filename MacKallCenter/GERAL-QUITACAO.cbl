       identification division.
       program-id. DECLARACAO_QUITACAO as "PGM384".

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

           select arq-acordos assign to "D:\ACORDOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ac-chave
               file status is st-acordo.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-declaracoes
               assign to "D:\DECLARACOES_QUITACAO.DAT"
               organization is indexed
               access mode is random
               record key is dq-chave
               file status is st-declaracao.

           select rel-excecoes assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

           select work-quit assign to "D:\WORKQUIT.TMP".

       data division.
           File section.
      *the invoice ledger EMITE_FATURAS appends to on every run.
           fd arq-emitidas.
               COPY FEMCOPY.

           fd arq-pagamentos.
               COPY PAGCOPY.

           fd arq-acordos.
               COPY PARCCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-declaracoes.
               COPY DQTCOPY.

       fd rel-excecoes.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       sd work-quit.
       01 sort-rec.
           05 s-cpf pic 9(11).
           05 s-competencia pic 9(6).
           05 s-linha pic 9(7).
           05 s-valor pic 9(7)v99.

       working-storage section.
      *the output goes to a dated name handed out (and cataloged) by
      *Catalogo_Relatorio, so yesterday's run survives and the viewer
      *(PGM46) can reprint any past output.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "C".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 st-emitidas pic xx value spaces.
       77 st-pag pic xx value spaces.
       77 st-acordo pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-declaracao pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-treino pic x value "N".
       77 ws-tem-emitidas pic x value "N".
       77 ws-tem-pagamentos pic x value "N".
       77 ws-tem-acordos pic x value "N".
       77 ws-fim-sort pic x value "N".
       77 found-pag pic x value "N".
       77 found-acordo pic x value "N".
       77 found-cpf pic x value "N".
       77 wlin pic 99 value 55.

      *the statement of a year goes out once the stragglers' payments
      *for December have had time to land, and before the May
      *deadline the law sets; MACKALLCENTER_MES_QUITACAO moves it.
       77 ws-mes-emissao pic 99 value 4.
       77 ws-ano-base pic 9(4) value zero.
       77 ws-linha-lida pic 9(7) value zero.
       77 ws-ed-operacao pic x(1) value space.
       77 ws-ed-retorno pic 9 value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.

      *one client's year, a slot per month. A competencia invoiced
      *twice (EMITE_FATURAS re-run the same month) keeps the last
      *line, since the second print replaced the first in the
      *customer's hands -- the sort hands them over in ledger order.
       77 ws-cpf-atual pic 9(11) value zero.
       77 ws-idx-mes pic 99 value zero.
       01 ws-mes-tab-area.
           05 ws-mes-tab occurs 12 times.
               10 ws-mes-faturado pic x(1).
               10 ws-mes-valor pic 9(7)v99.
               10 ws-mes-aberto pic 9(7)v99.

      *money paid against a month with nothing (left) open on it goes
      *to the oldest months of the year still open.
       77 ws-valor-sobra pic 9(7)v99 value zero.
       77 ws-valor-aplicar pic 9(7)v99 value zero.
       77 ws-aberto-cliente pic 9(7)v99 value zero.
       77 ws-meses-abertos pic 99 value zero.

       77 ws-total-clientes pic 9(7) value zero.
       77 ws-total-emitidas pic 9(7) value zero.
       77 ws-total-ja-emitidas pic 9(7) value zero.
       77 ws-total-excecoes pic 9(7) value zero.
       77 ws-valor-excecoes pic 9(9)v99 value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Quitacao Anual - Clientes com Pendencia".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(14) value "   ANO-BASE: ".
           05 ano-base-cab2 pic 9999.

       01 cab3.
           05 filler pic x(12) value "CPF".
           05 filler pic x(21) value "NOME".
           05 filler pic x(37) value "MESES EM ABERTO".
           05 filler pic x(10) value "   ABERTO".

       01 lin1.
           05 cpf-lin pic x(11).
           05 filler pic x value spaces.
           05 nome-lin pic x(20).
           05 filler pic x value spaces.
           05 meses-lin pic x(36).
           05 valor-lin pic zzzzz9,99.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzzzzzzz9,99.

       procedure division.

       mestre.
      *a statement is a legal document about real money: a training
      *session cannot issue one.
           accept ws-treino from environment
               "MACKALLCENTER_TREINAMENTO"
               on exception
                   move "N" to ws-treino
           end-accept
           if ws-treino = "S"
               display "MODO TREINAMENTO - DECLARACOES NAO EMITIDAS"
               goback
           end-if

           perform inicio
           if ws-ano-base = zero
               goback
           end-if
           if ws-tem-emitidas = "S"
               sort work-quit on ascending key s-cpf s-competencia
                       s-linha
                   input procedure is carrega-faturas
                   output procedure is apura-clientes
           end-if
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

           accept ws-mes-emissao from environment
               "MACKALLCENTER_MES_QUITACAO"
               on exception
                   move 4 to ws-mes-emissao
           end-accept
           if ws-mes-emissao < 1 or ws-mes-emissao > 12
               move 4 to ws-mes-emissao
           end-if

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-hoje-data8
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

      *The night batch calls the step every month and it only acts
      *in the month of issue, on the year just closed. On demand the
      *operator names the year -- the ledger keeps anyone already
      *served from getting a second original, so a later run only
      *adds the clients who have settled since.
           if ws-modo-batch = "S"
               if hoje-mes not = ws-mes-emissao
                   display "DECLARACAO_QUITACAO: FORA DO MES DE EMISSAO"
                   move zero to ws-ano-base
                   exit paragraph
               end-if
               compute ws-ano-base = hoje-ano - 1
           else
               display "ANO-BASE DA DECLARACAO (AAAA)? "
                   with no advancing
               accept ws-ano-base
               if ws-ano-base = zero or ws-ano-base >= hoje-ano
                   display "ANO-BASE INVALIDO - SO ANOS JA ENCERRADOS"
                   move zero to ws-ano-base
                   exit paragraph
               end-if
           end-if
           move ws-ano-base to ano-base-cab2

           move "QUITACAO_EXCECOES" to ws-rel-nome
           move "D:\RELQUITEXC" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-excecoes

           open input arq-cli

      *no payments or agreements on disk yet is an empty file, not a
      *failure: the months simply stay open.
           open input arq-pagamentos
           if st-pag = "00"
               move "S" to ws-tem-pagamentos
           end-if
           open input arq-acordos
           if st-acordo = "00"
               move "S" to ws-tem-acordos
           end-if

           open i-o arq-declaracoes
           if st-declaracao = "35"
               open output arq-declaracoes
               close arq-declaracoes
               open i-o arq-declaracoes
           end-if

           move "A" to ws-ed-operacao
           call "Emite_Declaracao_Quitacao" using ws-ed-operacao
               ws-cpf-atual ws-ano-base ws-ed-retorno

           open input arq-emitidas
           if st-emitidas not = "00"
               perform cabec
               move "NENHUMA FATURA EMITIDA (RODE PGM339)" to reg-rel
               write reg-rel after 2
           else
               move "S" to ws-tem-emitidas
           end-if.

      *Lines written before the ledger carried the competencia take
      *it from the month of the emission date (dd/mm/aaaa), the same
      *way RELATORIO_RECEBIVEIS reads them.
       carrega-faturas.
           perform until st-emitidas = "10"
               read arq-emitidas
                   at end move "10" to st-emitidas
                   not at end
                       add 1 to ws-linha-lida
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
                       if s-competencia (1:4) = ws-ano-base
                           move ws-linha-lida to s-linha
                           move em-valor to s-valor
                           release sort-rec
                       end-if
               end-read
           end-perform.

       apura-clientes.
           move zero to ws-cpf-atual
           move "N" to ws-fim-sort
           perform until ws-fim-sort = "S"
               return work-quit
                   at end move "S" to ws-fim-sort
                   not at end
                       if s-cpf not = ws-cpf-atual
                           if ws-cpf-atual > zero
                               perform apura-cliente
                           end-if
                           move s-cpf to ws-cpf-atual
                           initialize ws-mes-tab-area
                       end-if
                       move s-competencia (5:2) to ws-idx-mes
                       move "S" to ws-mes-faturado (ws-idx-mes)
                       move s-valor to ws-mes-valor (ws-idx-mes)
                       move s-valor to ws-mes-aberto (ws-idx-mes)
               end-return
           end-perform
           if ws-cpf-atual > zero
               perform apura-cliente
           end-if.

      *APURA-CLIENTE settles the year: the payments posted against
      *it (straight from the bank, allocated out of the suspense
      *queue or paid as installments of an agreement, which the bank
      *return posts against the renegotiated competencia) come off
      *month by month, and a month an agreement was fully paid off
      *for is settled whatever the renegotiated value came to.
       apura-cliente.
           add 1 to ws-total-clientes
           perform aplica-pagamentos
           if ws-tem-acordos = "S"
               perform aplica-acordos
           end-if

           move zero to ws-aberto-cliente ws-meses-abertos
           perform varying ws-idx-mes from 1 by 1
                   until ws-idx-mes > 12
               if ws-mes-aberto (ws-idx-mes) > zero
                   add 1 to ws-meses-abertos
                   add ws-mes-aberto (ws-idx-mes) to ws-aberto-cliente
               end-if
           end-perform

           move ws-cpf-atual to cpf
           read arq-cli
               invalid key
                   move "N" to found-cpf
                   move spaces to nome
                   move "F" to tipo-pessoa
                   move zero to cnpj
               not invalid key move "S" to found-cpf
           end-read

           if ws-meses-abertos > zero
               perform lista-excecao
           else
               perform emite-declaracao
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
                       if pg-competencia (1:4) = ws-ano-base
                           perform aplica-pagamento
                       end-if
                   else
                       move "N" to found-pag
                   end-if
               end-perform
           end-if

           perform varying ws-idx-mes from 1 by 1
                   until ws-idx-mes > 12 or ws-valor-sobra = zero
               if ws-mes-aberto (ws-idx-mes) > zero
                   move ws-valor-sobra to ws-valor-aplicar
                   if ws-valor-aplicar > ws-mes-aberto (ws-idx-mes)
                       move ws-mes-aberto (ws-idx-mes)
                           to ws-valor-aplicar
                   end-if
                   subtract ws-valor-aplicar from
                       ws-mes-aberto (ws-idx-mes) ws-valor-sobra
               end-if
           end-perform.

       aplica-pagamento.
           move pg-competencia (5:2) to ws-idx-mes
           if ws-idx-mes < 1 or ws-idx-mes > 12
               exit paragraph
           end-if
           move pg-valor to ws-valor-aplicar
           if ws-valor-aplicar > ws-mes-aberto (ws-idx-mes)
               compute ws-valor-sobra = ws-valor-sobra
                   + ws-valor-aplicar - ws-mes-aberto (ws-idx-mes)
               move zero to ws-mes-aberto (ws-idx-mes)
           else
               subtract ws-valor-aplicar from ws-mes-aberto (ws-idx-mes)
           end-if.

       aplica-acordos.
           move ws-cpf-atual to ac-cpf
           move zeros to ac-data-acordo ac-seq
           start arq-acordos key is >= ac-chave
               invalid key move "N" to found-acordo
               not invalid key move "S" to found-acordo
           end-start
           perform with test before until found-acordo = "N"
               read arq-acordos next record
                   at end move "N" to found-acordo
               end-read
               if found-acordo = "S" and ac-cpf = ws-cpf-atual
                   if ac-quitado
                           and ac-competencia-divida (1:4) = ws-ano-base
                       move ac-competencia-divida (5:2) to ws-idx-mes
                       if ws-idx-mes >= 1 and ws-idx-mes <= 12
                           move zero to ws-mes-aberto (ws-idx-mes)
                       end-if
                   end-if
               else
                   move "N" to found-acordo
               end-if
           end-perform.

      *a statement already on the ledger is never issued twice; the
      *customer who lost it asks CONSULTAS for a copy.
       emite-declaracao.
           move ws-cpf-atual to dq-cpf
           move ws-ano-base to dq-ano-base
           read arq-declaracoes
               invalid key continue
               not invalid key
                   add 1 to ws-total-ja-emitidas
                   exit paragraph
           end-read

           move ws-cpf-atual to dq-cpf
           move ws-ano-base to dq-ano-base
           move ws-hoje-data8 to dq-data-emissao
           move nome to dq-nome
           move tipo-pessoa to dq-tipo-pessoa
           move cnpj to dq-cnpj
           move zero to dq-qtde-meses dq-valor-total dq-qtde-vias
               dq-data-ultima-via
           move spaces to dq-operador-via
           perform varying ws-idx-mes from 1 by 1
                   until ws-idx-mes > 12
               move zero to dq-competencia (ws-idx-mes)
                   dq-valor (ws-idx-mes)
           end-perform
           perform varying ws-idx-mes from 1 by 1
                   until ws-idx-mes > 12
               if ws-mes-faturado (ws-idx-mes) = "S"
                   add 1 to dq-qtde-meses
                   compute dq-competencia (dq-qtde-meses) =
                       ws-ano-base * 100 + ws-idx-mes
                   move ws-mes-valor (ws-idx-mes)
                       to dq-valor (dq-qtde-meses)
                   add ws-mes-valor (ws-idx-mes) to dq-valor-total
               end-if
           end-perform
           write reg-declaracao-quit

      *the printer reads the row back on a handle of its own, so the
      *ledger is let go of while it does.
           close arq-declaracoes
           move "E" to ws-ed-operacao
           call "Emite_Declaracao_Quitacao" using ws-ed-operacao
               ws-cpf-atual ws-ano-base ws-ed-retorno
           open i-o arq-declaracoes
           add 1 to ws-total-emitidas.

       lista-excecao.
           add 1 to ws-total-excecoes
           add ws-aberto-cliente to ws-valor-excecoes
           if wlin >= 55
               perform cabec
           end-if
           move ws-cpf-atual to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move nome to nome-lin
           move spaces to meses-lin
           move 1 to ws-linha-lida
           perform varying ws-idx-mes from 1 by 1
                   until ws-idx-mes > 12
               if ws-mes-aberto (ws-idx-mes) > zero
                   move ws-idx-mes to meses-lin (ws-linha-lida:2)
                   add 3 to ws-linha-lida
               end-if
           end-perform
           move ws-aberto-cliente to valor-lin
           write reg-rel from lin1 after 1
           add 1 to wlin.

       cabec.
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2
           move 10 to wlin.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           if wlin >= 55
               perform cabec
           end-if
           move spaces to reg-rel
           write reg-rel after 2

           move "CLIENTES FATURADOS NO ANO-BASE" to rotulo
           move ws-total-clientes to valor
           write reg-rel from lin-sumario after 2

           move "DECLARACOES EMITIDAS NESTA EXECUCAO" to rotulo
           move ws-total-emitidas to valor
           write reg-rel from lin-sumario after 1

           move "JA EMITIDAS EM EXECUCAO ANTERIOR" to rotulo
           move ws-total-ja-emitidas to valor
           write reg-rel from lin-sumario after 1

           move "CLIENTES COM MES EM ABERTO" to rotulo
           move ws-total-excecoes to valor
           write reg-rel from lin-sumario after 1
           move "  VALOR EM ABERTO" to rotulo
           move ws-valor-excecoes to valor
           write reg-rel from lin-sumario after 1

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "DECLARACAO_QUITACAO" to dig-origem
           move "DECLARACOES DE QUITACAO EMITIDAS" to dig-rotulo
           move ws-total-emitidas to dig-valor
           write reg-digest
           move "DECLARACAO_QUITACAO" to dig-origem
           move "CLIENTES SEM QUITACAO NO ANO" to dig-rotulo
           move ws-total-excecoes to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           move "F" to ws-ed-operacao
           call "Emite_Declaracao_Quitacao" using ws-ed-operacao
               ws-cpf-atual ws-ano-base ws-ed-retorno
           close rel-excecoes
                 arq-cli
                 arq-declaracoes
           if ws-tem-pagamentos = "S"
               close arq-pagamentos
           end-if
           if ws-tem-acordos = "S"
               close arq-acordos
           end-if
           if ws-tem-emitidas = "S"
               close arq-emitidas
           end-if.
