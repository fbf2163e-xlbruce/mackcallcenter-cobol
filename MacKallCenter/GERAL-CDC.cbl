       identification division.
       program-id. EXTRATO_CDC as "PGM383".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is dynamic
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-cli-hist assign to "D:\CLIHIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is c-chave
               file status is st-cli-hist.

           select arq-log assign to "D:\ANONIMIZACAO_LOG.TXT"
               organization is line sequential
               file status is st-log.

           select arq-ocorr assign to "D:\OCORRENCIAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is o-chave
               alternate record key is o-chave-fila
                   source is o-stat o-atendente with duplicates
               alternate record key is o-data-limite-sla
                   with duplicates
               alternate record key is o-data-ocorr
                   with duplicates
               file status is st-ocorr.

           select arq-ocorr-hist assign to "D:\OCORRHIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is h-chave
               file status is st-oco-hist.

           select arq-ocorr-arq assign to "D:\OCORRENCIAS-HIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is oa-chave
               file status is st-oco-arq.

           select arq-cdc-cli assign to "D:\CDC_CLIENTES.TXT"
               organization is line sequential
               file status is st-cdc-cli.

           select arq-cdc-ocorr assign to "D:\CDC_OCORRENCIAS.TXT"
               organization is line sequential
               file status is st-cdc-ocorr.

           select arq-marca assign to "D:\CDC_CONTROLE.TXT"
               organization is line sequential
               file status is st-marca.

           select rel-cdc assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-cli.
               COPY CLICOPY.

           fd arq-cli-hist.
               COPY CLIHISTCOPY.

      *the anonymization log ANONIMIZA_CLIENTES appends to.
           fd arq-log.
           01 reg-log.
               05 log-cpf pic 9(11).
               05 filler pic x(1).
               05 log-data pic x(10).

           fd arq-ocorr.
               COPY OCOCOPY.

           fd arq-ocorr-hist.
               COPY OCOHISTCOPY.

           fd arq-ocorr-arq.
               COPY OCOARQCOPY.

      *both extracts are ";"-delimited, one line per change in the
      *layouts of ws-linha-cli/ws-linha-ocorr below, closed by a
      *ws-trailer line.
           fd arq-cdc-cli.
           01 reg-cdc-cli pic x(300).

           fd arq-cdc-ocorr.
           01 reg-cdc-ocorr pic x(300).

      *the watermark: the last day already sent in full. Only a run
      *that finished rewrites it, so a night that failed or never ran
      *is picked up by the next one.
           fd arq-marca.
           01 reg-marca.
               05 mc-ultima-data pic 9(8).
               05 filler pic x(1).
               05 mc-data-execucao pic 9(8).
               05 filler pic x(1).
               05 mc-hora-execucao pic 9(4).
               05 filler pic x(1).
               05 mc-qtde-clientes pic 9(7).
               05 filler pic x(1).
               05 mc-qtde-ocorr pic 9(7).

       fd rel-cdc.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       working-storage section.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "C".

       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 st-cli pic xx value spaces.
       77 st-cli-hist pic xx value spaces.
       77 st-log pic xx value spaces.
       77 st-ocorr pic xx value spaces.
       77 st-oco-hist pic xx value spaces.
       77 st-oco-arq pic xx value spaces.
       77 st-cdc-cli pic xx value spaces.
       77 st-cdc-ocorr pic xx value spaces.
       77 st-marca pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-treino pic x value "N".
       77 ws-tem-cli pic x value "N".
       77 ws-tem-ocorr pic x value "N".
       77 ws-tem-cli-hist pic x value "N".
       77 ws-tem-log pic x value "N".
       77 ws-tem-oco-hist pic x value "N".
       77 ws-tem-oco-arq pic x value "N".
       77 ws-em-dia pic x value "N".
       77 ws-falhou pic x value "N".
       77 ws-fim pic x value "N".
       77 ws-cli-emitido pic x value "N".
       77 found-ocorr pic x value "N".
       77 wlin pic 99 value 55.

       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-ontem-data8 pic 9(8) value zero.
       77 ws-ultima-data pic 9(8) value zero.
       77 ws-data-inicio pic 9(8) value zero.
       77 ws-data-fim pic 9(8) value zero.
       77 ws-data-informada pic 9(8) value zero.
       77 ws-data-teste pic 9(8) value zero.

       77 ws-total-cli-i pic 9(7) value zero.
       77 ws-total-cli-u pic 9(7) value zero.
       77 ws-total-cli-n pic 9(7) value zero.
       77 ws-total-oco-i pic 9(7) value zero.
       77 ws-total-oco-u pic 9(7) value zero.
       77 ws-total-oco-d pic 9(7) value zero.
       77 ws-total-oco-a pic 9(7) value zero.
       77 ws-total-sem-chave pic 9(7) value zero.
       77 ws-qtde-cli pic 9(7) value zero.
       77 ws-qtde-ocorr pic 9(7) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       01 ws-hora-atual.
           05 ws-hh-atual pic 99.
           05 ws-min-atual pic 99.
           05 filler pic 9(4).

      *the client file keeps its dates as dd/mm/aaaa; the extract
      *sends every date as aaaammdd.
       01 ws-data-barras.
           05 db-dia pic x(2).
           05 filler pic x(1).
           05 db-mes pic x(2).
           05 filler pic x(1).
           05 db-ano pic x(4).

       01 ws-data-conv.
           05 dc-ano pic x(4).
           05 dc-mes pic x(2).
           05 dc-dia pic x(2).
       01 ws-data-conv-num redefines ws-data-conv pic 9(8).

       01 ws-chave-origem.
           05 ws-origem-cpf pic x(11).
           05 ws-origem-data pic 9(8).
           05 ws-origem-hora pic 9(4).
           05 ws-origem-seq pic 9(2).

      *one client as it stands after the change.
       01 ws-linha-cli.
           05 lc-operacao pic x(1).
           05 filler pic x(1) value ";".
           05 lc-timestamp.
               10 lc-ts-data pic 9(8).
               10 lc-ts-hora pic 9(4).
           05 filler pic x(1) value ";".
           05 lc-cpf pic 9(11).
           05 filler pic x(1) value ";".
           05 lc-nome pic x(30).
           05 filler pic x(1) value ";".
           05 lc-endereco pic x(45).
           05 filler pic x(1) value ";".
           05 lc-complemento pic x(10).
           05 filler pic x(1) value ";".
           05 lc-bairro pic x(20).
           05 filler pic x(1) value ";".
           05 lc-cidade pic x(20).
           05 filler pic x(1) value ";".
           05 lc-estado pic x(2).
           05 filler pic x(1) value ";".
           05 lc-cep pic x(9).
           05 filler pic x(1) value ";".
           05 lc-ddd pic 9(2).
           05 filler pic x(1) value ";".
           05 lc-telefone pic x(9).
           05 filler pic x(1) value ";".
           05 lc-data-inclusao pic 9(8).
           05 filler pic x(1) value ";".
           05 lc-tipo-pacote pic x(1).
           05 filler pic x(1) value ";".
           05 lc-qtde-pontos pic 9(1).
           05 filler pic x(1) value ";".
           05 lc-vencimento pic 9(2).
           05 filler pic x(1) value ";".
           05 lc-status pic x(1).
           05 filler pic x(1) value ";".
           05 lc-flag-risco pic x(1).
           05 filler pic x(1) value ";".
           05 lc-flag-suspenso pic x(1).
           05 filler pic x(1) value ";".
           05 lc-tipo-pessoa pic x(1).
           05 filler pic x(1) value ";".
           05 lc-cnpj pic 9(14).
           05 filler pic x(1) value ";".
           05 lc-data-ativacao pic 9(8).
           05 filler pic x(1) value ";".
           05 lc-data-suspensao pic 9(8).
           05 filler pic x(1) value ";".
           05 lc-vendedor pic x(5).
           05 filler pic x(1) value ";".
           05 lc-canal-venda pic x(1).
           05 filler pic x(1) value ";".
           05 lc-nivel-servico pic x(1).
           05 filler pic x(1) value ";".
           05 lc-data-alteracao pic 9(8).

      *one occurrence as it stands after the change; a delete only
      *carries the key it had.
       01 ws-linha-ocorr.
           05 lo-operacao pic x(1).
           05 filler pic x(1) value ";".
           05 lo-timestamp.
               10 lo-ts-data pic 9(8).
               10 lo-ts-hora pic 9(4).
           05 filler pic x(1) value ";".
           05 lo-cpf pic x(11).
           05 filler pic x(1) value ";".
           05 lo-data-ocorr pic 9(8).
           05 filler pic x(1) value ";".
           05 lo-hora-ocorr pic 9(4).
           05 filler pic x(1) value ";".
           05 lo-seq pic 9(2).
           05 filler pic x(1) value ";".
           05 lo-nome pic x(30).
           05 filler pic x(1) value ";".
           05 lo-atendente pic x(30).
           05 filler pic x(1) value ";".
           05 lo-descricao pic x(70).
           05 filler pic x(1) value ";".
           05 lo-stat pic 9.
           05 filler pic x(1) value ";".
           05 lo-andamento pic 9.
           05 filler pic x(1) value ";".
           05 lo-prioridade pic 9.
           05 filler pic x(1) value ";".
           05 lo-data-limite-sla pic 9(8).
           05 filler pic x(1) value ";".
           05 lo-categoria pic x(3).
           05 filler pic x(1) value ";".
           05 lo-resolucao pic x(3).
           05 filler pic x(1) value ";".
           05 lo-data-fechamento pic 9(8).
           05 filler pic x(1) value ";".
           05 lo-dias-suspensos pic 9(3).
           05 filler pic x(1) value ";".
           05 lo-ticket-crm pic x(10).
           05 filler pic x(1) value ";".
           05 lo-incidente pic 9(8).
           05 filler pic x(1) value ";".
           05 lo-nivel-sla pic x(1).
           05 filler pic x(1) value ";".
           05 lo-ocorr-relacionada pic x(25).

      *the control trailer closing each extract: the days it covers
      *and how many change lines came before it, so the load can
      *tell a short file from a quiet day.
       01 ws-trailer.
           05 tr-tipo pic x(1) value "T".
           05 filler pic x(1) value ";".
           05 tr-data-inicio pic 9(8).
           05 filler pic x(1) value ";".
           05 tr-data-fim pic 9(8).
           05 filler pic x(1) value ";".
           05 tr-qtde pic 9(7).
           05 filler pic x(1) value ";".
           05 tr-data-geracao pic 9(8).
           05 filler pic x(1) value ";".
           05 tr-hora-geracao pic 9(4).

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Extrato de Alteracoes para o BI".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(8) value "   DE: ".
           05 inicio-cab2 pic 9999/99/99.
           05 filler pic x(7) value "  ATE: ".
           05 fim-cab2 pic 9999/99/99.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzzzzzzz9.

       procedure division.

       mestre.
      *practice sessions never leave the building.
           accept ws-treino from environment
               "MACKALLCENTER_TREINAMENTO"
               on exception
                   move "N" to ws-treino
           end-accept
           if ws-treino = "S"
               display "MODO TREINAMENTO - EXTRATO NAO SERA GERADO"
               goback
           end-if

           perform inicio
           if ws-em-dia = "N" and ws-falhou = "N"
               perform extrai-clientes
               perform extrai-anonimizados
               perform extrai-ocorr-incluidas
               perform extrai-ocorr-historico
               perform extrai-ocorr-arquivadas
               perform grava-trailers
               perform grava-marca
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

           accept ws-data-hoje from date yyyymmdd
           accept ws-hora-atual from time
           move ws-data-hoje to ws-hoje-data8
           compute ws-ontem-data8 = function date-of-integer
               (function integer-of-date (ws-hoje-data8) - 1)
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

      *Only closed days are sent, so nothing stamped later today can
      *fall between two runs. The first run ever sends yesterday
      *alone -- the BI team already holds the full base from the BK_
      *copies -- and every later one starts the day after the
      *watermark, however many nights were missed in between.
           move zero to ws-ultima-data
           open input arq-marca
           if st-marca = "00"
               read arq-marca
                   at end move zero to mc-ultima-data
               end-read
               if mc-ultima-data is numeric
                   move mc-ultima-data to ws-ultima-data
               end-if
               close arq-marca
           end-if
           if ws-ultima-data = zero
               move ws-ontem-data8 to ws-data-inicio
           else
               compute ws-data-inicio = function date-of-integer
                   (function integer-of-date (ws-ultima-data) + 1)
           end-if
           move ws-ontem-data8 to ws-data-fim

      *on demand the operator may send an earlier stretch again,
      *when the BI side lost a load.
           if ws-modo-batch not = "S"
               display "EXTRAIR A PARTIR DE (AAAAMMDD, ZERO = "
                   ws-data-inicio ")? " with no advancing
               accept ws-data-informada
               if ws-data-informada not = zero
                   if function test-date-yyyymmdd (ws-data-informada)
                           = zero
                           and ws-data-informada <= ws-data-fim
                       move ws-data-informada to ws-data-inicio
                   else
                       display "DATA INVALIDA - MANTIDO "
                           ws-data-inicio
                   end-if
               end-if
           end-if
           move ws-data-inicio to inicio-cab2
           move ws-data-fim to fim-cab2

           move "EXTRATO_CDC" to ws-rel-nome
           move "D:\RELCDC" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-cdc

      *already sent through yesterday: last night's files are left
      *as they are for the BI load to pick up.
           if ws-data-inicio > ws-data-fim
               move "S" to ws-em-dia
               exit paragraph
           end-if

           open input arq-cli
           if st-cli = "00"
               move "S" to ws-tem-cli
           else
               display "ERRO AO ABRIR CLIENTES.DAT: " st-cli
               move "S" to ws-falhou
           end-if
           open input arq-ocorr
           if st-ocorr = "00"
               move "S" to ws-tem-ocorr
           else
               display "ERRO AO ABRIR OCORRENCIAS.DAT: " st-ocorr
               move "S" to ws-falhou
           end-if
           if ws-falhou = "S"
               move 1 to return-code
               exit paragraph
           end-if

      *no trail on disk yet only means nothing of that kind has
      *happened.
           open input arq-cli-hist
           if st-cli-hist = "00"
               move "S" to ws-tem-cli-hist
           end-if
           open input arq-log
           if st-log = "00"
               move "S" to ws-tem-log
           end-if
           open input arq-ocorr-hist
           if st-oco-hist = "00"
               move "S" to ws-tem-oco-hist
           end-if
           open input arq-ocorr-arq
           if st-oco-arq = "00"
               move "S" to ws-tem-oco-arq
           end-if

           open output arq-cdc-cli
           open output arq-cdc-ocorr.

      *EXTRAI-CLIENTES walks CLIENTES.DAT once: a sale made in the
      *window is an insert, and each CLIHIST row in the window an
      *update. A client changed by a program that keeps no CLIHIST
      *row still has DATA-ULTIMA-ALTERACAO to show for it.
       extrai-clientes.
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-cli next record
                   at end move "S" to ws-fim
                   not at end perform confere-cliente
               end-read
           end-perform.

       confere-cliente.
           move "N" to ws-cli-emitido

           move data-inclusao-cliente to ws-data-barras
           perform converte-data
           if ws-data-conv-num >= ws-data-inicio
                   and ws-data-conv-num <= ws-data-fim
               move "I" to lc-operacao
               move ws-data-conv-num to lc-ts-data
               move zero to lc-ts-hora
               perform grava-linha-cli
               add 1 to ws-total-cli-i
           end-if

           if ws-tem-cli-hist = "S"
               perform busca-cli-hist
           end-if

           if ws-cli-emitido = "N"
               move data-ultima-alteracao to ws-data-barras
               perform converte-data
               if ws-data-conv-num >= ws-data-inicio
                       and ws-data-conv-num <= ws-data-fim
                   move "U" to lc-operacao
                   move ws-data-conv-num to lc-ts-data
                   move zero to lc-ts-hora
                   perform grava-linha-cli
                   add 1 to ws-total-cli-u
               end-if
           end-if.

       busca-cli-hist.
           move cpf to c-cpf
           move ws-data-inicio to c-data-alteracao
           move zero to c-hora-alteracao c-seq
           start arq-cli-hist key is >= c-chave
               invalid key exit paragraph
           end-start
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-cli-hist next record
                   at end move "S" to ws-fim
                   not at end
                       move c-data-alteracao to ws-data-teste
                       if c-cpf not = cpf
                               or ws-data-teste > ws-data-fim
                           move "S" to ws-fim
                       else
                           move "U" to lc-operacao
                           move ws-data-teste to lc-ts-data
                           move c-hora-alteracao to lc-ts-hora
                           perform grava-linha-cli
                           add 1 to ws-total-cli-u
                       end-if
               end-read
           end-perform
      *the outer walk of CLIENTES.DAT shares the switch.
           move "N" to ws-fim.

      *EXTRAI-ANONIMIZADOS sends every scrub logged in the window,
      *with the client record as the scrub left it.
       extrai-anonimizados.
           if ws-tem-log not = "S"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-log
                   at end move "S" to ws-fim
                   not at end perform confere-anonimizado
               end-read
           end-perform.

       confere-anonimizado.
           move log-data to ws-data-barras
           perform converte-data
           if ws-data-conv-num < ws-data-inicio
                   or ws-data-conv-num > ws-data-fim
               exit paragraph
           end-if
           move log-cpf to cpf
           read arq-cli key is cpf
               invalid key
                   move spaces to reg-cliente
                   move log-cpf to cpf
                   move zero to ddd qtde-pontos-residencia
                       vencimento-fatura cnpj
           end-read
           move "N" to lc-operacao
           move ws-data-conv-num to lc-ts-data
           move zero to lc-ts-hora
           perform grava-linha-cli
           add 1 to ws-total-cli-n.

       grava-linha-cli.
           move cpf to lc-cpf
           move nome to lc-nome
           move endereco to lc-endereco
           move complemento to lc-complemento
           move bairro to lc-bairro
           move cidade to lc-cidade
           move estado to lc-estado
           move cep to lc-cep
           move ddd to lc-ddd
           move telefone to lc-telefone
           move data-inclusao-cliente to ws-data-barras
           perform converte-data
           move ws-data-conv-num to lc-data-inclusao
           move tipo-pacote to lc-tipo-pacote
           move qtde-pontos-residencia to lc-qtde-pontos
           move vencimento-fatura to lc-vencimento
           move status-cliente to lc-status
           move flag-risco to lc-flag-risco
           move flag-suspenso to lc-flag-suspenso
           move tipo-pessoa to lc-tipo-pessoa
           move cnpj to lc-cnpj
           move data-ativacao to ws-data-barras
           perform converte-data
           move ws-data-conv-num to lc-data-ativacao
           move data-suspensao to ws-data-barras
           perform converte-data
           move ws-data-conv-num to lc-data-suspensao
           move vendedor to lc-vendedor
           move canal-venda to lc-canal-venda
           move nivel-servico to lc-nivel-servico
           move data-ultima-alteracao to ws-data-barras
           perform converte-data
           move ws-data-conv-num to lc-data-alteracao
      *a ";" typed into a free-text field would shift every column
      *after it on the BI side.
           inspect lc-nome replacing all ";" by ","
           inspect lc-endereco replacing all ";" by ","
           inspect lc-complemento replacing all ";" by ","
           inspect lc-bairro replacing all ";" by ","
           inspect lc-cidade replacing all ";" by ","
           write reg-cdc-cli from ws-linha-cli
           add 1 to ws-qtde-cli
           move "S" to ws-cli-emitido.

      *a blank or garbled date goes out as zero.
       converte-data.
           move db-ano to dc-ano
           move db-mes to dc-mes
           move db-dia to dc-dia
           if ws-data-conv-num is not numeric
               move zero to ws-data-conv-num
           end-if.

      *EXTRAI-OCORR-INCLUIDAS takes the occurrences opened in the
      *window straight off the O-DATA-OCORR alternate key.
       extrai-ocorr-incluidas.
           move ws-data-inicio to o-data-ocorr
           start arq-ocorr key is >= o-data-ocorr
               invalid key exit paragraph
           end-start
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-ocorr next record
                   at end move "S" to ws-fim
                   not at end
                       move o-data-ocorr to ws-data-teste
                       if ws-data-teste > ws-data-fim
                           move "S" to ws-fim
                       else
                           move "I" to lo-operacao
                           move ws-data-teste to lo-ts-data
                           move o-hora-ocorr to lo-ts-hora
                           perform grava-linha-ocorr
                           add 1 to ws-total-oco-i
                       end-if
               end-read
           end-perform.

      *EXTRAI-OCORR-HISTORICO turns the OCORRHIST rows stamped in the
      *window into updates and deletes. The trail keeps the values
      *BEFORE each edit, so an update goes out with the occurrence as
      *it stands now; one that has since left the live file sends
      *its own delete or archive line instead. Rows older than the
      *occurrence key on the trail cannot be placed and are counted.
       extrai-ocorr-historico.
           if ws-tem-oco-hist not = "S"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-ocorr-hist next record
                   at end move "S" to ws-fim
                   not at end perform confere-ocorr-hist
               end-read
           end-perform.

       confere-ocorr-hist.
           move h-data-alteracao to ws-data-teste
           if ws-data-teste < ws-data-inicio
                   or ws-data-teste > ws-data-fim
               exit paragraph
           end-if
           if h-ocorr-data is not numeric or h-ocorr-data = zero
               add 1 to ws-total-sem-chave
               exit paragraph
           end-if

           evaluate true
               when h-exclusao
                   move h-cpf to ws-origem-cpf
                   move h-ocorr-data to ws-origem-data
                   move h-ocorr-hora to ws-origem-hora
                   move h-ocorr-seq to ws-origem-seq
                   perform grava-exclusao-ocorr
               when h-correcao-cpf
      *a CPF correction is the old key going away and the occurrence
      *carrying on under the new one.
                   move h-chave-origem to ws-chave-origem
                   perform grava-exclusao-ocorr
                   perform grava-alteracao-ocorr
               when other
                   perform grava-alteracao-ocorr
           end-evaluate.

       grava-exclusao-ocorr.
           initialize ws-linha-ocorr
           move "D" to lo-operacao
           move ws-data-teste to lo-ts-data
           move h-hora-alteracao to lo-ts-hora
           move ws-origem-cpf to lo-cpf
           move ws-origem-data to lo-data-ocorr
           move ws-origem-hora to lo-hora-ocorr
           move ws-origem-seq to lo-seq
           write reg-cdc-ocorr from ws-linha-ocorr
           add 1 to ws-qtde-ocorr
           add 1 to ws-total-oco-d.

       grava-alteracao-ocorr.
           move h-cpf to o-cpf
           move h-ocorr-data to o-data-ocorr
           move h-ocorr-hora to o-hora-ocorr
           move h-ocorr-seq to o-seq
           read arq-ocorr key is o-chave
               invalid key move "N" to found-ocorr
               not invalid key move "S" to found-ocorr
           end-read
           if found-ocorr = "S"
               move "U" to lo-operacao
               move ws-data-teste to lo-ts-data
               move h-hora-alteracao to lo-ts-hora
               perform grava-linha-ocorr
               add 1 to ws-total-oco-u
           end-if.

       grava-linha-ocorr.
           move o-cpf to lo-cpf
           move o-data-ocorr to lo-data-ocorr
           move o-hora-ocorr to lo-hora-ocorr
           move o-seq to lo-seq
           move o-nome to lo-nome
           move o-atendente to lo-atendente
           move o-descricao to lo-descricao
           move o-stat to lo-stat
           move o-andamento to lo-andamento
           move o-prioridade to lo-prioridade
           move o-data-limite-sla to lo-data-limite-sla
           move o-categoria to lo-categoria
           move o-resolucao to lo-resolucao
           move o-data-fechamento to lo-data-fechamento
           move o-dias-suspensos to lo-dias-suspensos
           move o-ticket-crm to lo-ticket-crm
           move o-incidente to lo-incidente
           move o-nivel-sla to lo-nivel-sla
           move o-ocorr-relacionada to lo-ocorr-relacionada
           perform grava-ocorr-texto.

       grava-ocorr-texto.
           inspect lo-nome replacing all ";" by ","
           inspect lo-atendente replacing all ";" by ","
           inspect lo-descricao replacing all ";" by ","
           write reg-cdc-ocorr from ws-linha-ocorr
           add 1 to ws-qtde-ocorr.

      *EXTRAI-OCORR-ARQUIVADAS sends what the retention run moved
      *out of the live file in the window, as it was archived.
       extrai-ocorr-arquivadas.
           if ws-tem-oco-arq not = "S"
               exit paragraph
           end-if
           move "N" to ws-fim
           perform until ws-fim = "S"
               read arq-ocorr-arq next record
                   at end move "S" to ws-fim
                   not at end perform confere-arquivada
               end-read
           end-perform.

       confere-arquivada.
           if oa-data-arquivamento is not numeric
                   or oa-data-arquivamento < ws-data-inicio
                   or oa-data-arquivamento > ws-data-fim
               exit paragraph
           end-if
           initialize ws-linha-ocorr
           move "A" to lo-operacao
           move oa-data-arquivamento to lo-ts-data
           move zero to lo-ts-hora
           move oa-cpf to lo-cpf
           move oa-data-ocorr to lo-data-ocorr
           move oa-hora-ocorr to lo-hora-ocorr
           move oa-seq to lo-seq
           move oa-nome to lo-nome
           move oa-atendente to lo-atendente
           move oa-descricao to lo-descricao
           move oa-stat to lo-stat
           move oa-andamento to lo-andamento
           move oa-prioridade to lo-prioridade
           move oa-data-limite-sla to lo-data-limite-sla
           move oa-categoria to lo-categoria
           move oa-resolucao to lo-resolucao
           move oa-data-fechamento to lo-data-fechamento
           move oa-dias-suspensos to lo-dias-suspensos
           move oa-ticket-crm to lo-ticket-crm
           move oa-nivel-sla to lo-nivel-sla
           perform grava-ocorr-texto
           add 1 to ws-total-oco-a.

       grava-trailers.
           move ws-data-inicio to tr-data-inicio
           move ws-data-fim to tr-data-fim
           move ws-hoje-data8 to tr-data-geracao
           compute tr-hora-geracao = ws-hh-atual * 100 + ws-min-atual
           move ws-qtde-cli to tr-qtde
           write reg-cdc-cli from ws-trailer
           move ws-qtde-ocorr to tr-qtde
           write reg-cdc-ocorr from ws-trailer.

       grava-marca.
           open output arq-marca
           move spaces to reg-marca
           move ws-data-fim to mc-ultima-data
           move ws-hoje-data8 to mc-data-execucao
           compute mc-hora-execucao = ws-hh-atual * 100 + ws-min-atual
           move ws-qtde-cli to mc-qtde-clientes
           move ws-qtde-ocorr to mc-qtde-ocorr
           write reg-marca
           close arq-marca.

       cabec.
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           move 5 to wlin.

       sumario.
           perform cabec
           move spaces to reg-rel
           write reg-rel after 1

           if ws-em-dia = "S"
               move "NADA A EXTRAIR - JA ENVIADO ATE" to rotulo
               move ws-ultima-data to valor
               write reg-rel from lin-sumario after 2
               exit paragraph
           end-if
           if ws-falhou = "S"
               move "EXTRATO NAO GERADO - ARQUIVO INDISPONIVEL"
                   to reg-rel
               write reg-rel after 2
               exit paragraph
           end-if

           move "CLIENTES - INCLUSOES" to rotulo
           move ws-total-cli-i to valor
           write reg-rel from lin-sumario after 2
           move "CLIENTES - ALTERACOES" to rotulo
           move ws-total-cli-u to valor
           write reg-rel from lin-sumario after 1
           move "CLIENTES - ANONIMIZACOES" to rotulo
           move ws-total-cli-n to valor
           write reg-rel from lin-sumario after 1
           move "LINHAS EM CDC_CLIENTES.TXT" to rotulo
           move ws-qtde-cli to valor
           write reg-rel from lin-sumario after 1

           move "OCORRENCIAS - INCLUSOES" to rotulo
           move ws-total-oco-i to valor
           write reg-rel from lin-sumario after 2
           move "OCORRENCIAS - ALTERACOES" to rotulo
           move ws-total-oco-u to valor
           write reg-rel from lin-sumario after 1
           move "OCORRENCIAS - EXCLUSOES" to rotulo
           move ws-total-oco-d to valor
           write reg-rel from lin-sumario after 1
           move "OCORRENCIAS - ARQUIVAMENTOS" to rotulo
           move ws-total-oco-a to valor
           write reg-rel from lin-sumario after 1
           move "LINHAS EM CDC_OCORRENCIAS.TXT" to rotulo
           move ws-qtde-ocorr to valor
           write reg-rel from lin-sumario after 1

           move "HISTORICO SEM CHAVE DA OCORRENCIA" to rotulo
           move ws-total-sem-chave to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "EXTRATO_CDC" to dig-origem
           move "CLIENTES ENVIADOS AO BI" to dig-rotulo
           move ws-qtde-cli to dig-valor
           write reg-digest
           move "EXTRATO_CDC" to dig-origem
           move "OCORRENCIAS ENVIADAS AO BI" to dig-rotulo
           move ws-qtde-ocorr to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-cdc
           if ws-tem-cli = "S"
               close arq-cli
           end-if
           if ws-tem-ocorr = "S"
               close arq-ocorr
           end-if
           if ws-em-dia = "S" or ws-falhou = "S"
               exit paragraph
           end-if
           if ws-tem-cli-hist = "S"
               close arq-cli-hist
           end-if
           if ws-tem-log = "S"
               close arq-log
           end-if
           if ws-tem-oco-hist = "S"
               close arq-ocorr-hist
           end-if
           if ws-tem-oco-arq = "S"
               close arq-ocorr-arq
           end-if
           close arq-cdc-cli
                 arq-cdc-ocorr.
