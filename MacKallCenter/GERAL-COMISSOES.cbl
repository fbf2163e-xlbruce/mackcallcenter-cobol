       identification division.
       program-id. COMISSAO_VENDAS as "PGM376".

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

           select arq-assinaturas assign to "D:\ASSINATURAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is as-chave
               file status is st-assinatura.

           select arq-pacotes assign to "D:\PACOTES.DAT"
               organization is indexed
               access mode is random
               record key is pac-codigo
               file status is st-pacote.

           select arq-taxas assign to "D:\TAXASCOMISSAO.DAT"
               organization is indexed
               access mode is random
               record key is tc-chave
               file status is st-taxa.

           select arq-cancelamentos assign to "D:\CANCELAMENTOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is cn-chave
               file status is st-canc.

           select arq-operadores assign to "D:\OPERADORES.DAT"
               organization is indexed
               access mode is random
               record key is op-id
               file status is st-operador.

           select arq-comissoes assign to "D:\COMISSOES.DAT"
               organization is indexed
               access mode is dynamic
               record key is cm-chave
               file status is st-comissao.

           select rel-comissoes assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

           select work-comissoes assign to "D:\WORKCOMISSOES.TMP".

       data division.
           File section.
           fd arq-cli.
               COPY CLICOPY.

           fd arq-assinaturas.
               COPY ASSCOPY.

           fd arq-pacotes.
               COPY PACCOPY.

           fd arq-taxas.
               COPY TXCCOPY.

           fd arq-cancelamentos.
               COPY CANCCOPY.

           fd arq-operadores.
               COPY OPERCOPY.

           fd arq-comissoes.
               COPY COMCOPY.

       fd rel-comissoes.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

      *s-tipo orders each seller's statement: what is paid this
      *month, what is taken back, then the sales held for want of a
      *rate (paid on a later run once CADASTRO_COMISSAO has one).
       sd work-comissoes.
       01 sort-rec.
           05 s-vendedor pic x(5).
           05 s-tipo pic 9(1).
           05 s-cpf pic 9(11).
           05 s-item pic x(1).
           05 s-pacote pic x(1).
           05 s-canal pic x(1).
           05 s-ativacao pic 9(8).
           05 s-evento pic 9(8).
           05 s-motivo pic x(1).
           05 s-valor pic 9(5)v99.

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
       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".

       77 st-cli pic xx value spaces.
       77 st-assinatura pic xx value spaces.
       77 st-pacote pic xx value spaces.
       77 st-taxa pic xx value spaces.
       77 st-canc pic xx value spaces.
       77 st-operador pic xx value spaces.
       77 st-comissao pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-treino pic x value "N".
       77 ws-tem-clientes pic x value "N".
       77 ws-tem-assinaturas pic x value "N".
       77 ws-tem-pacotes pic x value "N".
       77 ws-tem-taxas pic x value "N".
       77 ws-tem-cancelamentos pic x value "N".
       77 ws-tem-operadores pic x value "N".
       77 ws-tem-comissoes pic x value "N".
       77 ws-fim-arq pic x value "N".
       77 ws-fim-assin pic x value "N".
       77 ws-fim-canc pic x value "N".
       77 ws-fim-sort pic x value "N".
       77 ws-achou pic x value "N".
       77 ws-venda-encerrada pic x value "N".

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
      *the competencia is the month being paid; in batch the one
      *that just ended. A sale is due once activated by its end.
       77 ws-competencia pic 9(6) value zero.
       77 ws-comp-fim pic 9(8) value zero.

      *client and subscription dates are dd/mm/aaaa; converte-data
      *turns one into aaaammdd, or zero when it is not a date.
       77 ws-data-texto pic x(10) value spaces.
       01 ws-data-conv.
           05 conv-ano pic 9(4).
           05 conv-mes pic 9(2).
           05 conv-dia pic 9(2).
       01 ws-data-conv8 redefines ws-data-conv pic 9(8).
       77 ws-data8 pic 9(8) value zero.
       77 ws-data-barras pic x(10) value spaces.

      *the sale being looked at.
       77 ws-cli-ativacao pic 9(8) value zero.
       77 ws-venda-cpf pic 9(11) value zero.
       77 ws-venda-item pic x value space.
       77 ws-venda-data pic 9(8) value zero.
       77 ws-venda-ativacao pic 9(8) value zero.
       77 ws-venda-vendedor pic x(5) value spaces.
       77 ws-venda-canal pic x value space.
       77 ws-venda-pacote pic x value space.
       77 ws-venda-preco pic 9(5)v99 value zero.
       77 ws-venda-valor pic 9(5)v99 value zero.

      *clawback: the first cancellation or suspension on or after
      *activation, against the end of the 90-day window.
       77 ws-dias-estorno pic 9(3) value 90.
       77 ws-limite-int pic 9(8) value zero.
       77 ws-limite-data8 pic 9(8) value zero.
       77 ws-data-canc pic 9(8) value zero.
       77 ws-data-susp pic 9(8) value zero.
       77 ws-data-evento pic 9(8) value zero.
       77 ws-motivo pic x value space.

       77 ws-vendedor-atual pic x(5) value spaces.
       77 ws-tipo-atual pic 9 value zero.
       77 ws-vend-comissao pic 9(7)v99 value zero.
       77 ws-vend-estorno pic 9(7)v99 value zero.
       77 ws-vend-liquido pic s9(7)v99 value zero.

       77 ws-qtd-pagas pic 9(7) value zero.
       77 ws-qtd-estornos pic 9(7) value zero.
       77 ws-qtd-sem-taxa pic 9(7) value zero.
       77 ws-qtd-definitivas pic 9(7) value zero.
       77 ws-qtd-vendedores pic 9(5) value zero.
       77 ws-total-comissao pic 9(9)v99 value zero.
       77 ws-total-estorno pic 9(9)v99 value zero.
       77 ws-total-folha pic s9(9)v99 value zero.

       COPY CNLCOPY.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(14) value spaces.
           05 filler pic x(42) value
               "Comissao de Vendas - Extrato por Vendedor".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(16) value "  COMPETENCIA: ".
           05 comp-cab2 pic 9(6).

       01 cab-vendedor.
           05 filler pic x(10) value "VENDEDOR: ".
           05 vendedor-cab pic x(5).
           05 filler pic x(2) value spaces.
           05 nome-vendedor-cab pic x(30).

       01 cab-secao pic x(60).

       01 cab3.
           05 filler pic x(12) value "CPF".
           05 filler pic x(4) value "SRV".
           05 filler pic x(4) value "PAC".
           05 filler pic x(16) value "CANAL".
           05 filler pic x(11) value "ATIVACAO".
           05 filler pic x(11) value "EVENTO".
           05 filler pic x(10) value "VALOR".

       01 lin-det.
           05 cpf-det pic x(11).
           05 filler pic x(1) value space.
           05 item-det pic x(1).
           05 filler pic x(3) value spaces.
           05 pacote-det pic x(1).
           05 filler pic x(3) value spaces.
           05 canal-det pic x(15).
           05 filler pic x(1) value space.
           05 ativacao-det pic x(10).
           05 filler pic x(1) value space.
           05 evento-det pic x(10).
           05 filler pic x(1) value space.
           05 valor-det pic zzzz9,99.
           05 filler pic x(1) value space.
           05 motivo-det pic x(4).

       01 lin-total-vendedor.
           05 rotulo-vend pic x(40).
           05 filler pic x(9) value spaces.
           05 valor-vend pic -zzzzzz9,99.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.
           05 filler pic x(2) value spaces.
           05 valor-moeda pic -zzzzzzzz9,99.

       procedure division.

       mestre.
           perform inicio
           if ws-tem-clientes = "S"
               sort work-comissoes
                   on ascending key s-vendedor s-tipo s-cpf s-item
                   input procedure is apura-movimento
                   output procedure is imprime-extratos
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

           accept ws-treino from environment
               "MACKALLCENTER_TREINAMENTO"
               on exception
                   move "N" to ws-treino
           end-accept

           accept ws-clientes-path from environment
               "MACKALLCENTER_CLIENTES_PATH"
               on exception
                   move "D:\CLIENTES.DAT" to ws-clientes-path
           end-accept

           accept ws-data-hoje from date yyyymmdd
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

      *In batch the run pays the month that just ended; on demand
      *the operator says which competencia is wanted.
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
           compute ws-comp-fim = ws-competencia * 100 + 31

           move "COMISSAO_VENDAS" to ws-rel-nome
           move "D:\COMISSOES" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-comissoes
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2

           open input arq-cli
           if st-cli = "00"
               move "S" to ws-tem-clientes
           end-if
           open input arq-assinaturas
           if st-assinatura = "00"
               move "S" to ws-tem-assinaturas
           end-if
           open input arq-pacotes
           if st-pacote = "00"
               move "S" to ws-tem-pacotes
           end-if
           open input arq-taxas
           if st-taxa = "00"
               move "S" to ws-tem-taxas
           end-if
           open input arq-cancelamentos
           if st-canc = "00"
               move "S" to ws-tem-cancelamentos
           end-if
           open input arq-operadores
           if st-operador = "00"
               move "S" to ws-tem-operadores
           end-if

      *a practice run prints the statements but leaves the ledger
      *as it was, so the real run still pays and takes back.
           if ws-treino = "S"
               open input arq-comissoes
           else
               open i-o arq-comissoes
               if st-comissao = "35"
                   open output arq-comissoes
                   close arq-comissoes
                   open i-o arq-comissoes
               end-if
           end-if
           if st-comissao = "00"
               move "S" to ws-tem-comissoes
           end-if.

       apura-movimento.
           perform apura-vendas
           if ws-tem-comissoes = "S"
               perform apura-estornos
           end-if.

      *APURA-VENDAS pays each sale not yet on the ledger whose
      *installation was concluded by the end of the competencia:
      *the client's own sale from DATA-ATIVACAO, and every service
      *signed on ASSINATURAS once both it and the client are live.
      *A sale with no seller stamped (older than the commission
      *run) pays nothing.
       apura-vendas.
           move "N" to ws-fim-arq
           perform until ws-fim-arq = "S"
               read arq-cli next record
                   at end move "S" to ws-fim-arq
                   not at end perform avalia-cliente
               end-read
           end-perform.

       avalia-cliente.
           move data-ativacao to ws-data-texto
           perform converte-data
           move ws-data-conv8 to ws-cli-ativacao
           if ws-cli-ativacao = zero
               exit paragraph
           end-if

           if vendedor not = spaces
               move cpf to ws-venda-cpf
               move "*" to ws-venda-item
               move data-inclusao-cliente to ws-data-texto
               perform converte-data
               move ws-data-conv8 to ws-venda-data
               move ws-cli-ativacao to ws-venda-ativacao
               move vendedor to ws-venda-vendedor
               move canal-venda to ws-venda-canal
               move tipo-pacote to ws-venda-pacote
               move "N" to ws-venda-encerrada
               perform avalia-venda
           end-if

           if ws-tem-assinaturas = "S"
               perform avalia-assinaturas
           end-if.

       avalia-assinaturas.
           move cpf to as-cpf
           move low-values to as-servico
           move "N" to ws-fim-assin
           start arq-assinaturas key is >= as-chave
               invalid key move "S" to ws-fim-assin
           end-start
           perform until ws-fim-assin = "S"
               read arq-assinaturas next record
                   at end move "S" to ws-fim-assin
                   not at end
                       if as-cpf not = cpf
                           move "S" to ws-fim-assin
                       else
                           perform avalia-assinatura
                       end-if
               end-read
           end-perform.

      *a service goes live on the later of its own signing and the
      *client's installation; one already ended before it was ever
      *paid never earned anything.
       avalia-assinatura.
           if as-vendedor = spaces
               exit paragraph
           end-if
           move as-data-ativacao to ws-data-texto
           perform converte-data
           if ws-data-conv8 = zero
               exit paragraph
           end-if
           move cpf to ws-venda-cpf
           move as-servico to ws-venda-item
           move ws-data-conv8 to ws-venda-data
           if ws-venda-data > ws-cli-ativacao
               move ws-venda-data to ws-venda-ativacao
           else
               move ws-cli-ativacao to ws-venda-ativacao
           end-if
           move as-vendedor to ws-venda-vendedor
           move as-canal to ws-venda-canal
           move as-servico to ws-venda-pacote
           if as-data-fim = spaces
               move "N" to ws-venda-encerrada
           else
               move "S" to ws-venda-encerrada
           end-if
           perform avalia-venda.

       avalia-venda.
           if ws-venda-ativacao > ws-comp-fim
               exit paragraph
           end-if
           if ws-tem-comissoes = "S"
               move ws-venda-cpf to cm-cpf
               move ws-venda-item to cm-item
               move ws-venda-data to cm-data-venda
               read arq-comissoes
                   invalid key continue
                   not invalid key exit paragraph
               end-read
           end-if
           if ws-venda-encerrada = "S"
               exit paragraph
           end-if

           move zero to ws-venda-preco ws-venda-valor
           if ws-tem-pacotes = "S"
               move ws-venda-pacote to pac-codigo
               read arq-pacotes
                   invalid key continue
                   not invalid key move pac-preco to ws-venda-preco
               end-read
           end-if

           move "N" to ws-achou
           if ws-tem-taxas = "S"
               move ws-venda-pacote to tc-pacote
               move ws-venda-canal to tc-canal
               read arq-taxas
                   invalid key continue
                   not invalid key move "S" to ws-achou
               end-read
           end-if

           initialize sort-rec
           move ws-venda-vendedor to s-vendedor
           move ws-venda-cpf to s-cpf
           move ws-venda-item to s-item
           move ws-venda-pacote to s-pacote
           move ws-venda-canal to s-canal
           move ws-venda-ativacao to s-ativacao

      *with no rate for the pair the sale stays off the ledger and
      *comes up again next month.
           if ws-achou not = "S"
               move 3 to s-tipo
               add 1 to ws-qtd-sem-taxa
               release sort-rec
               exit paragraph
           end-if

           compute ws-venda-valor rounded =
               ws-venda-preco * tc-percentual / 100
           move 1 to s-tipo
           move ws-venda-valor to s-valor
           add 1 to ws-qtd-pagas
           add ws-venda-valor to ws-total-comissao
           release sort-rec

           if ws-treino = "S"
               exit paragraph
           end-if
           initialize reg-comissao
           move ws-venda-cpf to cm-cpf
           move ws-venda-item to cm-item
           move ws-venda-data to cm-data-venda
           move ws-venda-vendedor to cm-vendedor
           move ws-venda-canal to cm-canal
           move ws-venda-pacote to cm-pacote
           move ws-venda-ativacao to cm-data-ativacao
           move ws-venda-preco to cm-valor-base
           move tc-percentual to cm-percentual
           move ws-venda-valor to cm-valor
           move ws-competencia to cm-competencia-pagto
           set cm-paga to true
           write reg-comissao
               invalid key continue
           end-write.

      *APURA-ESTORNOS walks every commission still open. A client
      *cancelled (CANCELAMENTOS.DAT, result C) or suspended for
      *non-payment (DATA-SUSPENSAO) within 90 days of the sale's
      *activation has it taken back in this competencia; once the
      *window has closed clean the row is made DEFINITIVA. A row
      *paid in this same run is looked at too.
       apura-estornos.
           move low-values to cm-chave
           move "N" to ws-fim-arq
           start arq-comissoes key is >= cm-chave
               invalid key move "S" to ws-fim-arq
           end-start
           perform until ws-fim-arq = "S"
               read arq-comissoes next record
                   at end move "S" to ws-fim-arq
                   not at end
                       if cm-paga
                           perform avalia-estorno
                       end-if
               end-read
           end-perform.

       avalia-estorno.
           compute ws-limite-int =
               function integer-of-date (cm-data-ativacao)
               + ws-dias-estorno
           compute ws-limite-data8 =
               function date-of-integer (ws-limite-int)

           move zero to ws-data-canc ws-data-susp
           move cm-cpf to cpf
           read arq-cli
               invalid key continue
               not invalid key
                   move data-suspensao to ws-data-texto
                   perform converte-data
                   if ws-data-conv8 >= cm-data-ativacao
                       move ws-data-conv8 to ws-data-susp
                   end-if
           end-read
           if ws-tem-cancelamentos = "S"
               perform busca-cancelamento
           end-if

           move zero to ws-data-evento
           move space to ws-motivo
           if ws-data-canc not = zero
               move ws-data-canc to ws-data-evento
               move "C" to ws-motivo
           end-if
           if ws-data-susp not = zero
               if ws-data-evento = zero
                       or ws-data-susp < ws-data-evento
                   move ws-data-susp to ws-data-evento
                   move "I" to ws-motivo
               end-if
           end-if

           if ws-data-evento not = zero
                   and ws-data-evento <= ws-limite-data8
                   and ws-data-evento <= ws-comp-fim
               perform estorna-comissao
               exit paragraph
           end-if

           if ws-limite-data8 <= ws-comp-fim
               add 1 to ws-qtd-definitivas
               if ws-treino not = "S"
                   set cm-definitiva to true
                   rewrite reg-comissao
                       invalid key continue
                   end-rewrite
               end-if
           end-if.

      *the first cancellation the retention desk recorded for the
      *CPF on or after the activation.
       busca-cancelamento.
           move spaces to cn-chave
           move cm-cpf to cn-cpf
           move zeros to cn-data cn-hora cn-seq
           move "N" to ws-fim-canc
           start arq-cancelamentos key is >= cn-chave
               invalid key move "S" to ws-fim-canc
           end-start
           perform until ws-fim-canc = "S"
               read arq-cancelamentos next record
                   at end move "S" to ws-fim-canc
                   not at end
                       if cn-cpf not = cm-cpf (1:11)
                           move "S" to ws-fim-canc
                       else
                           move cn-data to ws-data8
                           if cn-cancelou
                                   and ws-data8 >= cm-data-ativacao
                               move ws-data8 to ws-data-canc
                               move "S" to ws-fim-canc
                           end-if
                       end-if
               end-read
           end-perform.

       estorna-comissao.
           initialize sort-rec
           move cm-vendedor to s-vendedor
           move 2 to s-tipo
           move cm-cpf to s-cpf
           move cm-item to s-item
           move cm-pacote to s-pacote
           move cm-canal to s-canal
           move cm-data-ativacao to s-ativacao
           move ws-data-evento to s-evento
           move ws-motivo to s-motivo
           move cm-valor to s-valor
           add 1 to ws-qtd-estornos
           add cm-valor to ws-total-estorno
           release sort-rec

           if ws-treino = "S"
               exit paragraph
           end-if
           set cm-estornada to true
           move ws-competencia to cm-competencia-estorno
           move ws-motivo to cm-motivo-estorno
           move ws-data-evento to cm-data-evento
           rewrite reg-comissao
               invalid key continue
           end-rewrite.

       converte-data.
           move zero to ws-data-conv8
           if ws-data-texto (1:2) is numeric
                   and ws-data-texto (4:2) is numeric
                   and ws-data-texto (7:4) is numeric
               move ws-data-texto (7:4) to conv-ano
               move ws-data-texto (4:2) to conv-mes
               move ws-data-texto (1:2) to conv-dia
           end-if.

      *one statement per seller: commissions, clawbacks and the net
      *that goes to the payroll, which may be negative when more is
      *taken back than earned.
       imprime-extratos.
           move spaces to ws-vendedor-atual
           move "N" to ws-fim-sort
           perform until ws-fim-sort = "S"
               return work-comissoes
                   at end move "S" to ws-fim-sort
               end-return
               if ws-fim-sort not = "S"
                   if s-vendedor not = ws-vendedor-atual
                       if ws-vendedor-atual not = spaces
                           perform total-vendedor
                       end-if
                       perform cabecalho-vendedor
                   end-if
                   if s-tipo not = ws-tipo-atual
                       perform cabecalho-secao
                   end-if
                   perform imprime-linha
               end-if
           end-perform
           if ws-vendedor-atual not = spaces
               perform total-vendedor
           end-if.

       cabecalho-vendedor.
           move s-vendedor to ws-vendedor-atual vendedor-cab
           move zero to ws-tipo-atual ws-vend-comissao ws-vend-estorno
           move spaces to nome-vendedor-cab
           if ws-tem-operadores = "S"
               move s-vendedor to op-id
               read arq-operadores
                   invalid key continue
                   not invalid key move op-nome to nome-vendedor-cab
               end-read
           end-if
           add 1 to ws-qtd-vendedores
           write reg-rel from cab-vendedor after 3.

       cabecalho-secao.
           move s-tipo to ws-tipo-atual
           evaluate s-tipo
               when 1
                   move "VENDAS ATIVADAS - COMISSAO" to cab-secao
               when 2
                   move "ESTORNOS - CANCELADOS OU SUSPENSOS EM 90 DIAS"
                       to cab-secao
               when 3
                   move "VENDAS SEM TAXA DE COMISSAO CADASTRADA"
                       to cab-secao
           end-evaluate
           write reg-rel from cab-secao after 2
           write reg-rel from cab3 after 1.

       imprime-linha.
           move s-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-det
           move s-item to item-det
           move s-pacote to pacote-det
           move spaces to canal-det
           set idx-canal to 1
           search canal-item
               at end move s-canal to canal-det
               when cnl-cod (idx-canal) = s-canal
                   move cnl-desc (idx-canal) to canal-det
           end-search
           move s-ativacao to ws-data8
           perform formata-data
           move ws-data-barras to ativacao-det
           move spaces to evento-det motivo-det
           if s-evento not = zero
               move s-evento to ws-data8
               perform formata-data
               move ws-data-barras to evento-det
           end-if
           evaluate s-motivo
               when "C" move "CANC" to motivo-det
               when "I" move "INAD" to motivo-det
           end-evaluate
           move s-valor to valor-det
           write reg-rel from lin-det after 1
           evaluate s-tipo
               when 1 add s-valor to ws-vend-comissao
               when 2 add s-valor to ws-vend-estorno
           end-evaluate.

       total-vendedor.
           compute ws-vend-liquido = ws-vend-comissao - ws-vend-estorno
           add ws-vend-liquido to ws-total-folha

           move "  COMISSOES DO MES" to rotulo-vend
           move ws-vend-comissao to valor-vend
           write reg-rel from lin-total-vendedor after 2
           move "  ESTORNOS" to rotulo-vend
           move ws-vend-estorno to valor-vend
           write reg-rel from lin-total-vendedor after 1
           move "  LIQUIDO PARA A FOLHA" to rotulo-vend
           move ws-vend-liquido to valor-vend
           write reg-rel from lin-total-vendedor after 1.

       formata-data.
           move spaces to ws-data-barras
           string ws-data8 (7:2) "/" ws-data8 (5:2) "/" ws-data8 (1:4)
               delimited by size into ws-data-barras.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2
           if ws-tem-clientes not = "S"
               move "SEM ARQUIVO DE CLIENTES" to reg-rel
               write reg-rel after 1
           end-if

           move "VENDAS COMISSIONADAS NA COMPETENCIA" to rotulo
           move ws-qtd-pagas to valor
           move ws-total-comissao to valor-moeda
           write reg-rel from lin-sumario after 2

           move "ESTORNOS NA COMPETENCIA" to rotulo
           move ws-qtd-estornos to valor
           move ws-total-estorno to valor-moeda
           write reg-rel from lin-sumario after 1

           move "VENDAS AGUARDANDO TAXA DE COMISSAO" to rotulo
           move ws-qtd-sem-taxa to valor
           move zero to valor-moeda
           write reg-rel from lin-sumario after 1

           move "COMISSOES FORA DO PRAZO DE ESTORNO" to rotulo
           move ws-qtd-definitivas to valor
           move zero to valor-moeda
           write reg-rel from lin-sumario after 1

           move "TOTAL PARA A FOLHA (VENDEDORES)" to rotulo
           move ws-qtd-vendedores to valor
           move ws-total-folha to valor-moeda
           write reg-rel from lin-sumario after 2

           display "COMISSAO DE VENDAS - TOTAL PARA A FOLHA: "
               ws-total-folha

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "COMISSAO_VENDAS" to dig-origem
           move "VENDAS COMISSIONADAS" to dig-rotulo
           move ws-qtd-pagas to dig-valor
           write reg-digest

           move "COMISSAO_VENDAS" to dig-origem
           move "COMISSOES ESTORNADAS" to dig-rotulo
           move ws-qtd-estornos to dig-valor
           write reg-digest

           move "COMISSAO_VENDAS" to dig-origem
           move "VENDAS SEM TAXA DE COMISSAO" to dig-rotulo
           move ws-qtd-sem-taxa to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-comissoes
           if ws-tem-clientes = "S"
               close arq-cli
           end-if
           if ws-tem-assinaturas = "S"
               close arq-assinaturas
           end-if
           if ws-tem-pacotes = "S"
               close arq-pacotes
           end-if
           if ws-tem-taxas = "S"
               close arq-taxas
           end-if
           if ws-tem-cancelamentos = "S"
               close arq-cancelamentos
           end-if
           if ws-tem-operadores = "S"
               close arq-operadores
           end-if
           if ws-tem-comissoes = "S"
               close arq-comissoes
           end-if.
