               organization is line sequential
               file status is st-controle.

           select arq-cob-servicos assign to "D:\COBRANCAS_SERVICO.DAT"
               organization is indexed
               access mode is dynamic
               record key is cv-chave
               file status is st-cob-servico.

       data division.
           File section.
           fd arq-faturamento.
           fd arq-pacotes.
               COPY PACCOPY.

       fd arq-cob-servicos.
           COPY CSVCOPY.

       fd rel-faturas.
           01 reg-rel pic x(80).

      *the invoice ledger, one line per invoice emitted.
       fd arq-controle.
           COPY FEMCOPY.

       working-storage section.
      *the output goes to a dated name handed out (and cataloged) by
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "C".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 st-fat pic xx value spaces.
       77 st-pacote pic xx value spaces.
       77 ws-valor-emitido pic 9(9)v99 value zero.
       77 ws-data-barras pic x(10) value spaces.

      *one-off service charges the extract stamped with this month
      *and the CPF of the line carrying them. Each is printed on that
      *line's page and marked billed, so it never goes out again.
       77 st-cob-servico pic xx value spaces.
       77 ws-tem-cob-servicos pic x value "N".
       77 ws-competencia pic 9(6) value zero.
       77 ws-cpf-fatura pic x(11) value spaces.
       77 ws-qtd-cob-serv pic 9(3) value zero.
       77 ws-idx-cob-serv pic 9(3) value zero.
       01 ws-cob-servicos-tab.
           05 ws-cob-serv occurs 500 times.
               10 ws-csv-chave pic x(25).
               10 ws-csv-cpf-fatura pic x(11).

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 filler pic x(10) value "CLIENTE: ".
           05 nome-lin pic x(30).
           05 filler pic x(8) value "  CPF: ".
           05 cpf-lin pic x(11).

       01 fat-endereco.
           05 filler pic x(10) value "ENDERECO: ".
           05 filler pic x(12) value "  MEMBROS: ".
           05 membros-lin pic z9.

      *the month is only partly billed when the service started,
      *ended or was cancelled inside it; the due-day bridge and the
      *closing bill are each called out on a line of their own.
       01 fat-pro-rata.
           05 filler pic x(19) value "PERIODO FATURADO: ".
           05 dias-fat-lin pic z9.
           05 filler pic x(4) value " DE ".
           05 dias-comp-lin pic z9.
           05 filler pic x(19) value " DIAS (PRO RATA)".

       01 fat-ponte.
           05 filler pic x(30) value
               "AJUSTE TROCA DE VENCIMENTO DIA".
           05 venc-ant-lin pic z9.
           05 filler pic x(6) value " PARA ".
           05 venc-novo-lin pic z9.
           05 filler pic x(2) value " (".
           05 dias-ponte-lin pic z9.
           05 filler pic x(10) value " DIAS): R$".
           05 valor-ponte-lin pic zz.zz9,99.

       01 fat-equipamento.
           05 filler pic x(31) value
               "EQUIPAMENTO(S) NAO DEVOLVIDO(S)".
           05 filler pic x(2) value ": ".
           05 qtde-equip-lin pic z9.
           05 filler pic x(9) value " UN.  R$".
           05 valor-equip-lin pic zz.zz9,99.

       01 fat-multa.
           05 filler pic x(42) value
               "MULTA POR RESCISAO DO CONTRATO FIDELIDADE:".
           05 filler pic x(4) value " R$".
           05 valor-multa-lin pic zz.zz9,99.

       01 fat-servico.
           05 filler pic x(9) value "SERVICO: ".
           05 servico-lin pic x(30).
           05 filler pic x(4) value " EM ".
           05 data-servico-lin pic x(10).
           05 filler pic x(4) value " R$".
           05 valor-servico-lin pic zz.zz9,99.

       01 fat-encerramento.
           05 filler pic x(45) value
               "FATURA DE ENCERRAMENTO - SERVICO CANCELADO".

       01 fat-valor.
           05 filler pic x(18) value "VALOR A PAGAR: R$ ".
           05 valor-lin pic zz.zz9,99.

      *the taxes are already inside the amount to pay; the law wants
      *them shown to the customer all the same.
       01 fat-tributos.
           05 filler pic x(24) value "TRIBUTOS INCLUSOS: BASE ".
           05 base-trib-lin pic zz.zz9,99.
           05 filler pic x(7) value "  ICMS ".
           05 icms-lin pic z.zz9,99.
           05 filler pic x(7) value "  FUST ".
           05 fust-lin pic zz9,99.
           05 filler pic x(10) value "  FUNTTEL ".
           05 funttel-lin pic zz9,99.

       01 fat-vencimento.
           05 filler pic x(22) value "VENCIMENTO: TODO DIA ".
           05 venc-lin pic 99.
           move "D:\FATURAS" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-faturas
           open input arq-pacotes

               open output arq-controle
           end-if

           compute ws-competencia = hoje-ano * 100 + hoje-mes
           perform carrega-cobrancas-servico

           open input arq-faturamento
           if st-fat not = "00"
               display "ERRO AO ABRIR FATURAMENTO.DAT: " st-fat
      *EMITE-FATURA prints one page per billed client straight off
      *the extract: the extract already consolidated the household
      *members onto the principal's line, so F-PRECO and
      *F-QTDE-MEMBROS are the final word here. A cancelled client
      *only gets a page for the closing bill of the month it left.
       emite-fatura.
           read arq-faturamento
               at end move "10" to st-fat

           if st-fat not = "10"
               if f-status-cliente not = "C"
                       or f-fatura-encerramento
                   write reg-rel from fat-cab1 after page
                   write reg-rel from fat-cab2 after 1
                   write reg-rel from fat-emissao after 2

                   move f-nome to nome-lin
                   move f-cpf to ws-dado-mascara
                   move "K" to ws-tipo-dado
                   perform mascara-dado
                   move ws-dado-mascara to cpf-lin
                   write reg-rel from fat-cliente after 2

                   move f-endereco to ws-dado-mascara
                   move "E" to ws-tipo-dado
                   perform mascara-dado
                   move ws-dado-mascara to endereco-lin
                   write reg-rel from fat-endereco after 1

                   move f-bairro to bairro-lin
                   move f-qtde-membros to membros-lin
                   write reg-rel from fat-pacote after 2

                   if f-fatura-encerramento
                       write reg-rel from fat-encerramento after 2
                   end-if
                   if f-dias-faturados < f-dias-competencia
                           and f-dias-faturados > zero
                       move f-dias-faturados to dias-fat-lin
                       move f-dias-competencia to dias-comp-lin
                       write reg-rel from fat-pro-rata after 1
                   end-if
                   if f-valor-ponte > zero
                       move f-venc-anterior to venc-ant-lin
                       move f-vencimento to venc-novo-lin
                       move f-dias-ponte to dias-ponte-lin
                       move f-valor-ponte to valor-ponte-lin
                       write reg-rel from fat-ponte after 1
                   end-if
                   if f-valor-equipamento > zero
                       move f-qtde-equip-cobrado to qtde-equip-lin
                       move f-valor-equipamento to valor-equip-lin
                       write reg-rel from fat-equipamento after 1
                   end-if
                   if f-valor-multa-fidelidade is numeric
                           and f-valor-multa-fidelidade > zero
                       move f-valor-multa-fidelidade to valor-multa-lin
                       write reg-rel from fat-multa after 1
                   end-if
                   if f-valor-servicos-cob is numeric
                           and f-valor-servicos-cob > zero
                       perform imprime-cobrancas-servico
                   end-if

                   move f-preco to valor-lin
                   write reg-rel from fat-valor after 2
                   if f-base-imposto > zero
                       move f-base-imposto to base-trib-lin
                       move f-valor-icms to icms-lin
                       move f-valor-fust to fust-lin
                       move f-valor-funttel to funttel-lin
                       write reg-rel from fat-tributos after 1
                   end-if

                   move f-vencimento to venc-lin
                   write reg-rel from fat-vencimento after 1

                   write reg-rel from fat-rodape after 3

                   move spaces to reg-emitida
                   move ws-data-barras to em-data-emissao
                   move f-cpf to em-cpf
                   move f-preco to em-valor
                   move f-vencimento to em-vencimento
                   compute em-competencia = hoje-ano * 100 + hoje-mes
                   move f-valor-bruto to em-valor-bruto
                   move f-valor-desconto to em-valor-desconto
                   move f-valor-credito to em-valor-credito
                   move f-estado to em-estado
                   move f-base-imposto to em-base-imposto
                   move f-valor-icms to em-valor-icms
                   move f-valor-fust to em-valor-fust
                   move f-valor-funttel to em-valor-funttel
                   write reg-emitida

                   add 1 to ws-total-emitidas
                   add f-preco to ws-valor-emitido
               end-if
           end-if.

      *CARREGA-COBRANCAS-SERVICO keeps the keys of the charges this
      *month's extract put on a line -- pending or already billed by
      *an earlier printing of the same extract, since their value is
      *in F-PRECO either way; no charges file just means no service
      *was ever charged.
       carrega-cobrancas-servico.
           move zero to ws-qtd-cob-serv
           open i-o arq-cob-servicos
           if st-cob-servico = "00"
               move "S" to ws-tem-cob-servicos
               perform until st-cob-servico = "10"
                   read arq-cob-servicos next record
                       at end move "10" to st-cob-servico
                       not at end
                           if (cv-pendente or cv-faturada)
                                   and cv-competencia = ws-competencia
                                   and cv-cpf-fatura not = spaces
                                   and ws-qtd-cob-serv < 500
                               add 1 to ws-qtd-cob-serv
                               move cv-chave to
                                   ws-csv-chave (ws-qtd-cob-serv)
                               move cv-cpf-fatura to
                                   ws-csv-cpf-fatura (ws-qtd-cob-serv)
                           end-if
                   end-read
               end-perform
           end-if.

      *IMPRIME-COBRANCAS-SERVICO prints one line per charge carried by
      *the page's CPF, so the lines always add up to the total the
      *extract put in F-PRECO; a pending one is marked billed today,
      *one billed by an earlier printing keeps its date. A charge
      *stamped by the extract can no longer be reversed (ESTORNA in
      *COBRANCA_SERVICOS refuses it).
       imprime-cobrancas-servico.
           move f-cpf to ws-cpf-fatura
           perform varying ws-idx-cob-serv from 1 by 1
                   until ws-idx-cob-serv > ws-qtd-cob-serv
               if ws-csv-cpf-fatura (ws-idx-cob-serv) = ws-cpf-fatura
                   move ws-csv-chave (ws-idx-cob-serv) to cv-chave
                   read arq-cob-servicos
                       invalid key continue
                       not invalid key
                           move cv-descricao to servico-lin
                           string cv-dia-lanc "/" cv-mes-lanc "/"
                               cv-ano-lanc delimited by size
                               into data-servico-lin
                           move cv-valor to valor-servico-lin
                           write reg-rel from fat-servico after 1
                           if cv-pendente
                               set cv-faturada to true
                               move ws-data-hoje to cv-data-fatura
                               rewrite reg-cobranca-servico
                           end-if
                   end-read
               end-if
           end-perform.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       fim.
           close rel-faturas
                 arq-pacotes
           if ws-tem-faturamento = "S"
               close arq-faturamento
           end-if
           if ws-tem-cob-servicos = "S"
               close arq-cob-servicos
           end-if
           display "FATURAS EMITIDAS..............: "
               ws-total-emitidas
           display "VALOR TOTAL EMITIDO...........: "
