               record key is dev-cpf
               file status is st-dev.

           select arq-acordos assign to "D:\ACORDOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ac-chave
               file status is st-acordo.

           select arq-contestacoes assign to "D:\CONTESTACOES.DAT"
               organization is indexed
               access mode is dynamic
               record key is cts-chave
               file status is st-contestacao.

           select rel-inad assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
           fd arq-devedores.
               COPY DEVCOPY.

           fd arq-acordos.
               COPY PARCCOPY.

           fd arq-contestacoes.
               COPY CTSCOPY.

       fd rel-inad.
           01 reg-rel pic x(80).

       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 st-fat pic xx value spaces.
       77 st-pag pic xx value spaces.
       77 st-dev pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 st-acordo pic xx value spaces.
       77 found-acordo pic x value "N".
       77 st-contestacao pic xx value spaces.
       77 ws-tem-contestacoes pic x value "N".
       77 found-cts pic x value "N".
       77 ws-modo-batch pic x value "N".
       77 ws-tem-pagamentos pic x value "N".
       77 ws-tem-faturamento pic x value "N".

       77 ws-competencia pic 9(6) value zero.
       77 ws-valor-pago pic 9(7)v99 value zero.
       77 ws-valor-contestado pic 9(7)v99 value zero.
       77 ws-valor-aberto pic s9(7)v99 value zero.
       77 ws-dias-atraso pic s9(5) value zero.

       77 ws-faixa-30 pic 9(5) value zero.
       77 ws-faixa-60 pic 9(5) value zero.
       77 ws-faixa-mais pic 9(5) value zero.
       77 ws-total-acordos-quebrados pic 9(5) value zero.
       77 ws-total-contestados pic 9(5) value zero.
       77 ws-valor-total-contestado pic 9(9)v99 value zero.

      *the latest agreement seen for the CPF being walked on
      *ACORDOS.DAT; only the newest one of a client counts, since a
      *broken agreement renegotiated again is owed through the new one.
       77 ws-acq-cpf pic 9(11) value zero.
       77 ws-acq-quebrado pic x value "N".
       77 ws-acq-cpf-novo pic x value "N".
       77 ws-acq-competencia pic 9(6) value zero.
       77 ws-acq-data-acordo pic 9(8) value zero.
       77 ws-acq-valor pic 9(7)v99 value zero.
       77 ws-acq-vencimento pic 9(8) value zero.
       77 ws-idx-parc pic 9(2) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 filler pic x(9) value "DIAS ATR".

       01 lin1.
           05 cpf-lin pic x(11).
           05 filler pic x(8) value spaces.
           05 nome-lin pic x(30).
           05 filler pic x(2) value spaces.
       mestre.
           perform inicio
           perform proc until st-fat = "10"
           if ws-tem-faturamento = "S"
               perform reintegra-acordos
           end-if
           perform sumario
           perform fim
           goback.
           move "D:\INADIMPLENCIA" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-inad

           open input arq-pagamentos
               move "S" to ws-tem-pagamentos
           end-if

           open input arq-contestacoes
           if st-contestacao = "00"
               move "S" to ws-tem-contestacoes
           end-if

           open input arq-faturamento
           if st-fat not = "00"
               display "ERRO AO ABRIR FATURAMENTO.DAT: " st-fat
      *payments posted for this client and competencia, and keeps the
      *client only when money is still open AFTER the client's own
      *vencimento day has passed -- a bill not yet due is not
      *delinquency. What the client disputes on this competencia's
      *invoice and is still under analysis (CONTESTACOES.DAT) is not
      *open: it stays out of DEVEDORES.DAT, and so out of the dunning
      *and suspension run, until DECIDE_CONTESTACAO rules on it.
       proc.
           read arq-faturamento
               at end move "10" to st-fat

           if st-fat not = "10"
               if f-status-cliente not = "C"
                       or f-fatura-encerramento
                   add 1 to ws-total-analisados
                   perform soma-pagamentos
                   perform soma-contestacoes
                   compute ws-valor-aberto =
                       f-preco - ws-valor-pago - ws-valor-contestado
                   if ws-valor-aberto > zero
                       compute ws-venc-data8 =
                           ws-competencia * 100 + f-vencimento
               end-perform
           end-if.

       soma-contestacoes.
           move zero to ws-valor-contestado
           if ws-tem-contestacoes = "S"
               move low-values to cts-chave
               move f-cpf to cts-cpf
               start arq-contestacoes key is >= cts-chave
                   invalid key move "N" to found-cts
                   not invalid key move "S" to found-cts
               end-start
               perform with test before until found-cts = "N"
                   read arq-contestacoes next record
                       at end move "N" to found-cts
                   end-read
                   if found-cts = "S" and cts-cpf = f-cpf
                       if cts-competencia = ws-competencia
                               and cts-em-analise
                           add cts-valor-contestado
                               to ws-valor-contestado
                       end-if
                   else
                       move "N" to found-cts
                   end-if
               end-perform
               if ws-valor-contestado > zero
                   add 1 to ws-total-contestados
                   add ws-valor-contestado to ws-valor-total-contestado
               end-if
           end-if.

       grava-devedor.
           perform conta-faixa

           move f-cpf to dev-cpf
           move ws-competencia to dev-competencia
           if wlin >= 55
               perform cabec
           end-if
           move f-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move f-nome to nome-lin
           move ws-valor-aberto to aberto-lin
           move ws-dias-atraso to dias-lin
           write reg-rel from lin1 after 1
           add 1 to wlin.

       conta-faixa.
           add 1 to ws-total-devedores
           add ws-valor-aberto to ws-valor-total-aberto
           evaluate true
               when ws-dias-atraso <= 15
                   add 1 to ws-faixa-15
               when ws-dias-atraso <= 30
                   add 1 to ws-faixa-30
               when ws-dias-atraso <= 60
                   add 1 to ws-faixa-60
               when other
                   add 1 to ws-faixa-mais
           end-evaluate.

      *A broken installment agreement puts what is still owed on it
      *back into the delinquency position, late from the due date of
      *the first installment left unpaid. What is owed is the agreed
      *value less every payment posted against the renegotiated
      *competencia since the agreement was made -- the installments
      *themselves and anything paid after the break. A client already
      *listed for that same competencia by this run is left as is;
      *one listed for another competencia has the balance added on.
       reintegra-acordos.
           open input arq-acordos
           if st-acordo = "00"
               close arq-devedores
               open i-o arq-devedores
               move zero to ws-acq-cpf
               move "N" to ws-acq-quebrado
               move "S" to found-acordo
               perform with test before until found-acordo = "N"
                   read arq-acordos next record
                       at end move "N" to found-acordo
                   end-read
                   if found-acordo = "S"
                       if ac-cpf not = ws-acq-cpf
                           perform fecha-acordo-cpf
                       end-if
                       perform guarda-acordo
                   end-if
               end-perform
               perform fecha-acordo-cpf
               close arq-acordos
           end-if.

       guarda-acordo.
           move ac-cpf to ws-acq-cpf
           move "N" to ws-acq-quebrado
           if ac-quebrado
               move "S" to ws-acq-quebrado
               move ac-competencia-divida to ws-acq-competencia
               move ac-data-acordo to ws-acq-data-acordo
               move ac-valor-divida to ws-acq-valor
               move zero to ws-acq-vencimento
               perform varying ws-idx-parc from 1 by 1
                       until ws-idx-parc > ac-qtde-parcelas
                          or ws-acq-vencimento not = zero
                   if ac-parc-pago (ws-idx-parc)
                           < ac-parc-valor (ws-idx-parc)
                       move ac-parc-vencimento (ws-idx-parc)
                           to ws-acq-vencimento
                   end-if
               end-perform
           end-if.

       fecha-acordo-cpf.
           if ws-acq-quebrado = "S"
               move "N" to ws-acq-quebrado
               perform soma-pagamentos-acordo
               compute ws-valor-aberto = ws-acq-valor - ws-valor-pago
               if ws-valor-aberto > zero
                   perform grava-devedor-acordo
               end-if
           end-if.

       soma-pagamentos-acordo.
           move zero to ws-valor-pago
           if ws-tem-pagamentos = "S"
               move ws-acq-cpf to pg-cpf
               move ws-acq-data-acordo to pg-data-pagamento
               move zero to pg-seq
               start arq-pagamentos key is >= pg-chave
                   invalid key move "N" to found-pag
                   not invalid key move "S" to found-pag
               end-start
               perform with test before until found-pag = "N"
                   read arq-pagamentos next record
                       at end move "N" to found-pag
                   end-read
                   if found-pag = "S" and pg-cpf = ws-acq-cpf
                       if pg-competencia = ws-acq-competencia
                           add pg-valor to ws-valor-pago
                       end-if
                   else
                       move "N" to found-pag
                   end-if
               end-perform
           end-if.

       grava-devedor-acordo.
           if ws-acq-vencimento = zero
               move ws-hoje-data8 to ws-acq-vencimento
           end-if
           compute ws-venc-int =
               function integer-of-date(ws-acq-vencimento)
           compute ws-dias-atraso = ws-hoje-int - ws-venc-int

           move ws-acq-cpf to dev-cpf
           read arq-devedores
               invalid key
                   move "S" to ws-acq-cpf-novo
                   move ws-acq-competencia to dev-competencia
                   move ws-acq-vencimento (7:2) to dev-vencimento
                   move ws-acq-valor to dev-valor-esperado
                   move ws-valor-pago to dev-valor-pago
                   move ws-valor-aberto to dev-valor-aberto
                   move ws-dias-atraso to dev-dias-atraso
                   write reg-devedor
                       invalid key continue
                   end-write
               not invalid key
                   move "N" to ws-acq-cpf-novo
                   if dev-competencia = ws-acq-competencia
                       exit paragraph
                   end-if
                   add ws-acq-valor to dev-valor-esperado
                   add ws-valor-pago to dev-valor-pago
                   add ws-valor-aberto to dev-valor-aberto
                   if ws-dias-atraso > dev-dias-atraso
                       move ws-dias-atraso to dev-dias-atraso
                   end-if
                   rewrite reg-devedor
                       invalid key continue
                   end-rewrite
           end-read

           if ws-acq-cpf-novo = "S"
               perform conta-faixa
           else
               add ws-valor-aberto to ws-valor-total-aberto
           end-if
           add 1 to ws-total-acordos-quebrados
           if wlin >= 55
               perform cabec
           end-if
           move ws-acq-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move "ACORDO DE PARCELAMENTO QUEBRADO" to nome-lin
           move ws-valor-aberto to aberto-lin
           move ws-dias-atraso to dias-lin
           write reg-rel from lin1 after 1
           add 1 to wlin.

       cabec.
           add 1 to npag
           write reg-rel from cab1 after page
           write reg-rel from cab3 after 2
           move 10 to wlin.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2
           move ws-faixa-mais to valor
           write reg-rel from lin-sumario after 2

           move "ACORDOS QUEBRADOS REINTEGRADOS" to rotulo
           move ws-total-acordos-quebrados to valor
           write reg-rel from lin-sumario after 2

           move "VALOR TOTAL EM ABERTO" to rotulo
           move ws-valor-total-aberto to valor
           write reg-rel from lin-sumario after 2

           move "CLIENTES COM FATURA EM CONTESTACAO" to rotulo
           move ws-total-contestados to valor
           write reg-rel from lin-sumario after 2

           move "VALOR RETIDO EM CONTESTACAO" to rotulo
           move ws-valor-total-contestado to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.
           end-if
           if ws-tem-pagamentos = "S"
               close arq-pagamentos
           end-if
           if ws-tem-contestacoes = "S"
               close arq-contestacoes
           end-if.
