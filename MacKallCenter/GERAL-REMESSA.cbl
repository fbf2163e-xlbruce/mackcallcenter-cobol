       identification division.
       program-id. REMESSA_BANCO as "PGM358".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-faturamento assign to "D:\FATURAMENTO.DAT"
               file status is st-fat.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-debitos assign to "D:\DEBITOAUTO.DAT"
               organization is indexed
               access mode is random
               record key is da-cpf
               file status is st-debito.

           select arq-remessas assign to "D:\REMESSAS.DAT"
               organization is indexed
               access mode is random
               record key is rm-documento
               file status is st-remessa.

           select arq-remessa-banco assign to "D:\REMESSA_BANCO.TXT"
               organization is line sequential
               file status is st-banco.

           select rel-remessa assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-faturamento.
               COPY FATCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-debitos.
               COPY DEBCOPY.

           fd arq-remessas.
               COPY REMCOPY.

      *the bank's fixed 240-byte layout: a header, one detail per
      *bill and a trailer with the control totals the bank checks
      *the file against before accepting any of it.
           fd arq-remessa-banco.
           01 reg-remessa-header.
               05 rh-tipo pic x(1).
               05 rh-convenio pic x(20).
               05 rh-empresa pic x(30).
               05 rh-data-geracao pic 9(8).
               05 rh-hora-geracao pic 9(4).
               05 filler pic x(177).
           01 reg-remessa-detalhe.
               05 rd-tipo pic x(1).
               05 rd-instrucao pic x(1).
               05 rd-tipo-inscricao pic 9(1).
               05 rd-inscricao pic 9(14).
               05 rd-documento pic 9(17).
               05 rd-nome pic x(30).
               05 rd-endereco pic x(45).
               05 rd-bairro pic x(20).
               05 rd-cidade pic x(20).
               05 rd-estado pic x(2).
               05 rd-cep pic x(9).
               05 rd-valor pic 9(7)v99.
               05 rd-vencimento pic 9(8).
               05 rd-banco pic 9(3).
               05 rd-agencia pic 9(4).
               05 rd-conta pic 9(12).
               05 rd-conta-dv pic x(1).
               05 rd-sequencia pic 9(6).
               05 filler pic x(37).
           01 reg-remessa-trailer.
               05 rt-tipo pic x(1).
               05 rt-qtde-registros pic 9(6).
               05 rt-qtde-boletos pic 9(6).
               05 rt-valor-boletos pic 9(11)v99.
               05 rt-qtde-debitos pic 9(6).
               05 rt-valor-debitos pic 9(11)v99.
               05 filler pic x(195).

       fd rel-remessa.
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
       77 ws-nivel-dados pic x value "C".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 st-fat pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-debito pic xx value spaces.
       77 st-remessa pic xx value spaces.
       77 st-banco pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-treino pic x value "N".
       77 ws-tem-faturamento pic x value "N".
       77 ws-tem-debitos pic x value "N".
       77 found-cpf pic x value "N".
       77 found-debito pic x value "N".
       77 found-remessa pic x value "N".
       77 wlin pic 99 value 55.

      *the agreement code the bank gave us for boleto registration and
      *debit collection goes on the header of every file.
       77 ws-convenio pic x(20) value spaces.
       77 ws-competencia pic 9(6) value zero.
       77 ws-hoje-data8 pic 9(8) value zero.

       77 ws-total-lidos pic 9(5) value zero.
       77 ws-total-ja-enviados pic 9(5) value zero.
       77 ws-total-sem-valor pic 9(5) value zero.
       77 ws-total-reenviados pic 9(5) value zero.
       77 ws-qtde-registros pic 9(6) value zero.
       77 ws-qtde-boletos pic 9(6) value zero.
       77 ws-qtde-debitos pic 9(6) value zero.
       77 ws-valor-boletos pic 9(11)v99 value zero.
       77 ws-valor-debitos pic 9(11)v99 value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       01 ws-hora-atual.
           05 ws-hh-atual pic 99.
           05 ws-min-atual pic 99.
           05 filler pic 9(4).

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Remessa Bancaria de Cobranca".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(16) value "  COMPETENCIA: ".
           05 comp-cab2 pic 9(6).

       01 cab3.
           05 filler pic x(12) value "CPF".
           05 filler pic x(31) value "NOME".
           05 filler pic x(4) value "T".
           05 filler pic x(12) value "   VALOR".
           05 filler pic x(11) value "VENCIMENTO".
           05 filler pic x(10) value "OBS".

       01 lin1.
           05 cpf-lin pic x(11).
           05 filler pic x value spaces.
           05 nome-lin pic x(30).
           05 filler pic x value spaces.
           05 tipo-lin pic x(1).
           05 filler pic x(3) value spaces.
           05 valor-lin pic zzzzzz9,99.
           05 filler pic x(2) value spaces.
           05 venc-lin pic 9999/99/99.
           05 filler pic x value spaces.
           05 obs-lin pic x(9).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzzzzzzz9,99.

       procedure division.

       mestre.
      *what goes to the bank becomes a real charge on a real client:
      *a training session cannot produce a remittance.
           accept ws-treino from environment
               "MACKALLCENTER_TREINAMENTO"
               on exception
                   move "N" to ws-treino
           end-accept
           if ws-treino = "S"
               display "MODO TREINAMENTO - REMESSA NAO SERA GERADA"
               goback
           end-if

           perform inicio
           perform proc-fatura until st-fat = "10"
           perform grava-trailer
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

           accept ws-convenio from environment
               "MACKALLCENTER_BANCO_CONVENIO"
               on exception
                   move spaces to ws-convenio
           end-accept

           accept ws-data-hoje from date yyyymmdd
           accept ws-hora-atual from time
           move ws-data-hoje to ws-hoje-data8
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

      *the extract bills the month it runs in, the same competencia
      *EMITE_FATURAS stamps on the invoices it prints from it.
           compute ws-competencia = hoje-ano * 100 + hoje-mes
           move ws-competencia to comp-cab2

           move "REMESSA_BANCO" to ws-rel-nome
           move "D:\RELREMESSA" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-remessa

           open input arq-cli

      *no DEBITOAUTO.DAT yet just means nobody has authorized a
      *debit, and every bill goes as a boleto.
           open input arq-debitos
           if st-debito = "00"
               move "S" to ws-tem-debitos
           end-if

           open i-o arq-remessas
           if st-remessa = "35"
               open output arq-remessas
           end-if

           open output arq-remessa-banco
           move spaces to reg-remessa-header
           move "0" to rh-tipo
           move ws-convenio to rh-convenio
           move "TVMACK" to rh-empresa
           move ws-hoje-data8 to rh-data-geracao
           compute rh-hora-geracao = ws-hh-atual * 100 + ws-min-atual
           write reg-remessa-header
           add 1 to ws-qtde-registros

           open input arq-faturamento
           if st-fat not = "00"
               display "ERRO AO ABRIR FATURAMENTO.DAT: " st-fat
               display "RODE EXTRATO_FATURAMENTO (PGM313) ANTES"
               move 1 to return-code
               move "10" to st-fat
           else
               move "S" to ws-tem-faturamento
           end-if.

      *PROC-FATURA sends the same bills EMITE_FATURAS prints: every
      *billed client, and a cancelled one only for its closing bill.
      *A bill already sent for the competencia is not sent again --
      *the extract is rebuilt every night -- and a bill fully covered
      *by credits has nothing to collect.
       proc-fatura.
           read arq-faturamento
               at end move "10" to st-fat
           end-read

           if st-fat not = "10"
               if f-status-cliente not = "C"
                       or f-fatura-encerramento
                   add 1 to ws-total-lidos
                   if f-preco = zero
                       add 1 to ws-total-sem-valor
                   else
                       perform verifica-remessa
                       if found-remessa = "S" and not rm-rejeitado
                           add 1 to ws-total-ja-enviados
                       else
                           perform grava-detalhe
                       end-if
                   end-if
               end-if
           end-if.

       verifica-remessa.
           move ws-competencia to rm-competencia
           move f-cpf to rm-cpf
           read arq-remessas
               invalid key move "N" to found-remessa
               not invalid key move "S" to found-remessa
           end-read.

       grava-detalhe.
           move spaces to reg-remessa-detalhe
           move "1" to rd-tipo

      *a business account is registered at the bank under its CNPJ;
      *everyone else under the CPF.
           move f-cpf to cpf
           read arq-cli
               invalid key move "N" to found-cpf
               not invalid key move "S" to found-cpf
           end-read
           if found-cpf = "S" and pessoa-juridica and cnpj > zero
               move 2 to rd-tipo-inscricao
               move cnpj to rd-inscricao
           else
               move 1 to rd-tipo-inscricao
               move f-cpf to rd-inscricao
           end-if

           move ws-competencia to rm-competencia
           move f-cpf to rm-cpf
           move rm-documento to rd-documento
           move f-nome to rd-nome
           move f-endereco to rd-endereco
           move f-bairro to rd-bairro
           move f-cidade to rd-cidade
           move f-estado to rd-estado
           move f-cep to rd-cep
           move f-preco to rd-valor
           compute rd-vencimento = ws-competencia * 100 + f-vencimento

           move "N" to found-debito
           if ws-tem-debitos = "S"
               move f-cpf to da-cpf
               read arq-debitos
                   invalid key move "N" to found-debito
                   not invalid key move "S" to found-debito
               end-read
           end-if

           if found-debito = "S" and da-ativo
               move "D" to rd-instrucao
               move da-banco to rd-banco
               move da-agencia to rd-agencia
               move da-conta to rd-conta
               move da-conta-dv to rd-conta-dv
               add 1 to ws-qtde-debitos
               add f-preco to ws-valor-debitos
           else
               move "B" to rd-instrucao
               move zero to rd-banco rd-agencia rd-conta
               move space to rd-conta-dv
               add 1 to ws-qtde-boletos
               add f-preco to ws-valor-boletos
           end-if

           add 1 to ws-qtde-registros
           move ws-qtde-registros to rd-sequencia
           write reg-remessa-detalhe

           move rd-instrucao to rm-tipo
           move f-preco to rm-valor
           move rd-vencimento to rm-vencimento
           move ws-hoje-data8 to rm-data-remessa
           set rm-enviado to true
           move zero to rm-data-retorno
           move spaces to rm-motivo rm-descricao-motivo
           if found-remessa = "S"
               rewrite reg-remessa
               add 1 to ws-total-reenviados
               move "REENVIO" to obs-lin
           else
               write reg-remessa
               move spaces to obs-lin
           end-if

           if wlin >= 55
               perform cabec
           end-if
           move f-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move f-nome to nome-lin
           move rd-instrucao to tipo-lin
           move f-preco to valor-lin
           move rd-vencimento to venc-lin
           write reg-rel from lin1 after 1
           add 1 to wlin.

       grava-trailer.
           move spaces to reg-remessa-trailer
           move "9" to rt-tipo
           add 1 to ws-qtde-registros
           move ws-qtde-registros to rt-qtde-registros
           move ws-qtde-boletos to rt-qtde-boletos
           move ws-valor-boletos to rt-valor-boletos
           move ws-qtde-debitos to rt-qtde-debitos
           move ws-valor-debitos to rt-valor-debitos
           write reg-remessa-trailer.

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

           move "FATURAS NO EXTRATO" to rotulo
           move ws-total-lidos to valor
           write reg-rel from lin-sumario after 2

           move "JA ENVIADAS EM REMESSA ANTERIOR" to rotulo
           move ws-total-ja-enviados to valor
           write reg-rel from lin-sumario after 1

           move "SEM VALOR A COBRAR" to rotulo
           move ws-total-sem-valor to valor
           write reg-rel from lin-sumario after 1

           move "REENVIADAS APOS RECUSA DO BANCO" to rotulo
           move ws-total-reenviados to valor
           write reg-rel from lin-sumario after 1

           move "BOLETOS REGISTRADOS" to rotulo
           move ws-qtde-boletos to valor
           write reg-rel from lin-sumario after 2
           move "  VALOR EM BOLETOS" to rotulo
           move ws-valor-boletos to valor
           write reg-rel from lin-sumario after 1

           move "DEBITOS AUTOMATICOS" to rotulo
           move ws-qtde-debitos to valor
           write reg-rel from lin-sumario after 2
           move "  VALOR EM DEBITO AUTOMATICO" to rotulo
           move ws-valor-debitos to valor
           write reg-rel from lin-sumario after 1

           move "REGISTROS NO ARQUIVO DA REMESSA" to rotulo
           move ws-qtde-registros to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "REMESSA_BANCO" to dig-origem
           move "BOLETOS REGISTRADOS" to dig-rotulo
           move ws-qtde-boletos to dig-valor
           write reg-digest
           move "REMESSA_BANCO" to dig-origem
           move "DEBITOS AUTOMATICOS" to dig-rotulo
           move ws-qtde-debitos to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-remessa
                 arq-cli
                 arq-remessas
                 arq-remessa-banco
           if ws-tem-debitos = "S"
               close arq-debitos
           end-if
           if ws-tem-faturamento = "S"
               close arq-faturamento
           end-if.
