       identification division.
       program-id. RELATORIO_FRAUDE as "PGM382".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-fraude assign to "D:\FRAUDE_ASSINATURA.TXT"
               organization is line sequential
               file status is st-fraude.

           select arq-pagamentos assign to "D:\PAGAMENTOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is pg-chave
               file status is st-pag.

           select arq-devedores assign to "D:\DEVEDORES.DAT"
               organization is indexed
               access mode is random
               record key is dev-cpf
               file status is st-dev.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select rel-fraude assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-fraude.
               COPY FRDCOPY.

           fd arq-pagamentos.
               COPY PAGCOPY.

           fd arq-devedores.
               COPY DEVCOPY.

           fd arq-cli.
               COPY CLICOPY.

       fd rel-fraude.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       working-storage section.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.
       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".

       77 st-fraude pic xx value spaces.
       77 st-pag pic xx value spaces.
       77 st-dev pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-log pic x value "N".
       77 ws-tem-pag pic x value "N".
       77 ws-tem-dev pic x value "N".
       77 ws-tem-cli pic x value "N".
       77 ws-fim-pag pic x value "N".
       77 ws-secao pic x value "O".
       77 wlin pic 99 value 55.

       77 ws-competencia pic 9(6) value zero.
       77 ws-fr-competencia pic 9(6) value zero.
       77 ws-qtde-pagtos pic 9(3) value zero.
       77 ws-valor-pago pic 9(7)v99 value zero.
       77 ws-valor-aberto pic 9(7)v99 value zero.
       77 ws-dias-atraso pic 9(4) value zero.

      *hits and releases count what happened inside the competencia;
      *the follow-up takes every release up to its end, since a sale
      *released last week has hardly had a bill to pay yet.
       77 ws-total-ocorrencias pic 9(5) value zero.
       77 ws-total-liberacoes pic 9(5) value zero.
       77 ws-total-bloqueadas pic 9(5) value zero.
       77 ws-total-acompanhados pic 9(5) value zero.
       77 ws-total-pagando pic 9(5) value zero.
       77 ws-total-em-debito pic 9(5) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Fraude na Assinatura".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(16) value "  COMPETENCIA: ".
           05 comp-cab2 pic 9(6).

       01 cab3.
           05 filler pic x(11) value "DATA".
           05 filler pic x(11) value "EVENTO".
           05 filler pic x(7) value "ORIGEM".
           05 filler pic x(12) value "CPF NOVO".
           05 filler pic x(12) value "CPF DEVEDOR".
           05 filler pic x(4) value "CR".
           05 filler pic x(11) value "  EM ABERTO".
           05 filler pic x(5) value "OPER".

       01 cab4.
           05 filler pic x(11) value "LIBERADO EM".
           05 filler pic x(12) value "CPF NOVO".
           05 filler pic x(4) value "PAG".
           05 filler pic x(11) value "     PAGO".
           05 filler pic x(11) value " EM ABERTO".
           05 filler pic x(5) value "DIAS".
           05 filler pic x(10) value "SITUACAO".

       01 lin1.
           05 data-lin pic 9999/99/99.
           05 filler pic x value spaces.
           05 evento-lin pic x(10).
           05 filler pic x value spaces.
           05 origem-lin pic x(6).
           05 filler pic x value spaces.
           05 cpf-novo-lin pic x(11).
           05 filler pic x value spaces.
           05 cpf-dev-lin pic x(11).
           05 filler pic x value spaces.
           05 crit-lin pic x(3).
           05 filler pic x value spaces.
           05 valor-lin pic zzzzzz9,99.
           05 filler pic x value spaces.
           05 oper-lin pic x(5).

       01 lin-motivo.
           05 filler pic x(11) value spaces.
           05 filler pic x(8) value "MOTIVO: ".
           05 motivo-lin pic x(40).

       01 lin2.
           05 lib-lin pic 9999/99/99.
           05 filler pic x value spaces.
           05 cpf-lib-lin pic x(11).
           05 filler pic x value spaces.
           05 pagtos-lin pic zz9.
           05 filler pic x value spaces.
           05 pago-lin pic zzzzzz9,99.
           05 filler pic x value spaces.
           05 aberto-lin pic zzzzzz9,99.
           05 filler pic x value spaces.
           05 atraso-lin pic zzz9.
           05 filler pic x value spaces.
           05 sit-lin pic x(10).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzzzz9.

       procedure division.

       mestre.
           perform inicio
           perform proc-evento until st-fraude = "10"
           perform reabre-log
           perform proc-liberacao until st-fraude = "10"
           perform sumario
           perform fim
           goback.

       inicio.
           accept ws-modo-batch from environment
               "MACKALLCENTER_MODO_BATCH"
               on exception
                   move "N" to ws-modo-batch
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

      *In batch the report closes out the month that just ended; on
      *demand the operator says which competencia is wanted.
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

           move "RELATORIO_FRAUDE" to ws-rel-nome
           move "D:\RELFRAUDE" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-fraude

      *No log yet just means no sale was ever caught, which is an
      *empty report rather than a failure; the follow-up files are
      *optional the same way.
           open input arq-fraude
           if st-fraude not = "00"
               move "10" to st-fraude
           else
               move "S" to ws-tem-log
           end-if
           open input arq-pagamentos
           if st-pag = "00"
               move "S" to ws-tem-pag
           end-if
           open input arq-devedores
           if st-dev = "00"
               move "S" to ws-tem-dev
           end-if
           open input arq-cli
           if st-cli = "00"
               move "S" to ws-tem-cli
           end-if.

      *first pass: every hit and release of the competencia. Practice
      *sales from training mode are left out throughout.
       proc-evento.
           read arq-fraude
               at end move "10" to st-fraude
           end-read

           if st-fraude not = "10"
               compute ws-fr-competencia = fr-data / 100
               if ws-fr-competencia = ws-competencia
                       and fr-treino not = "S"
                   if fr-liberacao
                       add 1 to ws-total-liberacoes
                       move "LIBERACAO" to evento-lin
                   else
                       add 1 to ws-total-ocorrencias
                       move "OCORRENCIA" to evento-lin
                   end-if
                   perform imprime-evento
               end-if
           end-if.

       imprime-evento.
           if wlin >= 55
               perform cabec
           end-if
           move fr-data to data-lin
           move fr-origem to origem-lin
           move fr-cpf-novo to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-novo-lin
           move fr-cpf-devedor to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-dev-lin
           if fr-por-telefone
               move "TEL" to crit-lin
           else
               move "END" to crit-lin
           end-if
           move fr-valor-aberto to valor-lin
           move fr-operador to oper-lin
           write reg-rel from lin1 after 1
           add 1 to wlin
           if fr-liberacao
               move fr-motivo to motivo-lin
               write reg-rel from lin-motivo after 1
               add 1 to wlin
           end-if.

      *the follow-up starts on a page of its own.
       reabre-log.
           move "L" to ws-secao
           move 55 to wlin
           if ws-tem-log = "S"
               close arq-fraude
               open input arq-fraude
           end-if.

      *second pass: each client released up to the end of the
      *competencia, and how they have paid since.
       proc-liberacao.
           read arq-fraude
               at end move "10" to st-fraude
           end-read

           if st-fraude not = "10"
               compute ws-fr-competencia = fr-data / 100
               if fr-liberacao and fr-treino not = "S"
                       and ws-fr-competencia <= ws-competencia
                   perform acompanha-liberado
               end-if
           end-if.

       acompanha-liberado.
           add 1 to ws-total-acompanhados
           perform soma-pagamentos

           move zero to ws-valor-aberto ws-dias-atraso
           if ws-tem-dev = "S"
               move fr-cpf-novo to dev-cpf
               read arq-devedores
                   not invalid key
                       move dev-valor-aberto to ws-valor-aberto
                       move dev-dias-atraso to ws-dias-atraso
               end-read
           end-if

           move spaces to status-cliente flag-suspenso
           if ws-tem-cli = "S"
               move fr-cpf-novo to cpf
               read arq-cli
                   invalid key
                       move spaces to status-cliente flag-suspenso
               end-read
           end-if

           evaluate true
               when cliente-cancelado
                   move "CANCELADO" to sit-lin
                   add 1 to ws-total-em-debito
               when cliente-suspenso
                   move "SUSPENSO" to sit-lin
                   add 1 to ws-total-em-debito
               when ws-valor-aberto > zero
                   move "EM DEBITO" to sit-lin
                   add 1 to ws-total-em-debito
               when ws-qtde-pagtos > zero
                   move "PAGANDO" to sit-lin
                   add 1 to ws-total-pagando
               when other
                   move "SEM PAGTO" to sit-lin
           end-evaluate

           if wlin >= 55
               perform cabec
           end-if
           move fr-data to lib-lin
           move fr-cpf-novo to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lib-lin
           move ws-qtde-pagtos to pagtos-lin
           move ws-valor-pago to pago-lin
           move ws-valor-aberto to aberto-lin
           move ws-dias-atraso to atraso-lin
           write reg-rel from lin2 after 1
           add 1 to wlin.

      *payments the bank says landed on or after the release day.
       soma-pagamentos.
           move zero to ws-qtde-pagtos ws-valor-pago
           if ws-tem-pag not = "S"
               exit paragraph
           end-if
           move fr-cpf-novo to pg-cpf
           move fr-data to pg-data-pagamento
           move zero to pg-seq
           move "N" to ws-fim-pag
           start arq-pagamentos key is >= pg-chave
               invalid key move "S" to ws-fim-pag
           end-start
           perform until ws-fim-pag = "S"
               read arq-pagamentos next record
                   at end move "S" to ws-fim-pag
                   not at end
                       if pg-cpf not = fr-cpf-novo
                           move "S" to ws-fim-pag
                       else
                           add 1 to ws-qtde-pagtos
                           add pg-valor to ws-valor-pago
                       end-if
               end-read
           end-perform.

       cabec.
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           if ws-secao = "L"
               move "ACOMPANHAMENTO DOS CLIENTES LIBERADOS" to reg-rel
               write reg-rel after 2
               write reg-rel from cab4 after 2
           else
               write reg-rel from cab3 after 2
           end-if
           move 10 to wlin.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           if ws-total-ocorrencias > ws-total-liberacoes
               compute ws-total-bloqueadas =
                   ws-total-ocorrencias - ws-total-liberacoes
           end-if

           if wlin >= 55
               perform cabec
           end-if
           move spaces to reg-rel
           write reg-rel after 2

           move "OCORRENCIAS NA COMPETENCIA" to rotulo
           move ws-total-ocorrencias to valor
           write reg-rel from lin-sumario after 2
           move "  LIBERADAS COM VISTO" to rotulo
           move ws-total-liberacoes to valor
           write reg-rel from lin-sumario after 1
           move "  VENDAS BLOQUEADAS" to rotulo
           move ws-total-bloqueadas to valor
           write reg-rel from lin-sumario after 1

           move "CLIENTES LIBERADOS ACOMPANHADOS" to rotulo
           move ws-total-acompanhados to valor
           write reg-rel from lin-sumario after 2
           move "  PAGANDO EM DIA" to rotulo
           move ws-total-pagando to valor
           write reg-rel from lin-sumario after 1
           move "  EM DEBITO, SUSPENSOS OU CANCELADOS" to rotulo
           move ws-total-em-debito to valor
           write reg-rel from lin-sumario after 1

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RELATORIO_FRAUDE" to dig-origem
           move "OCORRENCIAS DE FRAUDE NA ASSINATURA" to dig-rotulo
           move ws-total-ocorrencias to dig-valor
           write reg-digest
           move "RELATORIO_FRAUDE" to dig-origem
           move "VENDAS LIBERADAS COM VISTO" to dig-rotulo
           move ws-total-liberacoes to dig-valor
           write reg-digest
           move "RELATORIO_FRAUDE" to dig-origem
           move "LIBERADOS HOJE EM DEBITO" to dig-rotulo
           move ws-total-em-debito to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-fraude
           if ws-tem-log = "S"
               close arq-fraude
           end-if
           if ws-tem-pag = "S"
               close arq-pagamentos
           end-if
           if ws-tem-dev = "S"
               close arq-devedores
           end-if
           if ws-tem-cli = "S"
               close arq-cli
           end-if.
