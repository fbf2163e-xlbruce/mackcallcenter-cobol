       identification division.
       program-id. DIARIO_CONTABIL as "PGM362".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-faturamento assign to "D:\FATURAMENTO.DAT"
               file status is st-fat.

           select arq-creditos assign to "D:\CREDITOS.DAT"
               organization is indexed
               access mode is sequential
               record key is crd-chave
               file status is st-credito.

           select arq-pagamentos assign to "D:\PAGAMENTOS.DAT"
               organization is indexed
               access mode is sequential
               record key is pg-chave
               file status is st-pag.

           select arq-suspensos assign to "D:\SUSPENSOS.DAT"
               organization is indexed
               access mode is sequential
               record key is su-chave
               file status is st-suspenso.

           select arq-susp-hist assign to "D:\SUSPENSOS-HIST.DAT"
               organization is indexed
               access mode is sequential
               record key is sh-chave
               file status is st-susp-hist.

           select arq-mapa assign to "D:\MAPACONTABIL.DAT"
               organization is indexed
               access mode is random
               record key is mc-chave
               file status is st-mapa.

           select arq-diarios assign to "D:\DIARIOS.DAT"
               organization is indexed
               access mode is random
               record key is di-data
               file status is st-diario.

           select arq-export assign to "D:\DIARIO_CONTABIL.TXT"
               organization is line sequential
               file status is st-export.

           select rel-diario assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-faturamento.
               COPY FATCOPY.

           fd arq-creditos.
               COPY CREDCOPY.

           fd arq-pagamentos.
               COPY PAGCOPY.

           fd arq-suspensos.
               COPY SUSPCOPY.

           fd arq-susp-hist.
               COPY SUSPHISTCOPY.

           fd arq-mapa.
               COPY CTBCOPY.

           fd arq-diarios.
               COPY DIARCOPY.

      *the export the accounting system imports: a header with the
      *day, two lines (debit and credit) per movement, and a trailer
      *with the totals, which always match -- an unbalanced day is
      *never written.
           fd arq-export.
           01 reg-export pic x(80).

       fd rel-diario.
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

       77 st-fat pic xx value spaces.
       77 st-credito pic xx value spaces.
       77 st-pag pic xx value spaces.
       77 st-suspenso pic xx value spaces.
       77 st-susp-hist pic xx value spaces.
       77 st-mapa pic xx value spaces.
       77 st-diario pic xx value spaces.
       77 st-export pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-treino pic x value "N".
       77 ws-tem-mapa pic x value "N".
       77 found-mapa pic x value "N".
       77 found-diario pic x value "N".
       77 ws-dia-fechado pic x value "N".
       77 wlin pic 99 value 55.

      *the business day being journaled: today, the missed date the
      *batch driver is replaying, or the one asked for on demand.
       77 ws-data-negocio pic x(8) value spaces.
       01 ws-data-diario.
           05 diario-ano pic 9999.
           05 diario-mes pic 99.
           05 diario-dia pic 99.
       01 ws-data-diario-n redefines ws-data-diario pic 9(8).
       77 ws-ultimo-dia pic 99 value zero.
       77 ws-prox-mes-data8 pic 9(8) value zero.
       77 ws-sh-data8 pic 9(8) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hora pic 9(8) value zero.

      *the day's movements summed by event and detail; each one turns
      *into one debit and one credit line once its accounts are found.
       77 ws-evento pic x(4) value spaces.
       77 ws-detalhe pic x(1) value space.
       77 ws-valor pic 9(9)v99 value zero.
       77 ws-qtd-eventos pic 99 value zero.
       77 ws-idx pic 99 value zero.
       77 ws-achou pic x value "N".
       01 ws-eventos-tab-area.
           05 ws-eventos-tab occurs 40 times.
               10 ws-ev-evento pic x(4).
               10 ws-ev-detalhe pic x(1).
               10 ws-ev-qtde pic 9(5).
               10 ws-ev-valor pic 9(11)v99.
               10 ws-ev-conta-debito pic x(20).
               10 ws-ev-conta-credito pic x(20).
               10 ws-ev-historico pic x(30).

       77 ws-total-debito pic 9(11)v99 value zero.
       77 ws-total-credito pic 9(11)v99 value zero.
       77 ws-qtde-lancamentos pic 9(5) value zero.
       77 ws-qtde-sem-conta pic 9(3) value zero.

       01 exp-header.
           05 filler pic x(1) value "0".
           05 exh-data pic 9(8).
           05 filler pic x(6) value "TVMACK".
           05 exh-data-geracao pic 9(8).
           05 filler pic x(57) value spaces.

       01 exp-detalhe.
           05 filler pic x(1) value "1".
           05 exd-data pic 9(8).
           05 exd-conta pic x(20).
           05 exd-natureza pic x(1).
           05 exd-valor pic 9(11)v99.
           05 exd-historico pic x(30).
           05 exd-evento pic x(4).
           05 exd-detalhe pic x(1).
           05 filler pic x(2) value spaces.

       01 exp-trailer.
           05 filler pic x(1) value "9".
           05 ext-qtde pic 9(5).
           05 ext-total-debito pic 9(11)v99.
           05 ext-total-credito pic 9(11)v99.
           05 filler pic x(48) value spaces.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Diario Contabil".

       01 cab2.
           05 filler pic x(17) value "Data do Diario:  ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab3.
           05 filler pic x(5) value "EVT".
           05 filler pic x(2) value "D".
           05 filler pic x(6) value " QTDE".
           05 filler pic x(16) value "           VALOR".
           05 filler pic x(1) value spaces.
           05 filler pic x(21) value "CONTA DEBITO".
           05 filler pic x(20) value "CONTA CREDITO".

       01 lin1.
           05 evento-lin pic x(4).
           05 filler pic x value spaces.
           05 detalhe-lin pic x(1).
           05 filler pic x value spaces.
           05 qtde-lin pic zzzz9.
           05 filler pic x value spaces.
           05 valor-lin pic z.zzz.zzz.zz9,99.
           05 filler pic x value spaces.
           05 debito-lin pic x(20).
           05 filler pic x value spaces.
           05 credito-lin pic x(20).

       01 lin-aviso.
           05 filler pic x(7) value spaces.
           05 aviso-lin pic x(60).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic z.zzz.zzz.zz9,99.

       procedure division.

       mestre.
      *the journal is what the books are kept from: a training session
      *simply cannot produce one.
           accept ws-treino from environment
               "MACKALLCENTER_TREINAMENTO"
               on exception
                   move "N" to ws-treino
           end-accept
           if ws-treino = "S"
               display "MODO TREINAMENTO - DIARIO NAO SERA GERADO"
               goback
           end-if

           perform inicio
           perform proc-faturamento
           perform proc-creditos
           perform proc-pagamentos
           perform proc-suspensos
           perform proc-susp-hist
           perform apura-contas
           perform fecha-dia
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
           accept ws-hora from time

           if ws-modo-batch = "S"
               accept ws-data-negocio from environment
                   "MACKALLCENTER_DATA_NEGOCIO"
                   on exception
                       move spaces to ws-data-negocio
               end-accept
               if ws-data-negocio is numeric
                   move ws-data-negocio to ws-data-diario
               else
                   move ws-data-hoje to ws-data-diario
               end-if
           else
               display "DATA DO DIARIO (AAAAMMDD)? "
                   with no advancing
               accept ws-data-diario
           end-if

      *the due day of a short month: a client due on the 31st is
      *billed on the month's last day.
           if diario-mes = 12
               compute ws-prox-mes-data8 =
                   (diario-ano + 1) * 10000 + 101
           else
               compute ws-prox-mes-data8 =
                   diario-ano * 10000 + (diario-mes + 1) * 100 + 1
           end-if
           compute ws-ultimo-dia =
               function integer-of-date (ws-prox-mes-data8)
               - function integer-of-date (diario-ano * 10000
                   + diario-mes * 100 + 1)

           move diario-dia to dia-cab2
           move diario-mes to mes-cab2
           move diario-ano to ano-cab2

           initialize ws-eventos-tab-area

           move "DIARIO_CONTABIL" to ws-rel-nome
           move "D:\RELDIARIO" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           open output rel-diario

           open input arq-mapa
           if st-mapa = "00"
               move "S" to ws-tem-mapa
           end-if

           open i-o arq-diarios
           if st-diario = "35"
               open output arq-diarios
           end-if.

      *Revenue is booked the day the bill falls due, off the extract
      *EXTRATO_FATURAMENTO rebuilt tonight: the gross per package, the
      *unreturned-box charge, the discount netted off and the telecom
      *taxes inside the price. Credits are booked on their own, the
      *day billing consumed them. The extract only holds the current
      *month, so a replayed date of an earlier month books no revenue.
       proc-faturamento.
           if diario-ano * 100 + diario-mes not =
                   hoje-ano * 100 + hoje-mes
               exit paragraph
           end-if
           open input arq-faturamento
           if st-fat not = "00"
               move "FATURAMENTO.DAT AUSENTE - SEM RECEITA NO DIA"
                   to aviso-lin
               perform imprime-aviso
               exit paragraph
           end-if
           perform until st-fat = "10"
               read arq-faturamento
                   at end move "10" to st-fat
                   not at end
                       if (f-status-cliente not = "C"
                               or f-fatura-encerramento)
                           and (f-vencimento = diario-dia
                               or (diario-dia = ws-ultimo-dia
                                   and f-vencimento > ws-ultimo-dia))
                           perform soma-fatura
                       end-if
               end-read
           end-perform
           close arq-faturamento.

      *F-VALOR-BRUTO already carries the equipment charge, the
      *loyalty fee and the one-off services; they are booked under
      *events of their own, so RECE is only what is left of it.
       soma-fatura.
           move f-valor-bruto to ws-valor
           subtract f-valor-equipamento from ws-valor
           if f-valor-multa-fidelidade is numeric
               subtract f-valor-multa-fidelidade from ws-valor
           end-if
           if f-valor-servicos-cob is numeric
               subtract f-valor-servicos-cob from ws-valor
           end-if
           move "RECE" to ws-evento
           move f-tipo-pacote to ws-detalhe
           perform acumula-evento
           move "EQUI" to ws-evento
           move space to ws-detalhe
           move f-valor-equipamento to ws-valor
           perform acumula-evento
           if f-valor-multa-fidelidade is numeric
               move "MULT" to ws-evento
               move f-valor-multa-fidelidade to ws-valor
               perform acumula-evento
           end-if
           if f-valor-servicos-cob is numeric
               move "SERV" to ws-evento
               move f-valor-servicos-cob to ws-valor
               perform acumula-evento
           end-if
           move "DESC" to ws-evento
           move f-valor-desconto to ws-valor
           perform acumula-evento
           if f-base-imposto is numeric
               move "ICMS" to ws-evento
               move f-valor-icms to ws-valor
               perform acumula-evento
               move "FUST" to ws-evento
               move f-valor-fust to ws-valor
               perform acumula-evento
               move "FUNT" to ws-evento
               move f-valor-funttel to ws-valor
               perform acumula-evento
           end-if.

       proc-creditos.
           open input arq-creditos
           if st-credito not = "00"
               exit paragraph
           end-if
           move "CRED" to ws-evento
           move space to ws-detalhe
           perform until st-credito = "10"
               read arq-creditos next record
                   at end move "10" to st-credito
                   not at end
                       if crd-consumido
                               and crd-data-consumo is numeric
                               and crd-data-consumo = ws-data-diario-n
                           move crd-valor-consumido to ws-valor
                           perform acumula-evento
                       end-if
               end-read
           end-perform
           close arq-creditos.

      *cash from the bank's retorno posted today; a row allocated out
      *of the suspense queue brought no new cash -- that came in the
      *day the item was parked -- and is booked below as ALOC.
       proc-pagamentos.
           open input arq-pagamentos
           if st-pag not = "00"
               exit paragraph
           end-if
           move "RECB" to ws-evento
           move space to ws-detalhe
           perform until st-pag = "10"
               read arq-pagamentos next record
                   at end move "10" to st-pag
                   not at end
                       if pg-data-carga is numeric
                               and pg-data-carga = ws-data-diario-n
                               and not pg-origem-suspenso
                           move pg-valor to ws-valor
                           perform acumula-evento
                       end-if
               end-read
           end-perform
           close arq-pagamentos.

       proc-suspensos.
           open input arq-suspensos
           if st-suspenso not = "00"
               exit paragraph
           end-if
           move "SUSP" to ws-evento
           move space to ws-detalhe
           perform until st-suspenso = "10"
               read arq-suspensos next record
                   at end move "10" to st-suspenso
                   not at end
                       if su-data-carga = ws-data-diario-n
                           move su-valor to ws-valor
                           perform acumula-evento
                       end-if
               end-read
           end-perform
           close arq-suspensos.

       proc-susp-hist.
           open input arq-susp-hist
           if st-susp-hist not = "00"
               exit paragraph
           end-if
           move space to ws-detalhe
           perform until st-susp-hist = "10"
               read arq-susp-hist next record
                   at end move "10" to st-susp-hist
                   not at end
                       compute ws-sh-data8 = sh-ano-acao * 10000
                           + sh-mes-acao * 100 + sh-dia-acao
                       if ws-sh-data8 = ws-data-diario-n
                           if sh-alocacao
                               move "ALOC" to ws-evento
                           else
                               move "DEVL" to ws-evento
                           end-if
                           move sh-valor to ws-valor
                           perform acumula-evento
                       end-if
               end-read
           end-perform
           close arq-susp-hist.

      *ACUMULA-EVENTO adds WS-VALOR to the day's total for WS-EVENTO
      *and WS-DETALHE; a zero amount books nothing.
       acumula-evento.
           if ws-valor = zero
               exit paragraph
           end-if
           move "N" to ws-achou
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-eventos or ws-achou = "S"
               if ws-ev-evento (ws-idx) = ws-evento
                       and ws-ev-detalhe (ws-idx) = ws-detalhe
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S"
               subtract 1 from ws-idx
           else
               if ws-qtd-eventos < 40
                   add 1 to ws-qtd-eventos
               end-if
               move ws-qtd-eventos to ws-idx
               move ws-evento to ws-ev-evento (ws-idx)
               move ws-detalhe to ws-ev-detalhe (ws-idx)
           end-if
           add 1 to ws-ev-qtde (ws-idx)
           add ws-valor to ws-ev-valor (ws-idx).

      *APURA-CONTAS finds the accounts of every movement of the day
      *and adds it up on both sides; a movement with no mapping (or a
      *mapping missing one side) is counted and printed, and holds the
      *whole day back.
       apura-contas.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-eventos
               perform busca-mapa
               if found-mapa = "S"
                       and mc-conta-debito not = spaces
                       and mc-conta-credito not = spaces
                   move mc-conta-debito to ws-ev-conta-debito (ws-idx)
                   move mc-conta-credito to
                       ws-ev-conta-credito (ws-idx)
                   move mc-historico to ws-ev-historico (ws-idx)
                   add ws-ev-valor (ws-idx) to ws-total-debito
                   add ws-ev-valor (ws-idx) to ws-total-credito
                   add 2 to ws-qtde-lancamentos
               else
                   add 1 to ws-qtde-sem-conta
                   move "*** SEM CONTA MAPEADA ***" to
                       ws-ev-conta-debito (ws-idx)
                   move spaces to ws-ev-conta-credito (ws-idx)
               end-if
               perform imprime-evento
           end-perform.

       busca-mapa.
           move "N" to found-mapa
           if ws-tem-mapa not = "S"
               exit paragraph
           end-if
           move ws-ev-evento (ws-idx) to mc-evento
           move ws-ev-detalhe (ws-idx) to mc-detalhe
           read arq-mapa
               invalid key move "N" to found-mapa
               not invalid key move "S" to found-mapa
           end-read
           if found-mapa = "N" and ws-ev-detalhe (ws-idx) not = space
               move "*" to mc-detalhe
               read arq-mapa
                   invalid key move "N" to found-mapa
                   not invalid key move "S" to found-mapa
               end-read
           end-if.

      *FECHA-DIA only lets a balanced, fully mapped day out to the
      *accounting system; otherwise nothing is exported, the day is
      *recorded as refused and the step fails, so the batch driver
      *runs it again on its next call once the mapping is fixed.
       fecha-dia.
           move ws-data-diario-n to di-data
           read arq-diarios
               invalid key move "N" to found-diario
               not invalid key move "S" to found-diario
           end-read

           move ws-data-diario-n to di-data
           move ws-qtde-lancamentos to di-qtde-lancamentos
           move ws-total-debito to di-total-debito
           move ws-total-credito to di-total-credito
           move ws-qtde-sem-conta to di-qtde-sem-conta
           move ws-data-hoje to di-data-processamento
           move ws-hora (1:6) to di-hora-processamento

           if ws-qtde-sem-conta = zero
                   and ws-total-debito = ws-total-credito
               set di-fechado to true
               move "S" to ws-dia-fechado
               perform grava-export
           else
               set di-recusado to true
               move 1 to return-code
               move "*** DIA NAO FECHADO - DEBITOS E CREDITOS NAO BATEM"
                   to aviso-lin
               perform imprime-aviso
               move "*** OU HA MOVIMENTO SEM CONTA (PGM60) ***"
                   to aviso-lin
               perform imprime-aviso
           end-if

           if found-diario = "S"
               rewrite reg-diario
           else
               write reg-diario
           end-if.

       grava-export.
           open output arq-export
           move ws-data-diario-n to exh-data
           move ws-data-hoje to exh-data-geracao
           write reg-export from exp-header

           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-eventos
               move ws-data-diario-n to exd-data
               move ws-ev-valor (ws-idx) to exd-valor
               move ws-ev-historico (ws-idx) to exd-historico
               move ws-ev-evento (ws-idx) to exd-evento
               move ws-ev-detalhe (ws-idx) to exd-detalhe
               move ws-ev-conta-debito (ws-idx) to exd-conta
               move "D" to exd-natureza
               write reg-export from exp-detalhe
               move ws-ev-conta-credito (ws-idx) to exd-conta
               move "C" to exd-natureza
               write reg-export from exp-detalhe
           end-perform

           move ws-qtde-lancamentos to ext-qtde
           move ws-total-debito to ext-total-debito
           move ws-total-credito to ext-total-credito
           write reg-export from exp-trailer
           close arq-export.

       imprime-evento.
           if wlin >= 55
               perform cabec
           end-if
           move ws-ev-evento (ws-idx) to evento-lin
           move ws-ev-detalhe (ws-idx) to detalhe-lin
           move ws-ev-qtde (ws-idx) to qtde-lin
           move ws-ev-valor (ws-idx) to valor-lin
           move ws-ev-conta-debito (ws-idx) to debito-lin
           move ws-ev-conta-credito (ws-idx) to credito-lin
           write reg-rel from lin1 after 1
           add 1 to wlin.

       imprime-aviso.
           if wlin >= 55
               perform cabec
           end-if
           write reg-rel from lin-aviso after 2
           add 2 to wlin.

       cabec.
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2
           move 10 to wlin.

       sumario.
           if wlin >= 55
               perform cabec
           end-if
           move spaces to reg-rel
           write reg-rel after 2

           move "TOTAL A DEBITO" to rotulo
           move ws-total-debito to valor
           write reg-rel from lin-sumario after 2

           move "TOTAL A CREDITO" to rotulo
           move ws-total-credito to valor
           write reg-rel from lin-sumario after 1

           move "LANCAMENTOS EXPORTADOS" to rotulo
           if ws-dia-fechado = "S"
               move ws-qtde-lancamentos to valor
           else
               move zero to valor
           end-if
           write reg-rel from lin-sumario after 1

           move "MOVIMENTOS SEM CONTA MAPEADA" to rotulo
           move ws-qtde-sem-conta to valor
           write reg-rel from lin-sumario after 1

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "DIARIO_CONTABIL" to dig-origem
           if ws-dia-fechado = "S"
               move "LANCAMENTOS CONTABEIS EXPORTADOS" to dig-rotulo
               move ws-qtde-lancamentos to dig-valor
           else
               move "*** DIARIO CONTABIL RECUSADO ***" to dig-rotulo
               move ws-qtde-sem-conta to dig-valor
           end-if
           write reg-digest
           close arq-digest.

       fim.
           close rel-diario
                 arq-diarios
           if ws-tem-mapa = "S"
               close arq-mapa
           end-if
           if ws-dia-fechado = "S"
               display "DIARIO FECHADO................: "
                   ws-data-diario
           else
               display "DIARIO RECUSADO...............: "
                   ws-data-diario
           end-if.
