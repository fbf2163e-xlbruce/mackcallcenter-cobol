       identification division.
       program-id. RELATORIO_SEGREGACAO as "PGM390".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-exclusoes assign to "D:\EXCLUSOES.DAT"
               organization is indexed
               access mode is sequential
               record key is xp-chave
               file status is st-exclusao.

           select arq-creditos assign to "D:\CREDITOS.DAT"
               organization is indexed
               access mode is sequential
               record key is crd-chave
               file status is st-credito.

           select arq-descontos assign to "D:\DESCONTOS.DAT"
               organization is indexed
               access mode is sequential
               record key is ds-cpf
               file status is st-desconto.

           select arq-turnos assign to "D:\TURNOS.DAT"
               organization is indexed
               access mode is sequential
               record key is tu-chave
               file status is st-turno.

           select arq-restauracoes assign to "D:\RESTAURACOES.TXT"
               organization is line sequential
               file status is st-restauracao.

           select arq-atendentes assign to "D:\ATENDENTES.DAT"
               organization is indexed
               access mode is random
               record key is at-id
               file status is st-atendente.

           select arq-times assign to "D:\TIMES.DAT"
               organization is indexed
               access mode is random
               record key is tm-id
               file status is st-time.

           select arq-escalas assign to "D:\ESCALAS.DAT"
               organization is indexed
               access mode is random
               record key is es-chave
               file status is st-escala.

           select rel-segreg assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-exclusoes.
               COPY EXCCOPY.

           fd arq-creditos.
               COPY CREDCOPY.

           fd arq-descontos.
               COPY DESCCOPY.

           fd arq-turnos.
               COPY TURNOCOPY.

           fd arq-restauracoes.
               COPY RSTCOPY.

           fd arq-atendentes.
               COPY ATECOPY.

           fd arq-times.
               COPY TIMCOPY.

           fd arq-escalas.
               COPY ESCCOPY.

       fd rel-segreg.
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
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 st-exclusao pic xx value spaces.
       77 st-credito pic xx value spaces.
       77 st-desconto pic xx value spaces.
       77 st-turno pic xx value spaces.
       77 st-restauracao pic xx value spaces.
       77 st-atendente pic xx value spaces.
       77 st-time pic xx value spaces.
       77 st-escala pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-exclusoes pic x value "N".
       77 ws-tem-creditos pic x value "N".
       77 ws-tem-descontos pic x value "N".
       77 ws-tem-turnos pic x value "N".
       77 ws-tem-restauracoes pic x value "N".
       77 ws-tem-atendentes pic x value "N".
       77 ws-tem-times pic x value "N".
       77 ws-tem-escalas pic x value "N".
       77 wlin pic 99 value 55.
       77 npag pic 9(3) value zero.

       77 ws-competencia pic 9(6) value zero.
       77 ws-dec-comp pic 9(6) value zero.

      *one decision being judged, whichever control it came from:
      *the requester is spaces where the control has none (discounts
      *and restores are a supervisor acting alone), and the reference
      *is the client's CPF (masked on the way out) or the file name.
       77 ws-controle pic x(10) value spaces.
       77 ws-solicitante pic x(5) value spaces.
       77 ws-aprovador pic x(5) value spaces.
       77 ws-hora-decisao pic x(5) value spaces.
       77 ws-referencia pic x(20) value spaces.
       77 ws-ref-cpf pic x value "N".
       77 ws-motivo pic x(20) value spaces.
       01 ws-decisao.
           05 dec-ano pic 9999.
           05 dec-mes pic 99.
           05 dec-dia pic 99.
       01 ws-data-decisao redefines ws-decisao pic 9(8).

      *the older rows of EXCLUSOES and CREDITOS carry only the day
      *the request was filed, printed DD/MM/AAAA.
       01 ws-data-barras.
           05 barras-dia pic 99.
           05 filler pic x.
           05 barras-mes pic 99.
           05 filler pic x.
           05 barras-ano pic 9999.

       77 ws-time-solic pic x(5) value spaces.
       77 ws-time-aprov pic x(5) value spaces.
       77 ws-e-lider pic x value "N".
       77 ws-na-escala pic x value "N".

      *every approver met in the month, with how many requests they
      *decided and the credits they let through;
      *and every approver/requester pair, for the concentration test.
       77 ws-qtd-apr pic 99 value zero.
       77 ws-idx-apr pic 99 value zero.
       01 ws-apr-tab-area.
           05 ws-apr-tab occurs 50 times.
               10 ws-apr-id pic x(5).
               10 ws-apr-qtd pic 9(5).
               10 ws-apr-qtd-cred pic 9(5).
               10 ws-apr-valor-cred pic 9(9)v99.

       77 ws-qtd-par pic 9(3) value zero.
       77 ws-idx-par pic 9(3) value zero.
       01 ws-par-tab-area.
           05 ws-par-tab occurs 300 times.
               10 ws-par-aprovador pic x(5).
               10 ws-par-solicitante pic x(5).
               10 ws-par-qtd pic 9(5).

      *an approver is "always approving for the same attendant" when
      *one requester takes more than half of at least this many of
      *their decisions in the month.
       77 ws-minimo-decisoes pic 9(3) value 5.

       77 ws-valor-credito pic 9(7)v99 value zero.
       77 ws-percentual pic 9(3)v99 value zero.

       77 ws-total-decisoes pic 9(5) value zero.
       77 ws-total-alertas pic 9(5) value zero.
       77 ws-total-auto pic 9(5) value zero.
       77 ws-total-lider pic 9(5) value zero.
       77 ws-total-time pic 9(5) value zero.
       77 ws-total-fora-escala pic 9(5) value zero.
       77 ws-total-sem-hora pic 9(5) value zero.
       77 ws-total-concentracao pic 9(5) value zero.
       77 ws-total-restauracoes pic 9(5) value zero.
       77 ws-valor-creditos pic 9(9)v99 value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(12) value spaces.
           05 filler pic x(45) value
               "Segregacao de Funcoes nas Aprovacoes".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(16) value "  COMPETENCIA: ".
           05 comp-cab2 pic 9(6).
           05 filler pic x(8) value "   PAG. ".
           05 pag-cab2 pic zz9.

       01 cab3.
           05 filler pic x(11) value "CONTROLE".
           05 filler pic x(11) value "DATA".
           05 filler pic x(6) value "HORA".
           05 filler pic x(6) value "SOLIC".
           05 filler pic x(6) value "APROV".
           05 filler pic x(21) value "ALERTA".
           05 filler pic x(19) value "REFERENCIA".

       01 lin1.
           05 controle-lin pic x(10).
           05 filler pic x value space.
           05 dia-lin pic 99.
           05 filler pic x value "/".
           05 mes-lin pic 99.
           05 filler pic x value "/".
           05 ano-lin pic 9999.
           05 filler pic x value space.
           05 hora-lin pic x(5).
           05 filler pic x value space.
           05 solic-lin pic x(5).
           05 filler pic x value space.
           05 aprov-lin pic x(5).
           05 filler pic x value space.
           05 motivo-lin pic x(20).
           05 filler pic x value space.
           05 ref-lin pic x(19).

       01 cab-conc.
           05 filler pic x(11) value "APROVADOR".
           05 filler pic x(13) value "SOLICITANTE".
           05 filler pic x(10) value "DO PAR".
           05 filler pic x(10) value "DECISOES".
           05 filler pic x(10) value "% DO PAR".

       01 lin-conc.
           05 aprov-conc pic x(5).
           05 filler pic x(6) value spaces.
           05 solic-conc pic x(5).
           05 filler pic x(8) value spaces.
           05 qtd-par-conc pic zzzz9.
           05 filler pic x(5) value spaces.
           05 qtd-apr-conc pic zzzz9.
           05 filler pic x(5) value spaces.
           05 pct-conc pic zz9,99.

       01 cab-cred.
           05 filler pic x(11) value "APROVADOR".
           05 filler pic x(10) value "CREDITOS".
           05 filler pic x(16) value "VALOR".
           05 filler pic x(10) value "% DO VALOR".

       01 lin-cred.
           05 aprov-cred pic x(5).
           05 filler pic x(6) value spaces.
           05 qtd-cred pic zzzz9.
           05 filler pic x(3) value spaces.
           05 valor-cred pic zzzzzzzz9,99.
           05 filler pic x(4) value spaces.
           05 pct-cred pic zz9,99.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzzzz9,99.

       procedure division.

      *reads every two-step control of the month -- exclusions,
      *credits, discounts, shift sign-offs and restores -- and lists
      *for the audit committee each decision a supervisor took on
      *their own request, on a team-mate's or as the requester's team
      *leader, or outside their rostered shift; then the approvers
      *who decide mostly for one attendant, and each approver's share
      *of the credits by value.
       mestre.
           perform inicio
           if ws-tem-exclusoes = "S"
               perform proc-exclusao until st-exclusao = "10"
           end-if
           if ws-tem-creditos = "S"
               perform proc-credito until st-credito = "10"
           end-if
           if ws-tem-descontos = "S"
               perform proc-desconto until st-desconto = "10"
           end-if
           if ws-tem-turnos = "S"
               perform proc-turno until st-turno = "10"
           end-if
           if ws-tem-restauracoes = "S"
               perform proc-restauracao until st-restauracao = "10"
           end-if
           perform concentracao
           perform participacao-creditos
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

           move "RELATORIO_SEGREGACAO" to ws-rel-nome
           move "D:\SEGREGACAO" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-segreg

      *a control that was never used has no file yet, which is an
      *empty section rather than a failure; without ATENDENTES,
      *TIMES or ESCALAS the matching check is simply not made.
           open input arq-exclusoes
           if st-exclusao = "00"
               move "S" to ws-tem-exclusoes
           end-if
           open input arq-creditos
           if st-credito = "00"
               move "S" to ws-tem-creditos
           end-if
           open input arq-descontos
           if st-desconto = "00"
               move "S" to ws-tem-descontos
           end-if
           open input arq-turnos
           if st-turno = "00"
               move "S" to ws-tem-turnos
           end-if
           open input arq-restauracoes
           if st-restauracao = "00"
               move "S" to ws-tem-restauracoes
           end-if
           open input arq-atendentes
           if st-atendente = "00"
               move "S" to ws-tem-atendentes
           end-if
           open input arq-times
           if st-time = "00"
               move "S" to ws-tem-times
           end-if
           open input arq-escalas
           if st-escala = "00"
               move "S" to ws-tem-escalas
           end-if

           perform cabec.

      *a decided exclusion request: approved or denied alike, since
      *denying one's own request is as much a conflict as approving.
       proc-exclusao.
           read arq-exclusoes
               at end move "10" to st-exclusao
           end-read

           if st-exclusao not = "10"
                   and (xp-aprovada or xp-negada)
               if xp-data-decisao is numeric
                       and xp-data-decisao > zero
                   move xp-data-decisao to ws-data-decisao
                   move xp-hora-decisao to ws-hora-decisao
               else
                   move xp-data to ws-data-barras
                   perform data-de-barras
                   move spaces to ws-hora-decisao
               end-if
               compute ws-dec-comp = dec-ano * 100 + dec-mes
               if ws-dec-comp = ws-competencia
                   move "EXCLUSAO" to ws-controle
                   move xp-solicitante to ws-solicitante
                   move xp-aprovador to ws-aprovador
                   move xp-cpf to ws-referencia
                   move "S" to ws-ref-cpf
                   perform avalia-decisao
               end-if
           end-if.

       proc-credito.
           read arq-creditos
               at end move "10" to st-credito
           end-read

           if st-credito not = "10" and not crd-pendente
               if crd-data-aprovacao is numeric
                       and crd-data-aprovacao > zero
                   move crd-data-aprovacao to ws-data-decisao
                   move crd-hora-aprovacao to ws-hora-decisao
               else
                   move crd-data to ws-data-barras
                   perform data-de-barras
                   move spaces to ws-hora-decisao
               end-if
               compute ws-dec-comp = dec-ano * 100 + dec-mes
               if ws-dec-comp = ws-competencia
                   move "CREDITO" to ws-controle
                   move crd-operador to ws-solicitante
                   move crd-aprovador to ws-aprovador
                   move crd-cpf to ws-referencia
                   move "S" to ws-ref-cpf
                   perform avalia-decisao
                   if crd-aprovado or crd-consumido
                       perform soma-credito
                   end-if
               end-if
           end-if.

      *what the credit is worth: the money it came to on the bill
      *once consumed, otherwise the value approved (a credit in days
      *only has a value once billed).
       soma-credito.
           if crd-consumido
               move crd-valor-consumido to ws-valor-credito
           else
               if crd-tipo-valor
                   move crd-valor to ws-valor-credito
               else
                   move zero to ws-valor-credito
               end-if
           end-if
           perform busca-aprovador
           if ws-idx-apr > zero
               add 1 to ws-apr-qtd-cred (ws-idx-apr)
               add ws-valor-credito to ws-apr-valor-cred (ws-idx-apr)
           end-if
           add ws-valor-credito to ws-valor-creditos.

      *a discount is granted by the supervisor alone; promises from
      *before the grant was time-stamped cannot be placed in a month.
       proc-desconto.
           read arq-descontos
               at end move "10" to st-desconto
           end-read

           if st-desconto not = "10"
                   and ds-data-concessao is numeric
                   and ds-data-concessao > zero
               move ds-data-concessao to ws-data-decisao
               compute ws-dec-comp = dec-ano * 100 + dec-mes
               if ws-dec-comp = ws-competencia
                   move "DESCONTO" to ws-controle
                   move spaces to ws-solicitante
                   move ds-operador to ws-aprovador
                   move ds-hora-concessao to ws-hora-decisao
                   move ds-cpf to ws-referencia
                   move "S" to ws-ref-cpf
                   perform avalia-decisao
               end-if
           end-if.

      *the operator closing the shift asks; the supervisor signs.
       proc-turno.
           read arq-turnos
               at end move "10" to st-turno
           end-read

           if st-turno not = "10" and tu-turno-assinado
               move tu-data to ws-decisao
               compute ws-dec-comp = dec-ano * 100 + dec-mes
               if ws-dec-comp = ws-competencia
                   move "TURNO" to ws-controle
                   move tu-operador to ws-solicitante
                   move tu-supervisor to ws-aprovador
                   move tu-hora-assinatura to ws-hora-decisao
                   move spaces to ws-referencia
                   move "N" to ws-ref-cpf
                   perform avalia-decisao
               end-if
           end-if.

       proc-restauracao.
           read arq-restauracoes
               at end move "10" to st-restauracao
           end-read

           if st-restauracao not = "10"
               move rs-data to ws-data-decisao
               compute ws-dec-comp = dec-ano * 100 + dec-mes
               if ws-dec-comp = ws-competencia
                   add 1 to ws-total-restauracoes
                   move "RESTAURA" to ws-controle
                   move spaces to ws-solicitante
                   move rs-operador to ws-aprovador
                   move rs-hora to ws-hora-decisao
                   move rs-arquivo to ws-referencia
                   move "N" to ws-ref-cpf
                   perform avalia-decisao
               end-if
           end-if.

       data-de-barras.
           if ws-data-barras (1:2) is numeric
                   and ws-data-barras (4:2) is numeric
                   and ws-data-barras (7:4) is numeric
               move barras-ano to dec-ano
               move barras-mes to dec-mes
               move barras-dia to dec-dia
           else
               move zero to ws-data-decisao
           end-if.

      *one line per thing wrong with the decision, so a self-approval
      *taken at 3 a.m. shows up under both headings.
       avalia-decisao.
           add 1 to ws-total-decisoes
           if ws-solicitante not = spaces
               perform registra-par
               if ws-solicitante = ws-aprovador
                   move "AUTO-APROVACAO" to ws-motivo
                   add 1 to ws-total-auto
                   perform imprime-alerta
               else
                   perform verifica-time
               end-if
           end-if
           perform verifica-escala.

      *a team leader deciding for someone on their team, or two
      *attendants of the same team deciding for each other.
       verifica-time.
           if ws-tem-atendentes not = "S"
               exit paragraph
           end-if
           move ws-solicitante to at-id
           read arq-atendentes
               invalid key move spaces to at-time
           end-read
           move at-time to ws-time-solic
           if ws-time-solic = spaces
               exit paragraph
           end-if
           move ws-aprovador to at-id
           read arq-atendentes
               invalid key move spaces to at-time
           end-read
           move at-time to ws-time-aprov

           move "N" to ws-e-lider
           if ws-tem-times = "S"
               move ws-time-solic to tm-id
               read arq-times
                   not invalid key
                       if tm-lider = ws-aprovador
                           move "S" to ws-e-lider
                       end-if
               end-read
           end-if

           if ws-e-lider = "S"
               move "LIDER DO SOLICITANTE" to ws-motivo
               add 1 to ws-total-lider
               perform imprime-alerta
           else
               if ws-time-aprov = ws-time-solic
                   move "MESMO TIME" to ws-motivo
                   add 1 to ws-total-time
                   perform imprime-alerta
               end-if
           end-if.

      *the decision's hh:mm against the approver's roster row for
      *that day; a shift that runs past midnight (end before start)
      *covers from its start to 23:59 and from 00:00 to its end.
       verifica-escala.
           if ws-hora-decisao = spaces
               add 1 to ws-total-sem-hora
               exit paragraph
           end-if
           if ws-tem-escalas not = "S"
               exit paragraph
           end-if
           move ws-aprovador to es-operador
           move ws-decisao to es-data
           read arq-escalas
               invalid key
                   move "SEM ESCALA NO DIA" to ws-motivo
                   add 1 to ws-total-fora-escala
                   perform imprime-alerta
                   exit paragraph
           end-read

           move "N" to ws-na-escala
           if es-hora-fim >= es-hora-inicio
               if ws-hora-decisao >= es-hora-inicio
                       and ws-hora-decisao <= es-hora-fim
                   move "S" to ws-na-escala
               end-if
           else
               if ws-hora-decisao >= es-hora-inicio
                       or ws-hora-decisao <= es-hora-fim
                   move "S" to ws-na-escala
               end-if
           end-if
           if ws-na-escala = "N"
               move "FORA DA ESCALA" to ws-motivo
               add 1 to ws-total-fora-escala
               perform imprime-alerta
           end-if.

       registra-par.
           perform busca-aprovador
           if ws-idx-apr > zero
               add 1 to ws-apr-qtd (ws-idx-apr)
           end-if

           perform varying ws-idx-par from 1 by 1
                   until ws-idx-par > ws-qtd-par
               if ws-par-aprovador (ws-idx-par) = ws-aprovador
                       and ws-par-solicitante (ws-idx-par)
                           = ws-solicitante
                   add 1 to ws-par-qtd (ws-idx-par)
                   exit paragraph
               end-if
           end-perform
           if ws-qtd-par < 300
               add 1 to ws-qtd-par
               move ws-aprovador to ws-par-aprovador (ws-qtd-par)
               move ws-solicitante to ws-par-solicitante (ws-qtd-par)
               move 1 to ws-par-qtd (ws-qtd-par)
           end-if.

      *leaves WS-IDX-APR on the approver's row, adding it when new;
      *zero only if the table is full.
       busca-aprovador.
           perform varying ws-idx-apr from 1 by 1
                   until ws-idx-apr > ws-qtd-apr
               if ws-apr-id (ws-idx-apr) = ws-aprovador
                   exit paragraph
               end-if
           end-perform
           if ws-qtd-apr < 50
               add 1 to ws-qtd-apr
               move ws-qtd-apr to ws-idx-apr
               move ws-aprovador to ws-apr-id (ws-idx-apr)
               move zero to ws-apr-qtd (ws-idx-apr)
                   ws-apr-qtd-cred (ws-idx-apr)
                   ws-apr-valor-cred (ws-idx-apr)
           else
               move zero to ws-idx-apr
           end-if.

       imprime-alerta.
           add 1 to ws-total-alertas
           if wlin >= 55
               perform cabec
           end-if
           move ws-controle to controle-lin
           move dec-dia to dia-lin
           move dec-mes to mes-lin
           move dec-ano to ano-lin
           move ws-hora-decisao to hora-lin
           move ws-solicitante to solic-lin
           move ws-aprovador to aprov-lin
           move ws-motivo to motivo-lin
           if ws-ref-cpf = "S"
               move ws-referencia to ws-dado-mascara
               move "K" to ws-tipo-dado
               perform mascara-dado
               move ws-dado-mascara to ref-lin
           else
               move ws-referencia to ref-lin
           end-if
           write reg-rel from lin1 after 1
           add 1 to wlin.

      *the pairs where one requester takes more than half of an
      *approver's decisions in the month.
       concentracao.
           move spaces to reg-rel
           write reg-rel after 2
           move "APROVADOR DECIDINDO SEMPRE PARA O MESMO SOLICITANTE:"
               to reg-rel
           write reg-rel after 1
           write reg-rel from cab-conc after 2
           perform varying ws-idx-par from 1 by 1
                   until ws-idx-par > ws-qtd-par
               move ws-par-aprovador (ws-idx-par) to ws-aprovador
               perform busca-aprovador
               if ws-idx-apr > zero
                   if ws-apr-qtd (ws-idx-apr) >= ws-minimo-decisoes
                           and ws-par-qtd (ws-idx-par) * 2
                               > ws-apr-qtd (ws-idx-apr)
                       add 1 to ws-total-concentracao
                       move ws-par-aprovador (ws-idx-par) to aprov-conc
                       move ws-par-solicitante (ws-idx-par)
                           to solic-conc
                       move ws-par-qtd (ws-idx-par) to qtd-par-conc
                       move ws-apr-qtd (ws-idx-apr) to qtd-apr-conc
                       compute ws-percentual rounded =
                           ws-par-qtd (ws-idx-par) * 100
                               / ws-apr-qtd (ws-idx-apr)
                       move ws-percentual to pct-conc
                       write reg-rel from lin-conc after 1
                   end-if
               end-if
           end-perform.

       participacao-creditos.
           move spaces to reg-rel
           write reg-rel after 2
           move "CREDITOS APROVADOS POR APROVADOR (VALOR):" to reg-rel
           write reg-rel after 1
           write reg-rel from cab-cred after 2
           perform varying ws-idx-apr from 1 by 1
                   until ws-idx-apr > ws-qtd-apr
               if ws-apr-qtd-cred (ws-idx-apr) > zero
                   move ws-apr-id (ws-idx-apr) to aprov-cred
                   move ws-apr-qtd-cred (ws-idx-apr) to qtd-cred
                   move ws-apr-valor-cred (ws-idx-apr) to valor-cred
                   if ws-valor-creditos > zero
                       compute ws-percentual rounded =
                           ws-apr-valor-cred (ws-idx-apr) * 100
                               / ws-valor-creditos
                   else
                       move zero to ws-percentual
                   end-if
                   move ws-percentual to pct-cred
                   write reg-rel from lin-cred after 1
               end-if
           end-perform.

       cabec.
           add 1 to npag
           move npag to pag-cab2
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2
           move 10 to wlin.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "DECISOES NA COMPETENCIA" to rotulo
           move ws-total-decisoes to valor
           write reg-rel from lin-sumario after 2

           move "AUTO-APROVACOES" to rotulo
           move ws-total-auto to valor
           write reg-rel from lin-sumario after 1

           move "APROVADAS PELO LIDER DO SOLICITANTE" to rotulo
           move ws-total-lider to valor
           write reg-rel from lin-sumario after 1

           move "APROVADAS NO MESMO TIME" to rotulo
           move ws-total-time to valor
           write reg-rel from lin-sumario after 1

           move "FORA DA ESCALA DO APROVADOR" to rotulo
           move ws-total-fora-escala to valor
           write reg-rel from lin-sumario after 1

           move "SEM HORARIO REGISTRADO" to rotulo
           move ws-total-sem-hora to valor
           write reg-rel from lin-sumario after 1

           move "RESTAURACOES DE BACKUP" to rotulo
           move ws-total-restauracoes to valor
           write reg-rel from lin-sumario after 1

           move "APROVADOR/SOLICITANTE CONCENTRADOS" to rotulo
           move ws-total-concentracao to valor
           write reg-rel from lin-sumario after 1

           move "VALOR DE CREDITOS APROVADOS" to rotulo
           move ws-valor-creditos to valor
           write reg-rel from lin-sumario after 1

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RELATORIO_SEGREGACAO" to dig-origem
           move "ALERTAS DE SEGREGACAO DE FUNCOES" to dig-rotulo
           move ws-total-alertas to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-segreg
           if ws-tem-exclusoes = "S"
               close arq-exclusoes
           end-if
           if ws-tem-creditos = "S"
               close arq-creditos
           end-if
           if ws-tem-descontos = "S"
               close arq-descontos
           end-if
           if ws-tem-turnos = "S"
               close arq-turnos
           end-if
           if ws-tem-restauracoes = "S"
               close arq-restauracoes
           end-if
           if ws-tem-atendentes = "S"
               close arq-atendentes
           end-if
           if ws-tem-times = "S"
               close arq-times
           end-if
           if ws-tem-escalas = "S"
               close arq-escalas
           end-if.
