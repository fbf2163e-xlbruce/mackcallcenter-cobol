       identification division.
       program-id. PRAZOS_RECLAMACAO as "PGM371".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-reclamacoes assign to "D:\RECLAMACOES.DAT"
               organization is indexed
               access mode is sequential
               record key is rr-chave
               file status is st-reclamacao.

           select rel-prazos assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

           select work-prazos assign to "D:\WORKPRAZOS.TMP".

       data division.
           File section.
           fd arq-reclamacoes.
               COPY RECLCOPY.

       fd rel-prazos.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       sd work-prazos.
       01 sort-rec.
           05 s-data-limite pic 9(8).
           05 s-orgao pic x(1).
           05 s-protocolo pic x(15).
           05 s-cpf pic x(11).
           05 s-data-recebida pic 9(8).
           05 s-situacao pic x(1).
           05 s-dias pic s9(5).

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

       77 st-reclamacao pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-reclamacoes pic x value "N".
       77 ws-fim-arq pic x value "N".
       77 ws-fim-sort pic x value "N".

      *a complaint enters the worklist once this many business days
      *or fewer are left to answer it -- enough for a draft and the
      *supervisor's visto -- and stays on it until it is sent.
       77 ws-dias-aviso pic 9(2) value 3.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-hoje-int pic s9(9) value zero.
       77 ws-cal-operacao pic x value "C".
       77 ws-cal-dias pic s9(5) value zero.
       77 ws-data8 pic 9(8) value zero.
       77 ws-data-barras pic x(10) value spaces.

       77 ws-total-pendentes pic 9(7) value zero.
       77 ws-total-vencidas pic 9(7) value zero.
       77 ws-total-a-vencer pic 9(7) value zero.
       77 ws-total-sem-visto pic 9(7) value zero.
       77 ws-total-listadas pic 9(7) value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(12) value spaces.
           05 filler pic x(44) value
               "Reclamacoes ANATEL/Procon - Prazos a Vencer".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab3.
           05 filler pic x(7) value "ORGAO".
           05 filler pic x(16) value "PROTOCOLO".
           05 filler pic x(12) value "CPF".
           05 filler pic x(11) value "RECEBIDA".
           05 filler pic x(11) value "LIMITE".
           05 filler pic x(9) value "SITUACAO".
           05 filler pic x(14) value "PRAZO".

       01 lin-det.
           05 orgao-det pic x(6).
           05 filler pic x(1) value space.
           05 protocolo-det pic x(15).
           05 filler pic x(1) value space.
           05 cpf-det pic x(11).
           05 filler pic x(1) value space.
           05 recebida-det pic x(10).
           05 filler pic x(1) value space.
           05 limite-det pic x(10).
           05 filler pic x(1) value space.
           05 situacao-det pic x(8).
           05 filler pic x(1) value space.
           05 prazo-det pic x(14).

       01 ws-prazo-texto.
           05 ws-prazo-rotulo pic x(8).
           05 ws-prazo-dias pic zz9.
           05 ws-prazo-unid pic x(3).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.

       procedure division.

       mestre.
           perform inicio
           if ws-tem-reclamacoes = "S"
               sort work-prazos on ascending key s-data-limite
                   s-orgao s-protocolo
                   input procedure is seleciona-pendentes
                   output procedure is imprime-prazos
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

           accept ws-data-hoje from date yyyymmdd
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2
           move ws-data-hoje to ws-hoje-data8
           compute ws-hoje-int = function integer-of-date(ws-hoje-data8)

           move "PRAZOS_RECLAMACAO" to ws-rel-nome
           move "D:\PRAZOSRECLAMACAO" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-prazos
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2

      *no register yet simply means no complaint has come in.
           open input arq-reclamacoes
           if st-reclamacao = "00"
               move "S" to ws-tem-reclamacoes
           end-if.

      *every complaint still unanswered is counted; only the ones
      *already late or inside the warning window go to the sort.
      *The days left are business days, counted by Calendario_Util
      *the same way the deadline itself was stamped; a late one
      *carries the calendar days it is past due, negated.
       seleciona-pendentes.
           move "N" to ws-fim-arq
           perform until ws-fim-arq = "S"
               read arq-reclamacoes next record
                   at end move "S" to ws-fim-arq
                   not at end
                       if not rr-enviada
                           perform avalia-pendente
                       end-if
               end-read
           end-perform.

       avalia-pendente.
           add 1 to ws-total-pendentes
           if rr-redigida
               add 1 to ws-total-sem-visto
           end-if

           if rr-data-limite < ws-hoje-data8
               add 1 to ws-total-vencidas
               compute s-dias = function integer-of-date
                   (rr-data-limite) - ws-hoje-int
           else
               move zero to ws-cal-dias
               if rr-data-limite > ws-hoje-data8
                   move "C" to ws-cal-operacao
                   move rr-data-limite to ws-data8
                   call "Calendario_Util" using ws-cal-operacao
                       ws-hoje-data8 ws-cal-dias ws-data8
               end-if
               if ws-cal-dias > ws-dias-aviso
                   exit paragraph
               end-if
               add 1 to ws-total-a-vencer
               move ws-cal-dias to s-dias
           end-if

           move rr-data-limite to s-data-limite
           move rr-orgao to s-orgao
           move rr-protocolo to s-protocolo
           move rr-cpf to s-cpf
           move rr-data-recebida to s-data-recebida
           move rr-situacao to s-situacao
           release sort-rec.

       imprime-prazos.
           move "N" to ws-fim-sort
           perform until ws-fim-sort = "S"
               return work-prazos
                   at end move "S" to ws-fim-sort
               end-return
               if ws-fim-sort not = "S"
                   perform imprime-prazo
               end-if
           end-perform.

       imprime-prazo.
           if s-orgao = "A"
               move "ANATEL" to orgao-det
           else
               move "PROCON" to orgao-det
           end-if
           move s-protocolo to protocolo-det
           move s-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-det
           move s-data-recebida to ws-data8
           perform formata-data
           move ws-data-barras to recebida-det
           move s-data-limite to ws-data8
           perform formata-data
           move ws-data-barras to limite-det
           if s-situacao = "D"
               move "SEM VISTO" to situacao-det
           else
               move "SEM RESP" to situacao-det
           end-if

           move spaces to ws-prazo-texto
           evaluate true
               when s-dias < zero
                   move "VENCIDA" to ws-prazo-rotulo
                   compute ws-prazo-dias = zero - s-dias
                   move " DC" to ws-prazo-unid
               when s-dias = zero
                   move "VENCE HOJE" to ws-prazo-texto
               when other
                   move "FALTAM" to ws-prazo-rotulo
                   move s-dias to ws-prazo-dias
                   move " DU" to ws-prazo-unid
           end-evaluate
           move ws-prazo-texto to prazo-det

           write reg-rel from lin-det after 1
           add 1 to ws-total-listadas.

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

           move "RECLAMACOES SEM RESPOSTA ENVIADA" to rotulo
           move ws-total-pendentes to valor
           write reg-rel from lin-sumario after 2

           move "  COM PRAZO VENCIDO" to rotulo
           move ws-total-vencidas to valor
           write reg-rel from lin-sumario after 1

           move spaces to rotulo
           string "  VENCENDO EM ATE " ws-dias-aviso " DIAS UTEIS"
               delimited by size into rotulo
           move ws-total-a-vencer to valor
           write reg-rel from lin-sumario after 1

           move "  RESPOSTA REDIGIDA AGUARDANDO VISTO" to rotulo
           move ws-total-sem-visto to valor
           write reg-rel from lin-sumario after 1

           move "RECLAMACOES LISTADAS" to rotulo
           move ws-total-listadas to valor
           write reg-rel from lin-sumario after 2

           display "RECLAMACOES COM PRAZO VENCIDO: " ws-total-vencidas

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "PRAZOS_RECLAMACAO" to dig-origem
           move "RECLAMACOES COM PRAZO VENCIDO" to dig-rotulo
           move ws-total-vencidas to dig-valor
           write reg-digest

           move "PRAZOS_RECLAMACAO" to dig-origem
           move "RECLAMACOES VENCENDO NO PERIODO" to dig-rotulo
           move ws-total-a-vencer to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-prazos
           if ws-tem-reclamacoes = "S"
               close arq-reclamacoes
           end-if.
