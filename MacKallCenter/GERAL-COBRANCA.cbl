               organization is indexed
               access mode is dynamic
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-ocorr assign to "D:\OCORRENCIAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is o-chave
               alternate record key is o-chave-fila
                   source is o-stat o-atendente with duplicates
               alternate record key is o-data-limite-sla
                   with duplicates
               alternate record key is o-data-ocorr with duplicates
               file status is st-ocorr.

           select arq-serie assign to "D:\SERIEPROTOCOLO.DAT"
               organization is line sequential
               file status is st-crm-feed.

           select arq-acordos assign to "D:\ACORDOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ac-chave
               file status is st-acordo.

           select rel-cobranca assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
           fd arq-crm-feed.
               COPY CRMCOPY.

           fd arq-acordos.
               COPY PARCCOPY.

       fd rel-cobranca.
           01 reg-rel pic x(80).

       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

           COPY STACOPY.

       77 st-protocolo pic xx value spaces.
       77 st-crm-feed pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 st-acordo pic xx value spaces.
       77 ws-tem-acordos pic x value "N".
       77 found-acordo pic x value "N".
       77 ws-em-acordo pic x value "N".
       77 ws-treino pic x value "N".
       77 ws-modo-batch pic x value "N".
       77 ws-tem-devedores pic x value "N".

       77 ws-total-devedores pic 9(5) value zero.
       77 ws-total-ocorr-abertas pic 9(5) value zero.

      *a ticket opened here has no real owner: it is routed by
      *skill to the least loaded attendant on shift
      *(Distribui_Ocorrencia), and left under the run's name when
      *nobody can take it.
       77 ws-di-operacao pic x value "E".
       77 ws-di-origem pic x(30) value spaces.
       77 ws-di-at-id pic x(5) value spaces.
       77 ws-di-at-nome pic x(30) value spaces.
       77 ws-di-retorno pic 9 value zero.
       77 ws-total-distribuidas pic 9(5) value zero.
       77 ws-total-suspensos pic 9(5) value zero.
       77 ws-total-reativados pic 9(5) value zero.
       77 ws-total-em-acordo pic 9(5) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.

       77 ws-abertura-data8 pic 9(8) value zero.
       77 ws-limite-data8 pic 9(8) value zero.
       77 ws-protocolo pic 9(10) value zero.
       77 ws-valor-aberto-edit pic zzzz9,99.
       01 ws-crm-data pic x(10).

       01 lin-acao.
           05 filler pic x(5) value "CPF ".
           05 cpf-lin pic x(11).
           05 filler pic x(3) value " - ".
           05 acao-lin pic x(45).

           move "D:\COBRANCA" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-cobranca
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           open i-o arq-cli
           open i-o arq-ocorr

           open input arq-acordos
           if st-acordo = "00"
               move "S" to ws-tem-acordos
           end-if

           open input arq-devedores
           if st-dev not = "00"
               move "SEM POSICAO DE DEVEDORES (RODE PGM337)"
      *INADIMPLENCIA left behind. Past the first threshold the
      *client gets a collection occurrence -- through the same write
      *path INCLUI_OCORR uses, so it carries an O-CHAVE, priority,
      *SLA matrix deadline and protocol like any other ticket --
      *unless an open one already exists. Past the second threshold
      *the client is marked suspended, which is deliberately NOT
      *STATUS-CLIENTE "C": behind on the bill, not gone.
                   not invalid key move "S" to found-cpf
               end-read

      *a client paying an installment agreement in good standing has
      *already been dealt with: no ticket and no suspension while it
      *holds. Breaking it puts the balance back on DEVEDORES.DAT.
               if found-cpf = "S"
                   perform verifica-acordo
                   if ws-em-acordo = "S"
                       add 1 to ws-total-em-acordo
                       move dev-cpf to ws-dado-mascara
                       move "K" to ws-tipo-dado
                       perform mascara-dado
                       move ws-dado-mascara to cpf-lin
                       move "EM ACORDO DE PARCELAMENTO" to acao-lin
                       write reg-rel from lin-acao after 1
                       move "N" to found-cpf
                   end-if
               end-if

               if found-cpf = "S"
                   if dev-dias-atraso >= ws-dias-cobranca
                       perform verifica-cobranca-aberta
                   if dev-dias-atraso >= ws-dias-suspensao
                           and not cliente-suspenso
                       set cliente-suspenso to true
                       move spaces to data-suspensao
                       string hoje-dia "/" hoje-mes "/" hoje-ano
                           delimited by size into data-suspensao
                       rewrite reg-cliente
                       add 1 to ws-total-suspensos
                       move dev-cpf to ws-dado-mascara
                       move "K" to ws-tipo-dado
                       perform mascara-dado
                       move ws-dado-mascara to cpf-lin
                       move "SUSPENSO POR INADIMPLENCIA" to acao-lin
                       write reg-rel from lin-acao after 1
                   end-if
               end-if
           end-if.

      *VERIFICA-ACORDO looks for an agreement in good standing among
      *the ones recorded for the CPF now in CPF.
       verifica-acordo.
           move "N" to ws-em-acordo
           if ws-tem-acordos = "S"
               move cpf to ac-cpf
               move zeros to ac-data-acordo ac-seq
               start arq-acordos key is >= ac-chave
                   invalid key move "N" to found-acordo
                   not invalid key move "S" to found-acordo
               end-start
               perform with test before until found-acordo = "N"
                   read arq-acordos next record
                       at end move "N" to found-acordo
                   end-read
                   if found-acordo = "S" and ac-cpf = cpf
                       if ac-em-dia
                           move "S" to ws-em-acordo
                       end-if
                   else
                       move "N" to found-acordo
                   end-if
               end-perform
           end-if.

      *VERIFICA-COBRANCA-ABERTA keeps the run from opening a second
      *collection ticket while the first is still open: one open
      *occurrence with the COB category per CPF is enough.
           move zero to o-data-fechamento
           move zero to o-dias-suspensos o-data-inicio-espera
           move spaces to o-ticket-crm
           move zero to o-incidente

           compute ws-abertura-data8 =
               hoje-ano * 10000 + hoje-mes * 100 + hoje-dia
           move nivel-servico to o-nivel-sla
           call "Prazo_SLA" using o-nivel-sla o-categoria o-prioridade
               ws-abertura-data8 o-hora-ocorr ws-limite-data8
           move ws-limite-data8 (1:4) to o-ano-limite-sla
           move ws-limite-data8 (5:2) to o-mes-limite-sla
           move ws-limite-data8 (7:2) to o-dia-limite-sla

           perform distribui-ocorrencia

           perform with test after until st-ocorr not = "22"
               write reg-ocorrencia
               end-write
           end-perform

           perform registra-distribuicao

           perform gera-protocolo
           perform publica-crm-feed

           add 1 to ws-total-ocorr-abertas
           move dev-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move spaces to acao-lin
           string "OCORRENCIA DE COBRANCA - PROTOCOLO "
               ws-protocolo delimited by size into acao-lin
           write reg-rel from lin-acao after 1.

       distribui-ocorrencia.
           move "E" to ws-di-operacao
           move o-atendente to ws-di-origem
           call "Distribui_Ocorrencia" using ws-di-operacao
               o-categoria o-chave ws-di-origem ws-di-at-id
               ws-di-at-nome ws-di-retorno
           if ws-di-retorno = 1
               move ws-di-at-nome to o-atendente
           end-if.

       registra-distribuicao.
           if ws-di-retorno = 1
               move "R" to ws-di-operacao
               call "Distribui_Ocorrencia" using ws-di-operacao
                   o-categoria o-chave ws-di-origem ws-di-at-id
                   ws-di-at-nome ws-di-retorno
               add 1 to ws-total-distribuidas
           end-if.

       gera-protocolo.
           open i-o arq-serie
      *first run: create the empty series file and come back in I-O,
                           not invalid key move "S" to found-dev
                       end-read
                   end-if
                   perform verifica-acordo
                   if found-dev not = "S"
                           or dev-dias-atraso < ws-dias-suspensao
                           or ws-em-acordo = "S"
                       set cliente-nao-suspenso to true
                       rewrite reg-cliente
                       add 1 to ws-total-reativados
                       move cpf to ws-dado-mascara
                       move "K" to ws-tipo-dado
                       perform mascara-dado
                       move ws-dado-mascara to cpf-lin
                       if ws-em-acordo = "S"
                           move "SUSPENSAO RETIRADA (ACORDO EM DIA)"
                               to acao-lin
                       else
                           move "SUSPENSAO RETIRADA (DEBITO QUITADO)"
                               to acao-lin
                       end-if
                       write reg-rel from lin-acao after 1
                   end-if
               end-if
           end-if.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2
           move ws-total-reativados to valor
           write reg-rel from lin-sumario after 2

           move "DEVEDORES EM ACORDO DE PARCELAMENTO" to rotulo
           move ws-total-em-acordo to valor
           write reg-rel from lin-sumario after 2

           move "OCORRENCIAS DISTRIBUIDAS POR HABILIDADE" to rotulo
           move ws-total-distribuidas to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.
                 arq-ocorr
           if ws-tem-devedores = "S"
               close arq-devedores
           end-if
           if ws-tem-acordos = "S"
               close arq-acordos
           end-if.
