               record key is ph-chave
               file status is st-pacote-hist.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is sequential
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-assinaturas assign to "D:\ASSINATURAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is as-chave
               file status is st-assinatura.

           select arq-contatos assign to "D:\CONTATOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ct-chave
               file status is st-contato.

           select arq-tel-falha assign to "D:\TELEFONES_FALHA.DAT"
               organization is indexed
               access mode is random
               record key is ft-cpf
               file status is st-tel-falha.

           select arq-avisos assign to "D:\AVISOS_REAJUSTE.DAT"
               organization is indexed
               access mode is random
               record key is ar-chave
               file status is st-aviso.

           select arq-notificacoes assign to "D:\NOTIFICACOES.TXT"
               organization is line sequential
               file status is st-notif.

           select arq-cartas assign to "D:\CARTAS_REAJUSTE.TXT"
               organization is line sequential
               file status is st-carta.

           select rel-reajuste assign to ws-rel-path.

       data division.
           fd arq-pacote-hist.
               COPY PACHISTCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-assinaturas.
               COPY ASSCOPY.

           fd arq-contatos.
               COPY CONTCOPY.

           fd arq-tel-falha.
               COPY FTLCOPY.

           fd arq-avisos.
               COPY AVRCOPY.

           fd arq-notificacoes.
               COPY NOTIFCOPY.

           fd arq-cartas.
               COPY CRTCOPY.

       fd rel-reajuste.
           01 reg-rel pic x(80).

       77 ws-total-pacotes pic 9(3) value zero.
       77 ws-total-reajustados pic 9(3) value zero.

      *consumer law wants the customer told this many days before a
      *new price takes effect; a real run with a vigencia any closer
      *is refused, a simulation only warns.
       77 ws-dias-aviso-legal pic 9(3) value 30.
       77 ws-vigencia-data8 pic 9(8) value zero.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-dias-antecedencia pic s9(5) value zero.
       77 ws-aviso-curto pic x value "N".
       77 ws-recusado pic x value "N".

      *what each package cost before and after this run, so every
      *active client on it can be told their own monthly change.
       77 ws-qtd-reaj pic 9(3) value zero.
       77 ws-idx-reaj pic 9(3) value zero.
       01 ws-reaj-tab.
           05 ws-reaj occurs 50 times.
               10 ws-reaj-codigo pic x(1).
               10 ws-reaj-anterior pic 9(5)v99.
               10 ws-reaj-novo pic 9(5)v99.

       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".
       77 st-cli pic xx value spaces.
       77 st-assinatura pic xx value spaces.
       77 st-contato pic xx value spaces.
       77 st-tel-falha pic xx value spaces.
       77 st-aviso pic xx value spaces.
       77 st-notif pic xx value spaces.
       77 st-carta pic xx value spaces.
       77 ws-tem-assinaturas pic x value "N".
       77 ws-tem-contatos pic x value "N".
       77 ws-tem-tel-falha pic x value "N".
       77 found-ass pic x value "N".
       77 found-contato pic x value "N".
       77 ws-tem-assinatura-ativa pic x value "N".
       77 ws-afetado pic x value "N".
       77 ws-servico pic x(1) value space.
       77 ws-valor-de pic 9(7)v99 value zero.
       77 ws-valor-para pic 9(7)v99 value zero.
       77 ws-valor-edit pic zzz.zz9,99.
       77 ws-valor-de-x pic x(10) value spaces.
       77 ws-valor-para-x pic x(10) value spaces.
       77 ws-tem-celular pic x value "N".
       77 ws-cel-ddd pic 9(2) value zero.
       77 ws-cel-numero pic x(9) value spaces.
       77 ws-consent-retorno pic 9 value 1.
       77 ws-hoje-barras pic x(10) value spaces.

       77 ws-total-sms pic 9(7) value zero.
       77 ws-total-cartas pic 9(7) value zero.
       77 ws-total-ja-avisados pic 9(7) value zero.

       01 ws-vigencia.
           05 vig-dia pic 99.
           05 vig-mes pic 99.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.

       procedure division.

       mestre.
           perform inicio
           if ws-recusado = "S"
               goback
           end-if
           perform proc until st-pacote = "10"
           if ws-simulacao = "N" and ws-total-reajustados > zero
               perform avisa-clientes
           end-if
           perform sumario
           perform fim
           goback.
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2
           move ws-data-hoje to ws-hoje-data8
           string hoje-dia "/" hoje-mes "/" hoje-ano
               delimited by size into ws-hoje-barras

           accept ws-clientes-path from environment
               "MACKALLCENTER_CLIENTES_PATH"
               on exception
                   move "D:\CLIENTES.DAT" to ws-clientes-path
           end-accept

           display "PERCENTUAL DE REAJUSTE (EX 00950 = 9,50%)? "
               with no advancing
      *would-be prices and touches nothing, N applies them for real.
           display "SOMENTE SIMULACAO (S/N)? " with no advancing
           accept ws-simulacao

           perform valida-vigencia
           if ws-recusado = "S"
               exit paragraph
           end-if

           if ws-simulacao = "N"
               move "EFETIVO" to modo-cab2
               open i-o arq-pacotes
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2.

       valida-vigencia.
           compute ws-vigencia-data8 =
               vig-ano * 10000 + vig-mes * 100 + vig-dia
           if function test-date-yyyymmdd (ws-vigencia-data8) not = 0
               display "VIGENCIA INVALIDA - REAJUSTE NAO EXECUTADO"
               move 1 to return-code
               move "S" to ws-recusado
               exit paragraph
           end-if

           compute ws-dias-antecedencia =
               function integer-of-date (ws-vigencia-data8)
                   - function integer-of-date (ws-hoje-data8)
           if ws-dias-antecedencia < ws-dias-aviso-legal
               move "S" to ws-aviso-curto
               if ws-simulacao = "N"
                   display "VIGENCIA SEM OS " ws-dias-aviso-legal
                       " DIAS DE AVISO PREVIO AO CLIENTE"
                   display "REAJUSTE NAO APLICADO"
                   move 1 to return-code
                   move "S" to ws-recusado
               end-if
           end-if.

       proc.
           read arq-pacotes next record
               at end move "10" to st-pacote
                   rewrite reg-pacote
                   perform grava-historico-pacote
                   add 1 to ws-total-reajustados
                   if ws-qtd-reaj < 50
                       add 1 to ws-qtd-reaj
                       move pac-codigo to ws-reaj-codigo (ws-qtd-reaj)
                       move ws-preco-anterior
                           to ws-reaj-anterior (ws-qtd-reaj)
                       move ws-preco-novo to ws-reaj-novo (ws-qtd-reaj)
                   end-if
               end-if
           end-if.

               end-write
           end-perform.

      *AVISA-CLIENTES tells every active client on a readjusted
      *package -- through a subscription or, with none, the legacy
      *TIPO-PACOTE billing still falls back on -- what their monthly
      *price goes from and to and when. An SMS goes out on
      *NOTIFICACOES.TXT (template REAJ) when the client has a mobile
      *that works; otherwise a letter line goes to the print house.
      *Either way AVISOS_REAJUSTE.DAT keeps the proof.
       avisa-clientes.
           open input arq-cli
           if st-cli not = "00"
               display "ERRO AO ABRIR CLIENTES.DAT: " st-cli
               move 1 to return-code
               exit paragraph
           end-if
           open input arq-assinaturas
           if st-assinatura = "00"
               move "S" to ws-tem-assinaturas
           end-if
           open input arq-contatos
           if st-contato = "00"
               move "S" to ws-tem-contatos
           end-if
           open input arq-tel-falha
           if st-tel-falha = "00"
               move "S" to ws-tem-tel-falha
           end-if
           open i-o arq-avisos
           if st-aviso = "35"
               open output arq-avisos
               close arq-avisos
               open i-o arq-avisos
           end-if

           perform until st-cli = "10"
               read arq-cli next record
                   at end move "10" to st-cli
                   not at end perform avisa-cliente
               end-read
           end-perform

           close arq-cli
                 arq-avisos
           if ws-tem-assinaturas = "S"
               close arq-assinaturas
           end-if
           if ws-tem-contatos = "S"
               close arq-contatos
           end-if
           if ws-tem-tel-falha = "S"
               close arq-tel-falha
           end-if.

       avisa-cliente.
           if not cliente-ativo
               exit paragraph
           end-if
           perform soma-precos-cliente
           if ws-afetado not = "S"
               exit paragraph
           end-if

           move cpf to ar-cpf
           move ws-vigencia-data8 to ar-vigencia
           read arq-avisos
               invalid key continue
               not invalid key
                   add 1 to ws-total-ja-avisados
                   exit paragraph
           end-read

           move ws-valor-de to ws-valor-edit
           move ws-valor-edit to ws-valor-de-x
           move ws-valor-para to ws-valor-edit
           move ws-valor-edit to ws-valor-para-x

           perform busca-celular
           if ws-tem-celular = "S"
               perform grava-notificacao
           end-if
           if ws-tem-celular = "S"
               set ar-por-sms to true
               move ws-cel-ddd to ar-ddd
               move ws-cel-numero to ar-telefone
               add 1 to ws-total-sms
           else
               perform grava-carta
               set ar-por-carta to true
               move zero to ar-ddd
               move spaces to ar-telefone
               add 1 to ws-total-cartas
           end-if

           move cpf to ar-cpf
           move ws-vigencia-data8 to ar-vigencia
           move ws-hoje-data8 to ar-data-aviso
           move ws-valor-de to ar-valor-anterior
           move ws-valor-para to ar-valor-novo
           write reg-aviso-reajuste
               invalid key continue
           end-write.

      *the client's services exactly as billing sees them: active
      *subscriptions when there are any, TIPO-PACOTE otherwise.
       soma-precos-cliente.
           move zero to ws-valor-de ws-valor-para
           move "N" to ws-afetado ws-tem-assinatura-ativa
           if ws-tem-assinaturas = "S"
               move cpf to as-cpf
               move low-values to as-servico
               start arq-assinaturas key is >= as-chave
                   invalid key move "N" to found-ass
                   not invalid key move "S" to found-ass
               end-start
               perform with test before until found-ass = "N"
                   read arq-assinaturas next record
                       at end move "N" to found-ass
                   end-read
                   if found-ass = "S" and as-cpf = cpf
                       if as-data-fim = spaces
                           move "S" to ws-tem-assinatura-ativa
                           move as-servico to ws-servico
                           perform soma-servico
                       end-if
                   else
                       move "N" to found-ass
                   end-if
               end-perform
           end-if
           if ws-tem-assinatura-ativa = "N" and tipo-pacote not = spaces
               move tipo-pacote to ws-servico
               perform soma-servico
           end-if.

       soma-servico.
           perform varying ws-idx-reaj from 1 by 1
                   until ws-idx-reaj > ws-qtd-reaj
               if ws-reaj-codigo (ws-idx-reaj) = ws-servico
                   add ws-reaj-anterior (ws-idx-reaj) to ws-valor-de
                   add ws-reaj-novo (ws-idx-reaj) to ws-valor-para
                   move "S" to ws-afetado
               end-if
           end-perform.

      *a mobile is a 9-digit number starting with 9. The phone on
      *file counts unless the SMS receipts left it on the failing
      *worklist; failing that, a mobile on CONTATOS not marked
      *suspect.
       busca-celular.
           move "N" to ws-tem-celular
           if telefone (1:1) = "9" and telefone (9:1) not = space
               move "S" to ws-tem-celular
               if ws-tem-tel-falha = "S"
                   move cpf to ft-cpf
                   read arq-tel-falha
                       not invalid key
                           if ft-ddd = ddd and ft-telefone = telefone
                               move "N" to ws-tem-celular
                           end-if
                   end-read
               end-if
               if ws-tem-celular = "S"
                   move ddd to ws-cel-ddd
                   move telefone to ws-cel-numero
                   exit paragraph
               end-if
           end-if

           if ws-tem-contatos not = "S"
               exit paragraph
           end-if
           move cpf to ct-cpf
           move zero to ct-seq
           start arq-contatos key is >= ct-chave
               invalid key move "N" to found-contato
               not invalid key move "S" to found-contato
           end-start
           perform with test before until found-contato = "N"
               read arq-contatos next record
                   at end move "N" to found-contato
               end-read
               if found-contato = "S" and ct-cpf = cpf
                   if ct-celular and not ct-numero-suspeito
                           and ct-numero (1:1) = "9"
                           and ct-numero (9:1) not = space
                       move "S" to ws-tem-celular
                       move ct-ddd to ws-cel-ddd
                       move ct-numero to ws-cel-numero
                       move "N" to found-contato
                   end-if
               else
                   move "N" to found-contato
               end-if
           end-perform.

       grava-notificacao.
           move spaces to reg-notificacao
           move ws-hoje-barras to nf-data
           move cpf to nf-cpf
           move ws-cel-ddd to nf-ddd
           move ws-cel-numero to nf-telefone
           move "REAJ" to nf-modelo
           move nome to nf-nome
           move zero to nf-protocolo
           move ws-vigencia-barras to nf-data-evento
           move ws-valor-de-x to nf-valor-de
           move ws-valor-para-x to nf-valor-para

      *REAJ is a service message and always passes; should it ever
      *be registered otherwise, the client gets the letter instead.
           call "Verifica_Consentimento" using nf-cpf nf-modelo
               ws-consent-retorno
           if ws-consent-retorno not = 1
               move "N" to ws-tem-celular
               exit paragraph
           end-if

           open extend arq-notificacoes
           if st-notif = "35"
               open output arq-notificacoes
           end-if
           write reg-notificacao
           close arq-notificacoes.

       grava-carta.
           move spaces to reg-carta
           move ws-hoje-barras to ca-data
           move cpf to ca-cpf
           move nome to ca-nome
           move endereco to ca-endereco
           move complemento to ca-complemento
           move bairro to ca-bairro
           move cidade to ca-cidade
           move estado to ca-estado
           move cep to ca-cep
           move ws-valor-de-x to ca-valor-de
           move ws-valor-para-x to ca-valor-para
           move ws-vigencia-barras to ca-data-vigencia

           open extend arq-cartas
           if st-carta = "35"
               open output arq-cartas
           end-if
           write reg-carta
           close arq-cartas.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2
           move ws-total-reajustados to valor
           write reg-rel from lin-sumario after 2

           if ws-simulacao = "N"
               move "CLIENTES AVISADOS POR SMS" to rotulo
               move ws-total-sms to valor
               write reg-rel from lin-sumario after 2
               move "CLIENTES AVISADOS POR CARTA" to rotulo
               move ws-total-cartas to valor
               write reg-rel from lin-sumario after 1
               move "JA AVISADOS DESTA VIGENCIA" to rotulo
               move ws-total-ja-avisados to valor
               write reg-rel from lin-sumario after 1
           end-if

           if ws-simulacao not = "N"
               move "SIMULACAO - NENHUM PRECO FOI ALTERADO"
                   to reg-rel
               write reg-rel after 2
               if ws-aviso-curto = "S"
                   move "ATENCAO: VIGENCIA SEM O PRAZO DE AVISO PREVIO"
                       to reg-rel
                   write reg-rel after 1
               end-if
           end-if.

       fim.
               close arq-pacote-hist
           end-if
           display "PACOTES REAJUSTADOS...........: "
               ws-total-reajustados
           if ws-simulacao = "N"
               display "CLIENTES AVISADOS POR SMS.....: " ws-total-sms
               display "CLIENTES AVISADOS POR CARTA...: "
                   ws-total-cartas
           end-if.
