       identification division.
       program-id. CARGA_RECIBOS_SMS as "PGM379".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select arq-notificacoes assign to "D:\NOTIFICACOES.TXT"
               organization is line sequential
               file status is st-notif.

           select arq-recibos assign to "D:\RECIBOS_SMS.TXT"
               organization is line sequential
               file status is st-recibo.

           select arq-entregas assign to "D:\ENTREGAS_SMS.DAT"
               organization is indexed
               access mode is dynamic
               record key is en-chave
               file status is st-entrega.

           select arq-contatos assign to "D:\CONTATOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ct-chave
               file status is st-contato.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-falhas assign to "D:\TELEFONES_FALHA.DAT"
               organization is indexed
               access mode is dynamic
               record key is ft-cpf
               file status is st-falha.

           select rel-carga assign to ws-rel-path.

           select rel-lista assign to ws-lista-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-notificacoes.
               COPY NOTIFCOPY.

           fd arq-recibos.
               COPY RCBCOPY.

           fd arq-entregas.
               COPY ENTCOPY.

           fd arq-contatos.
               COPY CONTCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-falhas.
               COPY FTLCOPY.

       fd rel-carga.
           01 reg-rel pic x(80).

       fd rel-lista.
           01 reg-lista pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       working-storage section.
      *the output goes to a dated name handed out (and cataloged) by
      *Catalogo_Relatorio, so yesterday's run survives and the viewer
      *(PGM46) can reprint any past output.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-lista-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-nivel-lista pic x value "M".
       77 ws-nivel-uso pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.
       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".

       77 st-notif pic xx value spaces.
       77 st-recibo pic xx value spaces.
       77 st-entrega pic xx value spaces.
       77 st-contato pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-falha pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-entregas pic x value "N".
       77 ws-tem-contatos pic x value "N".
       77 ws-tem-clientes pic x value "N".
       77 ws-tem-falhas pic x value "N".
       77 ws-fim-arq pic x value "N".
       77 found-entrega pic x value "N".
       77 found-contato pic x value "N".
       77 found-falha pic x value "N".
       77 ws-tem-outro pic x value "N".

      *how many failures in a row, with nothing delivered to the
      *number since, make it suspect.
       77 ws-limite-falhas pic 9(3) value 3.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       01 ws-hoje-data8 redefines ws-data-hoje pic 9(8).

       77 ws-motivo pic x(39) value spaces.
       01 ws-data-aux.
           05 aux-ano pic 9999.
           05 aux-mes pic 99.
           05 aux-dia pic 99.
       01 ws-data-aux8 redefines ws-data-aux pic 9(8).
       77 ws-data-recibo8 pic 9(8) value zero.
       77 ws-data8 pic 9(8) value zero.
       77 ws-data-barras pic x(10) value spaces.

      *the number a receipt is about, and the client it belongs to,
      *kept apart from the record areas the lookups keep reading.
       77 ws-cpf-num pic 9(11) value zero.
       77 ws-falha-ddd pic 9(2) value zero.
       77 ws-falha-tel pic x(9) value spaces.
       77 ws-falhas-numero pic 9(3) value zero.
       77 ws-seq-cpf pic x(11) value spaces.
       77 ws-seq-ddd pic 9(2) value zero.
       77 ws-seq-tel pic x(9) value spaces.
       77 ws-seq-falhas pic 9(3) value zero.
       77 ws-ult-entrega pic 9(8) value zero.

       77 ws-qtd-modelos pic 99 value zero.
       77 ws-idx pic 99 value zero.
       77 ws-achou pic x value "N".
       77 ws-taxa pic 9(3) value zero.
       01 ws-modelo-tab-area.
           05 ws-modelo-tab occurs 30 times.
               10 ws-md-codigo pic x(4).
               10 ws-md-recibos pic 9(5).
               10 ws-md-entregues pic 9(5).
               10 ws-md-falhas pic 9(5).
               10 ws-md-desconhecidos pic 9(5).

       77 ws-total-registradas pic 9(7) value zero.
       77 ws-total-lidos pic 9(5) value zero.
       77 ws-total-carregados pic 9(5) value zero.
       77 ws-total-repetidos pic 9(5) value zero.
       77 ws-total-rejeitados pic 9(5) value zero.
       77 ws-total-entregues pic 9(5) value zero.
       77 ws-total-suspeitos pic 9(5) value zero.
       77 ws-total-liberados pic 9(5) value zero.
       77 ws-total-novos-lista pic 9(5) value zero.
       77 ws-total-resolvidos pic 9(5) value zero.
       77 ws-total-lista pic 9(5) value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Carga dos Recibos de Entrega do SMS".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab-lista.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(10) value spaces.
           05 filler pic x(48) value
               "Clientes sem Telefone que Receba SMS - Atualizar".

       01 cab3-lista.
           05 filler pic x(12) value "CPF".
           05 filler pic x(26) value "NOME".
           05 filler pic x(13) value "TELEFONE".
           05 filler pic x(7) value "FALHAS".
           05 filler pic x(11) value "NA LISTA".
           05 filler pic x(10) value "ULT.FALHA".

       01 lin-problema.
           05 cpf-lin pic x(11).
           05 filler pic x(1) value space.
           05 modelo-lin pic x(4).
           05 filler pic x(1) value space.
           05 evento-lin pic x(10).
           05 filler pic x(1) value space.
           05 situacao-lin pic x(1).
           05 filler pic x(3) value " - ".
           05 motivo-lin pic x(39).

       01 lin-modelo.
           05 filler pic x(7) value "MODELO ".
           05 md-lin pic x(4).
           05 filler pic x(11) value " RECIBOS: ".
           05 recibos-lin pic zzzz9.
           05 filler pic x(12) value "  ENTREGUES:".
           05 entregues-lin pic zzzz9.
           05 filler pic x(9) value "  FALHAS:".
           05 falhas-lin pic zzzz9.
           05 filler pic x(8) value "  TAXA: ".
           05 taxa-lin pic zz9.
           05 filler pic x(1) value "%".

       01 lin-lista.
           05 cpf-lst pic x(11).
           05 filler pic x(1) value space.
           05 nome-lst pic x(25).
           05 filler pic x(1) value space.
           05 ddd-lst pic 99.
           05 filler pic x(1) value space.
           05 telefone-lst pic x(9).
           05 filler pic x(1) value space.
           05 falhas-lst pic zz9.
           05 filler pic x(4) value spaces.
           05 inclusao-lst pic x(10).
           05 filler pic x(1) value space.
           05 ultima-lst pic x(10).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.

       procedure division.

      *matches the SMS bureau's nightly delivery receipts back to the
      *notification lines we sent: every line on NOTIFICACOES.TXT is
      *first registered on ENTREGAS_SMS.DAT as D (nothing heard yet),
      *then each receipt sets its message to E or F. A number that
      *keeps failing is marked suspect on CONTATOS.DAT, and a client
      *left without any phone that receives SMS goes to the
      *attendants' worklist (TELEFONES_FALHA.DAT) to be updated on
      *the next contact.
       mestre.
           perform inicio
           if ws-tem-entregas = "S"
               perform registra-enviadas
               perform processa-recibos
               perform revisa-lista
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

           accept ws-clientes-path from environment
               "MACKALLCENTER_CLIENTES_PATH"
               on exception
                   move "D:\CLIENTES.DAT" to ws-clientes-path
           end-accept

           accept ws-data-hoje from date yyyymmdd
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

           move "CARGA_RECIBOS_SMS" to ws-rel-nome
           move "D:\CARGARECIBOSSMS" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-carga
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           move "RECIBOS NAO CARREGADOS (CPF MODELO EVENTO S - MOTIVO):"
               to reg-rel
           write reg-rel after 2

           move "TELEFONES_FALHANDO" to ws-rel-nome
           move "D:\TELEFONESFALHA" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-lista-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-lista
           open output rel-lista
           write reg-lista from cab-lista after page
           write reg-lista from cab2 after 2
           write reg-lista from cab3-lista after 2

           open input arq-cli
           if st-cli = "00"
               move "S" to ws-tem-clientes
           end-if
           open i-o arq-contatos
           if st-contato = "00"
               move "S" to ws-tem-contatos
           end-if

           open i-o arq-falhas
           if st-falha = "35"
               open output arq-falhas
               close arq-falhas
               open i-o arq-falhas
           end-if
           if st-falha = "00"
               move "S" to ws-tem-falhas
           end-if

           open i-o arq-entregas
           if st-entrega = "35"
               open output arq-entregas
               close arq-entregas
               open i-o arq-entregas
           end-if
           if st-entrega not = "00"
               display "ERRO AO ABRIR ENTREGAS_SMS.DAT: " st-entrega
               move 1 to return-code
           else
               move "S" to ws-tem-entregas
           end-if.

      *the notifications file only grows, so every night the lines
      *already registered simply bounce off the key.
       registra-enviadas.
           open input arq-notificacoes
           if st-notif not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim-arq
           perform until ws-fim-arq = "S"
               read arq-notificacoes
                   at end move "S" to ws-fim-arq
                   not at end perform registra-linha
               end-read
           end-perform
           close arq-notificacoes.

       registra-linha.
           if nf-cpf is not numeric
               exit paragraph
           end-if
           move nf-data (7:4) to aux-ano
           move nf-data (4:2) to aux-mes
           move nf-data (1:2) to aux-dia
           if ws-data-aux is not numeric
               exit paragraph
           end-if

           move nf-cpf to en-cpf
           move nf-modelo to en-modelo
           move nf-data-evento to en-data-evento
           if nf-protocolo is numeric
               move nf-protocolo to en-protocolo
           else
               move zero to en-protocolo
           end-if
           if nf-ddd is numeric
               move nf-ddd to en-ddd
           else
               move zero to en-ddd
           end-if
           move nf-telefone to en-telefone
           move ws-data-aux8 to en-data-envio
           move "D" to en-situacao
           move zero to en-data-recibo
           move spaces to en-motivo
           write reg-entrega-sms
               invalid key continue
               not invalid key add 1 to ws-total-registradas
           end-write.

       processa-recibos.
      *no receipts from the bureau tonight leaves the counts at zero
      *on the digest, which is how a dead feed shows up.
           open input arq-recibos
           if st-recibo not = "00"
               exit paragraph
           end-if
           move "N" to ws-fim-arq
           perform until ws-fim-arq = "S"
               read arq-recibos
                   at end move "S" to ws-fim-arq
                   not at end
                       add 1 to ws-total-lidos
                       perform valida-recibo
                       if ws-motivo = spaces
                           perform aplica-recibo
                       else
                           add 1 to ws-total-rejeitados
                           perform reporta-problema
                       end-if
               end-read
           end-perform
           close arq-recibos.

       valida-recibo.
           move spaces to ws-motivo
           if rb-situacao not = "E" and rb-situacao not = "F"
                   and rb-situacao not = "D"
               move "SITUACAO INVALIDA (E/F/D)" to ws-motivo
               exit paragraph
           end-if

           move rb-data-recibo (7:4) to aux-ano
           move rb-data-recibo (4:2) to aux-mes
           move rb-data-recibo (1:2) to aux-dia
           if ws-data-aux is not numeric
               move "DATA INVALIDA (DD/MM/AAAA)" to ws-motivo
               exit paragraph
           end-if
           if function test-date-yyyymmdd (ws-data-aux8) not = 0
               move "DATA INVALIDA (DD/MM/AAAA)" to ws-motivo
               exit paragraph
           end-if
           move ws-data-aux8 to ws-data-recibo8

           if rb-protocolo is not numeric
               move "PROTOCOLO INVALIDO" to ws-motivo
               exit paragraph
           end-if

           move rb-cpf to en-cpf
           move rb-modelo to en-modelo
           move rb-data-evento to en-data-evento
           move rb-protocolo to en-protocolo
           read arq-entregas
               invalid key
                   move "MENSAGEM NAO ENCONTRADA NO ENVIADO"
                       to ws-motivo
           end-read.

      *a receipt the bureau sends twice is counted once.
       aplica-recibo.
           if en-situacao = rb-situacao
                   and en-data-recibo = ws-data-recibo8
               add 1 to ws-total-repetidos
               exit paragraph
           end-if

           move rb-situacao to en-situacao
           move ws-data-recibo8 to en-data-recibo
           move rb-motivo to en-motivo
           rewrite reg-entrega-sms
           add 1 to ws-total-carregados
           perform conta-modelo

           if en-cpf is not numeric or en-ddd = zero
                   or en-telefone = spaces
               exit paragraph
           end-if
           move en-cpf to ws-cpf-num
           move en-ddd to ws-falha-ddd
           move en-telefone to ws-falha-tel

           evaluate true
               when en-entregue
                   add 1 to ws-total-entregues
                   perform libera-numero
               when en-falha
                   perform avalia-falhas
           end-evaluate.

       conta-modelo.
           move "N" to ws-achou
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-modelos or ws-achou = "S"
               if ws-md-codigo (ws-idx) = en-modelo
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S"
               subtract 1 from ws-idx
           else
               if ws-qtd-modelos < 30
                   add 1 to ws-qtd-modelos
                   move ws-qtd-modelos to ws-idx
                   move en-modelo to ws-md-codigo (ws-idx)
                   move zero to ws-md-recibos (ws-idx)
                   move zero to ws-md-entregues (ws-idx)
                   move zero to ws-md-falhas (ws-idx)
                   move zero to ws-md-desconhecidos (ws-idx)
               else
      *table full: the overflow rolls up under the last slot as
      *OUTROS instead of wiping that slot's accumulated counts.
                   move ws-qtd-modelos to ws-idx
                   move "OUTR" to ws-md-codigo (ws-idx)
               end-if
           end-if
           add 1 to ws-md-recibos (ws-idx)
           evaluate true
               when en-entregue
                   add 1 to ws-md-entregues (ws-idx)
               when en-falha
                   add 1 to ws-md-falhas (ws-idx)
               when other
                   add 1 to ws-md-desconhecidos (ws-idx)
           end-evaluate.

      *CALCULA-SEQUENCIA counts the failures to WS-SEQ-DDD/WS-SEQ-TEL
      *for the client WS-SEQ-CPF among the messages queued after the
      *last one that got through -- the streak that makes a number
      *suspect. Two passes, since the file is in key order and not
      *in the order the messages went out.
       calcula-sequencia.
           move zero to ws-ult-entrega ws-seq-falhas
           perform posiciona-entregas
           perform until found-entrega = "N"
               read arq-entregas next record
                   at end move "N" to found-entrega
               end-read
               if found-entrega = "S"
                   if en-cpf = ws-seq-cpf
                       if en-ddd = ws-seq-ddd
                               and en-telefone = ws-seq-tel
                               and en-entregue
                               and en-data-envio > ws-ult-entrega
                           move en-data-envio to ws-ult-entrega
                       end-if
                   else
                       move "N" to found-entrega
                   end-if
               end-if
           end-perform

           perform posiciona-entregas
           perform until found-entrega = "N"
               read arq-entregas next record
                   at end move "N" to found-entrega
               end-read
               if found-entrega = "S"
                   if en-cpf = ws-seq-cpf
                       if en-ddd = ws-seq-ddd
                               and en-telefone = ws-seq-tel
                               and en-falha
                               and en-data-envio > ws-ult-entrega
                           add 1 to ws-seq-falhas
                       end-if
                   else
                       move "N" to found-entrega
                   end-if
               end-if
           end-perform.

       posiciona-entregas.
           move ws-seq-cpf to en-cpf
           move low-values to en-modelo en-data-evento
           move zero to en-protocolo
           start arq-entregas key is >= en-chave
               invalid key move "N" to found-entrega
               not invalid key move "S" to found-entrega
           end-start.

       avalia-falhas.
           move en-cpf to ws-seq-cpf
           move ws-falha-ddd to ws-seq-ddd
           move ws-falha-tel to ws-seq-tel
           perform calcula-sequencia
           if ws-seq-falhas < ws-limite-falhas
               exit paragraph
           end-if
           move ws-seq-falhas to ws-falhas-numero

           perform marca-contatos
           perform verifica-outro-telefone
           if ws-tem-outro = "N"
               perform grava-lista
           end-if.

       marca-contatos.
           if ws-tem-contatos not = "S"
               exit paragraph
           end-if
           move ws-cpf-num to ct-cpf
           move zero to ct-seq
           start arq-contatos key is >= ct-chave
               invalid key move "N" to found-contato
               not invalid key move "S" to found-contato
           end-start
           perform until found-contato = "N"
               read arq-contatos next record
                   at end move "N" to found-contato
               end-read
               if found-contato = "S"
                   if ct-cpf = ws-cpf-num
                       if ct-ddd = ws-falha-ddd
                               and ct-numero = ws-falha-tel
                               and not ct-numero-suspeito
                           move "S" to ct-suspeito
                           move ws-hoje-data8 to ct-data-suspeito
                           rewrite reg-contato
                           add 1 to ws-total-suspeitos
                       end-if
                   else
                       move "N" to found-contato
                   end-if
               end-if
           end-perform.

      *another phone counts when it is a different number that is
      *not itself failing: the main phone on CLIENTES.DAT by its own
      *streak, a contacts phone by its suspect flag.
       verifica-outro-telefone.
           move "N" to ws-tem-outro
           if ws-tem-clientes = "S"
               move ws-cpf-num to cpf
               read arq-cli
                   invalid key continue
                   not invalid key
                       if telefone not = spaces
                               and (ddd not = ws-falha-ddd
                                   or telefone not = ws-falha-tel)
                           move ws-cpf-num to ws-seq-cpf
                           move ddd to ws-seq-ddd
                           move telefone to ws-seq-tel
                           perform calcula-sequencia
                           if ws-seq-falhas < ws-limite-falhas
                               move "S" to ws-tem-outro
                           end-if
                       end-if
               end-read
           end-if

           if ws-tem-outro = "S" or ws-tem-contatos not = "S"
               exit paragraph
           end-if
           move ws-cpf-num to ct-cpf
           move zero to ct-seq
           start arq-contatos key is >= ct-chave
               invalid key move "N" to found-contato
               not invalid key move "S" to found-contato
           end-start
           perform until found-contato = "N"
               read arq-contatos next record
                   at end move "N" to found-contato
               end-read
               if found-contato = "S"
                   if ct-cpf = ws-cpf-num
                       if not ct-email-tipo
                               and ct-numero not = spaces
                               and not ct-numero-suspeito
                               and (ct-ddd not = ws-falha-ddd
                                   or ct-numero not = ws-falha-tel)
                           move "S" to ws-tem-outro
                           move "N" to found-contato
                       end-if
                   else
                       move "N" to found-contato
                   end-if
               end-if
           end-perform.

       grava-lista.
           if ws-tem-falhas not = "S"
               exit paragraph
           end-if
           move ws-cpf-num to ft-cpf
           read arq-falhas
               invalid key move "N" to found-falha
               not invalid key move "S" to found-falha
           end-read
           if found-falha = "S"
               if ft-ddd not = ws-falha-ddd
                       or ft-telefone not = ws-falha-tel
                   move ws-hoje-data8 to ft-data-inclusao
               end-if
           else
               move ws-hoje-data8 to ft-data-inclusao
           end-if
           move ws-cpf-num to ft-cpf
           move ws-falha-ddd to ft-ddd
           move ws-falha-tel to ft-telefone
           move ws-falhas-numero to ft-falhas
           move en-data-envio to ft-data-ultima-falha
           if found-falha = "S"
               rewrite reg-telefone-falha
           else
               write reg-telefone-falha
               add 1 to ws-total-novos-lista
           end-if.

      *a message that got through clears the number: off suspect on
      *the contacts and off the worklist.
       libera-numero.
           if ws-tem-contatos = "S"
               move ws-cpf-num to ct-cpf
               move zero to ct-seq
               start arq-contatos key is >= ct-chave
                   invalid key move "N" to found-contato
                   not invalid key move "S" to found-contato
               end-start
               perform until found-contato = "N"
                   read arq-contatos next record
                       at end move "N" to found-contato
                   end-read
                   if found-contato = "S"
                       if ct-cpf = ws-cpf-num
                           if ct-ddd = ws-falha-ddd
                                   and ct-numero = ws-falha-tel
                                   and ct-numero-suspeito
                               move "N" to ct-suspeito
                               move zero to ct-data-suspeito
                               rewrite reg-contato
                               add 1 to ws-total-liberados
                           end-if
                       else
                           move "N" to found-contato
                       end-if
                   end-if
               end-perform
           end-if

           if ws-tem-falhas = "S"
               move ws-cpf-num to ft-cpf
               read arq-falhas
                   invalid key continue
                   not invalid key
                       if ft-ddd = ws-falha-ddd
                               and ft-telefone = ws-falha-tel
                           delete arq-falhas record
                           add 1 to ws-total-resolvidos
                       end-if
               end-read
           end-if.

      *REVISA-LISTA prints the open worklist for the attendants. A
      *client whose phone on file was changed since, or who has
      *cancelled, no longer needs the call and leaves the list.
       revisa-lista.
           if ws-tem-falhas not = "S"
               exit paragraph
           end-if
           move zero to ft-cpf
           start arq-falhas key is >= ft-cpf
               invalid key move "N" to found-falha
               not invalid key move "S" to found-falha
           end-start
           perform until found-falha = "N"
               read arq-falhas next record
                   at end move "N" to found-falha
                   not at end perform revisa-linha
               end-read
           end-perform.

       revisa-linha.
           move spaces to nome
           if ws-tem-clientes = "S"
               move ft-cpf to cpf
               read arq-cli
                   invalid key
                       delete arq-falhas record
                       add 1 to ws-total-resolvidos
                       exit paragraph
               end-read
               if cliente-cancelado or ddd not = ft-ddd
                       or telefone not = ft-telefone
                   delete arq-falhas record
                   add 1 to ws-total-resolvidos
                   exit paragraph
               end-if
           end-if

           move ws-nivel-lista to ws-nivel-uso
           move ft-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lst
           move nome to nome-lst
           move ft-ddd to ddd-lst
           move ft-telefone to ws-dado-mascara
           move "T" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to telefone-lst
           move ft-falhas to falhas-lst
           move ft-data-inclusao to ws-data8
           perform formata-data
           move ws-data-barras to inclusao-lst
           move ft-data-ultima-falha to ws-data8
           perform formata-data
           move ws-data-barras to ultima-lst
           write reg-lista from lin-lista after 1
           add 1 to ws-total-lista.

       formata-data.
           move spaces to ws-data-barras
           string ws-data8 (7:2) "/" ws-data8 (5:2) "/" ws-data8 (1:4)
               delimited by size into ws-data-barras.

       reporta-problema.
           move ws-nivel-dados to ws-nivel-uso
           move rb-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move rb-modelo to modelo-lin
           move rb-data-evento to evento-lin
           move rb-situacao to situacao-lin
           move ws-motivo to motivo-lin
           write reg-rel from lin-problema after 1.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-uso ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2
           move "ENTREGA POR MODELO (RECIBOS DESTA CARGA):" to reg-rel
           write reg-rel after 2
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-modelos
               perform calcula-taxa
               move ws-md-codigo (ws-idx) to md-lin
               move ws-md-recibos (ws-idx) to recibos-lin
               move ws-md-entregues (ws-idx) to entregues-lin
               move ws-md-falhas (ws-idx) to falhas-lin
               move ws-taxa to taxa-lin
               write reg-rel from lin-modelo after 1
           end-perform

           move "MENSAGENS ENVIADAS REGISTRADAS" to rotulo
           move ws-total-registradas to valor
           write reg-rel from lin-sumario after 2

           move "RECIBOS LIDOS DO BUREAU" to rotulo
           move ws-total-lidos to valor
           write reg-rel from lin-sumario after 2

           move "RECIBOS CARREGADOS" to rotulo
           move ws-total-carregados to valor
           write reg-rel from lin-sumario after 2

           move "RECIBOS JA CARREGADOS ANTES" to rotulo
           move ws-total-repetidos to valor
           write reg-rel from lin-sumario after 2

           move "RECIBOS REJEITADOS" to rotulo
           move ws-total-rejeitados to valor
           write reg-rel from lin-sumario after 2

           move "CONTATOS MARCADOS COMO SUSPEITOS" to rotulo
           move ws-total-suspeitos to valor
           write reg-rel from lin-sumario after 2

           move "CONTATOS LIBERADOS (VOLTARAM A RECEBER)" to rotulo
           move ws-total-liberados to valor
           write reg-rel from lin-sumario after 2

           move "CLIENTES NOVOS NA LISTA DE ATUALIZACAO" to rotulo
           move ws-total-novos-lista to valor
           write reg-rel from lin-sumario after 2

           move "CLIENTES QUE SAIRAM DA LISTA" to rotulo
           move ws-total-resolvidos to valor
           write reg-rel from lin-sumario after 2

           move spaces to reg-lista
           write reg-lista after 2
           move "CLIENTES A ATUALIZAR NO PROXIMO CONTATO" to rotulo
           move ws-total-lista to valor
           write reg-lista from lin-sumario after 2

           display "RECIBOS SMS CARREGADOS: " ws-total-carregados
           display "CLIENTES SEM TELEFONE QUE RECEBA SMS: "
               ws-total-lista

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       calcula-taxa.
           move zero to ws-taxa
           if ws-md-recibos (ws-idx) > zero
               compute ws-taxa rounded =
                   ws-md-entregues (ws-idx) * 100
                   / ws-md-recibos (ws-idx)
           end-if.

       grava-digest.
           open extend arq-digest
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-modelos
               perform calcula-taxa
               move "CARGA_RECIBOS_SMS" to dig-origem
               move spaces to dig-rotulo
               string "SMS ENTREGUES % MODELO "
                   ws-md-codigo (ws-idx)
                   delimited by size into dig-rotulo
               move ws-taxa to dig-valor
               write reg-digest
           end-perform

           move "CARGA_RECIBOS_SMS" to dig-origem
           move "RECIBOS DE SMS CARREGADOS" to dig-rotulo
           move ws-total-carregados to dig-valor
           write reg-digest

           move "CARGA_RECIBOS_SMS" to dig-origem
           move "CLIENTES SEM TELEFONE QUE RECEBA SMS" to dig-rotulo
           move ws-total-lista to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-carga
                 rel-lista
           if ws-tem-entregas = "S"
               close arq-entregas
           end-if
           if ws-tem-clientes = "S"
               close arq-cli
           end-if
           if ws-tem-contatos = "S"
               close arq-contatos
           end-if
           if ws-tem-falhas = "S"
               close arq-falhas
           end-if.
