               organization is indexed
               access mode is random
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

           select arq-categorias assign to "D:\CATEGORIAS.DAT"
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

           COPY STACOPY.

       77 ws-total-aceitos pic 9(5) value zero.
       77 ws-total-rejeitados pic 9(5) value zero.

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

       01 ws-cpf-check.
           05 ws-cpf-num pic 9(11).
       01 ws-cpf-digits redefines ws-cpf-check.

       77 ws-abertura-data8 pic 9(8) value zero.
       77 ws-limite-data8 pic 9(8) value zero.
       77 ws-protocolo pic 9(10) value zero.
       77 ws-canal-desc pic x(6) value spaces.
       01 ws-crm-data pic x(10).

       01 lin-aceito.
           05 filler pic x(5) value "CPF ".
           05 cpf-aceito pic x(11).
           05 filler pic x(14) value " - PROTOCOLO ".
           05 protocolo-aceito pic 9(10).

       01 lin-rejeitado.
           05 filler pic x(5) value "CPF ".
           05 cpf-rejeitado pic x(11).
           05 filler pic x(3) value " - ".
           05 motivo-rejeitado pic x(39).

           move "D:\IMPORTAOCORR" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-importa
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
               perform valida-linha
               if ws-linha-rejeitada = "S"
                   add 1 to ws-total-rejeitados
                   move imp-cpf to ws-dado-mascara
                   move "K" to ws-tipo-dado
                   perform mascara-dado
                   move ws-dado-mascara to cpf-rejeitado
                   move ws-motivo-rejeicao to motivo-rejeitado
                   write reg-rel from lin-rejeitado after 1
               else
                   perform grava-ocorrencia
                   add 1 to ws-total-aceitos
                   move imp-cpf to ws-dado-mascara
                   move "K" to ws-tipo-dado
                   perform mascara-dado
                   move ws-dado-mascara to cpf-aceito
                   move ws-protocolo to protocolo-aceito
                   write reg-rel from lin-aceito after 1
               end-if
           end-if.

      *GRAVA-OCORRENCIA is the same write path INCLUI_OCORR walks:
      *O-CHAVE sequenced on duplicate key, SLA matrix stamp for the
      *default MEDIA priority, protocol number issued from the
      *series file, CRM feed event and the client's last-occurrence
      *stamp. The channel letter is folded into the descricao so the
      *attendant picking the ticket up can see where it came from.
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
           perform atualiza-cliente.

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
               invalid key continue
           end-rewrite.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2
           move ws-total-rejeitados to valor
           write reg-rel from lin-sumario after 2

           move "OCORRENCIAS DISTRIBUIDAS POR HABILIDADE" to rotulo
           move ws-total-distribuidas to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.
