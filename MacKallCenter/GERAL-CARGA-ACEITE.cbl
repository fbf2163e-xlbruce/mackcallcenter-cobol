       identification division.
       program-id. CARGA_ACEITE_REMESSA as "PGM359".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-aceite assign to "D:\ACEITE_REMESSA.TXT"
               organization is line sequential
               file status is st-aceite.

           select arq-remessas assign to "D:\REMESSAS.DAT"
               organization is indexed
               access mode is random
               record key is rm-documento
               file status is st-remessa.

           select arq-debitos assign to "D:\DEBITOAUTO.DAT"
               organization is indexed
               access mode is random
               record key is da-cpf
               file status is st-debito.

           select rel-aceite assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
      *the bank answers each detail of REMESSA_BANCO.TXT with our
      *document number, A (registered) or R (refused) and, for a
      *refusal, its own reason code and text.
           fd arq-aceite.
           01 reg-aceite.
               05 ar-documento pic 9(17).
               05 ar-situacao pic x(1).
               05 ar-motivo pic x(2).
               05 ar-descricao pic x(30).

           fd arq-remessas.
               COPY REMCOPY.

           fd arq-debitos.
               COPY DEBCOPY.

       fd rel-aceite.
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

       77 st-aceite pic xx value spaces.
       77 st-remessa pic xx value spaces.
       77 st-debito pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-aceite pic x value "N".
       77 ws-tem-remessas pic x value "N".
       77 ws-tem-debitos pic x value "N".
       77 found-remessa pic x value "N".
       77 wlin pic 99 value 55.
       77 ws-hoje-data8 pic 9(8) value zero.

       77 ws-total-lidos pic 9(5) value zero.
       77 ws-total-aceitos pic 9(5) value zero.
       77 ws-total-recusados pic 9(5) value zero.
       77 ws-total-debitos-recusados pic 9(5) value zero.
       77 ws-total-desconhecidos pic 9(5) value zero.
       77 ws-valor-recusado pic 9(9)v99 value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Registros Recusados pelo Banco".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab3.
           05 filler pic x(12) value "CPF".
           05 filler pic x(9) value "COMP.".
           05 filler pic x(2) value "T".
           05 filler pic x(12) value "   VALOR".
           05 filler pic x(3) value "MT".
           05 filler pic x(30) value "MOTIVO".

       01 lin1.
           05 cpf-lin pic x(11).
           05 filler pic x value spaces.
           05 comp-lin pic 9(6).
           05 filler pic x(2) value spaces.
           05 tipo-lin pic x(1).
           05 filler pic x value spaces.
           05 valor-lin pic zzzzzzz9,99.
           05 filler pic x value spaces.
           05 motivo-lin pic x(2).
           05 filler pic x value spaces.
           05 descricao-lin pic x(30).

       01 lin-aviso.
           05 doc-lin pic 9(17).
           05 filler pic x(2) value spaces.
           05 aviso-lin pic x(50).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzzzz9,99.

       procedure division.

       mestre.
           perform inicio
           perform processa-linha until st-aceite = "10"
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
           move ws-data-hoje to ws-hoje-data8
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

           move "CARGA_ACEITE_REMESSA" to ws-rel-nome
           move "D:\RELACEITE" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-aceite

           open i-o arq-remessas
           if st-remessa = "00"
               move "S" to ws-tem-remessas
           end-if

           open i-o arq-debitos
           if st-debito = "00"
               move "S" to ws-tem-debitos
           end-if

      *no acceptance file is a normal night: the bank only answers
      *the day after a remittance went out.
           if ws-tem-remessas = "S"
               open input arq-aceite
           else
               move "35" to st-aceite
           end-if
           if st-aceite not = "00"
               move "NENHUM RETORNO DE REMESSA ENCONTRADO" to reg-rel
               write reg-rel after 1
               move "10" to st-aceite
           else
               move "S" to ws-tem-aceite
           end-if.

      *every answer is stamped on the REMESSAS.DAT row it belongs to,
      *so the next remittance knows which bills must go out again; a
      *refusal is printed with the bank's reason for somebody to put
      *right. A refused debit also sets the client's authorization
      *aside, so the bill goes out as a boleto next time instead of
      *being refused again.
       processa-linha.
           read arq-aceite
               at end move "10" to st-aceite
           end-read

           if st-aceite not = "10"
               add 1 to ws-total-lidos
               move ar-documento to rm-documento
               read arq-remessas
                   invalid key move "N" to found-remessa
                   not invalid key move "S" to found-remessa
               end-read

               if found-remessa not = "S"
                   add 1 to ws-total-desconhecidos
                   if wlin >= 55
                       perform cabec
                   end-if
                   move ar-documento to doc-lin
                   move "DOCUMENTO NAO CONSTA DE NENHUMA REMESSA"
                       to aviso-lin
                   write reg-rel from lin-aviso after 1
                   add 1 to wlin
               else
                   move ws-hoje-data8 to rm-data-retorno
                   if ar-situacao = "R"
                       set rm-rejeitado to true
                       move ar-motivo to rm-motivo
                       move ar-descricao to rm-descricao-motivo
                       perform imprime-recusa
                       if rm-debito
                           perform suspende-debito
                       end-if
                   else
                       set rm-aceito to true
                       move spaces to rm-motivo rm-descricao-motivo
                       add 1 to ws-total-aceitos
                   end-if
                   rewrite reg-remessa
               end-if
           end-if.

       imprime-recusa.
           add 1 to ws-total-recusados
           add rm-valor to ws-valor-recusado
           if wlin >= 55
               perform cabec
           end-if
           move rm-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move rm-competencia to comp-lin
           move rm-tipo to tipo-lin
           move rm-valor to valor-lin
           move ar-motivo to motivo-lin
           move ar-descricao to descricao-lin
           write reg-rel from lin1 after 1
           add 1 to wlin.

       suspende-debito.
           if ws-tem-debitos = "S"
               move rm-cpf to da-cpf
               read arq-debitos
                   invalid key continue
                   not invalid key
                       if da-ativo
                           set da-recusado to true
                           move ws-hoje-data8 to da-data-situacao
                           move ar-descricao to da-motivo-recusa
                           rewrite reg-debito
                           add 1 to ws-total-debitos-recusados
                       end-if
               end-read
           end-if.

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

           move "RESPOSTAS DO BANCO LIDAS" to rotulo
           move ws-total-lidos to valor
           write reg-rel from lin-sumario after 2

           move "REGISTROS ACEITOS" to rotulo
           move ws-total-aceitos to valor
           write reg-rel from lin-sumario after 1

           move "REGISTROS RECUSADOS" to rotulo
           move ws-total-recusados to valor
           write reg-rel from lin-sumario after 1
           move "  VALOR RECUSADO" to rotulo
           move ws-valor-recusado to valor
           write reg-rel from lin-sumario after 1

           move "AUTORIZACOES DE DEBITO SUSPENSAS" to rotulo
           move ws-total-debitos-recusados to valor
           write reg-rel from lin-sumario after 1

           move "DOCUMENTOS DESCONHECIDOS" to rotulo
           move ws-total-desconhecidos to valor
           write reg-rel from lin-sumario after 1

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "CARGA_ACEITE_REMESSA" to dig-origem
           move "REGISTROS RECUSADOS PELO BANCO" to dig-rotulo
           move ws-total-recusados to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-aceite
           if ws-tem-remessas = "S"
               close arq-remessas
           end-if
           if ws-tem-debitos = "S"
               close arq-debitos
           end-if
           if ws-tem-aceite = "S"
               close arq-aceite
           end-if.
