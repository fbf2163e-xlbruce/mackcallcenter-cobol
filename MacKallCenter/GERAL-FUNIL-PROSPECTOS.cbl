       identification division.
       program-id. RELATORIO_FUNIL as "PGM391".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-prospectos assign to "D:\PROSPECTOS.DAT"
               organization is indexed
               access mode is sequential
               record key is ps-chave
               file status is st-prospecto.

           select rel-funil assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-prospectos.
               COPY PRSCOPY.

       fd rel-funil.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       working-storage section.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.

       77 st-prospecto pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-prospectos pic x value "N".

       77 ws-competencia pic 9(6) value zero.
       77 ws-cad-competencia pic 9(6) value zero.
       77 ws-enc-competencia pic 9(6) value zero.

      *the month's leads -- the ones registered in the competencia --
      *and how far each got; a lead reopened after being lost counts
      *again in the month it came back.
       77 ws-total-cadastrados pic 9(5) value zero.
       77 ws-total-contatados pic 9(5) value zero.
       77 ws-total-convertidos pic 9(5) value zero.
       77 ws-total-perdidos pic 9(5) value zero.
       77 ws-total-abertos pic 9(5) value zero.
      *sales closed in the month whatever month the lead came in.
       77 ws-vendas-mes pic 9(5) value zero.
       77 ws-taxa pic 999v9 value zero.

      *one row per source; a campaign is told apart by the name of
      *the list it was worked from.
       77 ws-qtd-org pic 99 value zero.
       77 ws-idx-org pic 99 value zero.
       77 ws-achou pic x value "N".
       77 ws-sem-linha pic 9(5) value zero.
       01 ws-org-tab-area.
           05 ws-org-tab occurs 50 times.
               10 ws-org-origem pic x(1).
               10 ws-org-campanha pic x(20).
               10 ws-org-cadastrados pic 9(5).
               10 ws-org-contatados pic 9(5).
               10 ws-org-convertidos pic 9(5).
               10 ws-org-perdidos pic 9(5).

       COPY MPRCOPY.
       01 ws-mpr-tab-area.
           05 ws-mpr-qtd pic 9(5) occurs 5 times.
       77 ws-mpr-sem-motivo pic 9(5) value zero.
       77 ws-idx-mpr pic 9 value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(20) value spaces.
           05 filler pic x(40) value
               "Funil de Prospectos".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(16) value "  COMPETENCIA: ".
           05 comp-cab2 pic 9(6).

       01 cab3.
           05 filler pic x(24) value "ORIGEM".
           05 filler pic x(8) value "CADAST".
           05 filler pic x(8) value "CONTAT".
           05 filler pic x(8) value "CONVERT".
           05 filler pic x(8) value "PERDIDO".
           05 filler pic x(8) value "ABERTO".
           05 filler pic x(6) value "CONV%".

       01 lin1.
           05 origem-lin pic x(23).
           05 filler pic x value space.
           05 cadastrados-lin pic zzzz9.
           05 filler pic x(3) value spaces.
           05 contatados-lin pic zzzz9.
           05 filler pic x(3) value spaces.
           05 convertidos-lin pic zzzz9.
           05 filler pic x(3) value spaces.
           05 perdidos-lin pic zzzz9.
           05 filler pic x(3) value spaces.
           05 abertos-lin pic zzzz9.
           05 filler pic x(3) value spaces.
           05 taxa-lin pic zz9,9.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzz9.

       procedure division.

      *walks PROSPECTOS.DAT and follows the month's leads down the
      *funnel -- registered, reached, sold, given up -- by where
      *they came from, then breaks the losses down by reason.
       mestre.
           perform inicio
           if ws-tem-prospectos = "S"
               perform proc until st-prospecto = "10"
           end-if
           perform imprime-origens
           perform imprime-motivos
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

           initialize ws-org-tab-area ws-mpr-tab-area

           move "RELATORIO_FUNIL" to ws-rel-nome
           move "D:\RELFUNIL" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           open output rel-funil

      *No file yet just means no lead was ever taken, which is an
      *empty report rather than a failure.
           open input arq-prospectos
           if st-prospecto = "00"
               move "S" to ws-tem-prospectos
           else
               move "10" to st-prospecto
           end-if

           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2.

       proc.
           read arq-prospectos
               at end move "10" to st-prospecto
           end-read
           if st-prospecto = "10"
               exit paragraph
           end-if

           compute ws-enc-competencia = ps-data-encerramento / 100
           if ps-convertido and ws-enc-competencia = ws-competencia
               add 1 to ws-vendas-mes
           end-if

           compute ws-cad-competencia = ps-data-cadastro / 100
           if ws-cad-competencia not = ws-competencia
               exit paragraph
           end-if

           add 1 to ws-total-cadastrados
           perform localiza-origem
           if ws-achou = "S"
               add 1 to ws-org-cadastrados (ws-idx-org)
           end-if

           if ps-qtd-contatos > zero
               add 1 to ws-total-contatados
               if ws-achou = "S"
                   add 1 to ws-org-contatados (ws-idx-org)
               end-if
           end-if

           evaluate true
               when ps-convertido
                   add 1 to ws-total-convertidos
                   if ws-achou = "S"
                       add 1 to ws-org-convertidos (ws-idx-org)
                   end-if
               when ps-perdido
                   add 1 to ws-total-perdidos
                   if ws-achou = "S"
                       add 1 to ws-org-perdidos (ws-idx-org)
                   end-if
                   perform conta-motivo
               when other
                   add 1 to ws-total-abertos
           end-evaluate.

       localiza-origem.
           move "N" to ws-achou
           perform varying ws-idx-org from 1 by 1
                   until ws-idx-org > ws-qtd-org or ws-achou = "S"
               if ws-org-origem (ws-idx-org) = ps-origem
                       and ws-org-campanha (ws-idx-org) = ps-campanha
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S"
               subtract 1 from ws-idx-org
               exit paragraph
           end-if

           if ws-qtd-org < 50
               add 1 to ws-qtd-org
               move ws-qtd-org to ws-idx-org
               move ps-origem to ws-org-origem (ws-idx-org)
               move ps-campanha to ws-org-campanha (ws-idx-org)
               move "S" to ws-achou
           else
               add 1 to ws-sem-linha
           end-if.

       conta-motivo.
           set idx-mpr to 1
           search motivo-perda-item
               at end
                   add 1 to ws-mpr-sem-motivo
               when mpr-cod (idx-mpr) = ps-motivo-perda
                   set ws-idx-mpr to idx-mpr
                   add 1 to ws-mpr-qtd (ws-idx-mpr)
           end-search.

       imprime-origens.
           perform varying ws-idx-org from 1 by 1
                   until ws-idx-org > ws-qtd-org
               evaluate ws-org-origem (ws-idx-org)
                   when "T"
                       move "TELEFONE" to origem-lin
                   when "W"
                       move "WEB" to origem-lin
                   when "C"
                       move ws-org-campanha (ws-idx-org) to origem-lin
                   when other
                       move "NAO INFORMADA" to origem-lin
               end-evaluate
               move ws-org-cadastrados (ws-idx-org) to cadastrados-lin
               move ws-org-contatados (ws-idx-org) to contatados-lin
               move ws-org-convertidos (ws-idx-org) to convertidos-lin
               move ws-org-perdidos (ws-idx-org) to perdidos-lin
               compute abertos-lin = ws-org-cadastrados (ws-idx-org)
                   - ws-org-convertidos (ws-idx-org)
                   - ws-org-perdidos (ws-idx-org)
               compute ws-taxa rounded =
                   ws-org-convertidos (ws-idx-org) * 100
                   / ws-org-cadastrados (ws-idx-org)
               move ws-taxa to taxa-lin
               write reg-rel from lin1 after 1
           end-perform

           if ws-sem-linha > zero
               move "OUTRAS CAMPANHAS (NAO LISTADAS)" to rotulo
               move ws-sem-linha to valor
               write reg-rel from lin-sumario after 2
           end-if.

       imprime-motivos.
           move spaces to reg-rel
           write reg-rel after 2
           move "PERDIDOS POR MOTIVO" to reg-rel
           write reg-rel after 2

           perform varying ws-idx-mpr from 1 by 1
                   until ws-idx-mpr > 5
               move mpr-desc (ws-idx-mpr) to rotulo
               move ws-mpr-qtd (ws-idx-mpr) to valor
               write reg-rel from lin-sumario after 1
           end-perform

           if ws-mpr-sem-motivo > zero
               move "SEM MOTIVO INFORMADO" to rotulo
               move ws-mpr-sem-motivo to valor
               write reg-rel from lin-sumario after 1
           end-if.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "PROSPECTOS CADASTRADOS NO MES" to rotulo
           move ws-total-cadastrados to valor
           write reg-rel from lin-sumario after 2

           move "CONTATADOS" to rotulo
           move ws-total-contatados to valor
           write reg-rel from lin-sumario after 2

           move "CONVERTIDOS EM CLIENTES" to rotulo
           move ws-total-convertidos to valor
           write reg-rel from lin-sumario after 2

           move "PERDIDOS" to rotulo
           move ws-total-perdidos to valor
           write reg-rel from lin-sumario after 2

           move "AINDA EM ABERTO" to rotulo
           move ws-total-abertos to valor
           write reg-rel from lin-sumario after 2

           move "VENDAS NO MES (LEADS DE QUALQUER MES)" to rotulo
           move ws-vendas-mes to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RELATORIO_FUNIL" to dig-origem
           move "PROSPECTOS CONVERTIDOS NO MES" to dig-rotulo
           move ws-vendas-mes to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-funil
           if ws-tem-prospectos = "S"
               close arq-prospectos
           end-if.
