       identification division.
       program-id. RELATORIO_ROTEIROS as "PGM369".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-notas assign to "D:\NOTAS.DAT"
               organization is indexed
               access mode is sequential
               record key is nt-chave
               file status is st-nota.

           select arq-categorias assign to "D:\CATEGORIAS.DAT"
               organization is indexed
               access mode is random
               record key is cat-codigo
               file status is st-categoria.

           select rel-roteiros assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-notas.
               COPY NOTCOPY.

           fd arq-categorias.
               COPY CATCOPY.

       fd rel-roteiros.
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

       77 st-nota pic xx value spaces.
       77 st-categoria pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-categorias pic x value "N".
       77 ws-achou pic x value "N".

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-competencia pic 9(6) value zero.
       77 ws-nota-competencia pic 9(6) value zero.

      *one row per category that had a script walked in the month,
      *each with the count of calls that ended on every step, by how
      *they ended.
       77 ws-qtd-cat pic 99 value zero.
       77 ws-idx-cat pic 99 value zero.
       77 ws-idx-passo pic 99 value zero.
       01 ws-cat-tab-area.
           05 ws-cat-tab occurs 50 times.
               10 ws-cat-codigo pic x(3).
               10 ws-cat-chamadas pic 9(5).
               10 ws-cat-resolvidas pic 9(5).
               10 ws-cat-visitas pic 9(5).
               10 ws-cat-interrompidas pic 9(5).
               10 ws-cat-passo occurs 99 times.
                   15 ws-ps-resolvidas pic 9(5).
                   15 ws-ps-visitas pic 9(5).
                   15 ws-ps-interrompidas pic 9(5).

       77 ws-passo-mais-resolve pic 99 value zero.
       77 ws-passo-mais-visita pic 99 value zero.
       77 ws-maior-resolve pic 9(5) value zero.
       77 ws-maior-visita pic 9(5) value zero.
       77 ws-pct pic 999 value zero.

       77 ws-total-chamadas pic 9(5) value zero.
       77 ws-total-resolvidas pic 9(5) value zero.
       77 ws-total-visitas pic 9(5) value zero.
       77 ws-total-interrompidas pic 9(5) value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Desfecho dos Roteiros de Atendimento".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(5) value spaces.
           05 filler pic x(13) value "Competencia: ".
           05 comp-cab2 pic 9(6).

       01 lin-categoria.
           05 filler pic x(10) value "CATEGORIA ".
           05 codigo-cat-lin pic x(3).
           05 filler pic x(1) value space.
           05 desc-cat-lin pic x(20).
           05 filler pic x(10) value " CHAMADAS ".
           05 chamadas-cat-lin pic zzzz9.
           05 filler pic x(14) value "  NO TELEFONE ".
           05 pct-cat-lin pic zz9.
           05 filler pic x(1) value "%".

       01 cab-passo.
           05 filler pic x(12) value "      PASSO".
           05 filler pic x(12) value "   RESOLVEU".
           05 filler pic x(12) value "     VISITA".
           05 filler pic x(12) value "  INTERROMP".

       01 lin-passo.
           05 filler pic x(9) value spaces.
           05 passo-lin pic 99.
           05 resolvidas-lin pic zzzzzzzzzzz9.
           05 visitas-lin pic zzzzzzzzzzz9.
           05 interrompidas-lin pic zzzzzzzzzzz9.

       01 lin-destaque.
           05 filler pic x(6) value spaces.
           05 rotulo-destaque pic x(34).
           05 passo-destaque pic zz.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzz9.

       procedure division.

       mestre.
           perform inicio
           perform acumula-notas
           perform imprime-categorias
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

           initialize ws-cat-tab-area

           move "RELATORIO_ROTEIROS" to ws-rel-nome
           move "D:\RELROTEIROS" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           open output rel-roteiros
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2

           open input arq-categorias
           if st-categoria = "00"
               move "S" to ws-tem-categorias
           end-if.

      *only the script notes INCLUI_OCORR leaves (NT-TEXTO-ROTEIRO)
      *taken in the competencia count; every other nota is narrative.
       acumula-notas.
           open input arq-notas
           if st-nota not = "00"
               exit paragraph
           end-if
           perform until st-nota = "10"
               read arq-notas next record
                   at end move "10" to st-nota
               end-read
               if st-nota not = "10" and nt-nota-roteiro
                   compute ws-nota-competencia =
                       nt-ano-nota * 100 + nt-mes-nota
                   if ws-nota-competencia = ws-competencia
                           and nt-rt-passo is numeric
                           and nt-rt-passo > zero
                       perform conta-nota
                   end-if
               end-if
           end-perform
           close arq-notas.

       conta-nota.
           perform acha-categoria
           if ws-idx-cat = zero
               exit paragraph
           end-if
           move nt-rt-passo to ws-idx-passo
           add 1 to ws-cat-chamadas (ws-idx-cat)
           add 1 to ws-total-chamadas
           evaluate true
               when nt-rt-resolvido
                   add 1 to ws-cat-resolvidas (ws-idx-cat)
                   add 1 to ws-ps-resolvidas (ws-idx-cat ws-idx-passo)
                   add 1 to ws-total-resolvidas
               when nt-rt-visita
                   add 1 to ws-cat-visitas (ws-idx-cat)
                   add 1 to ws-ps-visitas (ws-idx-cat ws-idx-passo)
                   add 1 to ws-total-visitas
               when other
                   add 1 to ws-cat-interrompidas (ws-idx-cat)
                   add 1 to ws-ps-interrompidas
                       (ws-idx-cat ws-idx-passo)
                   add 1 to ws-total-interrompidas
           end-evaluate.

       acha-categoria.
           move "N" to ws-achou
           perform varying ws-idx-cat from 1 by 1
                   until ws-idx-cat > ws-qtd-cat or ws-achou = "S"
               if ws-cat-codigo (ws-idx-cat) = nt-rt-categoria
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S"
               subtract 1 from ws-idx-cat
           else
               if ws-qtd-cat < 50
                   add 1 to ws-qtd-cat
                   move ws-qtd-cat to ws-idx-cat
                   move nt-rt-categoria to ws-cat-codigo (ws-idx-cat)
               else
                   move zero to ws-idx-cat
               end-if
           end-if.

       imprime-categorias.
           perform varying ws-idx-cat from 1 by 1
                   until ws-idx-cat > ws-qtd-cat
               perform imprime-categoria
           end-perform.

      *per category: every step a call ended on, then the step that
      *resolves the most calls on the phone and the step that sends
      *the most out to a field visit -- where the script needs work.
       imprime-categoria.
           move ws-cat-codigo (ws-idx-cat) to codigo-cat-lin
           move spaces to desc-cat-lin
           if ws-tem-categorias = "S"
               move ws-cat-codigo (ws-idx-cat) to cat-codigo
               read arq-categorias
                   invalid key continue
                   not invalid key
                       move cat-descricao to desc-cat-lin
               end-read
           end-if
           move ws-cat-chamadas (ws-idx-cat) to chamadas-cat-lin
           compute ws-pct rounded = ws-cat-resolvidas (ws-idx-cat)
               * 100 / ws-cat-chamadas (ws-idx-cat)
           move ws-pct to pct-cat-lin
           write reg-rel from lin-categoria after 3
           write reg-rel from cab-passo after 2

           move zero to ws-passo-mais-resolve ws-passo-mais-visita
           move zero to ws-maior-resolve ws-maior-visita
           perform varying ws-idx-passo from 1 by 1
                   until ws-idx-passo > 99
               if ws-ps-resolvidas (ws-idx-cat ws-idx-passo) > zero
                   or ws-ps-visitas (ws-idx-cat ws-idx-passo) > zero
                   or ws-ps-interrompidas (ws-idx-cat ws-idx-passo)
                       > zero
                   perform imprime-passo
               end-if
           end-perform

           move "PASSO QUE MAIS RESOLVE ...........:"
               to rotulo-destaque
           move ws-passo-mais-resolve to passo-destaque
           write reg-rel from lin-destaque after 2
           move "PASSO QUE MAIS GERA VISITA .......:"
               to rotulo-destaque
           move ws-passo-mais-visita to passo-destaque
           write reg-rel from lin-destaque after 1.

       imprime-passo.
           move ws-idx-passo to passo-lin
           move ws-ps-resolvidas (ws-idx-cat ws-idx-passo)
               to resolvidas-lin
           move ws-ps-visitas (ws-idx-cat ws-idx-passo) to visitas-lin
           move ws-ps-interrompidas (ws-idx-cat ws-idx-passo)
               to interrompidas-lin
           write reg-rel from lin-passo after 1

           if ws-ps-resolvidas (ws-idx-cat ws-idx-passo)
                   > ws-maior-resolve
               move ws-ps-resolvidas (ws-idx-cat ws-idx-passo)
                   to ws-maior-resolve
               move ws-idx-passo to ws-passo-mais-resolve
           end-if
           if ws-ps-visitas (ws-idx-cat ws-idx-passo)
                   > ws-maior-visita
               move ws-ps-visitas (ws-idx-cat ws-idx-passo)
                   to ws-maior-visita
               move ws-idx-passo to ws-passo-mais-visita
           end-if.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2

           move "CHAMADAS CONDUZIDAS POR ROTEIRO" to rotulo
           move ws-total-chamadas to valor
           write reg-rel from lin-sumario after 2

           move "RESOLVIDAS NO TELEFONE PELO ROTEIRO" to rotulo
           move ws-total-resolvidas to valor
           write reg-rel from lin-sumario after 2

           move "ENCAMINHADAS PARA VISITA TECNICA" to rotulo
           move ws-total-visitas to valor
           write reg-rel from lin-sumario after 2

           move "ROTEIROS INTERROMPIDOS" to rotulo
           move ws-total-interrompidas to valor
           write reg-rel from lin-sumario after 2

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RELATORIO_ROTEIROS" to dig-origem
           move "RESOLVIDAS NO TELEFONE PELO ROTEIRO" to dig-rotulo
           move ws-total-resolvidas to dig-valor
           write reg-digest

           move "RELATORIO_ROTEIROS" to dig-origem
           move "ROTEIROS ENCAMINHADOS PARA VISITA" to dig-rotulo
           move ws-total-visitas to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-roteiros
           if ws-tem-categorias = "S"
               close arq-categorias
           end-if.
