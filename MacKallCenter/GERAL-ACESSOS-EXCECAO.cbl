       identification division.
       program-id. ACESSOS_EXCECAO as "PGM381".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select arq-acessos assign to "D:\ACESSOS_CLIENTE.TXT"
               organization is line sequential
               file status is st-acesso.

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

           select arq-atendentes assign to "D:\ATENDENTES.DAT"
               organization is indexed
               access mode is random
               record key is at-id
               file status is st-atendente.

           select arq-operadores assign to "D:\OPERADORES.DAT"
               organization is indexed
               access mode is random
               record key is op-id
               file status is st-operador.

           select arq-escalas assign to "D:\ESCALAS.DAT"
               organization is indexed
               access mode is random
               record key is es-chave
               file status is st-escala.

           select rel-excecao assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
       file section.
       fd arq-acessos.
           COPY ACSCOPY.

       fd arq-ocorr.
           COPY OCOCOPY.

       fd arq-atendentes.
           COPY ATECOPY.

       fd arq-operadores.
           COPY OPERCOPY.

       fd arq-escalas.
           COPY ESCCOPY.

       fd rel-excecao.
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
      *supervisors read this to decide whom to question, which needs
      *the client's CPF as it is: printed in full unless a level on
      *NIVEIS_RELATORIO.DAT says otherwise.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "C".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 st-acesso pic xx value spaces.
       77 st-ocorr pic xx value spaces.
       77 st-atendente pic xx value spaces.
       77 st-operador pic xx value spaces.
       77 st-escala pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-acessos pic x value "N".
       77 ws-tem-ocorr pic x value "N".
       77 ws-tem-atendentes pic x value "N".
       77 ws-tem-operadores pic x value "N".
       77 ws-tem-escalas pic x value "N".
       77 ws-achou pic x value "N".
       77 ws-teve-ocorr pic x value "N".
       77 ws-na-escala pic x value "N".

      *an operator is flagged when the day's lookups pass this many
      *times the occurrences they registered on their shift, and are
      *at least ws-minimo-consultas -- a quiet day of a handful of
      *lookups and no calls is not worth a supervisor's time.
       77 ws-fator-consultas pic 9(3) value 3.
       77 ws-minimo-consultas pic 9(5) value 20.
       77 ws-fator-consultas-x pic x(3).
       77 ws-limite pic 9(7) value zero.

       77 ws-dia pic 99 value zero.
       77 ws-mes pic 99 value zero.
       77 ws-ano pic 9999 value zero.
       01 ws-data-apurar.
           05 apu-ano pic 9999.
           05 apu-mes pic 99.
           05 apu-dia pic 99.
       01 ws-data-apurar8 redefines ws-data-apurar pic 9(8).
       77 ws-data-barras pic x(10) value spaces.
       77 ws-hora-ocorr pic x(5) value spaces.

       77 ws-cpf-acesso pic x(11) value spaces.
       77 ws-qtd-operadores pic 9(3) value zero.
       77 ws-idx pic 9(3) value zero.
       77 ws-idx-op pic 9(3) value zero.
       01 ws-operadores-tab-area.
           05 ws-op-tab occurs 100 times.
               10 ws-op-id pic x(5).
               10 ws-op-nome pic x(30).
               10 ws-op-acessos pic 9(5).
               10 ws-op-ocorrencias pic 9(5).
               10 ws-op-tem-escala pic x(1).
               10 ws-op-hora-inicio pic x(5).
               10 ws-op-hora-fim pic x(5).

       77 ws-total-acessos pic 9(7) value zero.
       77 ws-total-sem-ocorr pic 9(7) value zero.
       77 ws-total-sinalizados pic 9(3) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       01 ws-hora-acesso.
           05 acs-hh pic 99.
           05 acs-min pic 99.
           05 acs-seg pic 99.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Consultas a Clientes Fora do Padrao".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(17) value "  DIA APURADO: ".
           05 data-cab2 pic x(10).

       01 cab-sem-ocorr.
           05 filler pic x(50) value
               "CLIENTES CONSULTADOS SEM OCORRENCIA NO DIA".

       01 cab3.
           05 filler pic x(10) value "HORA".
           05 filler pic x(7) value "OPER.".
           05 filler pic x(13) value "CPF".
           05 filler pic x(21) value "METODO".
           05 filler pic x(6) value "PROGR".

       01 lin1.
           05 hh-lin pic 99.
           05 filler pic x value ":".
           05 min-lin pic 99.
           05 filler pic x value ":".
           05 seg-lin pic 99.
           05 filler pic x(2) value spaces.
           05 operador-lin pic x(5).
           05 filler pic x(2) value spaces.
           05 cpf-lin pic x(11).
           05 filler pic x(2) value spaces.
           05 metodo-lin pic x(20).
           05 filler pic x value space.
           05 programa-lin pic x(5).

       01 cab-volume.
           05 filler pic x(50) value
               "OPERADORES COM CONSULTAS MUITO ACIMA DO ATENDIDO".

       01 cab4.
           05 filler pic x(7) value "OPER.".
           05 filler pic x(26) value "NOME".
           05 filler pic x(10) value "CONSULTAS".
           05 filler pic x(12) value "OCORRENCIAS".
           05 filler pic x(12) value "ESCALA".

       01 lin2.
           05 operador-lin2 pic x(5).
           05 filler pic x(2) value spaces.
           05 nome-lin2 pic x(25).
           05 filler pic x(2) value spaces.
           05 acessos-lin2 pic zzzz9.
           05 filler pic x(6) value spaces.
           05 ocorr-lin2 pic zzzz9.
           05 filler pic x(4) value spaces.
           05 escala-lin2 pic x(11).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.

       procedure division.

       mestre.
           perform inicio
           if ws-tem-acessos = "S"
               perform carrega-acessos
               perform carrega-escalas
               perform conta-ocorrencias
               perform reporta-volume
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

           accept ws-fator-consultas-x from environment
               "MACKALLCENTER_FATOR_CONSULTAS"
               on exception
                   move spaces to ws-fator-consultas-x
           end-accept
           if ws-fator-consultas-x is numeric and
                   ws-fator-consultas-x not = spaces
               move ws-fator-consultas-x to ws-fator-consultas
           end-if

           accept ws-data-hoje from date yyyymmdd
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

      *In batch the run closes out the day that is ending; on demand
      *the supervisor says which day to go over.
           if ws-modo-batch = "S"
               move ws-data-hoje to ws-data-apurar
           else
               display "DIA A APURAR - DIA (DD)? " with no advancing
               accept ws-dia
               display "DIA A APURAR - MES (MM)? " with no advancing
               accept ws-mes
               display "DIA A APURAR - ANO (AAAA)? "
                   with no advancing
               accept ws-ano
               move ws-ano to apu-ano
               move ws-mes to apu-mes
               move ws-dia to apu-dia
           end-if
           string apu-dia "/" apu-mes "/" apu-ano
               delimited by size into ws-data-barras
           move ws-data-barras to data-cab2

           move "ACESSOS_EXCECAO" to ws-rel-nome
           move "D:\ACESSOSEXC" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-excecao
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2

           open input arq-acessos
           if st-acesso = "00"
               move "S" to ws-tem-acessos
           else
               move "SEM ACESSOS_CLIENTE.TXT PARA APURAR" to reg-rel
               write reg-rel after 2
           end-if

           open input arq-ocorr
           if st-ocorr = "00"
               move "S" to ws-tem-ocorr
           end-if.

      *CARREGA-ACESSOS tallies the day's lookups per operator and,
      *for every record actually opened (AC-FICHA), checks the client
      *had an occurrence that day. Result-list lines are counted but
      *not checked: a name search lists every homonym on the base.
       carrega-acessos.
           write reg-rel from cab-sem-ocorr after 2
           write reg-rel from cab3 after 2
           perform until st-acesso = "10"
               read arq-acessos
                   at end move "10" to st-acesso
                   not at end
                       if ac-data = ws-data-apurar8
                           perform soma-acesso
                       end-if
               end-read
           end-perform
           close arq-acessos

           if ws-total-sem-ocorr = zero
               move "NENHUMA CONSULTA SEM OCORRENCIA NO DIA" to reg-rel
               write reg-rel after 1
           end-if.

       soma-acesso.
           add 1 to ws-total-acessos
           perform localiza-operador
           if ws-idx-op > zero
               add 1 to ws-op-acessos (ws-idx-op)
           end-if

           if ac-ficha
               move ac-cpf to ws-cpf-acesso
               perform verifica-ocorrencia-dia
               if ws-teve-ocorr = "N"
                   add 1 to ws-total-sem-ocorr
                   perform imprime-sem-ocorr
               end-if
           end-if.

       localiza-operador.
           move zero to ws-idx-op
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-operadores
               if ws-op-id (ws-idx) = ac-operador
                   move ws-idx to ws-idx-op
               end-if
           end-perform
           if ws-idx-op = zero and ws-qtd-operadores < 100
               add 1 to ws-qtd-operadores
               move ws-qtd-operadores to ws-idx-op
               move ac-operador to ws-op-id (ws-idx-op)
               move spaces to ws-op-nome (ws-idx-op)
               move zero to ws-op-acessos (ws-idx-op)
               move zero to ws-op-ocorrencias (ws-idx-op)
               move "N" to ws-op-tem-escala (ws-idx-op)
               move spaces to ws-op-hora-inicio (ws-idx-op)
               move spaces to ws-op-hora-fim (ws-idx-op)
           end-if.

       verifica-ocorrencia-dia.
           move "N" to ws-teve-ocorr
           if ws-tem-ocorr = "S"
               move ws-cpf-acesso to o-cpf
               move apu-ano to o-ano-ocorr
               move apu-mes to o-mes-ocorr
               move apu-dia to o-dia-ocorr
               move zeros to o-hora-ocorr o-seq
               start arq-ocorr key is >= o-chave
                   invalid key move "N" to ws-achou
                   not invalid key move "S" to ws-achou
               end-start
               if ws-achou = "S"
                   read arq-ocorr next record
                       at end move "N" to ws-achou
                   end-read
               end-if
               if ws-achou = "S" and o-cpf = ws-cpf-acesso
                       and o-data-ocorr = ws-data-apurar
                   move "S" to ws-teve-ocorr
               end-if
           end-if.

       imprime-sem-ocorr.
           move ac-hora to ws-hora-acesso
           move acs-hh to hh-lin
           move acs-min to min-lin
           move acs-seg to seg-lin
           move ac-operador to operador-lin
           move ac-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move ac-metodo to metodo-lin
           move ac-programa to programa-lin
           write reg-rel from lin1 after 1.

      *the attendant name an occurrence carries comes from
      *ATENDENTES.DAT under the same matricula the operator signs on
      *with; an operator who is not an attendant falls back to the
      *name on OPERADORES.DAT. The roster gives the shift window.
       carrega-escalas.
           open input arq-atendentes
           if st-atendente = "00"
               move "S" to ws-tem-atendentes
           end-if
           open input arq-operadores
           if st-operador = "00"
               move "S" to ws-tem-operadores
           end-if
           open input arq-escalas
           if st-escala = "00"
               move "S" to ws-tem-escalas
           end-if

           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-operadores
               perform carrega-operador
           end-perform

           if ws-tem-atendentes = "S"
               close arq-atendentes
           end-if
           if ws-tem-operadores = "S"
               close arq-operadores
           end-if
           if ws-tem-escalas = "S"
               close arq-escalas
           end-if.

       carrega-operador.
           move "N" to ws-achou
           if ws-tem-atendentes = "S"
               move ws-op-id (ws-idx) to at-id
               read arq-atendentes
                   invalid key continue
                   not invalid key
                       move at-nome to ws-op-nome (ws-idx)
                       move "S" to ws-achou
               end-read
           end-if
           if ws-achou = "N" and ws-tem-operadores = "S"
               move ws-op-id (ws-idx) to op-id
               read arq-operadores
                   invalid key continue
                   not invalid key
                       move op-nome to ws-op-nome (ws-idx)
               end-read
           end-if

           if ws-tem-escalas = "S"
               move ws-op-id (ws-idx) to es-operador
               move apu-ano to es-ano
               move apu-mes to es-mes
               move apu-dia to es-dia
               read arq-escalas
                   invalid key continue
                   not invalid key
                       move "S" to ws-op-tem-escala (ws-idx)
                       move es-hora-inicio to ws-op-hora-inicio (ws-idx)
                       move es-hora-fim to ws-op-hora-fim (ws-idx)
               end-read
           end-if.

      *one pass over the day's occurrences, each credited to the
      *operator whose attendant name it carries when it falls inside
      *that operator's shift (the whole day when not rostered; a
      *shift ending before it starts runs past midnight).
       conta-ocorrencias.
           if ws-tem-ocorr = "S"
               move low-values to o-chave
               start arq-ocorr key is >= o-chave
                   invalid key move "10" to st-ocorr
               end-start
               perform until st-ocorr = "10"
                   read arq-ocorr next record
                       at end move "10" to st-ocorr
                       not at end
                           if o-data-ocorr = ws-data-apurar
                               perform credita-ocorrencia
                           end-if
                   end-read
               end-perform
           end-if.

       credita-ocorrencia.
           string o-hh-ocorr ":" o-min-ocorr
               delimited by size into ws-hora-ocorr
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-operadores
               if ws-op-nome (ws-idx) not = spaces
                       and ws-op-nome (ws-idx) = o-atendente
                   perform verifica-escala
                   if ws-na-escala = "S"
                       add 1 to ws-op-ocorrencias (ws-idx)
                   end-if
               end-if
           end-perform.

       verifica-escala.
           move "S" to ws-na-escala
           if ws-op-tem-escala (ws-idx) = "S"
               if ws-op-hora-fim (ws-idx) >= ws-op-hora-inicio (ws-idx)
                   if ws-hora-ocorr < ws-op-hora-inicio (ws-idx)
                           or ws-hora-ocorr > ws-op-hora-fim (ws-idx)
                       move "N" to ws-na-escala
                   end-if
               else
                   if ws-hora-ocorr < ws-op-hora-inicio (ws-idx)
                           and ws-hora-ocorr > ws-op-hora-fim (ws-idx)
                       move "N" to ws-na-escala
                   end-if
               end-if
           end-if.

       reporta-volume.
           write reg-rel from cab-volume after 3
           write reg-rel from cab4 after 2
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-operadores
               compute ws-limite =
                   ws-op-ocorrencias (ws-idx) * ws-fator-consultas
               if ws-op-acessos (ws-idx) >= ws-minimo-consultas
                       and ws-op-acessos (ws-idx) > ws-limite
                   perform imprime-volume
               end-if
           end-perform

           if ws-total-sinalizados = zero
               move "NENHUM OPERADOR ACIMA DO LIMITE" to reg-rel
               write reg-rel after 1
           end-if.

       imprime-volume.
           add 1 to ws-total-sinalizados
           move ws-op-id (ws-idx) to operador-lin2
           move ws-op-nome (ws-idx) to nome-lin2
           move ws-op-acessos (ws-idx) to acessos-lin2
           move ws-op-ocorrencias (ws-idx) to ocorr-lin2
           if ws-op-tem-escala (ws-idx) = "S"
               move spaces to escala-lin2
               string ws-op-hora-inicio (ws-idx) "-"
                   ws-op-hora-fim (ws-idx)
                   delimited by size into escala-lin2
           else
               move "SEM ESCALA" to escala-lin2
           end-if
           write reg-rel from lin2 after 1.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       sumario.
           move spaces to reg-rel
           write reg-rel after 2
           move "CONSULTAS REGISTRADAS NO DIA" to rotulo
           move ws-total-acessos to valor
           write reg-rel from lin-sumario after 1
           move "CONSULTAS SEM OCORRENCIA DO CLIENTE" to rotulo
           move ws-total-sem-ocorr to valor
           write reg-rel from lin-sumario after 1
           move "OPERADORES ACIMA DO LIMITE" to rotulo
           move ws-total-sinalizados to valor
           write reg-rel from lin-sumario after 1
           move "FATOR CONSULTAS / OCORRENCIAS" to rotulo
           move ws-fator-consultas to valor
           write reg-rel from lin-sumario after 1

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "ACESSOS_EXCECAO" to dig-origem
           move "CONSULTAS SEM OCORRENCIA DO CLIENTE" to dig-rotulo
           move ws-total-sem-ocorr to dig-valor
           write reg-digest

           move "ACESSOS_EXCECAO" to dig-origem
           move "OPERADORES COM CONSULTAS ACIMA DO LIMITE" to dig-rotulo
           move ws-total-sinalizados to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           if ws-tem-ocorr = "S"
               close arq-ocorr
           end-if
           close rel-excecao.
