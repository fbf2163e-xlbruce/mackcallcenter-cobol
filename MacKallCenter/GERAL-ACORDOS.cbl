       identification division.
       program-id. RELATORIO_ACORDOS as "PGM356".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-acordos assign to "D:\ACORDOS.DAT"
               organization is indexed
               access mode is sequential
               record key is ac-chave
               file status is st-acordo.

           select rel-acordos assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

       data division.
           File section.
           fd arq-acordos.
               COPY PARCCOPY.

       fd rel-acordos.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

       working-storage section.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.

       77 st-acordo pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-arquivo pic x value "N".
       77 wlin pic 99 value 55.

       77 ws-competencia pic 9(6) value zero.
       77 ws-sit-competencia pic 9(6) value zero.
       77 ws-idx-parc pic 9(2) value zero.
       77 ws-parc-pagas pic 9(2) value zero.
       77 ws-valor-pago pic 9(7)v99 value zero.
       77 ws-valor-saldo pic 9(7)v99 value zero.

      *agreements still in good standing are all listed, whatever
      *month they were made in; broken and settled ones only when
      *that happened inside the competencia asked for.
       77 ws-total-em-dia pic 9(5) value zero.
       77 ws-total-quebrados pic 9(5) value zero.
       77 ws-total-quitados pic 9(5) value zero.
       77 ws-valor-em-dia pic 9(9)v99 value zero.
       77 ws-valor-quebrado pic 9(9)v99 value zero.
       77 ws-valor-quitado pic 9(9)v99 value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Acordos de Parcelamento".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(16) value "  COMPETENCIA: ".
           05 comp-cab2 pic 9(6).

       01 cab3.
           05 filler pic x(12) value "CPF".
           05 filler pic x(11) value "ACORDO".
           05 filler pic x(8) value "DIVIDA".
           05 filler pic x(12) value "   VALOR".
           05 filler pic x(7) value "PARC".
           05 filler pic x(12) value "   SALDO".
           05 filler pic x(10) value "SITUACAO".

       01 lin1.
           05 cpf-lin pic x(11).
           05 filler pic x value spaces.
           05 data-lin pic 9999/99/99.
           05 filler pic x value spaces.
           05 comp-lin pic 9(6).
           05 filler pic x(2) value spaces.
           05 valor-lin pic zzzzzz9,99.
           05 filler pic x(2) value spaces.
           05 pagas-lin pic z9.
           05 filler pic x value "/".
           05 qtde-lin pic 99.
           05 filler pic x(2) value spaces.
           05 saldo-lin pic zzzzzz9,99.
           05 filler pic x(2) value spaces.
           05 sit-lin pic x(10).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzzzz9,99.

       procedure division.

       mestre.
           perform inicio
           perform proc-acordo until st-acordo = "10"
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

           move "RELATORIO_ACORDOS" to ws-rel-nome
           move "D:\RELACORDOS" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-acordos

      *No file yet just means no agreement was ever recorded, which
      *is an empty report rather than a failure.
           open input arq-acordos
           if st-acordo not = "00"
               move "10" to st-acordo
           else
               move "S" to ws-tem-arquivo
           end-if.

       proc-acordo.
           read arq-acordos next record
               at end move "10" to st-acordo
           end-read

           if st-acordo not = "10"
               compute ws-sit-competencia = ac-data-situacao / 100
               evaluate true
                   when ac-em-dia
                       perform soma-parcelas
                       add 1 to ws-total-em-dia
                       add ws-valor-saldo to ws-valor-em-dia
                       move "EM DIA" to sit-lin
                       perform imprime-acordo
                   when ac-quebrado
                           and ws-sit-competencia = ws-competencia
                       perform soma-parcelas
                       add 1 to ws-total-quebrados
                       add ws-valor-saldo to ws-valor-quebrado
                       move "QUEBRADO" to sit-lin
                       perform imprime-acordo
                   when ac-quitado
                           and ws-sit-competencia = ws-competencia
                       perform soma-parcelas
                       add 1 to ws-total-quitados
                       add ac-valor-divida to ws-valor-quitado
                       move "QUITADO" to sit-lin
                       perform imprime-acordo
               end-evaluate
           end-if.

       soma-parcelas.
           move zero to ws-parc-pagas ws-valor-pago
           perform varying ws-idx-parc from 1 by 1
                   until ws-idx-parc > ac-qtde-parcelas
               add ac-parc-pago (ws-idx-parc) to ws-valor-pago
               if ac-parc-pago (ws-idx-parc)
                       >= ac-parc-valor (ws-idx-parc)
                   add 1 to ws-parc-pagas
               end-if
           end-perform
           if ws-valor-pago < ac-valor-divida
               compute ws-valor-saldo = ac-valor-divida - ws-valor-pago
           else
               move zero to ws-valor-saldo
           end-if.

       imprime-acordo.
           if wlin >= 55
               perform cabec
           end-if
           move ac-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-lin
           move ac-data-acordo to data-lin
           move ac-competencia-divida to comp-lin
           move ac-valor-divida to valor-lin
           move ws-parc-pagas to pagas-lin
           move ac-qtde-parcelas to qtde-lin
           move ws-valor-saldo to saldo-lin
           write reg-rel from lin1 after 1
           add 1 to wlin.

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

           move "ACORDOS EM DIA" to rotulo
           move ws-total-em-dia to valor
           write reg-rel from lin-sumario after 2
           move "  SALDO A RECEBER" to rotulo
           move ws-valor-em-dia to valor
           write reg-rel from lin-sumario after 1

           move "ACORDOS QUEBRADOS NA COMPETENCIA" to rotulo
           move ws-total-quebrados to valor
           write reg-rel from lin-sumario after 2
           move "  SALDO DEVOLVIDO A COBRANCA" to rotulo
           move ws-valor-quebrado to valor
           write reg-rel from lin-sumario after 1

           move "ACORDOS QUITADOS NA COMPETENCIA" to rotulo
           move ws-total-quitados to valor
           write reg-rel from lin-sumario after 2
           move "  VALOR RENEGOCIADO RECEBIDO" to rotulo
           move ws-valor-quitado to valor
           write reg-rel from lin-sumario after 1

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RELATORIO_ACORDOS" to dig-origem
           move "ACORDOS QUEBRADOS NA COMPETENCIA" to dig-rotulo
           move ws-total-quebrados to dig-valor
           write reg-digest
           move "RELATORIO_ACORDOS" to dig-origem
           move "ACORDOS QUITADOS NA COMPETENCIA" to dig-rotulo
           move ws-total-quitados to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-acordos
           if ws-tem-arquivo = "S"
               close arq-acordos
           end-if.
