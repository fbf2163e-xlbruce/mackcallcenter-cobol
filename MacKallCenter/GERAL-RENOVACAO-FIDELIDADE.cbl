       identification division.
       program-id. RENOVACAO_FIDELIDADE as "PGM377".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-fidelidade assign to "D:\FIDELIDADE.DAT"
               organization is indexed
               access mode is sequential
               record key is fi-chave
               file status is st-fidelidade.

           select arq-cli assign to ws-clientes-path
               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-pacotes assign to "D:\PACOTES.DAT"
               organization is indexed
               access mode is random
               record key is pac-codigo
               file status is st-pacote.

           select rel-renovacao assign to ws-rel-path.

           select arq-digest assign to "D:\BATCHDIGEST.TXT"
               organization is line sequential
               file status is st-dig.

           select work-renovacao assign to "D:\WORKRENOVACAO.TMP".

       data division.
           File section.
           fd arq-fidelidade.
               COPY FIDCOPY.

           fd arq-cli.
               COPY CLICOPY.

           fd arq-pacotes.
               COPY PACCOPY.

       fd rel-renovacao.
           01 reg-rel pic x(80).

       fd arq-digest.
           COPY DIGCOPY.

      *the list is worked in the order the contracts run out, so the
      *retention team calls the most urgent first.
       sd work-renovacao.
       01 sort-rec.
           05 s-data-fim pic 9(8).
           05 s-cpf pic 9(11).
           05 s-servico pic x(1).
           05 s-nome pic x(30).
           05 s-ddd pic 9(2).
           05 s-telefone pic x(9).
           05 s-promocao pic x(6).
           05 s-prazo pic 9(2).
           05 s-preco pic 9(5)v99.
           05 s-dias pic 9(3).

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
       77 ws-clientes-path pic x(40) value "D:\CLIENTES.DAT".

       77 st-fidelidade pic xx value spaces.
       77 st-cli pic xx value spaces.
       77 st-pacote pic xx value spaces.
       77 st-dig pic xx value spaces.
       77 ws-modo-batch pic x value "N".
       77 ws-tem-fidelidade pic x value "N".
       77 ws-tem-clientes pic x value "N".
       77 ws-tem-pacotes pic x value "N".
       77 ws-fim-arq pic x value "N".
       77 ws-fim-sort pic x value "N".

      *how far ahead the retention team wants to see a contract
      *coming to its end.
       77 ws-janela-dias pic 9(3) value 60.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.
       77 ws-hoje-data8 pic 9(8) value zero.
       77 ws-hoje-int pic 9(7) value zero.
       77 ws-fim-int pic 9(7) value zero.
       77 ws-dias-restantes pic s9(7) value zero.
       77 ws-data8 pic 9(8) value zero.
       77 ws-data-barras pic x(10) value spaces.

       77 ws-total-listados pic 9(7) value zero.
       77 ws-total-30-dias pic 9(7) value zero.
       77 ws-total-receita pic 9(7)v99 value zero.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(12) value spaces.
           05 filler pic x(44) value
               "Fidelidade - Contratos a Vencer em 60 Dias".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.

       01 cab3.
           05 filler pic x(11) value "FIM".
           05 filler pic x(5) value "DIAS".
           05 filler pic x(12) value "CPF".
           05 filler pic x(22) value "NOME".
           05 filler pic x(13) value "TELEFONE".
           05 filler pic x(2) value "S".
           05 filler pic x(7) value "PROMO".
           05 filler pic x(8) value "   PRECO".

       01 lin-det.
           05 fim-det pic x(10).
           05 filler pic x(1) value space.
           05 dias-det pic zz9.
           05 filler pic x(2) value spaces.
           05 cpf-det pic x(11).
           05 filler pic x(1) value space.
           05 nome-det pic x(21).
           05 filler pic x(1) value space.
           05 ddd-det pic 99.
           05 filler pic x(1) value space.
           05 telefone-det pic x(9).
           05 filler pic x(1) value space.
           05 servico-det pic x(1).
           05 filler pic x(1) value space.
           05 promocao-det pic x(6).
           05 filler pic x(1) value space.
           05 preco-det pic zzzz9,99.

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzzzz9.

       01 lin-sumario-valor.
           05 rotulo-valor pic x(40).
           05 valor-monetario pic zzzz.zz9,99.

       procedure division.

       mestre.
           perform inicio
           if ws-tem-fidelidade = "S"
               sort work-renovacao
                   on ascending key s-data-fim s-cpf s-servico
                   input procedure is seleciona-contratos
                   output procedure is imprime-contratos
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
           move ws-data-hoje to ws-hoje-data8
           compute ws-hoje-int =
               function integer-of-date (ws-hoje-data8)

           move "RENOVACAO_FIDELIDADE" to ws-rel-nome
           move "D:\RENOVACAOFID" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-renovacao
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2

      *no contracts file just means no promotional sale was made
      *yet; a missing clients or packages file only leaves the name
      *blank or the contract's own price on the line.
           open input arq-fidelidade
           if st-fidelidade = "00"
               move "S" to ws-tem-fidelidade
           end-if
           open input arq-cli
           if st-cli = "00"
               move "S" to ws-tem-clientes
           end-if
           open input arq-pacotes
           if st-pacote = "00"
               move "S" to ws-tem-pacotes
           end-if.

      *a contract is listed while still in force and ending inside
      *the window; a client already cancelled has nobody left to
      *retain and is skipped.
       seleciona-contratos.
           move "N" to ws-fim-arq
           perform until ws-fim-arq = "S"
               read arq-fidelidade next record
                   at end move "S" to ws-fim-arq
                   not at end
                       if fi-vigente
                           perform avalia-contrato
                       end-if
               end-read
           end-perform.

       avalia-contrato.
           if function test-date-yyyymmdd (fi-data-fim) not = zero
               exit paragraph
           end-if
           compute ws-fim-int = function integer-of-date (fi-data-fim)
           compute ws-dias-restantes = ws-fim-int - ws-hoje-int
           if ws-dias-restantes < zero
                   or ws-dias-restantes > ws-janela-dias
               exit paragraph
           end-if

           move spaces to s-nome s-telefone
           move zero to s-ddd
           if ws-tem-clientes = "S"
               move fi-cpf to cpf
               read arq-cli
                   invalid key move spaces to status-cliente
                   not invalid key
                       move nome to s-nome
                       move ddd to s-ddd
                       move telefone to s-telefone
               end-read
               if cliente-cancelado
                   exit paragraph
               end-if
           end-if

           move fi-data-fim to s-data-fim
           move fi-cpf to s-cpf
           move fi-servico to s-servico
           move fi-promocao to s-promocao
           move fi-prazo-meses to s-prazo
           move ws-dias-restantes to s-dias
           move fi-preco to s-preco
      *the price the client pays today is what is at stake in the
      *renewal; the contract's own price stands in when the package
      *is no longer on file.
           if ws-tem-pacotes = "S"
               move fi-servico to pac-codigo
               read arq-pacotes
                   invalid key continue
                   not invalid key move pac-preco to s-preco
               end-read
           end-if
           release sort-rec.

       imprime-contratos.
           move "N" to ws-fim-sort
           perform until ws-fim-sort = "S"
               return work-renovacao
                   at end move "S" to ws-fim-sort
                   not at end perform imprime-linha
               end-return
           end-perform.

       imprime-linha.
           move s-data-fim to ws-data8
           perform formata-data
           move ws-data-barras to fim-det
           move s-dias to dias-det
           move s-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to cpf-det
           move s-nome to nome-det
           move s-ddd to ddd-det
           move s-telefone to ws-dado-mascara
           move "T" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to telefone-det
           move s-servico to servico-det
           move s-promocao to promocao-det
           move s-preco to preco-det
           write reg-rel from lin-det after 1

           add 1 to ws-total-listados
           if s-dias <= 30
               add 1 to ws-total-30-dias
           end-if
           add s-preco to ws-total-receita.

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

           move "CONTRATOS A VENCER EM 60 DIAS" to rotulo
           move ws-total-listados to valor
           write reg-rel from lin-sumario after 2

           move "  DOS QUAIS NOS PROXIMOS 30 DIAS" to rotulo
           move ws-total-30-dias to valor
           write reg-rel from lin-sumario after 1

           move "RECEITA MENSAL EM RENOVACAO (R$)" to rotulo-valor
           move ws-total-receita to valor-monetario
           write reg-rel from lin-sumario-valor after 1

           display "FIDELIDADE - CONTRATOS A VENCER EM 60 DIAS: "
               ws-total-listados

           if ws-modo-batch = "S"
               perform grava-digest
           end-if.

       grava-digest.
           open extend arq-digest
           move "RENOVACAO_FIDELIDADE" to dig-origem
           move "FIDELIDADE - CONTRATOS A VENCER 60 DIAS" to dig-rotulo
           move ws-total-listados to dig-valor
           write reg-digest

           move "RENOVACAO_FIDELIDADE" to dig-origem
           move "FIDELIDADE - A VENCER EM 30 DIAS" to dig-rotulo
           move ws-total-30-dias to dig-valor
           write reg-digest
           close arq-digest.

       fim.
           close rel-renovacao
           if ws-tem-fidelidade = "S"
               close arq-fidelidade
           end-if
           if ws-tem-clientes = "S"
               close arq-cli
           end-if
           if ws-tem-pacotes = "S"
               close arq-pacotes
           end-if.
