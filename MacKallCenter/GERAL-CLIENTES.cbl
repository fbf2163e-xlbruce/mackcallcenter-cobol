       77 ws-ordem pic 9 value 1.
       77 ws-fim-sort pic x value "N".
       77 ws-rel-cli-path pic x(40) value spaces.
      *the client list and its CSV are kept on disk, so CPF, phone
      *and address go out at the level set for RELATORIO_CLIENTES.
       77 ws-rel-nome pic x(20) value "RELATORIO_CLIENTES".
       77 ws-cpf-nivel pic x(11) value spaces.
       77 ws-nivel-dados pic x value "M".
       77 ws-tipo-dado pic x value space.
       77 ws-dado-mascara pic x(45) value spaces.
       77 ws-cpf-saida pic x(11) value spaces.
       77 st-rel-cli pic xx value spaces.
       77 ws-confirma pic x value space.
       77 ws-cancelar pic x value "N".
           end-if.

       imprime-sort.
           call "Nivel_Mascara" using ws-rel-nome ws-cpf-nivel
               ws-nivel-dados
           open output rel-cli
           if ws-gera-csv = "S"
               open output rel-csv
               return work-cli
                   at end move "S" to ws-fim-sort
                   not at end
                       perform mascara-linha
                       move ws-cpf-saida to cpf of lin1
                       move s-nome to nome of lin1
                       string "(" s-ddd ")" s-telefone
                           delimited by size into telefone-fixo
               close rel-csv
           end-if.

       mascara-linha.
           move s-cpf to ws-dado-mascara
           move "K" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to ws-cpf-saida

           move s-endereco to ws-dado-mascara
           move "E" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to s-endereco

           move s-telefone to ws-dado-mascara
           move "T" to ws-tipo-dado
           perform mascara-dado
           move ws-dado-mascara to s-telefone.

       mascara-dado.
           call "Mascara_Dado" using ws-nivel-dados ws-tipo-dado
               ws-dado-mascara.

       grava-csv.
           string
               ws-cpf-saida delimited by size ","
               function trim (s-nome) delimited by size ","
               function trim (s-endereco) delimited by size ","
               function trim (s-complemento) delimited by size ","
