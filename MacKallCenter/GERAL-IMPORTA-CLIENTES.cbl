               organization is indexed
               access mode is random
               record key is cpf
               alternate record key is nome
                   with duplicates
               file status is st-cli.

           select arq-importa assign to "D:\IMPORTA_CLIENTES.TXT"
       77 ws-total-atualizados pic 9(5) value zero.
       77 ws-total-rejeitados pic 9(5) value zero.

       77 ws-fr-operacao pic x value "V".
       77 ws-fr-origem pic x(6) value "PGM317".
       77 ws-fr-motivo pic x(40) value spaces.
       77 ws-fr-retorno pic 9 value zero.
       77 ws-fr-cpf-devedor pic 9(11) value zero.
       77 ws-fr-valor-aberto pic 9(7)v99 value zero.

       01 ws-cpf-check.
           05 ws-cpf-num pic 9(11).
       01 ws-cpf-digits redefines ws-cpf-check.
                   move "VENCIMENTO DE FATURA FORA DA FAIXA 01-28"
                       to ws-motivo-rejeicao
               end-if
           end-if

      *a brand-new client at the address or phone of a cancelled
      *debtor is not loaded: there is nobody here to give the visto,
      *so the sale goes back through PGM11 where a supervisor can
      *release it. Upserts of existing clients are not sales.
           if ws-linha-rejeitada not = "S" and ws-atualizando not = "S"
               call "Verifica_Fraude" using ws-fr-operacao ws-fr-origem
                   imp-cpf imp-cep imp-endereco imp-complemento imp-ddd
                   imp-telefone ws-fr-motivo ws-fr-retorno
                   ws-fr-cpf-devedor ws-fr-valor-aberto
               evaluate ws-fr-retorno
                   when 1
                       move "S" to ws-linha-rejeitada
                       move "ENDERECO DE DEVEDOR - VISTO NO PGM11"
                           to ws-motivo-rejeicao
                   when 2
                       move "S" to ws-linha-rejeitada
                       move "TELEFONE DE DEVEDOR - VISTO NO PGM11"
                           to ws-motivo-rejeicao
               end-evaluate
           end-if.

       grava-cliente.
           move "S" to ws-gravou-ok
           move imp-cpf to cpf
      *in capitals, like the client screens store it, so the NOME
      *index keeps every client in the one alphabetical run.
           move function upper-case (imp-nome) to nome
           move imp-endereco to endereco
           move imp-complemento to complemento
           move imp-bairro to bairro
               move "N" to flag-risco
      *the buffer still holds the last record the duplicate check
      *read; a migrated client must not be born suspended or with a
      *borrowed activation date, nor credit a sale to anyone.
               move "N" to flag-suspenso
               if imp-tipo-pessoa = "J"
                   set nivel-empresarial to true
               else
                   set nivel-residencial to true
               end-if
               move spaces to data-ativacao
               move spaces to vendedor canal-venda data-suspensao
      *The points balance only comes from the import file on a
      *brand-new client: on an existing record that balance belongs
      *to the PONTOSHIST.DAT ledger, and overwriting it here would
