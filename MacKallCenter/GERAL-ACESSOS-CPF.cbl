       identification division.
       program-id. ACESSOS_CLIENTE as "PGM380".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select arq-acessos assign to "D:\ACESSOS_CLIENTE.TXT"
               organization is line sequential
               file status is st-acesso.

           select arq-operadores assign to "D:\OPERADORES.DAT"
               organization is indexed
               access mode is random
               record key is op-id
               file status is st-operador.

           select rel-acessos assign to ws-rel-path.

       data division.
       file section.
       fd arq-acessos.
           COPY ACSCOPY.

       fd arq-operadores.
           COPY OPERCOPY.

       fd rel-acessos.
       01 reg-rel pic x(80).

       working-storage section.
      *the output goes to a dated name handed out (and cataloged) by
      *Catalogo_Relatorio, so yesterday's run survives and the viewer
      *(PGM46) can reprint any past output.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.

       77 st-acesso pic xx value spaces.
       77 st-operador pic xx value spaces.
       77 ws-tem-operadores pic x value "N".
       77 ws-visto-retorno pic 9 value zero.
       77 ws-total-acessos pic 9(5) value zero.
       77 ws-total-operadores pic 9(3) value zero.
       77 ws-qtd-operadores pic 9(3) value zero.
       77 ws-idx pic 9(3) value zero.
       77 ws-achou pic x value "N".

       01 ws-cpf-busca pic x(11).
       01 ws-cpf-digits redefines ws-cpf-busca.
           05 ws-cpf-dig pic 9 occurs 11.
       77 cpf-retorno pic 9 value zero.

      *distinct operators who saw the CPF, for the closing count the
      *data-subject answer quotes.
       01 ws-operadores-tab-area.
           05 ws-op-tab pic x(5) occurs 200 times.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       01 ws-data-acesso.
           05 acs-ano pic 9999.
           05 acs-mes pic 99.
           05 acs-dia pic 99.
       01 ws-hora-acesso.
           05 acs-hh pic 99.
           05 acs-min pic 99.
           05 acs-seg pic 99.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(18) value spaces.
           05 filler pic x(40) value
               "Acessos aos Dados do Cliente (LGPD)".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(10) value spaces.
           05 filler pic x(5) value "CPF: ".
           05 cpf-cab2 pic x(11).

       01 cab3.
           05 filler pic x(20) value "DATA/HORA".
           05 filler pic x(6) value "OPER.".
           05 filler pic x(21) value "NOME".
           05 filler pic x(20) value "METODO".
           05 filler pic x(6) value "PROGR".
           05 filler pic x(7) value "T TR".

       01 lin1.
           05 dia-lin pic 99.
           05 filler pic x value "/".
           05 mes-lin pic 99.
           05 filler pic x value "/".
           05 ano-lin pic 9999.
           05 filler pic x value space.
           05 hh-lin pic 99.
           05 filler pic x value ":".
           05 min-lin pic 99.
           05 filler pic x value ":".
           05 seg-lin pic 99.
           05 filler pic x value space.
           05 operador-lin pic x(5).
           05 filler pic x value space.
           05 nome-lin pic x(20).
           05 filler pic x value space.
           05 metodo-lin pic x(19).
           05 filler pic x value space.
           05 programa-lin pic x(5).
           05 filler pic x value space.
           05 tipo-lin pic x(1).
           05 filler pic x value space.
           05 treino-lin pic x(1).

       01 lin-sumario.
           05 rotulo pic x(40).
           05 valor pic zzzz9.

       procedure division.

       mestre.
      *whose data a staff member looked at is itself personal data:
      *the history is only printed behind the supervisor's visto.
           call "Visto_Supervisor" using ws-visto-retorno
           if ws-visto-retorno not = 1
               display "OPCAO RESTRITA A SUPERVISORES"
               stop run
           end-if

           perform inicio
           if ws-cpf-busca numeric and cpf-retorno = 1
               perform lista-acessos
               perform sumario
           end-if
           perform fim
           stop run.

       inicio.
           display "CPF DO CLIENTE: " with no advancing
           accept ws-cpf-busca

           perform valida-cpf-busca

           accept ws-data-hoje from date yyyymmdd
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2
           move ws-cpf-busca to cpf-cab2

           move "ACESSOS_CLIENTE" to ws-rel-nome
           move "D:\ACESSOSCPF" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           open output rel-acessos

           if ws-cpf-busca numeric and cpf-retorno = 1
               write reg-rel from cab1 after page
               write reg-rel from cab2 after 2
               write reg-rel from cab3 after 2
               move spaces to reg-rel
               write reg-rel after 1
           else
               move "CPF INVALIDO" to reg-rel
               write reg-rel after page
           end-if.

       valida-cpf-busca.
           if ws-cpf-busca numeric
               call "Validador_CPF" using cpf-retorno ws-cpf-digits
           else
               move zero to cpf-retorno
           end-if.

      *the log is appended in time order, so a straight pass prints
      *the history oldest first.
       lista-acessos.
           open input arq-operadores
           if st-operador = "00"
               move "S" to ws-tem-operadores
           end-if

           open input arq-acessos
           if st-acesso not = "00"
               move "SEM ACESSOS_CLIENTE.TXT PARA CONSULTAR"
                   to reg-rel
               write reg-rel after 1
           else
               perform until st-acesso = "10"
                   read arq-acessos
                       at end move "10" to st-acesso
                       not at end
                           if ac-cpf = ws-cpf-busca
                               perform imprime-acesso
                           end-if
                   end-read
               end-perform
               close arq-acessos
               if ws-total-acessos = zero
                   move "NENHUM ACESSO REGISTRADO PARA ESTE CPF"
                       to reg-rel
                   write reg-rel after 1
               end-if
           end-if

           if ws-tem-operadores = "S"
               close arq-operadores
           end-if.

       imprime-acesso.
           add 1 to ws-total-acessos
           move ac-data to ws-data-acesso
           move ac-hora to ws-hora-acesso
           move acs-dia to dia-lin
           move acs-mes to mes-lin
           move acs-ano to ano-lin
           move acs-hh to hh-lin
           move acs-min to min-lin
           move acs-seg to seg-lin
           move ac-operador to operador-lin
           move spaces to nome-lin
           if ws-tem-operadores = "S"
               move ac-operador to op-id
               read arq-operadores
                   invalid key move "NAO CADASTRADO" to nome-lin
                   not invalid key move op-nome to nome-lin
               end-read
           end-if
           move ac-metodo to metodo-lin
           move ac-programa to programa-lin
           move ac-tipo to tipo-lin
           move ac-treino to treino-lin
           write reg-rel from lin1 after 1

           move "N" to ws-achou
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-qtd-operadores
               if ws-op-tab (ws-idx) = ac-operador
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "N" and ws-qtd-operadores < 200
               add 1 to ws-qtd-operadores
               move ac-operador to ws-op-tab (ws-qtd-operadores)
           end-if.

       sumario.
           move ws-qtd-operadores to ws-total-operadores
           move spaces to reg-rel
           write reg-rel after 1
           move "TOTAL DE ACESSOS AO CPF" to rotulo
           move ws-total-acessos to valor
           write reg-rel from lin-sumario after 1
           move "OPERADORES DISTINTOS" to rotulo
           move ws-total-operadores to valor
           write reg-rel from lin-sumario after 1
           move "T: F = FICHA/CADASTRO ABERTO  L = LISTA DE BUSCA"
               to reg-rel
           write reg-rel after 2
           move "TR: S = FEITO EM MODO TREINAMENTO" to reg-rel
           write reg-rel after 1.

       fim.
           close rel-acessos.
