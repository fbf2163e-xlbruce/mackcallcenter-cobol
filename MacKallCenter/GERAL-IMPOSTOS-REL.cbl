       identification division.
       program-id. RELATORIO_IMPOSTOS as "PGM361".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       input-output section.
       file-control.
           select arq-livro assign to "D:\LIVROFISCAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is lf-chave
               file status is st-livro.

           select rel-impostos assign to ws-rel-path.

       data division.
           File section.
           fd arq-livro.
               COPY LIVFISCOPY.

       fd rel-impostos.
           01 reg-rel pic x(80).

       working-storage section.
      *the output goes to a dated name handed out (and cataloged) by
      *Catalogo_Relatorio, so yesterday's run survives and the viewer
      *(PGM46) can reprint any past output.
       77 ws-rel-path pic x(40) value spaces.
       77 ws-rel-nome pic x(20) value spaces.
       77 ws-rel-base pic x(30) value spaces.

       77 st-livro pic xx value spaces.
       77 found-livro pic x value "N".
       77 ws-competencia pic 9(6) value zero.
       77 ws-total-linhas pic 9(3) value zero.

       01 ws-data-hoje.
           05 hoje-ano pic 9999.
           05 hoje-mes pic 99.
           05 hoje-dia pic 99.

       01 cab1.
           05 filler pic x(6) value "TvMack".
           05 filler pic x(16) value spaces.
           05 filler pic x(40) value
               "Livro Fiscal de Tributos sobre Telecom".

       01 cab2.
           05 filler pic x(17) value "Data de Emissao: ".
           05 dia-cab2 pic 99/.
           05 mes-cab2 pic 99/.
           05 ano-cab2 pic 9999.
           05 filler pic x(16) value "  COMPETENCIA: ".
           05 comp-cab2 pic 9(6).

       01 cab3.
           05 filler pic x(3) value "UF".
           05 filler pic x(9) value "  FATURAS".
           05 filler pic x(15) value "  VALOR FATUR.".
           05 filler pic x(15) value "    BASE CALC.".
           05 filler pic x(13) value "         ICMS".
           05 filler pic x(11) value "       FUST".
           05 filler pic x(11) value "    FUNTTEL".

       01 lin1.
           05 estado-lin pic x(5).
           05 qtde-lin pic zzzzzz9.
           05 filler pic x(1) value spaces.
           05 valor-lin pic zzz.zzz.zz9,99.
           05 filler pic x(1) value spaces.
           05 base-lin pic zzz.zzz.zz9,99.
           05 filler pic x(1) value spaces.
           05 icms-lin pic z.zzz.zz9,99.
           05 filler pic x(1) value spaces.
           05 fust-lin pic zzz.zz9,99.
           05 filler pic x(1) value spaces.
           05 funttel-lin pic zzz.zz9,99.

       01 lin-fechamento.
           05 filler pic x(20) value "FECHADO EM: ".
           05 dia-fech pic 99/.
           05 mes-fech pic 99/.
           05 ano-fech pic 9999.

       procedure division.

      *prints a past month entirely from the rows FECHA_IMPOSTOS
      *froze, one line per state and the month's total last, so the
      *accountant gets the same figures every time the month is
      *reprinted.
       mestre.
           perform inicio
           perform proc until found-livro = "N"
           perform fim
           goback.

       inicio.
           accept ws-data-hoje from date yyyymmdd
           move hoje-dia to dia-cab2
           move hoje-mes to mes-cab2
           move hoje-ano to ano-cab2

           display "COMPETENCIA A IMPRIMIR (AAAAMM)? "
               with no advancing
           accept ws-competencia
           move ws-competencia to comp-cab2

           move "RELATORIO_IMPOSTOS" to ws-rel-nome
           move "D:\RELIMPOSTOS" to ws-rel-base
           call "Catalogo_Relatorio" using ws-rel-nome
               ws-rel-base ws-rel-path
           open output rel-impostos
           write reg-rel from cab1 after page
           write reg-rel from cab2 after 2
           write reg-rel from cab3 after 2

           open input arq-livro
           if st-livro not = "00"
               display "SEM LIVRO FISCAL GRAVADO (RODE PGM360)"
               move "N" to found-livro
           else
               move ws-competencia to lf-competencia
               move low-values to lf-tipo lf-estado
               start arq-livro key is >= lf-chave
                   invalid key move "N" to found-livro
                   not invalid key move "S" to found-livro
               end-start
           end-if.

       proc.
           read arq-livro next record
               at end move "N" to found-livro
           end-read

           if found-livro = "S"
               if lf-competencia = ws-competencia
                   add 1 to ws-total-linhas
                   if lf-geral
                       move "TOTAL" to estado-lin
                       move spaces to reg-rel
                       write reg-rel after 1
                   else
                       move lf-estado to estado-lin
                   end-if
                   move lf-qtde-faturas to qtde-lin
                   move lf-valor-faturado to valor-lin
                   move lf-base-imposto to base-lin
                   move lf-valor-icms to icms-lin
                   move lf-valor-fust to fust-lin
                   move lf-valor-funttel to funttel-lin
                   write reg-rel from lin1 after 1
                   if lf-geral
                       move lf-data-fechamento (7:2) to dia-fech
                       move lf-data-fechamento (5:2) to mes-fech
                       move lf-data-fechamento (1:4) to ano-fech
                       write reg-rel from lin-fechamento after 2
                   end-if
               else
                   move "N" to found-livro
               end-if
           end-if.

       fim.
           if ws-total-linhas = zero
               move "COMPETENCIA SEM LIVRO FISCAL GRAVADO" to reg-rel
               write reg-rel after 2
           end-if
           close rel-impostos
           if st-livro = "00" or st-livro = "10" or st-livro = "02"
               close arq-livro
           end-if
           display "LINHAS IMPRESSAS..............: "
               ws-total-linhas.
