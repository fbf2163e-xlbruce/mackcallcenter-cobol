           05 filler pic x(30) value "GERAL_CLIENTES      PGM311D00N".
           05 filler pic x(30) value "RELATORIO_SLA       PGM312D00N".
           05 filler pic x(30) value "ESCALA_SLA          PGM319D00S".
           05 filler pic x(30) value "APLICA_ORDENS_PACOTEPGM373D00S".
           05 filler pic x(30) value "EXTRATO_FATURAMENTO PGM313D00N".
           05 filler pic x(30) value "CONTROLE_REGISTROS  PGM316D00N".
           05 filler pic x(30) value "RETENCAO_OCORRENCIASPGM318D00N".
           05 filler pic x(30) value "BACKUP_ARQUIVOS     PGM349D00N".
           05 filler pic x(30) value "REORGANIZA_ARQUIVOS PGM350M01N".
           05 filler pic x(30) value "CONTA_NOTIFICACOES  PGM352D00N".
           05 filler pic x(30) value "RELATORIO_CHURN     PGM354M01N".
           05 filler pic x(30) value "RECUPERA_EQUIP      PGM355D00N".
           05 filler pic x(30) value "RELATORIO_ACORDOS   PGM356M01N".
           05 filler pic x(30) value "RELATORIO_RECEBIVEISPGM357M01N".
           05 filler pic x(30) value "REMESSA_BANCO       PGM358D00N".
           05 filler pic x(30) value "CARGA_ACEITE_REMESSAPGM359D00N".
           05 filler pic x(30) value "FECHA_IMPOSTOS      PGM360M01N".
           05 filler pic x(30) value "DIARIO_CONTABIL     PGM362D00S".
           05 filler pic x(30) value "CARGA_RETORNO_VISITAPGM364D00N".
           05 filler pic x(30) value "ORDENS_SERVICO      PGM363D00N".
           05 filler pic x(30) value "RELATORIO_TECNICOS  PGM365M01N".
           05 filler pic x(30) value "POSICAO_ESTOQUE     PGM366D00N".
           05 filler pic x(30) value "CARGA_CHAMADAS      PGM367D00N".
           05 filler pic x(30) value "RELATORIO_CHAMADAS  PGM368D00N".
           05 filler pic x(30) value "RELATORIO_ROTEIROS  PGM369M01N".
           05 filler pic x(30) value "RISCO_EVASAO        PGM370D00N".
           05 filler pic x(30) value "PRAZOS_RECLAMACAO   PGM371D00N".
           05 filler pic x(30) value "RECLAMACOES_ORGAO   PGM372M01N".
           05 filler pic x(30) value "ORDENS_PACOTE_REL   PGM374M20N".
           05 filler pic x(30) value "AVISA_LISTA_ESPERA  PGM375D00N".
           05 filler pic x(30) value "COMISSAO_VENDAS     PGM376M01N".
           05 filler pic x(30) value "RENOVACAO_FIDELIDADEPGM377S01N".
           05 filler pic x(30) value "CARGA_RESPOSTAS_SMS PGM378D00N".
           05 filler pic x(30) value "CARGA_RECIBOS_SMS   PGM379D00N".
           05 filler pic x(30) value "ACESSOS_EXCECAO     PGM381D00N".
           05 filler pic x(30) value "RELATORIO_FRAUDE    PGM382M01N".
           05 filler pic x(30) value "EXTRATO_CDC         PGM383D00N".
           05 filler pic x(30) value "DECLARACAO_QUITACAO PGM384M01N".
           05 filler pic x(30) value "NEGATIVACAO         PGM385M01N".
           05 filler pic x(30) value "PREVISAO_DIMENSIONAMPGM386S04N".
           05 filler pic x(30) value "VERIFICA_INTEGRIDADEPGM387S07N".
           05 filler pic x(30) value "RELATORIO_CONTESTA  PGM389D00N".
           05 filler pic x(30) value "RELATORIO_SEGREGACAOPGM390M01N".
           05 filler pic x(30) value "RELATORIO_FUNIL     PGM391M01N".
       01 tabela-semente redefines tabela-semente-dados.
           05 semente-item occurs 58 times indexed by idx-semente.
               10 semente-nome pic x(20).
               10 semente-prog pic x(6).
               10 semente-freq pic x(1).
       bootstrap-plano.
           open output arq-plano
           perform varying idx-semente from 1 by 1
                   until idx-semente > 58
               set pb-ordem to idx-semente
               move semente-nome (idx-semente) to pb-passo
               move semente-prog (idx-semente) to pb-programa
