      *>                  origem da leitura (M medida, E estimada pelo
      *>                  preenchimento de lacunas); a consolidacao
      *>                  grava M.
      *>  15/10/2026 DR - As leituras horarias do dia consolidado passam
      *>                  a ser movidas para o arquivo horario da
      *>                  estacao e do ano (arqTempHorasHistEEEEEAAAA.dat)
      *>                  em vez de apenas expurgadas; continuam saindo
      *>                  de arqTempHoras, entao o dia segue consolidado
      *>                  uma unica vez. Depois de mover as horas do
      *>                  dia a leitura sequencial e reposicionada na
      *>                  hora seguinte a ja lida.
      *>  15/10/2026 DR - A critica de plausibilidade do dia usa os
      *>                  limites da versao do cadastro da estacao
      *>                  vigente no dia consolidado
      *>                  (arqEstacoesHist.dat), e nao os limites atuais
      *>                  do cadastro.
      *>  15/10/2026 DR - O dia consolidado e somado ao resumo mensal da
      *>                  estacao (arqResumoMensal.dat); dia ja
      *>                  existente regravado pela consolidacao
      *>                  recalcula o resumo do mes.
      *>  15/10/2026 DR - O recalculo do resumo mensal a partir de
      *>                  arqTemp nao regrava nem exclui o resumo de mes
      *>                  ja marcado como arquivado.
      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
                                   alternate record key is fd-dia with duplicates
                                   file status is ws-fs-arqTemp.

                                   select arqResumoMensal assign to "arqResumoMensal.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is res-chave
                                   file status is ws-fs-arqResumo.

                                   select arqTempHoras assign to "arqTempHoras.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   record key is fd-est-codigo
                                   file status is ws-fs-arqEstacoes.

                                   select arqEstacoesHist assign to "arqEstacoesHist.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-ver-chave
                                   file status is ws-fs-arqEstacoesHist.

                                   select arqControle assign to "controleExecucao.txt"
                                   organization is line sequential
                                   file status is ws-fs-controle.
                                   record key is rec-estacao
                                   file status is ws-fs-arqRecordes.

                                   select arqHorasHist assign to ws-horas-hist-nome
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fdhh-chave
                                   file status is ws-fs-horas-hist.

       i-o-control.
      *>Declaração de variáveis
       data division.
           05 fd-origem                             pic  x(01).
               88 fd-e-estimada                     value "E".

       fd arqResumoMensal.
       01 res-registro.
           05 res-chave.
               10 res-estacao                       pic  x(05).
               10 res-competencia                   pic  9(06).
           05 res-qtd-leituras                      pic  9(03).
           05 res-soma-temperatura                  pic  s9(05)v99.
           05 res-soma-minima                       pic  s9(05)v99.
           05 res-soma-maxima                       pic  s9(05)v99.
           05 res-menor-media                       pic  s9(02)v99.
           05 res-maior-media                       pic  s9(02)v99.
           05 res-menor-minima                      pic  s9(02)v99.
           05 res-dia-menor-minima                  pic  9(08).
           05 res-maior-minima                      pic  s9(02)v99.
           05 res-menor-maxima                      pic  s9(02)v99.
           05 res-maior-maxima                      pic  s9(02)v99.
           05 res-dia-maior-maxima                  pic  9(08).
           05 res-soma-chuva                        pic  9(05)v99.
           05 res-soma-umidade                      pic  9(05)v99.
           05 res-qtd-suspeitas                     pic  9(03).
           05 res-qtd-estimadas                     pic  9(03).
           05 res-arquivado                         pic  x(01).
               88 res-esta-arquivado                value "S".
           05 res-data-atualizacao                  pic  9(08).

       fd arqTempHoras.
       01 fdh-temp.
           05 fdh-chave.
           05 fd-est-alerta-geada                   pic  s9(02)v99.
           05 fd-est-alerta-calor                   pic  s9(02)v99.

       fd arqEstacoesHist.
       01 fd-ver.
           05 fd-ver-chave.
               10 fd-ver-estacao                    pic  x(05).
               10 fd-ver-inicio                     pic  9(08).
           05 fd-ver-motivo                         pic  x(01).
               88 fd-ver-e-inicial                  value "I".
               88 fd-ver-e-relocacao                value "R".
               88 fd-ver-e-troca-sensor             value "T".
               88 fd-ver-e-recalibracao             value "C".
               88 fd-ver-e-outra                    value "O".
               88 fd-ver-e-quebra                   value "R" "T" "C".
           05 fd-ver-descricao                      pic  x(30).
           05 fd-ver-data-registro                  pic  9(08).
           05 fd-ver-nome                           pic  x(30).
           05 fd-ver-municipio                      pic  x(20).
           05 fd-ver-latitude                       pic  s9(02)v9(04).
           05 fd-ver-longitude                      pic  s9(03)v9(04).
           05 fd-ver-altitude                       pic  9(04).
           05 fd-ver-limite-minimo                  pic  s9(02)v99.
           05 fd-ver-limite-maximo                  pic  s9(02)v99.
           05 fd-ver-salto-maximo                   pic  9(02)v99.
           05 fd-ver-situacao                       pic  x(01).
           05 fd-ver-limite-chuva-dia               pic  9(03)v99.
           05 fd-ver-limite-umid-minima             pic  9(03)v99.
           05 fd-ver-limite-umid-maxima             pic  9(03)v99.
           05 fd-ver-alerta-geada                   pic  s9(02)v99.
           05 fd-ver-alerta-calor                   pic  s9(02)v99.

       fd arqControle.
       01 controle-linha                            pic  x(150).

           05 rec-amplitude                         pic  9(03)v99.
           05 rec-amplitude-dia                     pic  9(08).

       fd arqHorasHist.
       01 fdhh-temp.
           05 fdhh-chave.
               10 fdhh-estacao                      pic  x(05).
               10 fdhh-dia                          pic  9(08).
               10 fdhh-hora                         pic  9(02).
           05 fdhh-temperatura                      pic  s9(02)v99.
           05 fdhh-chuva                            pic  9(03)v99.
           05 fdhh-umidade                          pic  9(03)v99.

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-msn-erro.
       01 ws-leitura-atual.
          05 ws-atual-estacao                       pic x(05).
          05 ws-atual-dia                           pic 9(08).
          05 ws-atual-hora                          pic 9(02).
          05 ws-atual-temperatura                   pic s9(02)v99.
          05 ws-atual-chuva                         pic 9(03)v99.
          05 ws-atual-umidade                       pic 9(03)v99.
          88  ws-e-primeiro-grupo                    value "S".
       77  ws-fim-leitura                           pic x(01).
          88  ws-chegou-no-fim                       value "S".
       77  ws-fim-leitura-pendente                  pic x(01).
          88  ws-ha-fim-leitura-pendente             value "S".
       77  ws-qtd-horas                             pic 9(02).
       77  ws-temp-minima                           pic s9(02)v99.
       77  ws-temp-maxima                           pic s9(02)v99.
       77  ws-qtd-dias-consolidados                 pic 9(07).
       77  ws-purga-hora                            pic 9(02).
       77  ws-qtd-horas-expurgadas                  pic 9(07).
      *>----Arquivo horario da estacao e do ano (leituras consolidadas)
       77  ws-fs-horas-hist                         pic 9(02).
       77  ws-horas-hist-nome                       pic x(40).
       77  ws-horas-hist-aberto                     pic x(01).
          88  ws-ha-horas-hist-aberto                value "S".
       77  ws-horas-hist-estacao                    pic x(05).
       77  ws-horas-hist-ano                        pic 9(04).
       01 ws-grupo-dia-quebra.
          05 ws-grupo-dia-aaaa                      pic 9(04).
          05 ws-grupo-dia-mmdd                      pic 9(04).
      *>----Variaveis da atualizacao do livro de recordes
       77  ws-fs-arqRecordes                        pic 9(02).
       77  ws-recordes-ativo                        pic x(01).
          05 ws-ctl-qtd-rejeitados                  pic 9(07).
          05 ws-ctl-situacao                        pic x(10).
       77  ws-ctl-ja-gravado                        pic x(01).
      *>----Versao do cadastro da estacao vigente no dia da leitura
      *>----(arqEstacoesHist.dat, mantido pelo cadastro-estacoes)
       77  ws-fs-arqEstacoesHist                    pic 9(02).
       77  ws-est-hist-ativo                        pic x(01).
          88  ws-est-hist-esta-ativo                 value "S".
       77  ws-ver-estacao                           pic x(05).
       77  ws-ver-dia                               pic 9(08).
       77  ws-ver-achada                            pic x(01).
          88  ws-ver-foi-achada                      value "S".
       77  ws-ver-fim                               pic x(01).
          88  ws-ver-chegou-no-fim                   value "S".
       77  ws-ver-cache-estacao                     pic x(05) value spaces.
       77  ws-ver-cache-inicio                      pic 9(08) value 0.
       77  ws-ver-cache-ate                         pic 9(08) value 0.
       01 ws-ver-dados.
          05 ws-ver-inicio                          pic 9(08).
          05 ws-ver-motivo                          pic x(01).
          05 ws-ver-latitude                        pic s9(02)v9(04).
          05 ws-ver-longitude                       pic s9(03)v9(04).
          05 ws-ver-altitude                        pic 9(04).
          05 ws-ver-limite-minimo                   pic s9(02)v99.
          05 ws-ver-limite-maximo                   pic s9(02)v99.
          05 ws-ver-salto-maximo                    pic 9(02)v99.
          05 ws-ver-limite-chuva-dia                pic 9(03)v99.
          05 ws-ver-limite-umid-minima              pic 9(03)v99.
          05 ws-ver-limite-umid-maxima              pic 9(03)v99.
      *>----Resumo mensal por estacao (arqResumoMensal.dat), mantido a
      *>----cada gravacao, alteracao ou exclusao de leitura diaria
       77  ws-fs-arqResumo                          pic 9(02).
       77  ws-res-achado                            pic x(01).
          88  ws-res-foi-achado                      value "S".
       77  ws-res-fim                               pic x(01).
          88  ws-res-chegou-no-fim                   value "S".
       77  ws-res-alvo-estacao                      pic x(05).
       77  ws-res-alvo-competencia                  pic 9(06).
       77  ws-res-hoje                              pic 9(08).
       01 ws-res-leitura.
          05 ws-res-estacao                         pic x(05).
          05 ws-res-dia                             pic 9(08).
          05 ws-res-dia-quebra redefines ws-res-dia.
             10 ws-res-competencia                  pic 9(06).
             10 ws-res-dd                           pic 9(02).
          05 ws-res-temperatura                     pic s9(02)v99.
          05 ws-res-minima                          pic s9(02)v99.
          05 ws-res-maxima                          pic s9(02)v99.
          05 ws-res-suspeita                        pic x(01).
             88  ws-res-e-suspeita                   value "S".
          05 ws-res-chuva                           pic 9(03)v99.
          05 ws-res-umidade                         pic 9(03)v99.
          05 ws-res-origem                          pic x(01).
             88  ws-res-e-estimada                   value "E".
       77  ws-dia-ja-existia                        pic x(01).
          88  ws-dia-foi-regravado                   value "S".
      *>----Variaveis para comunicação entre programas
       linkage section.
      *>Declaração do corpo do programa
               move "Erro ao abrir arquivo: (arqTemp) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           accept ws-res-hoje                              from date yyyymmdd
           open i-o arqResumoMensal
           if ws-fs-arqResumo = 35 then
               open output arqResumoMensal
               if ws-fs-arqResumo = 00 then
                   close arqResumoMensal
                   open i-o arqResumoMensal
               end-if
           end-if
           if ws-fs-arqResumo  <> 00
           and ws-fs-arqResumo <> 05 then
               move 50                                         to ws-msn-erro-ofsset
               move ws-fs-arqResumo                            to ws-msn-erro-cod
               move "Erro ao abrir arq: (arqResumoMensal) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open i-o arqTempHoras
           if ws-fs-arqTempHoras  <> 00
           and ws-fs-arqTempHoras <> 05 then
               move "Erro ao abrir arquivo: (arqEstacoes) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "S"                                     to ws-est-hist-ativo
           open input arqEstacoesHist
           if ws-fs-arqEstacoesHist = 35 then
               move "N"                                 to ws-est-hist-ativo
           else
               if ws-fs-arqEstacoesHist <> 00 then
                   move 41                                         to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoesHist                      to ws-msn-erro-cod
                   move "Erro ao abrir arq: (arqEstacoesHist) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move "S"                                     to ws-recordes-ativo
           open i-o arqRecordes
           if ws-fs-arqRecordes = 35 then
           move 0                                       to ws-qtd-dias-consolidados
           move 0                                       to ws-qtd-dias-suspeitos
           move 0                                       to ws-qtd-horas-expurgadas
           move "N"                                     to ws-horas-hist-aberto
           move "S"                                     to ws-primeiro-grupo
           move "N"                                     to ws-fim-leitura
           move "N"                                     to ws-fim-leitura-pendente
           .
       inicializa-exit.
           exit.
               end-if
           end-if
           display "Leituras horarias lidas : " ws-qtd-leituras-horarias
           display "Leituras arquivadas     : " ws-qtd-horas-expurgadas
           display "Dias consolidados       : " ws-qtd-dias-consolidados
           display "Dias suspeitos          : " ws-qtd-dias-suspeitos
           move ws-qtd-leituras-horarias                     to ws-ctl-qtd-lidos
      *>  Le a proxima leitura horaria de arqTempHoras
      *>------------------------------------------------------------------------
       consolida-le-proximo section.
           if ws-ha-fim-leitura-pendente then
               move "S"                                       to ws-fim-leitura
           else
               read arqTempHoras next
           end-if
           if ws-fs-arqTempHoras = 10
           or ws-ha-fim-leitura-pendente then
               move "S"                                       to ws-fim-leitura
           else
               if ws-fs-arqTempHoras <> 0 then
               end-if
               move fdh-estacao                               to ws-atual-estacao
               move fdh-dia                                   to ws-atual-dia
               move fdh-hora                                  to ws-atual-hora
               move fdh-temperatura                           to ws-atual-temperatura
               move fdh-chuva                                 to ws-atual-chuva
               move fdh-umidade                               to ws-atual-umidade
           move ws-chuva-soma                                 to fd-chuva-dia
           move ws-umid-media                                 to fd-umidade-media
           move "M"                                           to fd-origem
           move "N"                                           to ws-dia-ja-existia
           write fd-temp
           if ws-fs-arqTemp = 22 then
               move "S"                                       to ws-dia-ja-existia
               rewrite fd-temp
           end-if
           if ws-fs-arqTemp <> 00 then
               move "Erro ao gravar arquivo: (arqTemp) "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-dia-foi-regravado then
               move ws-grupo-estacao                          to ws-res-alvo-estacao
               move ws-grupo-dia                              to ws-res-dia
               move ws-res-competencia                        to ws-res-alvo-competencia
               perform resumo-recalcula-mes
           else
               move fd-temp                                   to ws-res-leitura
               perform resumo-soma-dia
           end-if
           add 1                                              to ws-qtd-dias-consolidados
           if ws-suspeita = "S" then
               add 1                                          to ws-qtd-dias-suspeitos
       consolida-grava-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Move as leituras horarias do dia que acabou de ser consolidado
      *>  de arqTempHoras para o arquivo horario da estacao e do ano,
      *>  para que cada dia seja consolidado uma unica vez: sem o
      *>  expurgo a rodada noturna seguinte regravaria o registro
      *>  diario, desfazendo confirmacoes e correcoes da revisao de
      *>  suspeitas e ressuscitando dias ja arquivados. A hora e gravada
      *>  no arquivo horario antes de sair de arqTempHoras, entao uma
      *>  interrupcao no meio do dia nao perde leituras.
      *>------------------------------------------------------------------------
       consolida-expurga-horas-dia section.
           perform abre-horas-historico
           perform varying ws-purga-hora from 0 by 1
                   until ws-purga-hora > 23
               move ws-grupo-estacao                          to fdh-estacao
               move ws-grupo-dia                              to fdh-dia
               move ws-purga-hora                             to fdh-hora
               read arqTempHoras
               if ws-fs-arqTempHoras = 00 then
                   move fdh-chave                             to fdhh-chave
                   move fdh-temperatura                       to fdhh-temperatura
                   move fdh-chuva                             to fdhh-chuva
                   move fdh-umidade                           to fdhh-umidade
                   write fdhh-temp
                   if ws-fs-horas-hist = 22 then
                       rewrite fdhh-temp
                   end-if
                   if ws-fs-horas-hist <> 00 then
                       move 11                                         to ws-msn-erro-ofsset
                       move ws-fs-horas-hist                           to ws-msn-erro-cod
                       move "Erro ao gravar arq: (arqHorasHist) "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   delete arqTempHoras
                   if ws-fs-arqTempHoras = 00 then
                       add 1                                  to ws-qtd-horas-expurgadas
                   else
                       move 9                                          to ws-msn-erro-ofsset
                       move ws-fs-arqTempHoras                         to ws-msn-erro-cod
                       move "Erro ao apagar arquivo: (arqTempHoras) "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   if ws-fs-arqTempHoras <> 23 then
                       move 9                                          to ws-msn-erro-ofsset
                       move ws-fs-arqTempHoras                         to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqTempHoras) "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform
           if not ws-chegou-no-fim then
               move ws-atual-estacao                          to fdh-estacao
               move ws-atual-dia                              to fdh-dia
               move ws-atual-hora                             to fdh-hora
               start arqTempHoras key is > fdh-chave
               if ws-fs-arqTempHoras = 23 then
                   move "S"                                   to ws-fim-leitura-pendente
               else
                   if ws-fs-arqTempHoras <> 00 then
                       move 3                                             to ws-msn-erro-ofsset
                       move ws-fs-arqTempHoras                            to ws-msn-erro-cod
                       move "Erro ao posicionar arquivo: (arqTempHoras) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       consolida-expurga-horas-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Deixa aberto (criando se preciso) o arquivo horario da estacao
      *>  e do ano do grupo corrente (arqTempHorasHistEEEEEAAAA.dat). As
      *>  horas saem em ordem de estacao e dia, entao o arquivo so troca
      *>  na mudanca de estacao ou de ano.
      *>------------------------------------------------------------------------
       abre-horas-historico section.
           move ws-grupo-dia                                  to ws-grupo-dia-quebra
           if not ws-ha-horas-hist-aberto
           or ws-horas-hist-estacao <> ws-grupo-estacao
           or ws-horas-hist-ano     <> ws-grupo-dia-aaaa then
               perform fecha-horas-historico
               move spaces                                    to ws-horas-hist-nome
               string "arqTempHorasHist" delimited by size
                      ws-grupo-estacao   delimited by space
                      ws-grupo-dia-aaaa  delimited by size
                      ".dat"             delimited by size
                      into ws-horas-hist-nome
               open i-o arqHorasHist
               if ws-fs-horas-hist = 35 then
                   open output arqHorasHist
                   close arqHorasHist
                   open i-o arqHorasHist
               end-if
               if  ws-fs-horas-hist <> 00
               and ws-fs-horas-hist <> 05 then
                   move 11                                         to ws-msn-erro-ofsset
                   move ws-fs-horas-hist                           to ws-msn-erro-cod
                   move "Erro ao abrir arq: (arqHorasHist) "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-grupo-estacao                          to ws-horas-hist-estacao
               move ws-grupo-dia-aaaa                         to ws-horas-hist-ano
               move "S"                                       to ws-horas-hist-aberto
           end-if
           .
       abre-horas-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Fecha o arquivo horario da estacao e do ano, se houver
      *>------------------------------------------------------------------------
       fecha-horas-historico section.
           if ws-ha-horas-hist-aberto then
               close arqHorasHist
               if ws-fs-horas-hist <> 00 then
                   move 11                                         to ws-msn-erro-ofsset
                   move ws-fs-horas-hist                           to ws-msn-erro-cod
                   move "Erro ao fechar arq: (arqHorasHist) "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N"                                       to ws-horas-hist-aberto
           end-if
           .
       fecha-horas-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Atualiza o livro de recordes da estacao (arqRecordes.dat) com
      *>  o dia consolidado nao suspeito em ws-rec-leitura, avisando
      *>  quando o dia quebra recorde de maxima, de minima ou de
           exit.
      *>------------------------------------------------------------------------
      *>  Critica de plausibilidade do dia consolidado contra os limites
      *>  absolutos da versao do cadastro da estacao vigente no dia
      *>  consolidado (estacao fora do cadastro fica sem critica): extremos de temperatura fora dos
      *>  limites, chuva do dia acima da chuva maxima plausivel ou
      *>  umidade media fora da faixa plausivel marcam o registro
      *>  diario como suspeito, para revisao no programa de menu.
      *>------------------------------------------------------------------------
       verifica-plausibilidade-dia section.
           move "N"                                           to ws-suspeita
           move ws-grupo-estacao                              to ws-ver-estacao
           move ws-grupo-dia                                  to ws-ver-dia
           perform localiza-versao-estacao
           if ws-ver-limite-minimo <> 0
           or ws-ver-limite-maximo <> 0 then
               if ws-temp-minima < ws-ver-limite-minimo
               or ws-temp-maxima > ws-ver-limite-maximo then
                   move "S"                                   to ws-suspeita
               end-if
           end-if
           if  ws-ver-limite-chuva-dia <> 0
           and ws-chuva-soma > ws-ver-limite-chuva-dia then
               move "S"                                       to ws-suspeita
           end-if
           if ws-ver-limite-umid-minima <> 0
           or ws-ver-limite-umid-maxima <> 0 then
               if ws-umid-media < ws-ver-limite-umid-minima
               or ws-umid-media > ws-ver-limite-umid-maxima then
                   move "S"                                   to ws-suspeita
               end-if
           end-if
           .
       grava-controle-execucao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Localiza a versao do cadastro da estacao ws-ver-estacao
      *>  vigente no dia ws-ver-dia: a de maior inicio de vigencia ate o
      *>  dia; dia anterior a primeira versao usa a primeira. Estacao
      *>  sem historico (ou sem arqEstacoesHist.dat) usa o cadastro
      *>  atual. A versao achada fica guardada com o seu periodo de
      *>  vigencia, entao dias seguidos da mesma estacao nao relêem o
      *>  historico.
      *>------------------------------------------------------------------------
       localiza-versao-estacao section.
           if ws-ver-estacao <> ws-ver-cache-estacao
           or ws-ver-dia     <  ws-ver-cache-inicio
           or ws-ver-dia     >= ws-ver-cache-ate then
               move ws-ver-estacao                            to ws-ver-cache-estacao
               move 0                                         to ws-ver-cache-inicio
               move 99999999                                  to ws-ver-cache-ate
               move "N"                                       to ws-ver-achada
               if ws-est-hist-esta-ativo then
                   move ws-ver-estacao                        to fd-ver-estacao
                   move 0                                     to fd-ver-inicio
                   start arqEstacoesHist key is >= fd-ver-chave
                   if ws-fs-arqEstacoesHist = 00 then
                       move "N"                               to ws-ver-fim
                       perform versao-le-proxima
                       perform until ws-ver-chegou-no-fim
                           if not ws-ver-foi-achada
                           or fd-ver-inicio <= ws-ver-dia then
                               if ws-ver-foi-achada then
                                   move fd-ver-inicio         to ws-ver-cache-inicio
                               end-if
                               move "S"                       to ws-ver-achada
                               move fd-ver-inicio             to ws-ver-inicio
                               move fd-ver-motivo             to ws-ver-motivo
                               move fd-ver-latitude           to ws-ver-latitude
                               move fd-ver-longitude          to ws-ver-longitude
                               move fd-ver-altitude           to ws-ver-altitude
                               move fd-ver-limite-minimo      to ws-ver-limite-minimo
                               move fd-ver-limite-maximo      to ws-ver-limite-maximo
                               move fd-ver-salto-maximo       to ws-ver-salto-maximo
                               move fd-ver-limite-chuva-dia   to ws-ver-limite-chuva-dia
                               move fd-ver-limite-umid-minima to ws-ver-limite-umid-minima
                               move fd-ver-limite-umid-maxima to ws-ver-limite-umid-maxima
                               perform versao-le-proxima
                           else
                               move fd-ver-inicio             to ws-ver-cache-ate
                               move "S"                       to ws-ver-fim
                           end-if
                       end-perform
                   else
                       if ws-fs-arqEstacoesHist <> 23 then
                           move 40                                     to ws-msn-erro-ofsset
                           move ws-fs-arqEstacoesHist                  to ws-msn-erro-cod
                           move "Erro ao posicionar: (arqEstacoesHist) " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
               if not ws-ver-foi-achada then
                   move 0                                     to ws-ver-inicio
                   move spaces                                to ws-ver-motivo
                   move ws-ver-estacao                        to fd-est-codigo
                   read arqEstacoes
                   if ws-fs-arqEstacoes = 00 then
                       move fd-est-latitude                   to ws-ver-latitude
                       move fd-est-longitude                  to ws-ver-longitude
                       move fd-est-altitude                   to ws-ver-altitude
                       move fd-est-limite-minimo              to ws-ver-limite-minimo
                       move fd-est-limite-maximo              to ws-ver-limite-maximo
                       move fd-est-salto-maximo               to ws-ver-salto-maximo
                       move fd-est-limite-chuva-dia           to ws-ver-limite-chuva-dia
                       move fd-est-limite-umid-minima         to ws-ver-limite-umid-minima
                       move fd-est-limite-umid-maxima         to ws-ver-limite-umid-maxima
                   else
                       if ws-fs-arqEstacoes <> 23 then
                           move 40                                     to ws-msn-erro-ofsset
                           move ws-fs-arqEstacoes                      to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqEstacoes) "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move 0                                 to ws-ver-latitude
                       move 0                                 to ws-ver-longitude
                       move 0                                 to ws-ver-altitude
                       move 0                                 to ws-ver-limite-minimo
                       move 0                                 to ws-ver-limite-maximo
                       move 0                                 to ws-ver-salto-maximo
                       move 0                                 to ws-ver-limite-chuva-dia
                       move 0                                 to ws-ver-limite-umid-minima
                       move 0                                 to ws-ver-limite-umid-maxima
                   end-if
               end-if
           end-if
           .
       localiza-versao-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima versao do historico do cadastro da estacao
      *>------------------------------------------------------------------------
       versao-le-proxima section.
           read arqEstacoesHist next
           if ws-fs-arqEstacoesHist = 10 then
               move "S"                                       to ws-ver-fim
           else
               if ws-fs-arqEstacoesHist <> 00 then
                   move 40                                         to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoesHist                      to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqEstacoesHist) "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fd-ver-estacao <> ws-ver-estacao then
                   move "S"                                       to ws-ver-fim
               end-if
           end-if
           .
       versao-le-proxima-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Soma ao resumo mensal da estacao o dia novo em ws-res-leitura
      *>  (dia que nao existia no arquivo de leituras).
      *>------------------------------------------------------------------------
       resumo-soma-dia section.
           move ws-res-estacao                                to res-estacao
           move ws-res-competencia                            to res-competencia
           read arqResumoMensal
           if ws-fs-arqResumo = 00 then
               move "S"                                       to ws-res-achado
           else
               if ws-fs-arqResumo <> 23 then
                   move 50                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                       to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqResumoMensal) " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N"                                       to ws-res-achado
               move "N"                                       to res-arquivado
               perform resumo-inicia-registro
           end-if
           perform resumo-acumula-leitura
           perform resumo-grava-registro
           .
       resumo-soma-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Zera os acumuladores do registro de resumo mensal em
      *>  res-registro (a chave e a marca de arquivado ficam).
      *>------------------------------------------------------------------------
       resumo-inicia-registro section.
           move 0                                             to res-qtd-leituras
           move 0                                             to res-soma-temperatura
           move 0                                             to res-soma-minima
           move 0                                             to res-soma-maxima
           move 0                                             to res-menor-media
           move 0                                             to res-maior-media
           move 0                                             to res-menor-minima
           move 0                                             to res-dia-menor-minima
           move 0                                             to res-maior-minima
           move 0                                             to res-menor-maxima
           move 0                                             to res-maior-maxima
           move 0                                             to res-dia-maior-maxima
           move 0                                             to res-soma-chuva
           move 0                                             to res-soma-umidade
           move 0                                             to res-qtd-suspeitas
           move 0                                             to res-qtd-estimadas
           .
       resumo-inicia-registro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Acumula o dia em ws-res-leitura no registro de resumo mensal:
      *>  contagem, somas, extremos (com o dia da menor minima e da
      *>  maior maxima), suspeitas e estimadas.
      *>------------------------------------------------------------------------
       resumo-acumula-leitura section.
           if res-qtd-leituras = 0 then
               move ws-res-temperatura                        to res-menor-media
               move ws-res-temperatura                        to res-maior-media
               move ws-res-minima                             to res-menor-minima
               move ws-res-minima                             to res-maior-minima
               move ws-res-dia                                to res-dia-menor-minima
               move ws-res-maxima                             to res-menor-maxima
               move ws-res-maxima                             to res-maior-maxima
               move ws-res-dia                                to res-dia-maior-maxima
           else
               if ws-res-temperatura < res-menor-media then
                   move ws-res-temperatura                    to res-menor-media
               end-if
               if ws-res-temperatura > res-maior-media then
                   move ws-res-temperatura                    to res-maior-media
               end-if
               if ws-res-minima < res-menor-minima then
                   move ws-res-minima                         to res-menor-minima
                   move ws-res-dia                            to res-dia-menor-minima
               end-if
               if ws-res-minima > res-maior-minima then
                   move ws-res-minima                         to res-maior-minima
               end-if
               if ws-res-maxima < res-menor-maxima then
                   move ws-res-maxima                         to res-menor-maxima
               end-if
               if ws-res-maxima > res-maior-maxima then
                   move ws-res-maxima                         to res-maior-maxima
                   move ws-res-dia                            to res-dia-maior-maxima
               end-if
           end-if
           add 1                                              to res-qtd-leituras
           add ws-res-temperatura                             to res-soma-temperatura
           add ws-res-minima                                  to res-soma-minima
           add ws-res-maxima                                  to res-soma-maxima
           add ws-res-chuva                                   to res-soma-chuva
           add ws-res-umidade                                 to res-soma-umidade
           if ws-res-e-suspeita then
               add 1                                          to res-qtd-suspeitas
           end-if
           if ws-res-e-estimada then
               add 1                                          to res-qtd-estimadas
           end-if
           .
       resumo-acumula-leitura-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava (ou regrava, se ja existia) o registro de resumo mensal
      *>------------------------------------------------------------------------
       resumo-grava-registro section.
           move ws-res-hoje                                   to res-data-atualizacao
           if ws-res-foi-achado then
               rewrite res-registro
           else
               write res-registro
           end-if
           if ws-fs-arqResumo <> 00 then
               move 50                                        to ws-msn-erro-ofsset
               move ws-fs-arqResumo                           to ws-msn-erro-cod
               move "Erro ao gravar arq: (arqResumoMensal) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       resumo-grava-registro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Recalcula o resumo mensal da estacao ws-res-alvo-estacao na
      *>  competencia ws-res-alvo-competencia a partir dos dias de
      *>  arqTemp, depois de uma alteracao ou exclusao (os extremos
      *>  nao podem ser desfeitos por subtracao). Mes sem nenhum dia
      *>  tem o resumo excluido. Mes com resumo ja marcado como
      *>  arquivado fica como esta: seus dias estao no historico
      *>  anual, e nao em arqTemp. Usa a area do registro de arqTemp
      *>  e muda a posicao da leitura sequencial desse arquivo.
      *>------------------------------------------------------------------------
       resumo-recalcula-mes section.
           move ws-res-alvo-estacao                           to res-estacao
           move ws-res-alvo-competencia                       to res-competencia
           read arqResumoMensal
           if ws-fs-arqResumo = 00 then
               move "S"                                       to ws-res-achado
           else
               if ws-fs-arqResumo <> 23 then
                   move 50                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                       to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqResumoMensal) " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N"                                       to ws-res-achado
               move "N"                                       to res-arquivado
           end-if
           if  ws-res-foi-achado
           and res-esta-arquivado then
               continue
           else
               perform resumo-inicia-registro
               move ws-res-alvo-competencia                   to ws-res-competencia
               move 1                                         to ws-res-dd
               move ws-res-alvo-estacao                       to fd-estacao
               move ws-res-dia                                to fd-dia
               start arqTemp key is >= fd-chave
               if ws-fs-arqTemp = 00 then
                   move "N"                                   to ws-res-fim
                   perform resumo-le-proximo
                   perform until ws-res-chegou-no-fim
                       move fd-temp                           to ws-res-leitura
                       perform resumo-acumula-leitura
                       perform resumo-le-proximo
                   end-perform
               else
                   if ws-fs-arqTemp <> 23 then
                       move 50                                to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                     to ws-msn-erro-cod
                       move "Erro ao posicionar: (arqTemp) "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               if res-qtd-leituras > 0 then
                   perform resumo-grava-registro
               else
                   if ws-res-foi-achado then
                       delete arqResumoMensal
                       if ws-fs-arqResumo <> 00 then
                           move 50                            to ws-msn-erro-ofsset
                           move ws-fs-arqResumo               to ws-msn-erro-cod
                           move "Erro ao apagar arq: (arqResumoMensal) " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-if
           .
       resumo-recalcula-mes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo dia da estacao e competencia do recalculo do
      *>  resumo mensal
      *>------------------------------------------------------------------------
       resumo-le-proximo section.
           read arqTemp next
           if ws-fs-arqTemp = 10 then
               move "S"                                       to ws-res-fim
           else
               if ws-fs-arqTemp <> 00 then
                   move 50                                    to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                         to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqTemp) "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move fd-dia                                    to ws-res-dia
               if fd-estacao <> ws-res-alvo-estacao
               or ws-res-competencia <> ws-res-alvo-competencia then
                   move "S"                                   to ws-res-fim
               end-if
           end-if
           .
       resumo-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
               move "Erro ao fechar arq. arqTemp "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqResumoMensal
           if ws-fs-arqResumo <> 0 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqResumo                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqResumoMensal "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqTempHoras
           if ws-fs-arqTempHoras <> 0 then
               move 6                                   to ws-msn-erro-ofsset
               end-if
               move "N"                                    to ws-recordes-ativo
           end-if
           perform fecha-horas-historico
           if ws-est-hist-esta-ativo then
               close arqEstacoesHist
               if ws-fs-arqEstacoesHist <> 0 then
                   move 8                                       to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoesHist                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqEstacoesHist "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N"                                      to ws-est-hist-ativo
           end-if
           perform grava-controle-execucao
           Stop run
           .
