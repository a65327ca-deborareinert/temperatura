      *>                  mantido pelo cadastro-estacoes) sao
      *>                  rejeitados com o motivo PARADA: a estacao
      *>                  estava fisicamente fora do ar nesses dias.
      *>  15/10/2026 DR - A critica de plausibilidade usa os limites da
      *>                  versao do cadastro da estacao vigente no dia
      *>                  do registro de carga (arqEstacoesHist.dat), e
      *>                  nao os limites atuais do cadastro.
      *>  15/10/2026 DR - Cada leitura gravada pela carga e somada ao
      *>                  resumo mensal da estacao
      *>                  (arqResumoMensal.dat).
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

                                   select arqCarga assign to ws-carga-nome
                                   organization is line sequential
                                   file status is ws-fs-arqCarga.
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

       fd arqCarga.
       01 carga-registro                            pic  x(80).

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

       77 ws-div-resto-4                               pic 9(03).
       77 ws-div-resto-100                             pic 9(03).
       77 ws-div-resto-400                             pic 9(03).
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
           open input arqCarga
           if ws-fs-arqCarga <> 00 then
               move 2                                        to ws-msn-erro-ofsset
               move "Erro ao abrir arquivo: (arqEstacoes) "    to ws-msn-erro-text
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
           move "S"                                     to ws-paradas-ativo
           open input arqParadas
           if ws-fs-arqParadas = 35 then
                       write fd-temp
                       if ws-fs-arqTemp = 00 then
                           add 1                                      to ws-carga-qtd-gravadas
                           move fd-temp                               to ws-res-leitura
                           perform resumo-soma-dia
                           if ws-suspeita = "S" then
                               add 1                                  to ws-carga-qtd-suspeitas
                               display "Leitura suspeita, estacao " carga-estacao
           exit.
      *>------------------------------------------------------------------------
      *>  Critica de plausibilidade da leitura de carga contra os limites
      *>  da versao do cadastro da estacao vigente no dia do registro:
      *>  minimo e maximo absolutos e salto maximo contra a leitura do
      *>  dia anterior ja gravada em arqTemp. A leitura fora dos limites
      *>  nao e rejeitada: e gravada marcada como suspeita, para revisao
      *>------------------------------------------------------------------------
       verifica-plausibilidade-carga section.
           move "N"                                           to ws-suspeita
           move carga-estacao                                 to ws-ver-estacao
           move carga-dia                                     to ws-ver-dia
           perform localiza-versao-estacao
           if ws-ver-limite-minimo <> 0
           or ws-ver-limite-maximo <> 0 then
               if carga-temperatura < ws-ver-limite-minimo
               or carga-temperatura > ws-ver-limite-maximo then
                   move "S"                                   to ws-suspeita
               end-if
           end-if
           if  ws-suspeita <> "S"
           and ws-ver-salto-maximo <> 0 then
               move carga-dia                                 to ws-dia-anterior
               perform calcula-dia-anterior
               move carga-estacao                             to fd-estacao
                       subtract carga-temperatura from fd-temperatura
                                                   giving ws-salto-dif
                   end-if
                   if ws-salto-dif > ws-ver-salto-maximo then
                       move "S"                               to ws-suspeita
                   end-if
               else
       carga-le-proximo-exit.
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
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
               move "Erro ao fechar arq. arqTemp "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqResumoMensal
           if ws-fs-arqResumo <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqResumo                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqResumoMensal "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqCarga
           if ws-fs-arqCarga <> 0 then
               move 4                                to ws-msn-erro-ofsset
               end-if
               move "N"                                    to ws-paradas-ativo
           end-if
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
