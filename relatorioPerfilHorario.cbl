      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "relatorio-perfil-horario".
       author. "Debora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.
      *>Histórico de alterações
      *>  15/10/2026 DR - Programa criado para o relatorio de perfil
      *>                  horario e de horas de frio e de calor: para a
      *>                  estacao e o periodo pedidos le as leituras
      *>                  horarias do arquivo horario da estacao e do
      *>                  ano (arqTempHorasHistEEEEEAAAA.dat, gravado
      *>                  pela consolidacao) e as ainda nao consolidadas
      *>                  de arqTempHoras.dat e imprime, por mes, a
      *>                  media da temperatura, da chuva e da umidade
      *>                  em cada hora do dia, e as horas abaixo do
      *>                  limite de frio (horas de frio) e acima do
      *>                  limite de calor (horas de estresse termico)
      *>                  por mes e no total do periodo.
      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.
      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
                                   select arqEstacoes assign to "arqEstacoes.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-est-codigo
                                   file status is ws-fs-arqEstacoes.

                                   select arqTempHoras assign to "arqTempHoras.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fdh-chave
                                   file status is ws-fs-arqTempHoras.

                                   select arqHorasHist assign to ws-horas-hist-nome
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fdhh-chave
                                   file status is ws-fs-horas-hist.

                                   select relatorioPerfil assign to "relatorioPerfilHorario.txt"
                                   organization is line sequential
                                   file status is ws-fs-relatorio.

       i-o-control.
      *>Declaração de variáveis
       data division.
      *>----Variaveis de arquivos
       file section.
       fd arqEstacoes.
       01 fd-est.
           05 fd-est-codigo                         pic  x(05).
           05 fd-est-nome                           pic  x(30).
           05 fd-est-municipio                      pic  x(20).
           05 fd-est-latitude                       pic  s9(02)v9(04).
           05 fd-est-longitude                      pic  s9(03)v9(04).
           05 fd-est-altitude                       pic  9(04).
           05 fd-est-limite-minimo                  pic  s9(02)v99.
           05 fd-est-limite-maximo                  pic  s9(02)v99.
           05 fd-est-salto-maximo                   pic  9(02)v99.
           05 fd-est-situacao                       pic  x(01).
               88 fd-est-ativa                      value "A".
               88 fd-est-inativa                    value "I".
           05 fd-est-limite-chuva-dia               pic  9(03)v99.
           05 fd-est-limite-umid-minima             pic  9(03)v99.
           05 fd-est-limite-umid-maxima             pic  9(03)v99.
           05 fd-est-alerta-geada                   pic  s9(02)v99.
           05 fd-est-alerta-calor                   pic  s9(02)v99.

       fd arqTempHoras.
       01 fdh-temp.
           05 fdh-chave.
               10 fdh-estacao                       pic  x(05).
               10 fdh-dia                           pic  9(08).
               10 fdh-hora                          pic  9(02).
           05 fdh-temperatura                       pic  s9(02)v99.
           05 fdh-chuva                             pic  9(03)v99.
           05 fdh-umidade                           pic  9(03)v99.

       fd arqHorasHist.
       01 fdhh-temp.
           05 fdhh-chave.
               10 fdhh-estacao                      pic  x(05).
               10 fdhh-dia                          pic  9(08).
               10 fdhh-hora                         pic  9(02).
           05 fdhh-temperatura                      pic  s9(02)v99.
           05 fdhh-chuva                            pic  9(03)v99.
           05 fdhh-umidade                          pic  9(03)v99.

       fd relatorioPerfil.
       01 rel-linha                                 pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                     pic 9(04).
          05 ws-msn-erro-cod                        pic 9(04).
          05 ws-msn-erro-text                       pic x(42).
       77  ws-fs-arqEstacoes                        pic 9(02).
       77  ws-fs-arqTempHoras                       pic 9(02).
       77  ws-fs-horas-hist                         pic 9(02).
       77  ws-horas-hist-nome                       pic x(40).
       77  ws-fs-relatorio                          pic 9(02).
      *>----Parametros pedidos ao operador
       77  ws-estacao                               pic x(05).
       77  ws-nome-estacao                          pic x(30).
       77  ws-data-inicio                           pic 9(08).
       77  ws-data-fim                              pic 9(08).
       77  ws-limite-frio                           pic s9(02)v99.
       77  ws-limite-calor                          pic s9(02)v99.
      *>----Dia corrente e quebras
       01 ws-dia                                    pic 9(08).
       01 ws-dia-quebra redefines ws-dia.
          05 ws-dia-aaaa                            pic 9(04).
          05 ws-dia-mm                              pic 9(02).
          05 ws-dia-dd                              pic 9(02).
       01 ws-inicio-quebra.
          05 ws-ini-aaaa                            pic 9(04).
          05 ws-ini-mm                              pic 9(02).
          05 ws-ini-dd                              pic 9(02).
       01 ws-fim-quebra.
          05 ws-fim-aaaa                            pic 9(04).
          05 ws-fim-mm                              pic 9(02).
          05 ws-fim-dd                              pic 9(02).
       77  ws-ano                                   pic 9(04).
       77  ws-fim-leitura                           pic x(01).
          88  ws-chegou-no-fim                       value "S".
      *>----Leitura horaria em apuracao (arquivo horario ou pendente)
       01 ws-hora-leitura.
          05 ws-hl-dia                              pic 9(08).
          05 ws-hl-hora                             pic 9(02).
          05 ws-hl-temperatura                      pic s9(02)v99.
          05 ws-hl-chuva                            pic 9(03)v99.
          05 ws-hl-umidade                          pic 9(03)v99.
      *>----Tabela dos meses do periodo, com o acumulado de cada hora do
      *>----dia; o periodo e limitado a ws-max-meses meses
       77  ws-max-meses                             pic 9(03) value 120.
       77  ws-qtd-meses                             pic 9(05).
       01 ws-tabela-meses.
          05 ws-tab-mes occurs 120.
             10 ws-tm-qtd-horas                     pic 9(05).
             10 ws-tm-horas-frio                    pic 9(05).
             10 ws-tm-horas-calor                   pic 9(05).
             10 ws-tm-hora occurs 24.
                15 ws-tm-qtd                        pic 9(03).
                15 ws-tm-soma-temp                  pic s9(05)v99.
                15 ws-tm-soma-chuva                 pic 9(05)v99.
                15 ws-tm-soma-umid                  pic 9(06)v99.
       77  ws-mes-idx                               pic 9(03) comp.
       77  ws-hora-idx                              pic 9(02) comp.
      *>----Mes em impressao
       01 ws-mes-atual.
          05 ws-mes-aaaa                            pic 9(04).
          05 ws-mes-mm                              pic 9(02).
       77  ws-mes-dia-primeiro                      pic 9(02).
       77  ws-mes-dia-ultimo                        pic 9(02).
       77  ws-mes-horas-esperadas                   pic 9(05).
       77  ws-mes-horas-faltantes                   pic 9(05).
      *>----Totais do periodo
       77  ws-tot-qtd-horas                         pic 9(07).
       77  ws-tot-horas-frio                        pic 9(07).
       77  ws-tot-horas-calor                       pic 9(07).
       77  ws-tot-horas-esperadas                   pic 9(07).
       77  ws-tot-horas-faltantes                   pic 9(07).
      *>----Apoio de calculo e edicao
       77  ws-media-temp                            pic s9(02)v99.
       77  ws-media-chuva                           pic 9(03)v99.
       77  ws-media-umid                            pic 9(03)v99.
       77  ws-hora-ed                               pic 99.
       77  ws-temp-ed                               pic -z9,99.
       77  ws-calor-limite-ed                       pic -z9,99.
       77  ws-chuva-ed                              pic zz9,99.
       77  ws-umid-ed                               pic zz9,99.
       77  ws-qtd-ed                                pic zzzz9.
       77  ws-frio-ed                               pic zzzz9.
       77  ws-calor-ed                              pic zzzz9.
       77  ws-faltantes-ed                          pic zzzz9.
       77  ws-tot-ed                                pic zzzzzz9.
      *>----Variaveis de validação de data informada
       77 ws-data-valida                              pic x(01).
          88  ws-data-e-valida                         value "S".
       77 ws-dia-max-mes                               pic 9(02).
       77 ws-div-quociente                             pic 9(04).
       77 ws-div-resto-4                               pic 9(03).
       77 ws-div-resto-100                             pic 9(03).
       77 ws-div-resto-400                             pic 9(03).
      *>----Variaveis para comunicação entre programas
       linkage section.
      *>Declaração do corpo do programa
       procedure division.
           perform inicializa.
           perform processamento.
           perform finaliza.
      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.
           open input arqEstacoes
           if ws-fs-arqEstacoes <> 00 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqEstacoes) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open input arqTempHoras
           if ws-fs-arqTempHoras  <> 00
           and ws-fs-arqTempHoras <> 05 then
               move 2                                        to ws-msn-erro-ofsset
               move ws-fs-arqTempHoras                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqTempHoras) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open output relatorioPerfil
           if ws-fs-relatorio <> 00 then
               move 4                                            to ws-msn-erro-ofsset
               move ws-fs-relatorio                             to ws-msn-erro-cod
               move "Erro ao abrir arq: (relatorioPerfil) "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Processamento principal - pede a estacao, o periodo e os
      *>  limites de frio e de calor, acumula as leituras horarias do
      *>  periodo por mes e hora do dia e imprime o perfil horario de
      *>  cada mes seguido das horas de frio e de calor.
      *>------------------------------------------------------------------------
       processamento section.
           display erase
           display "Relatorio de perfil horario e horas de frio e de calor"
           display "Digite a estacao: "
           accept ws-estacao
           move ws-estacao                                    to fd-est-codigo
           read arqEstacoes
           if ws-fs-arqEstacoes = 00 then
               move fd-est-nome                               to ws-nome-estacao
           else
               if ws-fs-arqEstacoes = 23 then
                   move spaces                                to ws-nome-estacao
               else
                   move 1                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                        to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqEstacoes) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move "N"                                           to ws-data-valida
           perform until ws-data-e-valida
               display "Digite o inicio do periodo (AAAAMMDD): "
               accept ws-dia
               perform validar-data-informada
               if not ws-data-e-valida then
                   display "Data invalida. Informe uma data existente no calendario."
               end-if
           end-perform
           move ws-dia                                        to ws-data-inicio
           move ws-data-inicio                                to ws-inicio-quebra
           move "N"                                           to ws-data-valida
           perform until ws-data-e-valida
               display "Digite o fim do periodo (AAAAMMDD): "
               accept ws-dia
               perform validar-data-informada
               if ws-data-e-valida and ws-dia < ws-data-inicio then
                   move "N"                                   to ws-data-valida
               end-if
               if ws-data-e-valida then
                   move ws-dia                                to ws-fim-quebra
                   compute ws-qtd-meses = (ws-fim-aaaa - ws-ini-aaaa) * 12
                                        + ws-fim-mm - ws-ini-mm + 1
                   if ws-qtd-meses > ws-max-meses then
                       move "N"                               to ws-data-valida
                   end-if
               end-if
               if not ws-data-e-valida then
                   display "Data invalida, anterior ao inicio ou periodo maior que "
                           ws-max-meses " meses."
               end-if
           end-perform
           move ws-dia                                        to ws-data-fim
           display "Digite o limite das horas de frio (por exemplo 7,20): "
           accept ws-limite-frio
           display "Digite o limite das horas de calor (por exemplo 32,00): "
           accept ws-limite-calor
           initialize ws-tabela-meses
           perform varying ws-ano from ws-ini-aaaa by 1
                   until ws-ano > ws-fim-aaaa
               perform acumula-horas-historico
           end-perform
           perform acumula-horas-pendentes
           perform grava-cabecalho
           perform grava-perfil-meses
           perform grava-horas-frio-calor
           display "Relatorio gravado em relatorioPerfilHorario.txt"
           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Acumula as leituras do periodo no arquivo horario da estacao
      *>  no ano ws-ano (arqTempHorasHistEEEEEAAAA.dat). Ano sem arquivo
      *>  horario nao tem leituras consolidadas.
      *>------------------------------------------------------------------------
       acumula-horas-historico section.
           move spaces                                        to ws-horas-hist-nome
           string "arqTempHorasHist" delimited by size
                  ws-estacao         delimited by space
                  ws-ano             delimited by size
                  ".dat"             delimited by size
                  into ws-horas-hist-nome
           open input arqHorasHist
           if ws-fs-horas-hist <> 35 then
               if ws-fs-horas-hist <> 00 then
                   move 3                                          to ws-msn-erro-ofsset
                   move ws-fs-horas-hist                           to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqHorasHist) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N"                                       to ws-fim-leitura
               move ws-estacao                                to fdhh-estacao
               move ws-data-inicio                            to fdhh-dia
               move 0                                         to fdhh-hora
               start arqHorasHist key is >= fdhh-chave
               if ws-fs-horas-hist = 00 then
                   perform historico-le-proximo
                   perform until ws-chegou-no-fim
                       move fdhh-dia                          to ws-hl-dia
                       move fdhh-hora                         to ws-hl-hora
                       move fdhh-temperatura                  to ws-hl-temperatura
                       move fdhh-chuva                        to ws-hl-chuva
                       move fdhh-umidade                      to ws-hl-umidade
                       perform acumula-hora
                       perform historico-le-proximo
                   end-perform
               else
                   if ws-fs-horas-hist <> 23 then
                       move 3                                          to ws-msn-erro-ofsset
                       move ws-fs-horas-hist                           to ws-msn-erro-cod
                       move "Erro ao posicionar arq: (arqHorasHist) "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               close arqHorasHist
               if ws-fs-horas-hist <> 00 then
                   move 3                                          to ws-msn-erro-ofsset
                   move ws-fs-horas-hist                           to ws-msn-erro-cod
                   move "Erro ao fechar arquivo: (arqHorasHist) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       acumula-horas-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura do arquivo horario da estacao
      *>------------------------------------------------------------------------
       historico-le-proximo section.
           read arqHorasHist next
           if ws-fs-horas-hist = 10 then
               move "S"                                       to ws-fim-leitura
           else
               if ws-fs-horas-hist <> 00 then
                   move 3                                          to ws-msn-erro-ofsset
                   move ws-fs-horas-hist                           to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqHorasHist) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fdhh-estacao <> ws-estacao
               or fdhh-dia > ws-data-fim then
                   move "S"                                   to ws-fim-leitura
               end-if
           end-if
           .
       historico-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Acumula as leituras do periodo que ainda estao em
      *>  arqTempHoras.dat (dias ainda nao consolidados)
      *>------------------------------------------------------------------------
       acumula-horas-pendentes section.
           move "N"                                           to ws-fim-leitura
           move ws-estacao                                    to fdh-estacao
           move ws-data-inicio                                to fdh-dia
           move 0                                             to fdh-hora
           start arqTempHoras key is >= fdh-chave
           if ws-fs-arqTempHoras = 00 then
               perform pendentes-le-proximo
               perform until ws-chegou-no-fim
                   move fdh-dia                               to ws-hl-dia
                   move fdh-hora                              to ws-hl-hora
                   move fdh-temperatura                       to ws-hl-temperatura
                   move fdh-chuva                             to ws-hl-chuva
                   move fdh-umidade                           to ws-hl-umidade
                   perform acumula-hora
                   perform pendentes-le-proximo
               end-perform
           else
               if ws-fs-arqTempHoras <> 23 then
                   move 2                                             to ws-msn-erro-ofsset
                   move ws-fs-arqTempHoras                            to ws-msn-erro-cod
                   move "Erro ao posicionar arquivo: (arqTempHoras) " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       acumula-horas-pendentes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura horaria ainda nao consolidada
      *>------------------------------------------------------------------------
       pendentes-le-proximo section.
           read arqTempHoras next
           if ws-fs-arqTempHoras = 10 then
               move "S"                                       to ws-fim-leitura
           else
               if ws-fs-arqTempHoras <> 00 then
                   move 2                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTempHoras                        to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTempHoras) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fdh-estacao <> ws-estacao
               or fdh-dia > ws-data-fim then
                   move "S"                                   to ws-fim-leitura
               end-if
           end-if
           .
       pendentes-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Acumula a leitura horaria em ws-hora-leitura no mes e na hora
      *>  do dia correspondentes, contando as horas de frio (abaixo do
      *>  limite de frio) e de calor (acima do limite de calor).
      *>------------------------------------------------------------------------
       acumula-hora section.
           if ws-hl-hora <= 23 then
               move ws-hl-dia                                 to ws-dia
               compute ws-mes-idx = (ws-dia-aaaa - ws-ini-aaaa) * 12
                                  + ws-dia-mm - ws-ini-mm + 1
               add 1 ws-hl-hora                           giving ws-hora-idx
               add 1                                          to ws-tm-qtd-horas(ws-mes-idx)
               add 1                                          to ws-tm-qtd(ws-mes-idx, ws-hora-idx)
               add ws-hl-temperatura                          to ws-tm-soma-temp(ws-mes-idx, ws-hora-idx)
               add ws-hl-chuva                                to ws-tm-soma-chuva(ws-mes-idx, ws-hora-idx)
               add ws-hl-umidade                              to ws-tm-soma-umid(ws-mes-idx, ws-hora-idx)
               if ws-hl-temperatura < ws-limite-frio then
                   add 1                                      to ws-tm-horas-frio(ws-mes-idx)
               end-if
               if ws-hl-temperatura > ws-limite-calor then
                   add 1                                      to ws-tm-horas-calor(ws-mes-idx)
               end-if
           end-if
           .
       acumula-hora-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava o cabecalho do relatorio com a estacao e os parametros
      *>------------------------------------------------------------------------
       grava-cabecalho section.
           move "Relatorio de perfil horario e horas de frio e de calor" to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Estacao: "     delimited by size
                  ws-estacao      delimited by size
                  " "             delimited by size
                  ws-nome-estacao delimited by size
                  into rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Periodo: "     delimited by size
                  ws-data-inicio  delimited by size
                  " a "           delimited by size
                  ws-data-fim     delimited by size
                  into rel-linha
           write rel-linha
           move ws-limite-frio                                to ws-temp-ed
           move ws-limite-calor                               to ws-calor-limite-ed
           move spaces                                        to rel-linha
           string "Limite de frio: "    delimited by size
                  ws-temp-ed            delimited by size
                  "  Limite de calor: " delimited by size
                  ws-calor-limite-ed    delimited by size
                  into rel-linha
           write rel-linha
           .
       grava-cabecalho-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Imprime o perfil horario de cada mes do periodo que tem
      *>  leituras: quantidade de leituras e medias de temperatura,
      *>  chuva e umidade em cada hora do dia.
      *>------------------------------------------------------------------------
       grava-perfil-meses section.
           move ws-ini-aaaa                                   to ws-mes-aaaa
           move ws-ini-mm                                     to ws-mes-mm
           perform varying ws-mes-idx from 1 by 1
                   until ws-mes-idx > ws-qtd-meses
               if ws-tm-qtd-horas(ws-mes-idx) > 0 then
                   move spaces                                to rel-linha
                   write rel-linha
                   move spaces                                to rel-linha
                   string "Perfil horario de " delimited by size
                          ws-mes-aaaa          delimited by size
                          "/"                  delimited by size
                          ws-mes-mm            delimited by size
                          into rel-linha
                   write rel-linha
                   move "Hora  Leituras  Temp media  Chuva media  Umid media" to rel-linha
                   write rel-linha
                   perform varying ws-hora-idx from 1 by 1
                           until ws-hora-idx > 24
                       perform grava-linha-hora
                   end-perform
               end-if
               perform avanca-mes
           end-perform
           .
       grava-perfil-meses-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Imprime a linha de uma hora do dia do mes em impressao
      *>------------------------------------------------------------------------
       grava-linha-hora section.
           subtract 1 from ws-hora-idx                    giving ws-hora-ed
           move ws-tm-qtd(ws-mes-idx, ws-hora-idx)            to ws-qtd-ed
           move 0                                             to ws-media-temp
           move 0                                             to ws-media-chuva
           move 0                                             to ws-media-umid
           if ws-tm-qtd(ws-mes-idx, ws-hora-idx) > 0 then
               divide ws-tm-soma-temp(ws-mes-idx, ws-hora-idx)
                   by ws-tm-qtd(ws-mes-idx, ws-hora-idx)
                   giving ws-media-temp rounded
               divide ws-tm-soma-chuva(ws-mes-idx, ws-hora-idx)
                   by ws-tm-qtd(ws-mes-idx, ws-hora-idx)
                   giving ws-media-chuva rounded
               divide ws-tm-soma-umid(ws-mes-idx, ws-hora-idx)
                   by ws-tm-qtd(ws-mes-idx, ws-hora-idx)
                   giving ws-media-umid rounded
           end-if
           move ws-media-temp                                 to ws-temp-ed
           move ws-media-chuva                                to ws-chuva-ed
           move ws-media-umid                                 to ws-umid-ed
           move spaces                                        to rel-linha
           string " "             delimited by size
                  ws-hora-ed      delimited by size
                  "     "         delimited by size
                  ws-qtd-ed       delimited by size
                  "      "        delimited by size
                  ws-temp-ed      delimited by size
                  "       "       delimited by size
                  ws-chuva-ed     delimited by size
                  "      "        delimited by size
                  ws-umid-ed      delimited by size
                  into rel-linha
           write rel-linha
           .
       grava-linha-hora-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Imprime as horas de frio e de calor de cada mes do periodo e
      *>  os totais. Horas faltantes sao as horas do periodo sem
      *>  leitura horaria (dias dentro do periodo x 24 menos as lidas).
      *>------------------------------------------------------------------------
       grava-horas-frio-calor section.
           move spaces                                        to rel-linha
           write rel-linha
           move "Horas de frio e de calor" to rel-linha
           write rel-linha
           move "Ano/Mes   Lidas   Frio  Calor  Faltantes" to rel-linha
           write rel-linha
           move 0                                             to ws-tot-qtd-horas
           move 0                                             to ws-tot-horas-frio
           move 0                                             to ws-tot-horas-calor
           move 0                                             to ws-tot-horas-esperadas
           move 0                                             to ws-tot-horas-faltantes
           move ws-ini-aaaa                                   to ws-mes-aaaa
           move ws-ini-mm                                     to ws-mes-mm
           perform varying ws-mes-idx from 1 by 1
                   until ws-mes-idx > ws-qtd-meses
               perform grava-linha-frio-calor
               perform avanca-mes
           end-perform
           move spaces                                        to rel-linha
           write rel-linha
           move ws-tot-qtd-horas                              to ws-tot-ed
           move spaces                                        to rel-linha
           string "Horas lidas no periodo     : " delimited by size
                  ws-tot-ed                       delimited by size
                  into rel-linha
           write rel-linha
           move ws-tot-horas-faltantes                        to ws-tot-ed
           move spaces                                        to rel-linha
           string "Horas sem leitura          : " delimited by size
                  ws-tot-ed                       delimited by size
                  into rel-linha
           write rel-linha
           move ws-tot-horas-frio                             to ws-tot-ed
           move spaces                                        to rel-linha
           string "Horas de frio acumuladas   : " delimited by size
                  ws-tot-ed                       delimited by size
                  into rel-linha
           write rel-linha
           move ws-tot-horas-calor                            to ws-tot-ed
           move spaces                                        to rel-linha
           string "Horas de calor acumuladas  : " delimited by size
                  ws-tot-ed                       delimited by size
                  into rel-linha
           write rel-linha
           .
       grava-horas-frio-calor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Imprime a linha de horas de frio e de calor do mes em
      *>  impressao e acumula nos totais do periodo
      *>------------------------------------------------------------------------
       grava-linha-frio-calor section.
           move ws-mes-aaaa                                   to ws-dia-aaaa
           move ws-mes-mm                                     to ws-dia-mm
           move 1                                             to ws-dia-dd
           perform validar-data-informada
           move 1                                             to ws-mes-dia-primeiro
           move ws-dia-max-mes                                to ws-mes-dia-ultimo
           if ws-mes-aaaa = ws-ini-aaaa and ws-mes-mm = ws-ini-mm then
               move ws-ini-dd                                 to ws-mes-dia-primeiro
           end-if
           if ws-mes-aaaa = ws-fim-aaaa and ws-mes-mm = ws-fim-mm then
               move ws-fim-dd                                 to ws-mes-dia-ultimo
           end-if
           compute ws-mes-horas-esperadas =
                   (ws-mes-dia-ultimo - ws-mes-dia-primeiro + 1) * 24
           move 0                                             to ws-mes-horas-faltantes
           if ws-mes-horas-esperadas > ws-tm-qtd-horas(ws-mes-idx) then
               subtract ws-tm-qtd-horas(ws-mes-idx) from ws-mes-horas-esperadas
                                                   giving ws-mes-horas-faltantes
           end-if
           move ws-tm-qtd-horas(ws-mes-idx)                   to ws-qtd-ed
           move ws-tm-horas-frio(ws-mes-idx)                  to ws-frio-ed
           move ws-tm-horas-calor(ws-mes-idx)                 to ws-calor-ed
           move ws-mes-horas-faltantes                        to ws-faltantes-ed
           move spaces                                        to rel-linha
           string ws-mes-aaaa     delimited by size
                  "/"             delimited by size
                  ws-mes-mm       delimited by size
                  "  "            delimited by size
                  ws-qtd-ed       delimited by size
                  "  "            delimited by size
                  ws-frio-ed      delimited by size
                  "  "            delimited by size
                  ws-calor-ed     delimited by size
                  "      "        delimited by size
                  ws-faltantes-ed delimited by size
                  into rel-linha
           write rel-linha
           add ws-tm-qtd-horas(ws-mes-idx)                    to ws-tot-qtd-horas
           add ws-tm-horas-frio(ws-mes-idx)                   to ws-tot-horas-frio
           add ws-tm-horas-calor(ws-mes-idx)                  to ws-tot-horas-calor
           add ws-mes-horas-esperadas                         to ws-tot-horas-esperadas
           add ws-mes-horas-faltantes                         to ws-tot-horas-faltantes
           .
       grava-linha-frio-calor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Avanca o mes em impressao para o mes seguinte
      *>------------------------------------------------------------------------
       avanca-mes section.
           if ws-mes-mm < 12 then
               add 1                                          to ws-mes-mm
           else
               move 1                                         to ws-mes-mm
               add 1                                          to ws-mes-aaaa
           end-if
           .
       avanca-mes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Validação de data de calendario (inclusive ano bissexto)
      *>  ws-dia e tratado no formato AAAAMMDD.
      *>------------------------------------------------------------------------
       validar-data-informada section.
           move "S"                                           to ws-data-valida
           if ws-dia-mm < 1 or ws-dia-mm > 12 then
               move "N"                                       to ws-data-valida
           else
               evaluate ws-dia-mm
                   when 1  when 3  when 5  when 7
                   when 8  when 10 when 12
                       move 31                                to ws-dia-max-mes
                   when 4  when 6  when 9  when 11
                       move 30                                to ws-dia-max-mes
                   when 2
                       divide ws-dia-aaaa by 4   giving ws-div-quociente
                                                  remainder ws-div-resto-4
                       divide ws-dia-aaaa by 100 giving ws-div-quociente
                                                  remainder ws-div-resto-100
                       divide ws-dia-aaaa by 400 giving ws-div-quociente
                                                  remainder ws-div-resto-400
                       if ws-div-resto-4 = 0
                       and (ws-div-resto-100 <> 0 or ws-div-resto-400 = 0) then
                           move 29                             to ws-dia-max-mes
                       else
                           move 28                             to ws-dia-max-mes
                       end-if
               end-evaluate
               if ws-dia-dd < 1 or ws-dia-dd > ws-dia-max-mes then
                   move "N"                                   to ws-data-valida
               end-if
           end-if
           .
       validar-data-informada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           close arqEstacoes
           if ws-fs-arqEstacoes <> 0 then
               move 6                                  to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqTempHoras
           if ws-fs-arqTempHoras <> 0 then
               move 6                                   to ws-msn-erro-ofsset
               move ws-fs-arqTempHoras                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTempHoras " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close relatorioPerfil
           if ws-fs-relatorio <> 0 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-relatorio                        to ws-msn-erro-cod
               move "Erro ao fechar arq. relatorioPerfil " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           Stop run
           .
       finaliza-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro-text.
           Stop run
           .
       finaliza-anormal-exit.
           exit.
