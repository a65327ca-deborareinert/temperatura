      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "mensagem-climatologica".
       author. "Debora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.
      *>Histórico de alterações
      *>  15/10/2026 DR - Programa criado para gerar a mensagem
      *>                  climatologica mensal para o servico nacional
      *>                  de meteorologia (mensagemClimatologica.txt,
      *>                  formato fixo de intercambio): para cada
      *>                  estacao ativa do cadastro e a competencia
      *>                  pedida, media da temperatura, medias das
      *>                  maximas e das minimas, extremos com as datas,
      *>                  chuva total, dias com chuva, umidade media e
      *>                  as quantidades de dias faltantes e estimados,
      *>                  apurados de arqTemp.dat (ou do historico anual
      *>                  quando o mes ja foi arquivado), entre um
      *>                  registro de cabecalho e um de rodape com os
      *>                  totais de controle. Leituras suspeitas ainda
      *>                  nao revisadas contam como dias faltantes.
      *>                  Cada estacao/mes enviado fica guardado em
      *>                  arqClimatEnviados.dat com os valores enviados;
      *>                  a cada execucao os meses ja enviados sao
      *>                  apurados de novo e, quando mudaram depois do
      *>                  envio (alteracao ou exclusao registrada no log
      *>                  de auditoria, lacuna preenchida, suspeita
      *>                  confirmada na revisao), saem listados em
      *>                  relatorioMensagemClimatologica.txt e a mensagem
      *>                  leva um registro de reenvio corrigido apenas
      *>                  daquela estacao/mes.
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

                                   select arqTemp assign to "arqTemp.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-chave
                                   alternate record key is fd-dia with duplicates
                                   file status is ws-fs-arqTemp.

                                   select arqTempHist assign to ws-hist-nome
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fdhist-chave
                                   file status is ws-fs-hist.

                                   select arqClimatEnviados assign to "arqClimatEnviados.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is env-chave
                                   file status is ws-fs-arqEnviados.

                                   select mensagemClimat assign to "mensagemClimatologica.txt"
                                   organization is line sequential
                                   file status is ws-fs-mensagem.

                                   select relatorioClimat assign to "relatorioMensagemClimatologica.txt"
                                   organization is line sequential
                                   file status is ws-fs-relatorio.

                                   select arqControle assign to "controleExecucao.txt"
                                   organization is line sequential
                                   file status is ws-fs-controle.

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

       fd arqTemp.
       01 fd-temp.
           05 fd-chave.
               10 fd-estacao                        pic  x(05).
               10 fd-dia                            pic  9(08).
           05 fd-temperatura                        pic  s9(02)v99.
           05 fd-temp-minima                        pic  s9(02)v99.
           05 fd-temp-maxima                        pic  s9(02)v99.
           05 fd-suspeita                           pic  x(01).
               88 fd-e-suspeita                     value "S".
           05 fd-chuva-dia                          pic  9(03)v99.
           05 fd-umidade-media                      pic  9(03)v99.
           05 fd-origem                             pic  x(01).
               88 fd-e-estimada                     value "E".

       fd arqTempHist.
       01 fdhist-temp.
           05 fdhist-chave.
               10 fdhist-estacao                    pic  x(05).
               10 fdhist-dia                        pic  9(08).
           05 fdhist-temperatura                    pic  s9(02)v99.
           05 fdhist-temp-minima                    pic  s9(02)v99.
           05 fdhist-temp-maxima                    pic  s9(02)v99.
           05 fdhist-suspeita                       pic  x(01).
           05 fdhist-chuva-dia                      pic  9(03)v99.
           05 fdhist-umidade-media                  pic  9(03)v99.
           05 fdhist-origem                         pic  x(01).

       fd arqClimatEnviados.
       01 env-registro.
           05 env-chave.
               10 env-estacao                       pic  x(05).
               10 env-competencia                   pic  9(06).
           05 env-qtd-validos                       pic  9(02).
           05 env-temp-media                        pic  s9(02)v99.
           05 env-media-maximas                     pic  s9(02)v99.
           05 env-media-minimas                     pic  s9(02)v99.
           05 env-maxima                            pic  s9(02)v99.
           05 env-maxima-dia                        pic  9(08).
           05 env-minima                            pic  s9(02)v99.
           05 env-minima-dia                        pic  9(08).
           05 env-chuva-total                       pic  9(05)v99.
           05 env-dias-chuva                        pic  9(02).
           05 env-umidade-media                     pic  9(03)v99.
           05 env-qtd-faltantes                     pic  9(02).
           05 env-qtd-estimados                     pic  9(02).
           05 env-data-envio                        pic  9(08).
           05 env-data-ultima-correcao              pic  9(08).
           05 env-qtd-correcoes                     pic  9(03).

       fd mensagemClimat.
       01 mensagem-linha                            pic  x(100).

       fd relatorioClimat.
       01 rel-linha                                 pic  x(100).

       fd arqControle.
       01 controle-linha                            pic  x(150).

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                     pic 9(04).
          05 ws-msn-erro-cod                        pic 9(04).
          05 ws-msn-erro-text                       pic x(42).
       77  ws-fs-arqEstacoes                        pic 9(02).
       77  ws-fs-arqTemp                            pic 9(02).
       77  ws-fs-hist                               pic 9(02).
       77  ws-hist-nome                             pic x(30).
       77  ws-fs-arqEnviados                        pic 9(02).
       77  ws-fs-mensagem                           pic 9(02).
       77  ws-fs-relatorio                          pic 9(02).
      *>----Registros da mensagem climatologica (formato fixo)
       01 ws-msg-cabecalho.
          05 ws-msg-cab-tipo                        pic x(02) value "00".
          05 ws-msg-cab-remetente                   pic x(10) value "REDE-PC".
          05 ws-msg-cab-competencia                 pic 9(06).
          05 ws-msg-cab-data-geracao                pic 9(08).
          05 ws-msg-cab-hora-geracao                pic 9(08).
          05 filler                                 pic x(66) value spaces.
       01 ws-msg-detalhe.
          05 ws-msg-tipo                            pic x(02).
             88  ws-msg-e-original                   value "10".
             88  ws-msg-e-reenvio                    value "20".
          05 ws-msg-estacao                         pic x(05).
          05 ws-msg-competencia                     pic 9(06).
          05 ws-msg-qtd-validos                     pic 9(02).
          05 ws-msg-temp-media                      pic s9(02)v99 sign is leading separate.
          05 ws-msg-media-maximas                   pic s9(02)v99 sign is leading separate.
          05 ws-msg-media-minimas                   pic s9(02)v99 sign is leading separate.
          05 ws-msg-maxima                          pic s9(02)v99 sign is leading separate.
          05 ws-msg-maxima-dia                      pic 9(08).
          05 ws-msg-minima                          pic s9(02)v99 sign is leading separate.
          05 ws-msg-minima-dia                      pic 9(08).
          05 ws-msg-chuva-total                     pic 9(05)v99.
          05 ws-msg-dias-chuva                      pic 9(02).
          05 ws-msg-umidade-media                   pic 9(03)v99.
          05 ws-msg-qtd-faltantes                   pic 9(02).
          05 ws-msg-qtd-estimados                   pic 9(02).
          05 filler                                 pic x(26) value spaces.
       01 ws-msg-rodape.
          05 ws-msg-rod-tipo                        pic x(02) value "99".
          05 ws-msg-rod-qtd-registros               pic 9(05).
          05 ws-msg-rod-qtd-originais               pic 9(05).
          05 ws-msg-rod-qtd-reenvios                pic 9(05).
          05 ws-msg-rod-total-chuva                 pic 9(09)v99.
          05 ws-msg-rod-soma-medias                 pic s9(07)v99 sign is leading separate.
          05 filler                                 pic x(62) value spaces.
      *>----Competencia da mensagem (Enter assume o mes anterior)
       77  ws-competencia-informada                 pic x(06).
       01 ws-competencia                            pic 9(06).
       01 ws-competencia-quebra redefines ws-competencia.
          05 ws-comp-aaaa                           pic 9(04).
          05 ws-comp-mm                             pic 9(02).
       01 ws-data-hoje                              pic 9(08).
       01 ws-data-hoje-quebra redefines ws-data-hoje.
          05 ws-hoje-aaaa                           pic 9(04).
          05 ws-hoje-mm                             pic 9(02).
          05 ws-hoje-dd                             pic 9(02).
       77  ws-competencia-hoje                      pic 9(06).
      *>----Controle das varreduras
       77  ws-estacao-fim                           pic x(01).
          88  ws-estacoes-chegou-no-fim              value "S".
       77  ws-env-fim                               pic x(01).
          88  ws-env-chegou-no-fim                   value "S".
      *>----Apuracao do resumo mensal de uma estacao
       01 ws-apur-competencia                       pic 9(06).
       01 ws-apur-competencia-quebra redefines ws-apur-competencia.
          05 ws-apur-aaaa                           pic 9(04).
          05 ws-apur-mm                             pic 9(02).
       77  ws-apur-estacao                          pic x(05).
       77  ws-apur-dia-inicial                      pic 9(08).
       77  ws-apur-dia-final                        pic 9(08).
       77  ws-apur-qtd-lidos                        pic 9(03).
       77  ws-apur-qtd-validos                      pic 9(02).
       77  ws-apur-qtd-estimados                    pic 9(02).
       77  ws-apur-qtd-faltantes                    pic 9(02).
       77  ws-apur-dias-chuva                       pic 9(02).
       77  ws-apur-soma-temp                        pic s9(05)v99.
       77  ws-apur-soma-maximas                     pic s9(05)v99.
       77  ws-apur-soma-minimas                     pic s9(05)v99.
       77  ws-apur-soma-umidade                     pic 9(05)v99.
       77  ws-apur-chuva-total                      pic 9(05)v99.
       77  ws-apur-temp-media                       pic s9(02)v99.
       77  ws-apur-media-maximas                    pic s9(02)v99.
       77  ws-apur-media-minimas                    pic s9(02)v99.
       77  ws-apur-umidade-media                    pic 9(03)v99.
       77  ws-apur-maxima                           pic s9(02)v99.
       77  ws-apur-maxima-dia                       pic 9(08).
       77  ws-apur-minima                           pic s9(02)v99.
       77  ws-apur-minima-dia                       pic 9(08).
       77  ws-apur-fim                              pic x(01).
          88  ws-apur-chegou-no-fim                  value "S".
      *>----Leitura diaria em apuracao (online ou historico)
       01 ws-apur-leitura.
          05 ws-apur-dia                            pic 9(08).
          05 ws-apur-temperatura                    pic s9(02)v99.
          05 ws-apur-temp-minima                    pic s9(02)v99.
          05 ws-apur-temp-maxima                    pic s9(02)v99.
          05 ws-apur-suspeita                       pic x(01).
             88  ws-apur-e-suspeita                  value "S".
          05 ws-apur-chuva                          pic 9(03)v99.
          05 ws-apur-umidade                        pic 9(03)v99.
          05 ws-apur-origem                         pic x(01).
             88  ws-apur-e-estimada                  value "E".
      *>----Chuva minima para o dia contar como dia com chuva (mm)
       77  ws-chuva-minima-dia                      pic 9(03)v99 value 1,00.
      *>----Contadores e totais de controle
       77  ws-qtd-estacoes                          pic 9(05).
       77  ws-qtd-originais                         pic 9(05).
       77  ws-qtd-reenvios                          pic 9(05).
       77  ws-qtd-ja-enviadas                       pic 9(05).
       77  ws-total-chuva                           pic 9(09)v99.
       77  ws-soma-medias                           pic s9(07)v99.
      *>----Edicao do relatorio
       77  ws-antes-ed                              pic -z9,99.
       77  ws-depois-ed                             pic -z9,99.
       77  ws-chuva-antes-ed                        pic zzzz9,99.
       77  ws-chuva-depois-ed                       pic zzzz9,99.
       77  ws-qtd-antes-ed                          pic z9.
       77  ws-qtd-depois-ed                         pic z9.
      *>----Quebra de dia e calculo do ultimo dia do mes
       01 ws-dia                                    pic 9(08).
       01 ws-dia-quebra redefines ws-dia.
          05 ws-dia-aaaa                            pic 9(04).
          05 ws-dia-mm                              pic 9(02).
          05 ws-dia-dd                              pic 9(02).
       77 ws-dia-max-mes                               pic 9(02).
       77 ws-div-quociente                             pic 9(04).
       77 ws-div-resto-4                               pic 9(03).
       77 ws-div-resto-100                             pic 9(03).
       77 ws-div-resto-400                             pic 9(03).
      *>----Variaveis do registro de controle de execucao
       77  ws-fs-controle                           pic 9(02).
       01 ws-ctl-registro.
          05 ws-ctl-programa                        pic x(30).
          05 ws-ctl-data-inicio                     pic 9(08).
          05 ws-ctl-hora-inicio                     pic 9(08).
          05 ws-ctl-data-fim                        pic 9(08).
          05 ws-ctl-hora-fim                        pic 9(08).
          05 ws-ctl-identificacao                   pic x(45).
          05 ws-ctl-qtd-lidos                       pic 9(07).
          05 ws-ctl-qtd-gravados                    pic 9(07).
          05 ws-ctl-qtd-rejeitados                  pic 9(07).
          05 ws-ctl-situacao                        pic x(10).
       77  ws-ctl-ja-gravado                        pic x(01).
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
           move "N"                                     to ws-ctl-ja-gravado
           move "mensagem-climatologica"                to ws-ctl-programa
           move spaces                                  to ws-ctl-identificacao
           move "CONCLUIDO"                             to ws-ctl-situacao
           move 0                                       to ws-ctl-qtd-lidos
           move 0                                       to ws-ctl-qtd-gravados
           move 0                                       to ws-ctl-qtd-rejeitados
           accept ws-ctl-data-inicio                    from date yyyymmdd
           accept ws-ctl-hora-inicio                    from time
           open input arqEstacoes
           if ws-fs-arqEstacoes <> 00 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqEstacoes) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open input arqTemp
           if ws-fs-arqTemp  <> 00
           and ws-fs-arqTemp <> 05 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-arqTemp                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqTemp) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open i-o arqClimatEnviados
           if ws-fs-arqEnviados = 35 then
               open output arqClimatEnviados
               close arqClimatEnviados
               open i-o arqClimatEnviados
           end-if
           if ws-fs-arqEnviados  <> 00
           and ws-fs-arqEnviados <> 05 then
               move 4                                            to ws-msn-erro-ofsset
               move ws-fs-arqEnviados                            to ws-msn-erro-cod
               move "Erro ao abrir arq: (arqClimatEnviados) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open output mensagemClimat
           if ws-fs-mensagem <> 00 then
               move 5                                          to ws-msn-erro-ofsset
               move ws-fs-mensagem                             to ws-msn-erro-cod
               move "Erro ao abrir arq: (mensagemClimat) "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open output relatorioClimat
           if ws-fs-relatorio <> 00 then
               move 6                                          to ws-msn-erro-ofsset
               move ws-fs-relatorio                            to ws-msn-erro-cod
               move "Erro ao abrir arq: (relatorioClimat) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move 0                                       to ws-qtd-estacoes
           move 0                                       to ws-qtd-originais
           move 0                                       to ws-qtd-reenvios
           move 0                                       to ws-qtd-ja-enviadas
           move 0                                       to ws-total-chuva
           move 0                                       to ws-soma-medias
           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Processamento principal - define a competencia (Enter assume o
      *>  mes anterior ao de hoje; o mes corrente ainda nao fechou),
      *>  confere os meses ja enviados, gerando os reenvios corrigidos,
      *>  e gera a mensagem original das estacoes ativas para a
      *>  competencia pedida.
      *>------------------------------------------------------------------------
       processamento section.
           display erase
           display "Mensagem climatologica mensal"
           accept ws-data-hoje                                from date yyyymmdd
           move ws-hoje-aaaa                                  to ws-comp-aaaa
           move ws-hoje-mm                                    to ws-comp-mm
           move ws-competencia                                to ws-competencia-hoje
           display "Digite a competencia (AAAAMM) ou Enter para o mes anterior: "
           move spaces                                        to ws-competencia-informada
           accept ws-competencia-informada
           if ws-competencia-informada = spaces then
               perform assume-mes-anterior
           else
               if ws-competencia-informada is numeric then
                   move ws-competencia-informada              to ws-competencia
                   if ws-comp-mm < 1 or ws-comp-mm > 12
                   or ws-competencia >= ws-competencia-hoje then
                       display "Competencia invalida ou nao encerrada - assumido o mes anterior"
                       perform assume-mes-anterior
                   end-if
               else
                   display "Competencia invalida ou nao encerrada - assumido o mes anterior"
                   perform assume-mes-anterior
               end-if
           end-if
           string "competencia " delimited by size
                  ws-competencia delimited by size
                  into ws-ctl-identificacao
           display "Competencia da mensagem: " ws-comp-aaaa "/" ws-comp-mm
           move ws-competencia                                to ws-msg-cab-competencia
           move ws-ctl-data-inicio                            to ws-msg-cab-data-geracao
           move ws-ctl-hora-inicio                            to ws-msg-cab-hora-geracao
           write mensagem-linha from ws-msg-cabecalho
           if ws-fs-mensagem <> 00 then
               move 5                                          to ws-msn-erro-ofsset
               move ws-fs-mensagem                             to ws-msn-erro-cod
               move "Erro ao gravar arq: (mensagemClimat) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "Mensagem climatologica mensal - conferencia dos envios" to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Competencia: " delimited by size
                  ws-competencia  delimited by size
                  "  gerada em "  delimited by size
                  ws-ctl-data-inicio delimited by size
                  into rel-linha
           write rel-linha
           move "Tipo    Est.  Compet. Detalhe" to rel-linha
           write rel-linha
           perform confere-meses-enviados
           perform gera-competencia
           perform grava-rodape-mensagem
           perform grava-resumo
           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Assume como competencia o mes anterior ao mes de hoje
      *>------------------------------------------------------------------------
       assume-mes-anterior section.
           move ws-hoje-aaaa                                  to ws-comp-aaaa
           move ws-hoje-mm                                    to ws-comp-mm
           if ws-comp-mm > 1 then
               subtract 1 from ws-comp-mm
           else
               move 12                                        to ws-comp-mm
               subtract 1 from ws-comp-aaaa
           end-if
           .
       assume-mes-anterior-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Percorre as estacoes/meses ja enviados e apura cada um de
      *>  novo; o mes que mudou desde o envio sai listado e ganha um
      *>  registro de reenvio corrigido na mensagem.
      *>------------------------------------------------------------------------
       confere-meses-enviados section.
           move "N"                                           to ws-env-fim
           move low-values                                    to env-chave
           start arqClimatEnviados key is >= env-chave
           if ws-fs-arqEnviados = 00 then
               perform enviados-le-proximo
               perform until ws-env-chegou-no-fim
                   perform confere-mes-enviado
                   perform enviados-le-proximo
               end-perform
           else
               if ws-fs-arqEnviados <> 23 then
                   move 4                                             to ws-msn-erro-ofsset
                   move ws-fs-arqEnviados                             to ws-msn-erro-cod
                   move "Erro ao posicionar: (arqClimatEnviados) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       confere-meses-enviados-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima estacao/mes ja enviado
      *>------------------------------------------------------------------------
       enviados-le-proximo section.
           read arqClimatEnviados next
           if ws-fs-arqEnviados = 10 then
               move "S"                                       to ws-env-fim
           else
               if ws-fs-arqEnviados <> 00 then
                   move 4                                             to ws-msn-erro-ofsset
                   move ws-fs-arqEnviados                             to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqClimatEnviados) "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       enviados-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Apura de novo a estacao/mes enviado corrente e compara com os
      *>  valores enviados; havendo diferenca, lista a mudanca, grava o
      *>  reenvio corrigido e guarda os novos valores como enviados.
      *>------------------------------------------------------------------------
       confere-mes-enviado section.
           move env-estacao                                   to ws-apur-estacao
           move env-competencia                               to ws-apur-competencia
           perform apura-resumo-mes
           if ws-apur-qtd-validos    <> env-qtd-validos
           or ws-apur-temp-media     <> env-temp-media
           or ws-apur-media-maximas  <> env-media-maximas
           or ws-apur-media-minimas  <> env-media-minimas
           or ws-apur-maxima         <> env-maxima
           or ws-apur-maxima-dia     <> env-maxima-dia
           or ws-apur-minima         <> env-minima
           or ws-apur-minima-dia     <> env-minima-dia
           or ws-apur-chuva-total    <> env-chuva-total
           or ws-apur-dias-chuva     <> env-dias-chuva
           or ws-apur-umidade-media  <> env-umidade-media
           or ws-apur-qtd-faltantes  <> env-qtd-faltantes
           or ws-apur-qtd-estimados  <> env-qtd-estimados then
               perform lista-mes-alterado
               move "20"                                      to ws-msg-tipo
               perform grava-detalhe-mensagem
               add 1                                          to ws-qtd-reenvios
               perform move-apuracao-para-enviado
               move ws-ctl-data-inicio                        to env-data-ultima-correcao
               add 1                                          to env-qtd-correcoes
               rewrite env-registro
               if ws-fs-arqEnviados <> 00 then
                   move 4                                             to ws-msn-erro-ofsset
                   move ws-fs-arqEnviados                             to ws-msn-erro-cod
                   move "Erro ao alterar arq: (arqClimatEnviados) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       confere-mes-enviado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Lista no relatorio a estacao/mes enviado que mudou, com os
      *>  valores enviados e os apurados agora
      *>------------------------------------------------------------------------
       lista-mes-alterado section.
           move env-temp-media                                to ws-antes-ed
           move ws-apur-temp-media                            to ws-depois-ed
           move env-chuva-total                               to ws-chuva-antes-ed
           move ws-apur-chuva-total                           to ws-chuva-depois-ed
           move env-qtd-validos                               to ws-qtd-antes-ed
           move ws-apur-qtd-validos                           to ws-qtd-depois-ed
           move spaces                                        to rel-linha
           string "REENVIO " delimited by size
                  env-estacao     delimited by size
                  " "             delimited by size
                  env-competencia delimited by size
                  "  media "      delimited by size
                  ws-antes-ed     delimited by size
                  " -> "          delimited by size
                  ws-depois-ed    delimited by size
                  "  chuva "      delimited by size
                  ws-chuva-antes-ed  delimited by size
                  " -> "          delimited by size
                  ws-chuva-depois-ed delimited by size
                  "  dias "       delimited by size
                  ws-qtd-antes-ed delimited by size
                  " -> "          delimited by size
                  ws-qtd-depois-ed delimited by size
                  into rel-linha
           write rel-linha
           display "Estacao " env-estacao " competencia " env-competencia
                   " mudou depois do envio - reenvio corrigido gerado"
           .
       lista-mes-alterado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Gera a mensagem original da competencia pedida para as
      *>  estacoes ativas que ainda nao a enviaram
      *>------------------------------------------------------------------------
       gera-competencia section.
           move "N"                                           to ws-estacao-fim
           move low-values                                    to fd-est-codigo
           start arqEstacoes key is >= fd-est-codigo
           if ws-fs-arqEstacoes = 00 then
               perform estacoes-le-proximo
               perform until ws-estacoes-chegou-no-fim
                   if fd-est-ativa then
                       add 1                                  to ws-qtd-estacoes
                       perform gera-estacao
                   end-if
                   perform estacoes-le-proximo
               end-perform
           else
               if ws-fs-arqEstacoes <> 23 then
                   move 1                                            to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                            to ws-msn-erro-cod
                   move "Erro ao posicionar arq: (arqEstacoes) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       gera-competencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima estacao do cadastro
      *>------------------------------------------------------------------------
       estacoes-le-proximo section.
           read arqEstacoes next
           if ws-fs-arqEstacoes = 10 then
               move "S"                                       to ws-estacao-fim
           else
               if ws-fs-arqEstacoes <> 00 then
                   move 1                                         to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                         to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqEstacoes) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       estacoes-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Gera o registro original da estacao corrente, se a
      *>  competencia ainda nao foi enviada, e guarda o envio
      *>------------------------------------------------------------------------
       gera-estacao section.
           move fd-est-codigo                                 to env-estacao
           move ws-competencia                                to env-competencia
           read arqClimatEnviados
           if ws-fs-arqEnviados = 00 then
               add 1                                          to ws-qtd-ja-enviadas
           else
               if ws-fs-arqEnviados <> 23 then
                   move 4                                             to ws-msn-erro-ofsset
                   move ws-fs-arqEnviados                             to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqClimatEnviados) "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move fd-est-codigo                             to ws-apur-estacao
               move ws-competencia                            to ws-apur-competencia
               perform apura-resumo-mes
               move "10"                                      to ws-msg-tipo
               perform grava-detalhe-mensagem
               add 1                                          to ws-qtd-originais
               move fd-est-codigo                             to env-estacao
               move ws-competencia                            to env-competencia
               perform move-apuracao-para-enviado
               move ws-ctl-data-inicio                        to env-data-envio
               move 0                                         to env-data-ultima-correcao
               move 0                                         to env-qtd-correcoes
               write env-registro
               if ws-fs-arqEnviados <> 00 then
                   move 4                                             to ws-msn-erro-ofsset
                   move ws-fs-arqEnviados                             to ws-msn-erro-cod
                   move "Erro ao gravar arq: (arqClimatEnviados) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-apur-qtd-faltantes                     to ws-qtd-depois-ed
               move spaces                                    to rel-linha
               string "ENVIO   "      delimited by size
                      fd-est-codigo   delimited by size
                      " "             delimited by size
                      ws-competencia  delimited by size
                      "  dias faltantes: " delimited by size
                      ws-qtd-depois-ed delimited by size
                      into rel-linha
               write rel-linha
           end-if
           .
       gera-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Copia a apuracao corrente para o registro de mes enviado
      *>------------------------------------------------------------------------
       move-apuracao-para-enviado section.
           move ws-apur-qtd-validos                           to env-qtd-validos
           move ws-apur-temp-media                            to env-temp-media
           move ws-apur-media-maximas                         to env-media-maximas
           move ws-apur-media-minimas                         to env-media-minimas
           move ws-apur-maxima                                to env-maxima
           move ws-apur-maxima-dia                            to env-maxima-dia
           move ws-apur-minima                                to env-minima
           move ws-apur-minima-dia                            to env-minima-dia
           move ws-apur-chuva-total                           to env-chuva-total
           move ws-apur-dias-chuva                            to env-dias-chuva
           move ws-apur-umidade-media                         to env-umidade-media
           move ws-apur-qtd-faltantes                         to env-qtd-faltantes
           move ws-apur-qtd-estimados                         to env-qtd-estimados
           .
       move-apuracao-para-enviado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava o registro de detalhe (original ou reenvio, conforme
      *>  ws-msg-tipo) com a apuracao corrente e acumula os totais de
      *>  controle do rodape
      *>------------------------------------------------------------------------
       grava-detalhe-mensagem section.
           move ws-apur-estacao                               to ws-msg-estacao
           move ws-apur-competencia                           to ws-msg-competencia
           move ws-apur-qtd-validos                           to ws-msg-qtd-validos
           move ws-apur-temp-media                            to ws-msg-temp-media
           move ws-apur-media-maximas                         to ws-msg-media-maximas
           move ws-apur-media-minimas                         to ws-msg-media-minimas
           move ws-apur-maxima                                to ws-msg-maxima
           move ws-apur-maxima-dia                            to ws-msg-maxima-dia
           move ws-apur-minima                                to ws-msg-minima
           move ws-apur-minima-dia                            to ws-msg-minima-dia
           move ws-apur-chuva-total                           to ws-msg-chuva-total
           move ws-apur-dias-chuva                            to ws-msg-dias-chuva
           move ws-apur-umidade-media                         to ws-msg-umidade-media
           move ws-apur-qtd-faltantes                         to ws-msg-qtd-faltantes
           move ws-apur-qtd-estimados                         to ws-msg-qtd-estimados
           write mensagem-linha from ws-msg-detalhe
           if ws-fs-mensagem <> 00 then
               move 5                                          to ws-msn-erro-ofsset
               move ws-fs-mensagem                             to ws-msn-erro-cod
               move "Erro ao gravar arq: (mensagemClimat) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add ws-apur-chuva-total                            to ws-total-chuva
           add ws-apur-temp-media                             to ws-soma-medias
           .
       grava-detalhe-mensagem-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava o rodape da mensagem com os totais de controle:
      *>  quantidade de registros de detalhe (originais e reenvios),
      *>  chuva total e soma das medias mensais de temperatura.
      *>------------------------------------------------------------------------
       grava-rodape-mensagem section.
           add ws-qtd-originais ws-qtd-reenvios           giving ws-msg-rod-qtd-registros
           move ws-qtd-originais                              to ws-msg-rod-qtd-originais
           move ws-qtd-reenvios                               to ws-msg-rod-qtd-reenvios
           move ws-total-chuva                                to ws-msg-rod-total-chuva
           move ws-soma-medias                                to ws-msg-rod-soma-medias
           write mensagem-linha from ws-msg-rodape
           if ws-fs-mensagem <> 00 then
               move 5                                          to ws-msn-erro-ofsset
               move ws-fs-mensagem                             to ws-msn-erro-cod
               move "Erro ao gravar arq: (mensagemClimat) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-rodape-mensagem-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Apura o resumo mensal de ws-apur-estacao na competencia
      *>  ws-apur-competencia. Le arqTemp.dat e, quando o mes nao esta
      *>  mais no arquivo online, o historico anual do ano. Dias sem
      *>  leitura e dias com suspeita nao revisada contam como
      *>  faltantes; dias estimados entram no resumo e sao contados.
      *>------------------------------------------------------------------------
       apura-resumo-mes section.
           move 0                                             to ws-apur-qtd-lidos
           move 0                                             to ws-apur-qtd-validos
           move 0                                             to ws-apur-qtd-estimados
           move 0                                             to ws-apur-dias-chuva
           move 0                                             to ws-apur-soma-temp
           move 0                                             to ws-apur-soma-maximas
           move 0                                             to ws-apur-soma-minimas
           move 0                                             to ws-apur-soma-umidade
           move 0                                             to ws-apur-chuva-total
           move 0                                             to ws-apur-temp-media
           move 0                                             to ws-apur-media-maximas
           move 0                                             to ws-apur-media-minimas
           move 0                                             to ws-apur-umidade-media
           move 0                                             to ws-apur-maxima
           move 0                                             to ws-apur-maxima-dia
           move 0                                             to ws-apur-minima
           move 0                                             to ws-apur-minima-dia
           move ws-apur-aaaa                                  to ws-dia-aaaa
           move ws-apur-mm                                    to ws-dia-mm
           move 1                                             to ws-dia-dd
           move ws-dia                                        to ws-apur-dia-inicial
           perform calcula-dia-max-mes
           move ws-dia-max-mes                                to ws-dia-dd
           move ws-dia                                        to ws-apur-dia-final
           move "N"                                           to ws-apur-fim
           move ws-apur-estacao                               to fd-estacao
           move ws-apur-dia-inicial                           to fd-dia
           start arqTemp key is >= fd-chave
           if ws-fs-arqTemp = 00 then
               perform apura-le-proximo
               perform until ws-apur-chegou-no-fim
                   move fd-dia                                to ws-apur-dia
                   move fd-temperatura                        to ws-apur-temperatura
                   move fd-temp-minima                        to ws-apur-temp-minima
                   move fd-temp-maxima                        to ws-apur-temp-maxima
                   move fd-suspeita                           to ws-apur-suspeita
                   move fd-chuva-dia                          to ws-apur-chuva
                   move fd-umidade-media                      to ws-apur-umidade
                   move fd-origem                             to ws-apur-origem
                   perform apura-acumula-dia
                   perform apura-le-proximo
               end-perform
           else
               if ws-fs-arqTemp <> 23 then
                   move 2                                          to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao posicionar arquivo: (arqTemp) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           if ws-apur-qtd-lidos = 0 then
               perform apura-resumo-mes-historico
           end-if
           subtract ws-apur-qtd-validos from ws-dia-max-mes giving ws-apur-qtd-faltantes
           if ws-apur-qtd-validos > 0 then
               divide ws-apur-soma-temp     by ws-apur-qtd-validos
                                            giving ws-apur-temp-media rounded
               divide ws-apur-soma-maximas  by ws-apur-qtd-validos
                                            giving ws-apur-media-maximas rounded
               divide ws-apur-soma-minimas  by ws-apur-qtd-validos
                                            giving ws-apur-media-minimas rounded
               divide ws-apur-soma-umidade  by ws-apur-qtd-validos
                                            giving ws-apur-umidade-media rounded
           end-if
           .
       apura-resumo-mes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura diaria da estacao no mes em apuracao
      *>------------------------------------------------------------------------
       apura-le-proximo section.
           read arqTemp next
           if ws-fs-arqTemp = 10 then
               move "S"                                       to ws-apur-fim
           else
               if ws-fs-arqTemp <> 00 then
                   move 2                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTemp) "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fd-estacao <> ws-apur-estacao
               or fd-dia > ws-apur-dia-final then
                   move "S"                                   to ws-apur-fim
               end-if
           end-if
           .
       apura-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Apuracao do mes pelo historico anual (arqTempHistAAAA.dat),
      *>  para os meses ja arquivados pelo arquiva-temperatura.
      *>------------------------------------------------------------------------
       apura-resumo-mes-historico section.
           move spaces                                        to ws-hist-nome
           string "arqTempHist"   delimited by size
                  ws-apur-aaaa    delimited by size
                  ".dat"          delimited by size
                  into ws-hist-nome
           open input arqTempHist
           if ws-fs-hist <> 35 then
               if ws-fs-hist <> 00 then
                   move 3                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqTempHist) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N"                                       to ws-apur-fim
               move ws-apur-estacao                           to fdhist-estacao
               move ws-apur-dia-inicial                       to fdhist-dia
               start arqTempHist key is >= fdhist-chave
               if ws-fs-hist = 00 then
                   perform apura-hist-le-proximo
                   perform until ws-apur-chegou-no-fim
                       move fdhist-dia                        to ws-apur-dia
                       move fdhist-temperatura                to ws-apur-temperatura
                       move fdhist-temp-minima                to ws-apur-temp-minima
                       move fdhist-temp-maxima                to ws-apur-temp-maxima
                       move fdhist-suspeita                   to ws-apur-suspeita
                       move fdhist-chuva-dia                  to ws-apur-chuva
                       move fdhist-umidade-media              to ws-apur-umidade
                       move fdhist-origem                     to ws-apur-origem
                       perform apura-acumula-dia
                       perform apura-hist-le-proximo
                   end-perform
               else
                   if ws-fs-hist <> 23 then
                       move 3                                          to ws-msn-erro-ofsset
                       move ws-fs-hist                                 to ws-msn-erro-cod
                       move "Erro ao posicionar arq: (arqTempHist) "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               close arqTempHist
               if ws-fs-hist <> 00 then
                   move 3                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao fechar arquivo: (arqTempHist) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       apura-resumo-mes-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura da estacao no historico anual
      *>------------------------------------------------------------------------
       apura-hist-le-proximo section.
           read arqTempHist next
           if ws-fs-hist = 10 then
               move "S"                                       to ws-apur-fim
           else
               if ws-fs-hist <> 00 then
                   move 3                                         to ws-msn-erro-ofsset
                   move ws-fs-hist                                to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTempHist) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fdhist-estacao <> ws-apur-estacao
               or fdhist-dia > ws-apur-dia-final then
                   move "S"                                   to ws-apur-fim
               end-if
           end-if
           .
       apura-hist-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Acumula a leitura diaria em apuracao no resumo do mes.
      *>  Suspeita ainda nao revisada fica fora do resumo (dia
      *>  faltante) ate ser confirmada ou corrigida.
      *>------------------------------------------------------------------------
       apura-acumula-dia section.
           add 1                                              to ws-apur-qtd-lidos
           if not ws-apur-e-suspeita then
               add 1                                          to ws-apur-qtd-validos
               if ws-apur-e-estimada then
                   add 1                                      to ws-apur-qtd-estimados
               end-if
               add ws-apur-temperatura                        to ws-apur-soma-temp
               add ws-apur-temp-maxima                        to ws-apur-soma-maximas
               add ws-apur-temp-minima                        to ws-apur-soma-minimas
               add ws-apur-umidade                            to ws-apur-soma-umidade
               add ws-apur-chuva                              to ws-apur-chuva-total
               if ws-apur-chuva >= ws-chuva-minima-dia then
                   add 1                                      to ws-apur-dias-chuva
               end-if
               if ws-apur-qtd-validos = 1
               or ws-apur-temp-maxima > ws-apur-maxima then
                   move ws-apur-temp-maxima                   to ws-apur-maxima
                   move ws-apur-dia                           to ws-apur-maxima-dia
               end-if
               if ws-apur-qtd-validos = 1
               or ws-apur-temp-minima < ws-apur-minima then
                   move ws-apur-temp-minima                   to ws-apur-minima
                   move ws-apur-dia                           to ws-apur-minima-dia
               end-if
           end-if
           .
       apura-acumula-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava o resumo da execucao no relatorio e na tela
      *>------------------------------------------------------------------------
       grava-resumo section.
           move spaces                                        to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Estacoes ativas: "         delimited by size
                  ws-qtd-estacoes             delimited by size
                  "  envios: "                delimited by size
                  ws-qtd-originais            delimited by size
                  "  reenvios corrigidos: "   delimited by size
                  ws-qtd-reenvios             delimited by size
                  "  ja enviadas: "           delimited by size
                  ws-qtd-ja-enviadas          delimited by size
                  into rel-linha
           write rel-linha
           display "Estacoes ativas      : " ws-qtd-estacoes
           display "Envios da competencia: " ws-qtd-originais
           display "Reenvios corrigidos  : " ws-qtd-reenvios
           display "Ja enviadas antes    : " ws-qtd-ja-enviadas
           display "Mensagem gravada em mensagemClimatologica.txt"
           move ws-qtd-estacoes                               to ws-ctl-qtd-lidos
           add ws-qtd-originais ws-qtd-reenvios           giving ws-ctl-qtd-gravados
           .
       grava-resumo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Calcula em ws-dia-max-mes o ultimo dia do mes de ws-dia
      *>------------------------------------------------------------------------
       calcula-dia-max-mes section.
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
           .
       calcula-dia-max-mes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava o registro desta execucao no arquivo de controle de
      *>  execucoes dos programas batch (controleExecucao.txt):
      *>  programa, inicio, fim, identificacao da entrada, contadores e
      *>  situacao final. O chamador preenche a identificacao e os
      *>  contadores em ws-ctl-registro.
      *>------------------------------------------------------------------------
       grava-controle-execucao section.
           if ws-ctl-ja-gravado <> "S" then
               move "S"                                       to ws-ctl-ja-gravado
               accept ws-ctl-data-fim                         from date yyyymmdd
               accept ws-ctl-hora-fim                         from time
               open extend arqControle
               if ws-fs-controle = 35 then
                   open output arqControle
               end-if
               if ws-fs-controle <> 00 then
                   move 90                                       to ws-msn-erro-ofsset
                   move ws-fs-controle                           to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqControle) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move spaces                                    to controle-linha
               string ws-ctl-programa       delimited by size
                      ";" delimited by size ws-ctl-data-inicio   delimited by size
                      ";" delimited by size ws-ctl-hora-inicio   delimited by size
                      ";" delimited by size ws-ctl-data-fim      delimited by size
                      ";" delimited by size ws-ctl-hora-fim      delimited by size
                      ";" delimited by size ws-ctl-identificacao delimited by size
                      ";" delimited by size ws-ctl-qtd-lidos     delimited by size
                      ";" delimited by size ws-ctl-qtd-gravados  delimited by size
                      ";" delimited by size ws-ctl-qtd-rejeitados delimited by size
                      ";" delimited by size ws-ctl-situacao      delimited by size
                      into controle-linha
               write controle-linha
               if ws-fs-controle <> 00 then
                   move 90                                       to ws-msn-erro-ofsset
                   move ws-fs-controle                           to ws-msn-erro-cod
                   move "Erro ao gravar arquivo: (arqControle) " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqControle
               if ws-fs-controle <> 00 then
                   move 90                                       to ws-msn-erro-ofsset
                   move ws-fs-controle                           to ws-msn-erro-cod
                   move "Erro ao fechar arquivo: (arqControle) " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       grava-controle-execucao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           close arqEstacoes
           if ws-fs-arqEstacoes <> 0 then
               move 11                                 to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqTemp
           if ws-fs-arqTemp <> 0 then
               move 11                               to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemp "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqClimatEnviados
           if ws-fs-arqEnviados <> 0 then
               move 11                                       to ws-msn-erro-ofsset
               move ws-fs-arqEnviados                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqClimatEnviados " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close mensagemClimat
           if ws-fs-mensagem <> 0 then
               move 11                                    to ws-msn-erro-ofsset
               move ws-fs-mensagem                        to ws-msn-erro-cod
               move "Erro ao fechar arq. mensagemClimat " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close relatorioClimat
           if ws-fs-relatorio <> 0 then
               move 11                                    to ws-msn-erro-ofsset
               move ws-fs-relatorio                       to ws-msn-erro-cod
               move "Erro ao fechar arq. relatorioClimat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform grava-controle-execucao
           Stop run
           .
       finaliza-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           move "ERRO"                           to ws-ctl-situacao
           perform grava-controle-execucao
           display erase
           display ws-msn-erro-text.
           Stop run
           .
       finaliza-anormal-exit.
           exit.
