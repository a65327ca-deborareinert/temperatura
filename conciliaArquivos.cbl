      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "concilia-arquivos".
       author. "Debora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.
      *>Histórico de alterações
      *>  15/10/2026 DR - Programa criado para a conciliacao cruzada dos
      *>                  arquivos do sistema (arqTemp.dat, historicos
      *>                  arqTempHistAAAA.dat, arqEstacoes.dat,
      *>                  arqParadas.dat, arqRecordes.dat,
      *>                  arqNormais.dat, arqTempHoras.dat e
      *>                  controleExecucao.txt). Nao altera nenhum
      *>                  arquivo: grava relatorioConciliacao.txt com
      *>                  uma linha por excecao e a quantidade de
      *>                  excecoes de cada conferencia. Roda
      *>                  semanalmente e depois de toda restauracao de
      *>                  copia de seguranca, antes de voltar a confiar
      *>                  nos dados.
      *>  15/10/2026 DR - Registro de arqNormais ampliado com o primeiro
      *>                  dia considerado na normal (layout
      *>                  sincronizado; sem mudanca de logica).
      *>  15/10/2026 DR - Registro de arqNormais ampliado com as normais
      *>                  de chuva (layout sincronizado; sem mudanca de
      *>                  logica).
      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.
      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
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

                                   select arqTempHoras assign to "arqTempHoras.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fdh-chave
                                   file status is ws-fs-arqTempHoras.

                                   select arqEstacoes assign to "arqEstacoes.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-est-codigo
                                   file status is ws-fs-arqEstacoes.

                                   select arqParadas assign to "arqParadas.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-par-chave
                                   file status is ws-fs-arqParadas.

                                   select arqRecordes assign to "arqRecordes.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is rec-estacao
                                   file status is ws-fs-arqRecordes.

                                   select arqNormais assign to "arqNormais.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is nor-chave
                                   file status is ws-fs-arqNormais.

                                   select relatorioConciliacao assign to "relatorioConciliacao.txt"
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

       fd arqTempHoras.
       01 fdh-temp.
           05 fdh-chave.
               10 fdh-estacao                       pic  x(05).
               10 fdh-dia                           pic  9(08).
               10 fdh-hora                          pic  9(02).
           05 fdh-temperatura                       pic  s9(02)v99.
           05 fdh-chuva                             pic  9(03)v99.
           05 fdh-umidade                           pic  9(03)v99.

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

       fd arqParadas.
       01 fd-par.
           05 fd-par-chave.
               10 fd-par-estacao                    pic  x(05).
               10 fd-par-inicio                     pic  9(08).
           05 fd-par-fim                            pic  9(08).
           05 fd-par-motivo                         pic  x(30).

       fd arqRecordes.
       01 rec-registro.
           05 rec-estacao                           pic  x(05).
           05 rec-maxima                            pic  s9(02)v99.
           05 rec-maxima-dia                        pic  9(08).
           05 rec-minima                            pic  s9(02)v99.
           05 rec-minima-dia                        pic  9(08).
           05 rec-amplitude                         pic  9(03)v99.
           05 rec-amplitude-dia                     pic  9(08).

       fd arqNormais.
       01 nor-registro.
           05 nor-chave.
               10 nor-estacao                       pic  x(05).
               10 nor-mes                           pic  9(02).
           05 nor-media-longa                       pic  s9(02)v99.
           05 nor-media-menor                       pic  s9(02)v99.
           05 nor-media-maior                       pic  s9(02)v99.
           05 nor-qtd-meses                         pic  9(04).
           05 nor-qtd-estimadas                     pic  9(05).
           05 nor-inicio-periodo                    pic  9(08).
           05 nor-chuva-media-dia                   pic  9(03)v9(04).
           05 nor-chuva-normal-mes                  pic  9(04)v99.
           05 nor-chuva-menor                       pic  9(04)v99.
           05 nor-chuva-maior                       pic  9(04)v99.
           05 nor-qtd-meses-chuva                   pic  9(04).
           05 nor-qtd-dias-chuva                    pic  9(06).

       fd relatorioConciliacao.
       01 rel-linha                                 pic  x(100).

       fd arqControle.
       01 controle-linha                            pic  x(150).

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                     pic 9(04).
          05 ws-msn-erro-cod                        pic 9(04).
          05 ws-msn-erro-text                       pic x(42).
       77  ws-fs-arqTemp                            pic 9(02).
       77  ws-fs-hist                               pic 9(02).
       77  ws-fs-arqTempHoras                       pic 9(02).
       77  ws-fs-arqEstacoes                        pic 9(02).
       77  ws-fs-arqParadas                         pic 9(02).
       77  ws-fs-arqRecordes                        pic 9(02).
       77  ws-fs-arqNormais                         pic 9(02).
       77  ws-fs-relatorio                          pic 9(02).
       77  ws-hist-nome                             pic x(30).
      *>----Arquivos opcionais (inexistentes nao sao conferidos)
       77  ws-horas-ativo                           pic x(01).
          88  ws-horas-esta-ativo                    value "S".
       77  ws-paradas-ativo                         pic x(01).
          88  ws-paradas-esta-ativo                  value "S".
       77  ws-recordes-ativo                        pic x(01).
          88  ws-recordes-esta-ativo                 value "S".
       77  ws-normais-ativo                         pic x(01).
          88  ws-normais-esta-ativo                  value "S".
       77  ws-hist-aberto                           pic x(01).
          88  ws-hist-esta-aberto                    value "S".
       77  ws-hist-ano-aberto                       pic 9(04).
      *>----Parametros da conciliacao
       77  ws-dias-suspeita                         pic 9(03).
       77  ws-ano-inicial                           pic 9(04).
       77  ws-ano-corrente                          pic 9(04).
      *>----Controle das varreduras
       77  ws-leitura-fim                           pic x(01).
          88  ws-leituras-chegou-no-fim              value "S".
       77  ws-qtd-lidos                             pic 9(07).
      *>----Leitura diaria em conferencia (online ou historico)
       01 ws-chk-leitura.
          05 ws-chk-estacao                         pic x(05).
          05 ws-chk-dia                             pic 9(08).
          05 ws-chk-suspeita                        pic x(01).
          05 ws-chk-origem                          pic x(12).
      *>----Grupo de leituras de estacao sem cadastro
       77  ws-cad-ultima-estacao                    pic x(05).
       77  ws-cad-existe                            pic x(01).
          88  ws-cad-estacao-existe                  value "S".
       77  ws-orf-aberto                            pic x(01).
          88  ws-ha-orf-aberto                       value "S".
       77  ws-orf-estacao                           pic x(05).
       77  ws-orf-origem                            pic x(12).
       77  ws-orf-primeiro-dia                      pic 9(08).
       77  ws-orf-ultimo-dia                        pic 9(08).
       77  ws-orf-qtd                               pic 9(07).
      *>----Busca de parada programada do dia em conferencia
       77  ws-em-parada                             pic x(01).
          88  ws-esta-em-parada                      value "S".
       77  ws-par-busca-fim                         pic x(01).
          88  ws-par-busca-chegou-no-fim             value "S".
       77  ws-par-achada-inicio                     pic 9(08).
       77  ws-par-achada-fim                        pic 9(08).
      *>----Grupo de leituras horarias de estacao/dia
       01 ws-hor-grupo.
          05 ws-hor-estacao                         pic x(05).
          05 ws-hor-dia                             pic 9(08).
       77  ws-hor-qtd-horas                         pic 9(02).
       77  ws-hor-primeiro                          pic x(01).
          88  ws-hor-e-primeiro                      value "S".
      *>----Localizacao da leitura do dia de um recorde
       77  ws-loc-achou                             pic x(01).
          88  ws-loc-leitura-achada                  value "S".
       77  ws-loc-estacao                           pic x(05).
       01  ws-loc-dia                               pic 9(08).
       01  ws-loc-dia-quebra redefines ws-loc-dia.
           05 ws-loc-dia-aaaa                       pic 9(04).
           05 ws-loc-dia-mmdd                       pic 9(04).
       77  ws-loc-minima                            pic s9(02)v99.
       77  ws-loc-maxima                            pic s9(02)v99.
       77  ws-loc-amplitude                         pic 9(03)v99.
       77  ws-loc-invalida                          pic x(01).
          88  ws-loc-e-invalida                      value "S".
      *>----Leitura do controle de execucoes
       77  ws-fs-controle                           pic 9(02).
       77  ws-ctl-fim                               pic x(01).
          88  ws-ctl-chegou-no-fim                   value "S".
       01 ws-ctl-lido.
          05 ws-ctl-l-programa                      pic x(30).
          05 ws-ctl-l-data-inicio                   pic x(08).
          05 ws-ctl-l-hora-inicio                   pic x(08).
          05 ws-ctl-l-data-fim                      pic x(08).
          05 ws-ctl-l-hora-fim                      pic x(08).
          05 ws-ctl-l-identificacao                 pic x(45).
          05 ws-ctl-l-lidos                         pic x(07).
          05 ws-ctl-l-gravados                      pic x(07).
          05 ws-ctl-l-rejeitados                    pic x(07).
          05 ws-ctl-l-situacao                      pic x(10).
             88  ws-ctl-l-situacao-final             value "CONCLUIDO"
                                                           "ERRO"
                                                           "CANCELADO"
                                                           "RECUSADA".
      *>----Linha de excecao do relatorio
       01 ws-excecao.
          05 ws-exc-verificacao                     pic x(10).
          05 ws-exc-estacao                         pic x(05).
          05 ws-exc-dia                             pic x(08).
          05 ws-exc-origem                          pic x(12).
          05 ws-exc-texto                           pic x(58).
       77  ws-dia-txt                               pic x(08).
       77  ws-valor-ed                              pic -z9,99.
       77  ws-valor2-ed                             pic -z9,99.
       77  ws-amplitude-ed                          pic zz9,99.
       77  ws-qtd-ed                                pic zzzzzz9.
      *>----Calculo da idade das suspeitas em dias
       01  ws-data-hoje                             pic 9(08).
       01  ws-data-hoje-quebra redefines ws-data-hoje.
           05 ws-hoje-aaaa                          pic 9(04).
           05 ws-hoje-mmdd                          pic 9(04).
       01  ws-data-calculo                          pic 9(08).
       01  ws-data-calculo-quebra redefines ws-data-calculo.
           05 ws-calc-aaaa                          pic 9(04).
           05 ws-calc-mm                            pic 9(02).
           05 ws-calc-dd                            pic 9(02).
       77  ws-calc-ano                              pic 9(04).
       77  ws-calc-mes                              pic 9(02).
       77  ws-calc-quociente                        pic 9(07).
       77  ws-numero-dia                            pic 9(07).
       77  ws-numero-hoje                           pic 9(07).
       77  ws-idade-dias                            pic 9(07).
      *>----Quantidade de excecoes por conferencia
       77  ws-qtd-exc-cadastro                      pic 9(07).
       77  ws-qtd-exc-parada                        pic 9(07).
       77  ws-qtd-exc-duplicada                     pic 9(07).
       77  ws-qtd-exc-recorde                       pic 9(07).
       77  ws-qtd-exc-horaria                       pic 9(07).
       77  ws-qtd-exc-suspeita                      pic 9(07).
       77  ws-qtd-exc-controle                      pic 9(07).
       77  ws-qtd-excecoes                          pic 9(07).
      *>----Variaveis do registro de controle de execucao
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
           move "concilia-arquivos"                     to ws-ctl-programa
           move "conciliacao -> relatorioConciliacao.txt"
                                                        to ws-ctl-identificacao
           move "CONCLUIDO"                             to ws-ctl-situacao
           move 0                                       to ws-ctl-qtd-lidos
           move 0                                       to ws-ctl-qtd-gravados
           move 0                                       to ws-ctl-qtd-rejeitados
           accept ws-ctl-data-inicio                    from date yyyymmdd
           accept ws-ctl-hora-inicio                    from time
           accept ws-data-hoje                          from date yyyymmdd
           move ws-data-hoje                            to ws-data-calculo
           perform calcula-numero-dia
           move ws-numero-dia                           to ws-numero-hoje
           move 0                                       to ws-qtd-lidos
           move 0                                       to ws-qtd-exc-cadastro
           move 0                                       to ws-qtd-exc-parada
           move 0                                       to ws-qtd-exc-duplicada
           move 0                                       to ws-qtd-exc-recorde
           move 0                                       to ws-qtd-exc-horaria
           move 0                                       to ws-qtd-exc-suspeita
           move 0                                       to ws-qtd-exc-controle
           move 0                                       to ws-qtd-excecoes
           move "N"                                     to ws-hist-aberto
           move "N"                                     to ws-orf-aberto
           move spaces                                  to ws-cad-ultima-estacao
           open input arqTemp
           if ws-fs-arqTemp  <> 00
           and ws-fs-arqTemp <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqTemp                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqTemp) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open input arqEstacoes
           if ws-fs-arqEstacoes <> 00 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqEstacoes) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "S"                                     to ws-horas-ativo
           open input arqTempHoras
           if ws-fs-arqTempHoras = 35 then
               move "N"                                 to ws-horas-ativo
           else
               if ws-fs-arqTempHoras <> 00 then
                   move 3                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTempHoras                       to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqTempHoras) " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move "S"                                     to ws-paradas-ativo
           open input arqParadas
           if ws-fs-arqParadas = 35 then
               move "N"                                 to ws-paradas-ativo
           else
               if ws-fs-arqParadas <> 00 then
                   move 5                                        to ws-msn-erro-ofsset
                   move ws-fs-arqParadas                         to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqParadas) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move "S"                                     to ws-recordes-ativo
           open input arqRecordes
           if ws-fs-arqRecordes = 35 then
               move "N"                                 to ws-recordes-ativo
           else
               if ws-fs-arqRecordes <> 00 then
                   move 6                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                        to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqRecordes) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move "S"                                     to ws-normais-ativo
           open input arqNormais
           if ws-fs-arqNormais = 35 then
               move "N"                                 to ws-normais-ativo
           else
               if ws-fs-arqNormais <> 00 then
                   move 7                                        to ws-msn-erro-ofsset
                   move ws-fs-arqNormais                         to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqNormais) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           open output relatorioConciliacao
           if ws-fs-relatorio <> 00 then
               move 9                                              to ws-msn-erro-ofsset
               move ws-fs-relatorio                               to ws-msn-erro-cod
               move "Erro ao abrir arq: (relatorioConciliacao) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Processamento principal - pede os parametros e executa as
      *>  conferencias, arquivo por arquivo, gravando as excecoes.
      *>------------------------------------------------------------------------
       processamento section.
           perform solicita-parametros
           perform grava-cabecalho-relatorio
           perform confere-arquivo-online
           perform varying ws-ano-corrente from ws-ano-inicial by 1
                   until ws-ano-corrente > ws-hoje-aaaa
               perform confere-historico-ano
           end-perform
           if ws-horas-esta-ativo then
               perform confere-leituras-horarias
           end-if
           if ws-recordes-esta-ativo then
               perform confere-livro-recordes
           end-if
           if ws-normais-esta-ativo then
               perform confere-normais
           end-if
           perform confere-controle-execucao
           perform grava-resumo
           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Parametros: idade minima em dias para uma suspeita nunca
      *>  revisada sair no relatorio e primeiro ano de historico
      *>  (arqTempHistAAAA.dat) a conferir.
      *>------------------------------------------------------------------------
       solicita-parametros section.
           display erase
           display "Conciliacao dos arquivos do sistema"
           display "Dias para uma suspeita sem revisao ser apontada (Enter = 30): "
           accept ws-dias-suspeita
           if ws-dias-suspeita = 0 then
               move 30                                        to ws-dias-suspeita
           end-if
           display "Primeiro ano de historico a conferir (AAAA, Enter = 10 anos): "
           accept ws-ano-inicial
           if ws-ano-inicial = 0
           or ws-ano-inicial > ws-hoje-aaaa then
               subtract 10 from ws-hoje-aaaa giving ws-ano-inicial
           end-if
           .
       solicita-parametros-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Cabecalho do relatorio de excecoes
      *>------------------------------------------------------------------------
       grava-cabecalho-relatorio section.
           move "Conciliacao dos arquivos do sistema - relatorio de excecoes" to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Posicao em: "             delimited by size
                  ws-data-hoje               delimited by size
                  "  historicos desde: "     delimited by size
                  ws-ano-inicial             delimited by size
                  "  suspeitas com mais de " delimited by size
                  ws-dias-suspeita           delimited by size
                  " dias"                    delimited by size
                  into rel-linha
           write rel-linha
           move "Conferencia Est.  Dia      Arquivo      Excecao" to rel-linha
           write rel-linha
           .
       grava-cabecalho-relatorio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Confere as leituras diarias do arquivo online (arqTemp.dat)
      *>------------------------------------------------------------------------
       confere-arquivo-online section.
           move "arqTemp"                                     to ws-chk-origem
           move "N"                                           to ws-leitura-fim
           move low-values                                    to fd-chave
           start arqTemp key is >= fd-chave
           if ws-fs-arqTemp = 23 then
               move "S"                                       to ws-leitura-fim
           else
               if ws-fs-arqTemp <> 00 then
                   move 1                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao posicionar arquivo: (arqTemp) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform online-le-proximo
           end-if
           perform until ws-leituras-chegou-no-fim
               add 1                                          to ws-qtd-lidos
               move fd-estacao                                to ws-chk-estacao
               move fd-dia                                    to ws-chk-dia
               move fd-suspeita                               to ws-chk-suspeita
               perform confere-leitura-diaria
               perform online-le-proximo
           end-perform
           perform fecha-grupo-sem-cadastro
           .
       confere-arquivo-online-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura de arqTemp
      *>------------------------------------------------------------------------
       online-le-proximo section.
           read arqTemp next
           if ws-fs-arqTemp = 10 then
               move "S"                                       to ws-leitura-fim
           else
               if ws-fs-arqTemp <> 00 then
                   move 1                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTemp) "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       online-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Confere as leituras diarias do historico do ano corrente da
      *>  varredura, se o historico existir: alem das conferencias de
      *>  toda leitura diaria, o mesmo dia nao pode estar tambem no
      *>  arquivo online.
      *>------------------------------------------------------------------------
       confere-historico-ano section.
           move spaces                                        to ws-hist-nome
           string "arqTempHist"   delimited by size
                  ws-ano-corrente delimited by size
                  ".dat"          delimited by size
                  into ws-hist-nome
           open input arqTempHist
           if ws-fs-hist = 35 then
               continue
           else
               if ws-fs-hist <> 00 then
                   move 2                                           to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqTempHist) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move spaces                                    to ws-chk-origem
               string "Hist"          delimited by size
                      ws-ano-corrente delimited by size
                      into ws-chk-origem
               move "N"                                       to ws-leitura-fim
               move low-values                                to fdhist-chave
               start arqTempHist key is >= fdhist-chave
               if ws-fs-hist = 23 then
                   move "S"                                   to ws-leitura-fim
               else
                   if ws-fs-hist <> 00 then
                       move 2                                          to ws-msn-erro-ofsset
                       move ws-fs-hist                                 to ws-msn-erro-cod
                       move "Erro ao posicionar arq: (arqTempHist) "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform historico-le-proximo
               end-if
               perform until ws-leituras-chegou-no-fim
                   add 1                                      to ws-qtd-lidos
                   move fdhist-estacao                        to ws-chk-estacao
                   move fdhist-dia                            to ws-chk-dia
                   move fdhist-suspeita                       to ws-chk-suspeita
                   perform confere-leitura-diaria
                   perform confere-dia-duplicado
                   perform historico-le-proximo
               end-perform
               perform fecha-grupo-sem-cadastro
               close arqTempHist
               if ws-fs-hist <> 00 then
                   move 2                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao fechar arquivo: (arqTempHist) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       confere-historico-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura do historico anual aberto
      *>------------------------------------------------------------------------
       historico-le-proximo section.
           read arqTempHist next
           if ws-fs-hist = 10 then
               move "S"                                       to ws-leitura-fim
           else
               if ws-fs-hist <> 00 then
                   move 2                                         to ws-msn-erro-ofsset
                   move ws-fs-hist                                to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTempHist) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       historico-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Conferencias de toda leitura diaria em ws-chk-leitura:
      *>  estacao cadastrada, dia fora de parada programada e suspeita
      *>  nao revisada ha mais dias que o parametro.
      *>------------------------------------------------------------------------
       confere-leitura-diaria section.
           perform confere-estacao-cadastro
           perform verifica-parada-programada
           if ws-esta-em-parada then
               move "PARADA"                                  to ws-exc-verificacao
               move ws-chk-estacao                            to ws-exc-estacao
               move ws-chk-dia                                to ws-exc-dia
               move ws-chk-origem                             to ws-exc-origem
               move spaces                                    to ws-exc-texto
               string "leitura diaria dentro da parada de " delimited by size
                      ws-par-achada-inicio                  delimited by size
                      " a "                                 delimited by size
                      ws-par-achada-fim                     delimited by size
                      into ws-exc-texto
               add 1                                          to ws-qtd-exc-parada
               perform grava-excecao
           end-if
           if ws-chk-suspeita = "S" then
               move ws-chk-dia                                to ws-data-calculo
               perform calcula-numero-dia
               if ws-numero-hoje > ws-numero-dia then
                   subtract ws-numero-dia from ws-numero-hoje giving ws-idade-dias
               else
                   move 0                                     to ws-idade-dias
               end-if
               if ws-idade-dias > ws-dias-suspeita then
                   move "SUSPEITA"                            to ws-exc-verificacao
                   move ws-chk-estacao                        to ws-exc-estacao
                   move ws-chk-dia                            to ws-exc-dia
                   move ws-chk-origem                         to ws-exc-origem
                   move ws-idade-dias                         to ws-qtd-ed
                   move spaces                                to ws-exc-texto
                   string "suspeita nunca revisada ha " delimited by size
                          ws-qtd-ed                     delimited by size
                          " dias"                       delimited by size
                          into ws-exc-texto
                   add 1                                      to ws-qtd-exc-suspeita
                   perform grava-excecao
               end-if
           end-if
           .
       confere-leitura-diaria-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Verifica se a estacao de ws-chk-estacao existe no cadastro.
      *>  As leituras de uma estacao sem cadastro sao agrupadas e saem
      *>  numa unica linha por estacao e arquivo, com o primeiro e o
      *>  ultimo dia; a conferencia conta cada leitura.
      *>------------------------------------------------------------------------
       confere-estacao-cadastro section.
           if ws-chk-estacao <> ws-cad-ultima-estacao then
               move ws-chk-estacao                            to ws-cad-ultima-estacao
               move ws-chk-estacao                            to fd-est-codigo
               read arqEstacoes
               if ws-fs-arqEstacoes = 00 then
                   move "S"                                   to ws-cad-existe
               else
                   if ws-fs-arqEstacoes <> 23 then
                       move 4                                        to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqEstacoes) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move "N"                                   to ws-cad-existe
               end-if
           end-if
           if not ws-cad-estacao-existe then
               add 1                                          to ws-qtd-exc-cadastro
               if  ws-ha-orf-aberto
               and ws-orf-estacao = ws-chk-estacao
               and ws-orf-origem  = ws-chk-origem then
                   add 1                                      to ws-orf-qtd
                   move ws-chk-dia                            to ws-orf-ultimo-dia
               else
                   perform fecha-grupo-sem-cadastro
                   move "S"                                   to ws-orf-aberto
                   move ws-chk-estacao                        to ws-orf-estacao
                   move ws-chk-origem                         to ws-orf-origem
                   move ws-chk-dia                            to ws-orf-primeiro-dia
                   move ws-chk-dia                            to ws-orf-ultimo-dia
                   move 1                                     to ws-orf-qtd
               end-if
           end-if
           .
       confere-estacao-cadastro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Fecha o grupo de leituras de estacao sem cadastro, se houver,
      *>  gravando a linha no relatorio
      *>------------------------------------------------------------------------
       fecha-grupo-sem-cadastro section.
           if ws-ha-orf-aberto then
               move "CADASTRO"                                to ws-exc-verificacao
               move ws-orf-estacao                            to ws-exc-estacao
               move ws-orf-primeiro-dia                       to ws-exc-dia
               move ws-orf-origem                             to ws-exc-origem
               move ws-orf-qtd                                to ws-qtd-ed
               move spaces                                    to ws-exc-texto
               string "estacao fora do cadastro:" delimited by size
                      ws-qtd-ed                   delimited by size
                      " registro(s) ate "         delimited by size
                      ws-orf-ultimo-dia           delimited by size
                      into ws-exc-texto
               perform grava-excecao
               move "N"                                       to ws-orf-aberto
           end-if
           .
       fecha-grupo-sem-cadastro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Verifica se o dia em conferencia (ws-chk-estacao/ws-chk-dia)
      *>  cai dentro de uma parada programada da estacao registrada em
      *>  arqParadas.dat. Sem registro de paradas nada e verificado.
      *>------------------------------------------------------------------------
       verifica-parada-programada section.
           move "N"                                           to ws-em-parada
           if ws-paradas-esta-ativo then
               move ws-chk-estacao                            to fd-par-estacao
               move 0                                         to fd-par-inicio
               start arqParadas key is >= fd-par-chave
               if ws-fs-arqParadas = 00 then
                   move "N"                                   to ws-par-busca-fim
                   perform until ws-par-busca-chegou-no-fim
                       read arqParadas next
                       if ws-fs-arqParadas = 10 then
                           move "S"                           to ws-par-busca-fim
                       else
                           if ws-fs-arqParadas <> 00 then
                               move 5                                       to ws-msn-erro-ofsset
                               move ws-fs-arqParadas                        to ws-msn-erro-cod
                               move "Erro ao ler arquivo: (arqParadas) "    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           if fd-par-estacao <> ws-chk-estacao
                           or fd-par-inicio  >  ws-chk-dia then
                               move "S"                       to ws-par-busca-fim
                           else
                               if fd-par-fim >= ws-chk-dia then
                                   move "S"                   to ws-em-parada
                                   move fd-par-inicio         to ws-par-achada-inicio
                                   move fd-par-fim            to ws-par-achada-fim
                                   move "S"                   to ws-par-busca-fim
                               end-if
                           end-if
                       end-if
                   end-perform
               else
                   if ws-fs-arqParadas <> 23
                   and ws-fs-arqParadas <> 10 then
                       move 5                                         to ws-msn-erro-ofsset
                       move ws-fs-arqParadas                          to ws-msn-erro-cod
                       move "Erro ao posicionar arq: (arqParadas) "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       verifica-parada-programada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  O dia do historico aberto nao pode estar tambem em arqTemp:
      *>  o arquivamento move o dia, nao copia.
      *>------------------------------------------------------------------------
       confere-dia-duplicado section.
           move fdhist-estacao                                to fd-estacao
           move fdhist-dia                                    to fd-dia
           read arqTemp
           if ws-fs-arqTemp = 00 then
               move "DUPLICADA"                               to ws-exc-verificacao
               move fdhist-estacao                            to ws-exc-estacao
               move fdhist-dia                                to ws-exc-dia
               move ws-chk-origem                             to ws-exc-origem
               move "mesmo dia tambem no arquivo online (arqTemp)" to ws-exc-texto
               add 1                                          to ws-qtd-exc-duplicada
               perform grava-excecao
           else
               if ws-fs-arqTemp <> 23 then
                   move 1                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTemp) "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       confere-dia-duplicado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Confere as leituras horarias (arqTempHoras.dat) agrupadas por
      *>  estacao e dia: estacao cadastrada, dia fora de parada
      *>  programada e dia ainda nao encerrado. A consolidacao noturna
      *>  expurga as horas de todo dia consolidado, entao horas de dia
      *>  anterior a hoje indicam consolidacao que nao rodou ou falhou.
      *>------------------------------------------------------------------------
       confere-leituras-horarias section.
           move "arqTempHoras"                                to ws-chk-origem
           move " "                                           to ws-chk-suspeita
           move "S"                                           to ws-hor-primeiro
           move "N"                                           to ws-leitura-fim
           move low-values                                    to fdh-chave
           start arqTempHoras key is >= fdh-chave
           if ws-fs-arqTempHoras = 23 then
               move "S"                                       to ws-leitura-fim
           else
               if ws-fs-arqTempHoras <> 00 then
                   move 3                                            to ws-msn-erro-ofsset
                   move ws-fs-arqTempHoras                          to ws-msn-erro-cod
                   move "Erro ao posicionar arq: (arqTempHoras) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform horarias-le-proximo
           end-if
           perform until ws-leituras-chegou-no-fim
               add 1                                          to ws-qtd-lidos
               if ws-hor-e-primeiro then
                   move "N"                                   to ws-hor-primeiro
                   move fdh-estacao                           to ws-hor-estacao
                   move fdh-dia                               to ws-hor-dia
                   move 0                                     to ws-hor-qtd-horas
               else
                   if fdh-estacao <> ws-hor-estacao
                   or fdh-dia     <> ws-hor-dia then
                       perform confere-grupo-horario
                       move fdh-estacao                       to ws-hor-estacao
                       move fdh-dia                           to ws-hor-dia
                       move 0                                 to ws-hor-qtd-horas
                   end-if
               end-if
               add 1                                          to ws-hor-qtd-horas
               perform horarias-le-proximo
           end-perform
           if not ws-hor-e-primeiro then
               perform confere-grupo-horario
           end-if
           perform fecha-grupo-sem-cadastro
           .
       confere-leituras-horarias-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura horaria
      *>------------------------------------------------------------------------
       horarias-le-proximo section.
           read arqTempHoras next
           if ws-fs-arqTempHoras = 10 then
               move "S"                                       to ws-leitura-fim
           else
               if ws-fs-arqTempHoras <> 00 then
                   move 3                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTempHoras                        to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTempHoras) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       horarias-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Conferencias do grupo de horas de estacao/dia em ws-hor-grupo
      *>------------------------------------------------------------------------
       confere-grupo-horario section.
           move ws-hor-estacao                                to ws-chk-estacao
           move ws-hor-dia                                    to ws-chk-dia
           perform confere-estacao-cadastro
           perform verifica-parada-programada
           if ws-esta-em-parada then
               move "PARADA"                                  to ws-exc-verificacao
               move ws-hor-estacao                            to ws-exc-estacao
               move ws-hor-dia                                to ws-exc-dia
               move ws-chk-origem                             to ws-exc-origem
               move spaces                                    to ws-exc-texto
               string "horas do dia dentro da parada de " delimited by size
                      ws-par-achada-inicio                delimited by size
                      " a "                               delimited by size
                      ws-par-achada-fim                   delimited by size
                      into ws-exc-texto
               add 1                                          to ws-qtd-exc-parada
               perform grava-excecao
           end-if
           if ws-hor-dia < ws-data-hoje then
               move "HORARIA"                                 to ws-exc-verificacao
               move ws-hor-estacao                            to ws-exc-estacao
               move ws-hor-dia                                to ws-exc-dia
               move ws-chk-origem                             to ws-exc-origem
               move ws-hor-qtd-horas                          to ws-qtd-ed
               move spaces                                    to ws-exc-texto
               string "dia encerrado nao consolidado:" delimited by size
                      ws-qtd-ed                        delimited by size
                      " hora(s)"                       delimited by size
                      into ws-exc-texto
               add 1                                          to ws-qtd-exc-horaria
               perform grava-excecao
           end-if
           .
       confere-grupo-horario-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Confere o livro de recordes: a estacao deve estar cadastrada
      *>  e cada recorde (maxima, minima e amplitude) deve casar com a
      *>  leitura do seu dia, online ou no historico do ano, e essa
      *>  leitura nao pode ser suspeita nem estimada, pois essas nao
      *>  entram no livro.
      *>------------------------------------------------------------------------
       confere-livro-recordes section.
           move "arqRecordes"                                 to ws-chk-origem
           move "N"                                           to ws-leitura-fim
           move low-values                                    to rec-estacao
           start arqRecordes key is >= rec-estacao
           if ws-fs-arqRecordes = 23 then
               move "S"                                       to ws-leitura-fim
           else
               if ws-fs-arqRecordes <> 00 then
                   move 6                                           to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                          to ws-msn-erro-cod
                   move "Erro ao posicionar arq: (arqRecordes) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform recordes-le-proximo
           end-if
           perform until ws-leituras-chegou-no-fim
               add 1                                          to ws-qtd-lidos
               move rec-estacao                               to ws-chk-estacao
               move rec-maxima-dia                            to ws-chk-dia
               perform confere-estacao-cadastro
               perform confere-recorde-maxima
               perform confere-recorde-minima
               perform confere-recorde-amplitude
               perform recordes-le-proximo
           end-perform
           perform fecha-grupo-sem-cadastro
           if ws-hist-esta-aberto then
               close arqTempHist
               move "N"                                       to ws-hist-aberto
           end-if
           .
       confere-livro-recordes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo registro do livro de recordes
      *>------------------------------------------------------------------------
       recordes-le-proximo section.
           read arqRecordes next
           if ws-fs-arqRecordes = 10 then
               move "S"                                       to ws-leitura-fim
           else
               if ws-fs-arqRecordes <> 00 then
                   move 6                                         to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                         to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqRecordes) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       recordes-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Recorde de maxima contra a leitura do seu dia
      *>------------------------------------------------------------------------
       confere-recorde-maxima section.
           move rec-estacao                                   to ws-loc-estacao
           move rec-maxima-dia                                to ws-loc-dia
           perform localiza-leitura-dia
           move rec-maxima                                    to ws-valor-ed
           move ws-loc-maxima                                 to ws-valor2-ed
           move spaces                                        to ws-exc-texto
           if not ws-loc-leitura-achada then
               string "maxima "                     delimited by size
                      ws-valor-ed                   delimited by size
                      " sem leitura no dia"         delimited by size
                      into ws-exc-texto
           else
               if ws-loc-maxima <> rec-maxima then
                   string "maxima "                 delimited by size
                          ws-valor-ed               delimited by size
                          " difere da leitura do dia " delimited by size
                          ws-valor2-ed              delimited by size
                          into ws-exc-texto
               else
                   if ws-loc-e-invalida then
                       string "maxima "             delimited by size
                              ws-valor-ed           delimited by size
                              " vem de leitura suspeita/estimada" delimited by size
                              into ws-exc-texto
                   end-if
               end-if
           end-if
           if ws-exc-texto <> spaces then
               move rec-maxima-dia                            to ws-exc-dia
               perform grava-excecao-recorde
           end-if
           .
       confere-recorde-maxima-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Recorde de minima contra a leitura do seu dia
      *>------------------------------------------------------------------------
       confere-recorde-minima section.
           move rec-estacao                                   to ws-loc-estacao
           move rec-minima-dia                                to ws-loc-dia
           perform localiza-leitura-dia
           move rec-minima                                    to ws-valor-ed
           move ws-loc-minima                                 to ws-valor2-ed
           move spaces                                        to ws-exc-texto
           if not ws-loc-leitura-achada then
               string "minima "                     delimited by size
                      ws-valor-ed                   delimited by size
                      " sem leitura no dia"         delimited by size
                      into ws-exc-texto
           else
               if ws-loc-minima <> rec-minima then
                   string "minima "                 delimited by size
                          ws-valor-ed               delimited by size
                          " difere da leitura do dia " delimited by size
                          ws-valor2-ed              delimited by size
                          into ws-exc-texto
               else
                   if ws-loc-e-invalida then
                       string "minima "             delimited by size
                              ws-valor-ed           delimited by size
                              " vem de leitura suspeita/estimada" delimited by size
                              into ws-exc-texto
                   end-if
               end-if
           end-if
           if ws-exc-texto <> spaces then
               move rec-minima-dia                            to ws-exc-dia
               perform grava-excecao-recorde
           end-if
           .
       confere-recorde-minima-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Recorde de amplitude contra a leitura do seu dia
      *>------------------------------------------------------------------------
       confere-recorde-amplitude section.
           move rec-estacao                                   to ws-loc-estacao
           move rec-amplitude-dia                             to ws-loc-dia
           perform localiza-leitura-dia
           move rec-amplitude                                 to ws-amplitude-ed
           move spaces                                        to ws-exc-texto
           if not ws-loc-leitura-achada then
               string "amplitude "                  delimited by size
                      ws-amplitude-ed               delimited by size
                      " sem leitura no dia"         delimited by size
                      into ws-exc-texto
           else
               if ws-loc-amplitude <> rec-amplitude then
                   move ws-loc-amplitude                      to ws-amplitude-ed
                   string "amplitude difere da leitura do dia " delimited by size
                          ws-amplitude-ed                       delimited by size
                          into ws-exc-texto
               else
                   if ws-loc-e-invalida then
                       string "amplitude "          delimited by size
                              ws-amplitude-ed       delimited by size
                              " vem de leitura suspeita/estimada" delimited by size
                              into ws-exc-texto
                   end-if
               end-if
           end-if
           if ws-exc-texto <> spaces then
               move rec-amplitude-dia                         to ws-exc-dia
               perform grava-excecao-recorde
           end-if
           .
       confere-recorde-amplitude-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava a excecao de recorde montada em ws-exc-texto/ws-exc-dia
      *>------------------------------------------------------------------------
       grava-excecao-recorde section.
           move "RECORDE"                                     to ws-exc-verificacao
           move rec-estacao                                   to ws-exc-estacao
           move "arqRecordes"                                 to ws-exc-origem
           add 1                                              to ws-qtd-exc-recorde
           perform grava-excecao
           .
       grava-excecao-recorde-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Localiza a leitura de ws-loc-estacao/ws-loc-dia no arquivo
      *>  online ou, se nao estiver la, no historico do ano do dia,
      *>  devolvendo minima, maxima, amplitude e se a leitura e
      *>  suspeita ou estimada. O historico fica aberto enquanto os
      *>  dias procurados forem do mesmo ano.
      *>------------------------------------------------------------------------
       localiza-leitura-dia section.
           move "N"                                           to ws-loc-achou
           move "N"                                           to ws-loc-invalida
           move 0                                             to ws-loc-minima
           move 0                                             to ws-loc-maxima
           move 0                                             to ws-loc-amplitude
           move ws-loc-estacao                                to fd-estacao
           move ws-loc-dia                                    to fd-dia
           read arqTemp
           if ws-fs-arqTemp = 00 then
               move "S"                                       to ws-loc-achou
               move fd-temp-minima                            to ws-loc-minima
               move fd-temp-maxima                            to ws-loc-maxima
               if fd-e-suspeita or fd-e-estimada then
                   move "S"                                   to ws-loc-invalida
               end-if
           else
               if ws-fs-arqTemp <> 23 then
                   move 1                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTemp) "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if  ws-hist-esta-aberto
               and ws-hist-ano-aberto <> ws-loc-dia-aaaa then
                   close arqTempHist
                   move "N"                                   to ws-hist-aberto
               end-if
               if not ws-hist-esta-aberto then
                   move spaces                                to ws-hist-nome
                   string "arqTempHist"    delimited by size
                          ws-loc-dia-aaaa  delimited by size
                          ".dat"           delimited by size
                          into ws-hist-nome
                   open input arqTempHist
                   if ws-fs-hist = 00 then
                       move "S"                               to ws-hist-aberto
                       move ws-loc-dia-aaaa                   to ws-hist-ano-aberto
                   else
                       if ws-fs-hist <> 35 then
                           move 2                                           to ws-msn-erro-ofsset
                           move ws-fs-hist                                 to ws-msn-erro-cod
                           move "Erro ao abrir arquivo: (arqTempHist) "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
               if ws-hist-esta-aberto then
                   move ws-loc-estacao                        to fdhist-estacao
                   move ws-loc-dia                            to fdhist-dia
                   read arqTempHist
                   if ws-fs-hist = 00 then
                       move "S"                               to ws-loc-achou
                       move fdhist-temp-minima                to ws-loc-minima
                       move fdhist-temp-maxima                to ws-loc-maxima
                       if fdhist-suspeita = "S"
                       or fdhist-origem   = "E" then
                           move "S"                           to ws-loc-invalida
                       end-if
                   else
                       if ws-fs-hist <> 23 then
                           move 2                                         to ws-msn-erro-ofsset
                           move ws-fs-hist                                to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqTempHist) "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-if
           if ws-loc-leitura-achada
           and ws-loc-maxima >= ws-loc-minima then
               subtract ws-loc-minima from ws-loc-maxima giving ws-loc-amplitude
           end-if
           .
       localiza-leitura-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Confere as normais (arqNormais.dat): a estacao da normal deve
      *>  estar cadastrada. Sai uma linha por estacao, com a quantidade
      *>  de meses de normal.
      *>------------------------------------------------------------------------
       confere-normais section.
           move "arqNormais"                                  to ws-chk-origem
           move "N"                                           to ws-leitura-fim
           move low-values                                    to nor-chave
           start arqNormais key is >= nor-chave
           if ws-fs-arqNormais = 23 then
               move "S"                                       to ws-leitura-fim
           else
               if ws-fs-arqNormais <> 00 then
                   move 7                                          to ws-msn-erro-ofsset
                   move ws-fs-arqNormais                          to ws-msn-erro-cod
                   move "Erro ao posicionar arq: (arqNormais) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform normais-le-proximo
           end-if
           perform until ws-leituras-chegou-no-fim
               add 1                                          to ws-qtd-lidos
               move nor-estacao                               to ws-chk-estacao
               move nor-mes                                   to ws-chk-dia
               perform confere-estacao-cadastro
               perform normais-le-proximo
           end-perform
           perform fecha-grupo-sem-cadastro
           .
       confere-normais-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo registro de normais
      *>------------------------------------------------------------------------
       normais-le-proximo section.
           read arqNormais next
           if ws-fs-arqNormais = 10 then
               move "S"                                       to ws-leitura-fim
           else
               if ws-fs-arqNormais <> 00 then
                   move 7                                         to ws-msn-erro-ofsset
                   move ws-fs-arqNormais                          to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqNormais) "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       normais-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Confere o controle de execucoes (controleExecucao.txt): toda
      *>  execucao registrada deve ter fim e situacao final (CONCLUIDO,
      *>  ERRO, CANCELADO ou RECUSADA, a carga repetida recusada). Linha
      *>  sem isso indica gravacao interrompida ou arquivo restaurado
      *>  pela metade.
      *>------------------------------------------------------------------------
       confere-controle-execucao section.
           move "N"                                           to ws-ctl-fim
           open input arqControle
           if ws-fs-controle = 35 then
               move "S"                                       to ws-ctl-fim
           else
               if ws-fs-controle <> 00 then
                   move 8                                        to ws-msn-erro-ofsset
                   move ws-fs-controle                           to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqControle) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform controle-le-proximo
           end-if
           perform until ws-ctl-chegou-no-fim
               add 1                                          to ws-qtd-lidos
               move spaces                                    to ws-ctl-lido
               unstring controle-linha delimited by ";"
                   into ws-ctl-l-programa
                        ws-ctl-l-data-inicio
                        ws-ctl-l-hora-inicio
                        ws-ctl-l-data-fim
                        ws-ctl-l-hora-fim
                        ws-ctl-l-identificacao
                        ws-ctl-l-lidos
                        ws-ctl-l-gravados
                        ws-ctl-l-rejeitados
                        ws-ctl-l-situacao
               end-unstring
               if not ws-ctl-l-situacao-final
               or ws-ctl-l-data-fim is not numeric
               or ws-ctl-l-data-fim = "00000000" then
                   move "CONTROLE"                            to ws-exc-verificacao
                   move spaces                                to ws-exc-estacao
                   move ws-ctl-l-data-inicio                  to ws-exc-dia
                   move "controleExec"                        to ws-exc-origem
                   move spaces                                to ws-exc-texto
                   string ws-ctl-l-programa      delimited by space
                          " sem situacao final ("  delimited by size
                          ws-ctl-l-situacao      delimited by space
                          ")"                    delimited by size
                          into ws-exc-texto
                   add 1                                      to ws-qtd-exc-controle
                   perform grava-excecao
               end-if
               perform controle-le-proximo
           end-perform
           if ws-fs-controle <> 35 then
               close arqControle
           end-if
           .
       confere-controle-execucao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima linha do controle de execucoes
      *>------------------------------------------------------------------------
       controle-le-proximo section.
           read arqControle
           if ws-fs-controle = 10 then
               move "S"                                       to ws-ctl-fim
           else
               if ws-fs-controle <> 00 then
                   move 8                                        to ws-msn-erro-ofsset
                   move ws-fs-controle                           to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqControle) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       controle-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava no relatorio a excecao montada em ws-excecao
      *>------------------------------------------------------------------------
       grava-excecao section.
           add 1                                              to ws-qtd-excecoes
           move spaces                                        to rel-linha
           string ws-exc-verificacao  delimited by size
                  "  "                delimited by size
                  ws-exc-estacao      delimited by size
                  " "                 delimited by size
                  ws-exc-dia          delimited by size
                  " "                 delimited by size
                  ws-exc-origem       delimited by size
                  " "                 delimited by size
                  ws-exc-texto        delimited by size
                  into rel-linha
           write rel-linha
           if ws-fs-relatorio <> 00 then
               move 9                                              to ws-msn-erro-ofsset
               move ws-fs-relatorio                               to ws-msn-erro-cod
               move "Erro ao gravar arq: (relatorioConciliacao) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-excecao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Numero sequencial do dia em ws-data-calculo (AAAAMMDD), para
      *>  a diferenca em dias entre duas datas: conta os dias desde o
      *>  inicio do calendario considerando o ano a partir de marco.
      *>------------------------------------------------------------------------
       calcula-numero-dia section.
           move ws-calc-aaaa                                  to ws-calc-ano
           move ws-calc-mm                                    to ws-calc-mes
           if ws-calc-mes < 3 then
               subtract 1 from ws-calc-ano
               add 12                                         to ws-calc-mes
           end-if
           multiply ws-calc-ano by 365 giving ws-numero-dia
           divide ws-calc-ano by 4   giving ws-calc-quociente
           add ws-calc-quociente                              to ws-numero-dia
           divide ws-calc-ano by 100 giving ws-calc-quociente
           subtract ws-calc-quociente                         from ws-numero-dia
           divide ws-calc-ano by 400 giving ws-calc-quociente
           add ws-calc-quociente                              to ws-numero-dia
           compute ws-calc-quociente = (153 * (ws-calc-mes - 3) + 2) / 5
           add ws-calc-quociente                              to ws-numero-dia
           add ws-calc-dd                                     to ws-numero-dia
           .
       calcula-numero-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava a quantidade de excecoes de cada conferencia no
      *>  relatorio e na tela
      *>------------------------------------------------------------------------
       grava-resumo section.
           move spaces                                        to rel-linha
           write rel-linha
           move "Excecoes por conferencia"                    to rel-linha
           write rel-linha
           move ws-qtd-exc-cadastro                           to ws-qtd-ed
           move spaces                                        to rel-linha
           string "CADASTRO   leituras de estacao fora do cadastro     : " delimited by size
                  ws-qtd-ed delimited by size
                  into rel-linha
           write rel-linha
           move ws-qtd-exc-parada                             to ws-qtd-ed
           move spaces                                        to rel-linha
           string "PARADA     dias/horas dentro de parada programada   : " delimited by size
                  ws-qtd-ed delimited by size
                  into rel-linha
           write rel-linha
           move ws-qtd-exc-duplicada                          to ws-qtd-ed
           move spaces                                        to rel-linha
           string "DUPLICADA  dias online e no historico ao mesmo tempo: " delimited by size
                  ws-qtd-ed delimited by size
                  into rel-linha
           write rel-linha
           move ws-qtd-exc-recorde                            to ws-qtd-ed
           move spaces                                        to rel-linha
           string "RECORDE    recordes sem leitura correspondente      : " delimited by size
                  ws-qtd-ed delimited by size
                  into rel-linha
           write rel-linha
           move ws-qtd-exc-horaria                            to ws-qtd-ed
           move spaces                                        to rel-linha
           string "HORARIA    dias encerrados sem consolidar as horas  : " delimited by size
                  ws-qtd-ed delimited by size
                  into rel-linha
           write rel-linha
           move ws-qtd-exc-suspeita                           to ws-qtd-ed
           move spaces                                        to rel-linha
           string "SUSPEITA   suspeitas antigas nunca revisadas        : " delimited by size
                  ws-qtd-ed delimited by size
                  into rel-linha
           write rel-linha
           move ws-qtd-exc-controle                           to ws-qtd-ed
           move spaces                                        to rel-linha
           string "CONTROLE   execucoes sem situacao final             : " delimited by size
                  ws-qtd-ed delimited by size
                  into rel-linha
           write rel-linha
           if not ws-horas-esta-ativo then
               move "arqTempHoras.dat inexistente - horas nao conferidas"   to rel-linha
               write rel-linha
           end-if
           if not ws-paradas-esta-ativo then
               move "arqParadas.dat inexistente - paradas nao conferidas"   to rel-linha
               write rel-linha
           end-if
           if not ws-recordes-esta-ativo then
               move "arqRecordes.dat inexistente - recordes nao conferidos" to rel-linha
               write rel-linha
           end-if
           if not ws-normais-esta-ativo then
               move "arqNormais.dat inexistente - normais nao conferidas"   to rel-linha
               write rel-linha
           end-if
           display "Registros lidos          : " ws-qtd-lidos
           display "Estacao fora do cadastro : " ws-qtd-exc-cadastro
           display "Dentro de parada         : " ws-qtd-exc-parada
           display "Online e no historico    : " ws-qtd-exc-duplicada
           display "Recordes sem leitura     : " ws-qtd-exc-recorde
           display "Horas nao consolidadas   : " ws-qtd-exc-horaria
           display "Suspeitas antigas        : " ws-qtd-exc-suspeita
           display "Execucoes sem situacao   : " ws-qtd-exc-controle
           display "Relatorio gravado em relatorioConciliacao.txt"
           move ws-qtd-lidos                                  to ws-ctl-qtd-lidos
           move ws-qtd-excecoes                               to ws-ctl-qtd-gravados
           .
       grava-resumo-exit.
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
           close arqTemp
           close arqEstacoes
           if ws-horas-esta-ativo then
               close arqTempHoras
           end-if
           if ws-paradas-esta-ativo then
               close arqParadas
           end-if
           if ws-recordes-esta-ativo then
               close arqRecordes
           end-if
           if ws-normais-esta-ativo then
               close arqNormais
           end-if
           close relatorioConciliacao
           if ws-fs-relatorio <> 0 then
               move 9                                            to ws-msn-erro-ofsset
               move ws-fs-relatorio                              to ws-msn-erro-cod
               move "Erro ao fechar arq. relatorioConciliacao "  to ws-msn-erro-text
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
