      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "monitor-seca".
       author. "Debora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.
      *>Histórico de alterações
      *>  15/10/2026 DR - Programa criado para o acompanhamento de
      *>                  estiagem por estacao: para cada estacao ativa
      *>                  do cadastro e o dia de referencia pedido
      *>                  (Enter assume ontem), a chuva dos ultimos 30,
      *>                  60 e 90 dias com o percentual sobre a normal
      *>                  de chuva dos mesmos dias (arqNormais.dat), a
      *>                  sequencia atual de dias secos, a maior
      *>                  sequencia seca do ano ate o dia e a categoria
      *>                  de seca pelo deficit de 90 dias contra os
      *>                  limites informados. Dia seco e o dia medido
      *>                  com chuva abaixo de 1,0 mm. Dias estimados
      *>                  (chuva zerada no preenchimento de lacunas),
      *>                  suspeitas ainda nao revisadas, dias dentro de
      *>                  parada programada (arqParadas.dat) e dias sem
      *>                  leitura nao contam como secos nem interrompem
      *>                  a sequencia, e ficam fora da chuva e da normal
      *>                  das janelas. As leituras vem de arqTemp.dat ou,
      *>                  nos anos ja arquivados, de arqTempHistAAAA.dat.
      *>                  Relatorio em relatorioSeca.txt.
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

                                   select arqNormais assign to "arqNormais.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is nor-chave
                                   file status is ws-fs-arqNormais.

                                   select arqParadas assign to "arqParadas.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-par-chave
                                   file status is ws-fs-arqParadas.

                                   select relatorioSeca assign to "relatorioSeca.txt"
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

       fd arqParadas.
       01 fd-par.
           05 fd-par-chave.
               10 fd-par-estacao                    pic  x(05).
               10 fd-par-inicio                     pic  9(08).
           05 fd-par-fim                            pic  9(08).
           05 fd-par-motivo                         pic  x(30).

       fd relatorioSeca.
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
       77  ws-fs-arqNormais                         pic 9(02).
       77  ws-fs-relatorio                          pic 9(02).
      *>----Dia de referencia do acompanhamento
       77  ws-dia-informado                         pic x(08).
       01 ws-dia                                    pic 9(08).
       01 ws-dia-quebra redefines ws-dia.
          05 ws-dia-aaaa                            pic 9(04).
          05 ws-dia-mm                              pic 9(02).
          05 ws-dia-dd                              pic 9(02).
       01 ws-dia-referencia                         pic 9(08).
       01 ws-dia-referencia-quebra redefines ws-dia-referencia.
          05 ws-ref-aaaa                            pic 9(04).
          05 ws-ref-mm                              pic 9(02).
          05 ws-ref-dd                              pic 9(02).
       77  ws-data-hoje                             pic 9(08).
       01 ws-dia-anterior                           pic 9(08).
       01 ws-dia-anterior-quebra redefines ws-dia-anterior.
          05 ws-ant-aaaa                            pic 9(04).
          05 ws-ant-mm                              pic 9(02).
          05 ws-ant-dd                              pic 9(02).
      *>----Limites das categorias de seca: deficit de chuva dos
      *>----ultimos 90 dias, em % abaixo da normal
       77  ws-limite-moderada                       pic 9(03).
       77  ws-limite-severa                         pic 9(03).
       77  ws-limite-extrema                        pic 9(03).
      *>----Dias medidos minimos nos 90 dias para dar categoria
       77  ws-min-dias-medidos                      pic 9(02) value 60.
      *>----Chuva minima para o dia nao contar como dia seco (mm)
       77  ws-chuva-minima-dia                      pic 9(03)v99 value 1,00.
      *>----Janelas de 30, 60 e 90 dias ate o dia de referencia
       01 ws-janelas.
          05 ws-jan occurs 3.
             10 ws-jan-dias-corridos                pic 9(02).
             10 ws-jan-inicio                       pic 9(08).
             10 ws-jan-chuva                        pic 9(05)v99.
             10 ws-jan-normal                       pic 9(05)v9(04).
             10 ws-jan-dias-medidos                 pic 9(02).
             10 ws-jan-perc                         pic 9(05).
             10 ws-jan-chuva-ed                     pic zzzz9,99.
             10 ws-jan-perc-texto                   pic x(05).
       77  ws-jan-idx                               pic 9(02) comp.
       77  ws-qtd-dias-volta                        pic 9(02) comp.
       77  ws-perc-ed                               pic zzzz9.
      *>----Normal de chuva por dia medido de cada mes da estacao
       01 ws-normais-chuva.
          05 ws-nor-chuva-dia                       pic 9(03)v9(04) occurs 12.
       77  ws-nor-idx                               pic 9(02) comp.
       77  ws-tem-normal                            pic x(01).
          88  ws-ha-normal                           value "S".
      *>----Varredura anual das leituras da estacao corrente
       77  ws-ano-varredura                         pic 9(04).
       77  ws-ano-inicio                            pic 9(08).
       77  ws-ano-fim                               pic 9(08).
       77  ws-fonte-ano                             pic x(01).
          88  ws-fonte-online                        value "O".
          88  ws-fonte-historico                     value "H".
       77  ws-leitura-fim                           pic x(01).
          88  ws-leituras-chegou-no-fim              value "S".
      *>----Leitura diaria corrente (online ou historico)
       01 ws-leitura.
          05 ws-lei-dia                             pic 9(08).
          05 ws-lei-suspeita                        pic x(01).
             88  ws-lei-e-suspeita                   value "S".
          05 ws-lei-chuva                           pic 9(03)v99.
          05 ws-lei-origem                          pic x(01).
             88  ws-lei-e-estimada                   value "E".
      *>----Estacao corrente
       77  ws-estacao-atual                         pic x(05).
       77  ws-nome-atual                            pic x(30).
       77  ws-estacao-fim                           pic x(01).
          88  ws-estacoes-chegou-no-fim              value "S".
      *>----Sequencias de dias secos da estacao corrente
       77  ws-seca-atual                            pic 9(04).
       77  ws-seca-sem-chuva                        pic x(01).
          88  ws-seca-desde-o-inicio                 value "S".
       77  ws-seca-ano                              pic 9(04).
       77  ws-seca-ano-inicio                       pic 9(08).
       77  ws-seca-maior                            pic 9(04).
       77  ws-seca-maior-inicio                     pic 9(08).
       77  ws-seca-maior-fim                        pic 9(08).
      *>----Categoria de seca da estacao corrente
       77  ws-deficit                               pic 9(03).
       77  ws-categoria                             pic x(12).
      *>----Contadores e edicao do relatorio
       77  ws-qtd-estacoes                          pic 9(05).
       77  ws-qtd-moderada                          pic 9(05).
       77  ws-qtd-severa                            pic 9(05).
       77  ws-qtd-extrema                           pic 9(05).
       77  ws-qtd-sem-normal                        pic 9(05).
       77  ws-qtd-insuficiente                      pic 9(05).
       77  ws-qtd-em-seca                           pic 9(05).
       77  ws-seca-atual-ed                         pic zzz9.
       77  ws-seca-marca                            pic x(01).
       77  ws-seca-maior-ed                         pic zzz9.
       77  ws-sem-dado-ed                           pic z9.
       77  ws-limite-moderada-ed                    pic zz9.
       77  ws-limite-severa-ed                      pic zz9.
       77  ws-limite-extrema-ed                     pic zz9.
      *>----Controle da parada programada
       77  ws-fs-arqParadas                         pic 9(02).
       77  ws-paradas-ativo                         pic x(01).
          88  ws-paradas-esta-ativo                  value "S".
       77  ws-em-parada                             pic x(01).
          88  ws-esta-em-parada                      value "S".
       77  ws-par-busca-fim                         pic x(01).
          88  ws-par-busca-chegou-no-fim             value "S".
      *>----Variaveis de validação de data informada
       77 ws-data-valida                              pic x(01).
          88  ws-data-e-valida                         value "S".
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
           move "monitor-seca"                          to ws-ctl-programa
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
           open input arqNormais
           if ws-fs-arqNormais <> 00 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqNormais                        to ws-msn-erro-cod
               if ws-fs-arqNormais = 35 then
                   move "Gere as normais (normais-temperatura Ge)" to ws-msn-erro-text
               else
                   move "Erro ao abrir arquivo: (arqNormais) "  to ws-msn-erro-text
               end-if
               perform finaliza-anormal
           end-if
           move "S"                                     to ws-paradas-ativo
           open input arqParadas
           if ws-fs-arqParadas = 35 then
               move "N"                                 to ws-paradas-ativo
           else
               if ws-fs-arqParadas <> 00 then
                   move 7                                        to ws-msn-erro-ofsset
                   move ws-fs-arqParadas                         to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqParadas) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           open output relatorioSeca
           if ws-fs-relatorio <> 00 then
               move 5                                           to ws-msn-erro-ofsset
               move ws-fs-relatorio                             to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (relatorioSeca) "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move 0                                       to ws-qtd-estacoes
           move 0                                       to ws-qtd-moderada
           move 0                                       to ws-qtd-severa
           move 0                                       to ws-qtd-extrema
           move 0                                       to ws-qtd-sem-normal
           move 0                                       to ws-qtd-insuficiente
           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Processamento principal - define o dia de referencia (Enter
      *>  assume ontem) e os limites das categorias, monta as janelas
      *>  de 30, 60 e 90 dias e percorre as estacoes ativas.
      *>------------------------------------------------------------------------
       processamento section.
           display "Acompanhamento de estiagem por estacao"
           display "Digite o dia de referencia (AAAAMMDD) ou Enter para ontem: "
           move spaces                                        to ws-dia-informado
           accept ws-dia-informado
           accept ws-data-hoje                                from date yyyymmdd
           if ws-dia-informado = spaces then
               perform assume-dia-de-ontem
           else
               move ws-dia-informado                          to ws-dia
               perform validar-data-informada
               if not ws-data-e-valida
               or ws-dia > ws-data-hoje then
                   display "Data invalida ou futura - assumido o dia de ontem"
                   perform assume-dia-de-ontem
               end-if
           end-if
           move ws-dia                                        to ws-dia-referencia
           perform informa-limites
           perform monta-janelas
           string "referencia "       delimited by size
                  ws-dia-referencia   delimited by size
                  into ws-ctl-identificacao
           perform grava-cabecalho
           move "N"                                           to ws-estacao-fim
           move low-values                                    to fd-est-codigo
           start arqEstacoes key is >= fd-est-codigo
           if ws-fs-arqEstacoes = 0 then
               perform le-proxima-estacao
               perform until ws-estacoes-chegou-no-fim
                   if fd-est-ativa then
                       add 1                                  to ws-qtd-estacoes
                       move fd-est-codigo                     to ws-estacao-atual
                       move fd-est-nome                       to ws-nome-atual
                       perform apura-estacao
                       perform grava-linha-estacao
                   end-if
                   perform le-proxima-estacao
               end-perform
           else
               if ws-fs-arqEstacoes <> 23 then
                   move 1                                            to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                            to ws-msn-erro-cod
                   move "Erro ao posicionar arquivo: (arqEstacoes) " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform grava-totais
           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Assume como dia de referencia o dia de calendario anterior a
      *>  data de hoje
      *>------------------------------------------------------------------------
       assume-dia-de-ontem section.
           move ws-data-hoje                                  to ws-dia-anterior
           perform calcula-dia-anterior
           move ws-dia-anterior                               to ws-dia
           .
       assume-dia-de-ontem-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Pede os limites das categorias de seca (deficit de chuva dos
      *>  ultimos 90 dias em % abaixo da normal); Enter assume 25, 50
      *>  e 75. Limites fora de ordem voltam aos valores assumidos.
      *>------------------------------------------------------------------------
       informa-limites section.
           display "Deficit em 90 dias para seca MODERADA (%, Enter = 25): "
           accept ws-limite-moderada
           if ws-limite-moderada = 0 then
               move 25                                        to ws-limite-moderada
           end-if
           display "Deficit em 90 dias para seca SEVERA   (%, Enter = 50): "
           accept ws-limite-severa
           if ws-limite-severa = 0 then
               move 50                                        to ws-limite-severa
           end-if
           display "Deficit em 90 dias para seca EXTREMA  (%, Enter = 75): "
           accept ws-limite-extrema
           if ws-limite-extrema = 0 then
               move 75                                        to ws-limite-extrema
           end-if
           if ws-limite-moderada >= ws-limite-severa
           or ws-limite-severa   >= ws-limite-extrema
           or ws-limite-extrema  >  100 then
               display "Limites fora de ordem - assumidos 25, 50 e 75"
               move 25                                        to ws-limite-moderada
               move 50                                        to ws-limite-severa
               move 75                                        to ws-limite-extrema
           end-if
           .
       informa-limites-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Monta o primeiro dia de cada janela (30, 60 e 90 dias
      *>  corridos terminando no dia de referencia)
      *>------------------------------------------------------------------------
       monta-janelas section.
           move 30                                            to ws-jan-dias-corridos (1)
           move 60                                            to ws-jan-dias-corridos (2)
           move 90                                            to ws-jan-dias-corridos (3)
           move ws-dia-referencia                             to ws-dia-anterior
           perform varying ws-qtd-dias-volta from 1 by 1
                   until ws-qtd-dias-volta > 89
               perform calcula-dia-anterior
               perform varying ws-jan-idx from 1 by 1
                       until ws-jan-idx > 3
                   if ws-qtd-dias-volta + 1 = ws-jan-dias-corridos (ws-jan-idx) then
                       move ws-dia-anterior                   to ws-jan-inicio (ws-jan-idx)
                   end-if
               end-perform
           end-perform
           .
       monta-janelas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava o cabecalho do relatorio
      *>------------------------------------------------------------------------
       grava-cabecalho section.
           move "Acompanhamento de estiagem por estacao"      to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Dia de referencia: "  delimited by size
                  ws-dia-referencia      delimited by size
                  "  janelas desde "     delimited by size
                  ws-jan-inicio (1)      delimited by size
                  ", "                   delimited by size
                  ws-jan-inicio (2)      delimited by size
                  " e "                  delimited by size
                  ws-jan-inicio (3)      delimited by size
                  into rel-linha
           write rel-linha
           move ws-limite-moderada                            to ws-limite-moderada-ed
           move ws-limite-severa                              to ws-limite-severa-ed
           move ws-limite-extrema                             to ws-limite-extrema-ed
           move spaces                                        to rel-linha
           string "Deficit em 90 dias: MODERADA >= " delimited by size
                  ws-limite-moderada-ed              delimited by size
                  "%  SEVERA >= "                    delimited by size
                  ws-limite-severa-ed                delimited by size
                  "%  EXTREMA >= "                   delimited by size
                  ws-limite-extrema-ed               delimited by size
                  "%"                                delimited by size
                  into rel-linha
           write rel-linha
           move "Est.  Nome                 Chuva30d  %Norm Chuva60d  %Norm Chuva90d  %Norm  Seca Maior Categoria"
                                                              to rel-linha
           write rel-linha
           .
       grava-cabecalho-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima estacao do cadastro
      *>------------------------------------------------------------------------
       le-proxima-estacao section.
           read arqEstacoes next
           if ws-fs-arqEstacoes = 10 then
               move "S"                                       to ws-estacao-fim
           else
               if ws-fs-arqEstacoes <> 0 then
                   move 1                                         to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                         to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqEstacoes) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       le-proxima-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Apura a estacao corrente: carrega as normais de chuva e varre
      *>  o ano anterior e o ano do dia de referencia ate esse dia, de
      *>  modo que a sequencia seca atual possa vir da virada do ano.
      *>------------------------------------------------------------------------
       apura-estacao section.
           perform varying ws-jan-idx from 1 by 1
                   until ws-jan-idx > 3
               move 0                                         to ws-jan-chuva (ws-jan-idx)
               move 0                                         to ws-jan-normal (ws-jan-idx)
               move 0                                         to ws-jan-dias-medidos (ws-jan-idx)
               move 0                                         to ws-jan-perc (ws-jan-idx)
           end-perform
           move 0                                             to ws-seca-atual
           move "S"                                           to ws-seca-sem-chuva
           move 0                                             to ws-seca-ano
           move 0                                             to ws-seca-ano-inicio
           move 0                                             to ws-seca-maior
           move 0                                             to ws-seca-maior-inicio
           move 0                                             to ws-seca-maior-fim
           perform carrega-normais-chuva
           subtract 1 from ws-ref-aaaa giving ws-ano-varredura
           perform until ws-ano-varredura > ws-ref-aaaa
               perform varre-ano
               add 1                                          to ws-ano-varredura
           end-perform
           .
       apura-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Carrega a normal de chuva por dia medido de cada mes da
      *>  estacao corrente; mes sem normal gerada fica com zero.
      *>------------------------------------------------------------------------
       carrega-normais-chuva section.
           move "N"                                           to ws-tem-normal
           perform varying ws-nor-idx from 1 by 1
                   until ws-nor-idx > 12
               move 0                                         to ws-nor-chuva-dia (ws-nor-idx)
               move ws-estacao-atual                          to nor-estacao
               move ws-nor-idx                                to nor-mes
               read arqNormais
               if ws-fs-arqNormais = 00 then
                   move nor-chuva-media-dia                   to ws-nor-chuva-dia (ws-nor-idx)
                   move "S"                                   to ws-tem-normal
               else
                   if ws-fs-arqNormais <> 23 then
                       move 4                                        to ws-msn-erro-ofsset
                       move ws-fs-arqNormais                         to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqNormais) "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform
           .
       carrega-normais-chuva-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Varre o calendario do ano ws-ano-varredura (ate o dia de
      *>  referencia) casando cada dia com as leituras da estacao.
      *>------------------------------------------------------------------------
       varre-ano section.
           compute ws-ano-inicio = ws-ano-varredura * 10000 + 0101
           compute ws-ano-fim    = ws-ano-varredura * 10000 + 1231
           if ws-ano-fim > ws-dia-referencia then
               move ws-dia-referencia                         to ws-ano-fim
           end-if
           perform abre-leituras-ano
           move ws-ano-inicio                                 to ws-dia
           perform until ws-dia > ws-ano-fim
               if  not ws-leituras-chegou-no-fim
               and ws-lei-dia = ws-dia then
                   perform classifica-dia
                   perform le-proxima-leitura
               end-if
               perform avanca-dia
           end-perform
           if ws-fonte-historico then
               close arqTempHist
               if ws-fs-hist <> 00 then
                   move 3                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao fechar arquivo: (arqTempHist) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       varre-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Posiciona na primeira leitura da estacao no ano em varredura:
      *>  no arquivo online ou, quando o ano ja foi arquivado, no
      *>  historico anual (arqTempHistAAAA.dat).
      *>------------------------------------------------------------------------
       abre-leituras-ano section.
           move "O"                                           to ws-fonte-ano
           move "N"                                           to ws-leitura-fim
           move ws-estacao-atual                              to fd-estacao
           move ws-ano-inicio                                 to fd-dia
           start arqTemp key is >= fd-chave
           if ws-fs-arqTemp = 00 then
               perform le-proxima-leitura
           else
               move "S"                                       to ws-leitura-fim
               if ws-fs-arqTemp <> 23 then
                   move 2                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao posicionar arquivo: (arqTemp) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           if ws-leituras-chegou-no-fim then
               perform abre-historico-ano
           end-if
           .
       abre-leituras-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Abre o historico anual do ano em varredura e posiciona na
      *>  primeira leitura da estacao; ano sem historico fica sem
      *>  leituras.
      *>------------------------------------------------------------------------
       abre-historico-ano section.
           move spaces                                        to ws-hist-nome
           string "arqTempHist"     delimited by size
                  ws-ano-varredura  delimited by size
                  ".dat"            delimited by size
                  into ws-hist-nome
           open input arqTempHist
           if ws-fs-hist = 35 then
               move " "                                       to ws-fonte-ano
           else
               if ws-fs-hist <> 00 then
                   move 3                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqTempHist) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "H"                                       to ws-fonte-ano
               move "N"                                       to ws-leitura-fim
               move ws-estacao-atual                          to fdhist-estacao
               move ws-ano-inicio                             to fdhist-dia
               start arqTempHist key is >= fdhist-chave
               if ws-fs-hist = 00 then
                   perform le-proxima-leitura
               else
                   move "S"                                   to ws-leitura-fim
                   if ws-fs-hist <> 23 then
                       move 3                                          to ws-msn-erro-ofsset
                       move ws-fs-hist                                 to ws-msn-erro-cod
                       move "Erro ao posicionar arq: (arqTempHist) "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       abre-historico-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura da estacao no ano em varredura, do
      *>  arquivo online ou do historico anual; leituras de outra
      *>  estacao ou alem do fim do ano encerram a varredura.
      *>------------------------------------------------------------------------
       le-proxima-leitura section.
           if ws-fonte-online then
               read arqTemp next
               if ws-fs-arqTemp = 10 then
                   move "S"                                   to ws-leitura-fim
               else
                   if ws-fs-arqTemp <> 00 then
                       move 2                                     to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                         to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqTemp) "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move fd-dia                                to ws-lei-dia
                   move fd-suspeita                           to ws-lei-suspeita
                   move fd-chuva-dia                          to ws-lei-chuva
                   move fd-origem                             to ws-lei-origem
                   if fd-estacao <> ws-estacao-atual
                   or fd-dia > ws-ano-fim then
                       move "S"                               to ws-leitura-fim
                   end-if
               end-if
           else
               read arqTempHist next
               if ws-fs-hist = 10 then
                   move "S"                                   to ws-leitura-fim
               else
                   if ws-fs-hist <> 00 then
                       move 3                                     to ws-msn-erro-ofsset
                       move ws-fs-hist                            to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqTempHist) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move fdhist-dia                            to ws-lei-dia
                   move fdhist-suspeita                       to ws-lei-suspeita
                   move fdhist-chuva-dia                      to ws-lei-chuva
                   move fdhist-origem                         to ws-lei-origem
                   if fdhist-estacao <> ws-estacao-atual
                   or fdhist-dia > ws-ano-fim then
                       move "S"                               to ws-leitura-fim
                   end-if
               end-if
           end-if
           .
       le-proxima-leitura-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Classifica o dia ws-dia, que tem leitura: estimado, suspeito
      *>  nao revisado ou dentro de parada programada nao conta (nem
      *>  como seco nem como medido); o dia medido entra nas janelas e
      *>  e seco com chuva abaixo do minimo, chuvoso nos demais casos.
      *>------------------------------------------------------------------------
       classifica-dia section.
           if not ws-lei-e-estimada
           and not ws-lei-e-suspeita then
               perform verifica-parada-programada
               if not ws-esta-em-parada then
                   perform acumula-janelas
                   if ws-lei-chuva < ws-chuva-minima-dia then
                       perform acumula-dia-seco
                   else
                       move 0                                 to ws-seca-atual
                       move 0                                 to ws-seca-ano
                       move "N"                               to ws-seca-sem-chuva
                   end-if
               end-if
           end-if
           .
       classifica-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Acumula o dia medido nas janelas que o contem: chuva do dia e
      *>  normal de chuva do mes do dia
      *>------------------------------------------------------------------------
       acumula-janelas section.
           perform varying ws-jan-idx from 1 by 1
                   until ws-jan-idx > 3
               if ws-dia >= ws-jan-inicio (ws-jan-idx) then
                   add ws-lei-chuva                to ws-jan-chuva (ws-jan-idx)
                   add ws-nor-chuva-dia (ws-dia-mm) to ws-jan-normal (ws-jan-idx)
                   add 1                           to ws-jan-dias-medidos (ws-jan-idx)
               end-if
           end-perform
           .
       acumula-janelas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Acumula o dia seco na sequencia atual e, no ano do dia de
      *>  referencia, na sequencia do ano, guardando a maior delas
      *>------------------------------------------------------------------------
       acumula-dia-seco section.
           add 1                                              to ws-seca-atual
           if ws-dia-aaaa = ws-ref-aaaa then
               if ws-seca-ano = 0 then
                   move ws-dia                                to ws-seca-ano-inicio
               end-if
               add 1                                          to ws-seca-ano
               if ws-seca-ano > ws-seca-maior then
                   move ws-seca-ano                           to ws-seca-maior
                   move ws-seca-ano-inicio                    to ws-seca-maior-inicio
                   move ws-dia                                to ws-seca-maior-fim
               end-if
           end-if
           .
       acumula-dia-seco-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava a linha da estacao corrente: chuva e percentual sobre a
      *>  normal de cada janela, sequencia seca atual (marcada com +
      *>  quando nao houve dia chuvoso em toda a varredura), maior
      *>  sequencia seca do ano e categoria de seca pelo deficit dos
      *>  90 dias.
      *>------------------------------------------------------------------------
       grava-linha-estacao section.
           perform varying ws-jan-idx from 1 by 1
                   until ws-jan-idx > 3
               move ws-jan-chuva (ws-jan-idx)                 to ws-jan-chuva-ed (ws-jan-idx)
               move "    -"                                   to ws-jan-perc-texto (ws-jan-idx)
               if ws-jan-normal (ws-jan-idx) > 0 then
                   compute ws-jan-perc (ws-jan-idx) rounded =
                           ws-jan-chuva (ws-jan-idx) * 100 / ws-jan-normal (ws-jan-idx)
                   move ws-jan-perc (ws-jan-idx)              to ws-perc-ed
                   move ws-perc-ed                            to ws-jan-perc-texto (ws-jan-idx)
               end-if
           end-perform
           move spaces                                        to ws-categoria
           if not ws-ha-normal then
               move "SEM NORMAL"                              to ws-categoria
               add 1                                          to ws-qtd-sem-normal
           else
               if ws-jan-dias-medidos (3) < ws-min-dias-medidos then
                   move "DADOS INSUF."                        to ws-categoria
                   add 1                                      to ws-qtd-insuficiente
               else
                   if  ws-jan-normal (3) > 0
                   and ws-jan-perc (3)   < 100 then
                       subtract ws-jan-perc (3) from 100 giving ws-deficit
                       if ws-deficit >= ws-limite-extrema then
                           move "EXTREMA"                     to ws-categoria
                           add 1                              to ws-qtd-extrema
                       else
                           if ws-deficit >= ws-limite-severa then
                               move "SEVERA"                  to ws-categoria
                               add 1                          to ws-qtd-severa
                           else
                               if ws-deficit >= ws-limite-moderada then
                                   move "MODERADA"            to ws-categoria
                                   add 1                      to ws-qtd-moderada
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           move ws-seca-atual                                 to ws-seca-atual-ed
           move " "                                           to ws-seca-marca
           if  ws-seca-atual > 0
           and ws-seca-desde-o-inicio then
               move "+"                                       to ws-seca-marca
           end-if
           move ws-seca-maior                                 to ws-seca-maior-ed
           move spaces                                        to rel-linha
           string ws-estacao-atual        delimited by size
                  " "                     delimited by size
                  ws-nome-atual (1:20)    delimited by size
                  " "                     delimited by size
                  ws-jan-chuva-ed (1)     delimited by size
                  "  "                    delimited by size
                  ws-jan-perc-texto (1)   delimited by size
                  " "                     delimited by size
                  ws-jan-chuva-ed (2)     delimited by size
                  "  "                    delimited by size
                  ws-jan-perc-texto (2)   delimited by size
                  " "                     delimited by size
                  ws-jan-chuva-ed (3)     delimited by size
                  "  "                    delimited by size
                  ws-jan-perc-texto (3)   delimited by size
                  "  "                    delimited by size
                  ws-seca-atual-ed        delimited by size
                  ws-seca-marca           delimited by size
                  " "                     delimited by size
                  ws-seca-maior-ed        delimited by size
                  " "                     delimited by size
                  ws-categoria            delimited by size
                  into rel-linha
           write rel-linha
           if ws-seca-maior > 0 then
               subtract ws-jan-dias-medidos (3) from 90 giving ws-sem-dado-ed
               move spaces                                    to rel-linha
               string "      maior seca do ano de "  delimited by size
                      ws-seca-maior-inicio           delimited by size
                      " a "                          delimited by size
                      ws-seca-maior-fim              delimited by size
                      "  dias nao medidos em 90: "   delimited by size
                      ws-sem-dado-ed                 delimited by size
                      into rel-linha
               write rel-linha
           end-if
           if ws-categoria <> spaces then
               display ws-estacao-atual " " ws-nome-atual (1:20) " " ws-categoria
           end-if
           .
       grava-linha-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava os totais do relatorio e os contadores do controle
      *>------------------------------------------------------------------------
       grava-totais section.
           add ws-qtd-moderada ws-qtd-severa ws-qtd-extrema giving ws-qtd-em-seca
           move spaces                                        to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Estacoes ativas: "      delimited by size
                  ws-qtd-estacoes          delimited by size
                  "  em seca: "            delimited by size
                  ws-qtd-em-seca           delimited by size
                  " (moderada "            delimited by size
                  ws-qtd-moderada          delimited by size
                  ", severa "              delimited by size
                  ws-qtd-severa            delimited by size
                  ", extrema "             delimited by size
                  ws-qtd-extrema           delimited by size
                  ")"                      delimited by size
                  into rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Sem normal de chuva: "  delimited by size
                  ws-qtd-sem-normal        delimited by size
                  "  dados insuficientes: " delimited by size
                  ws-qtd-insuficiente      delimited by size
                  into rel-linha
           write rel-linha
           display "Relatorio gravado em relatorioSeca.txt - "
                   ws-qtd-em-seca " estacao(oes) em seca"
           move ws-qtd-estacoes                               to ws-ctl-qtd-lidos
           move ws-qtd-em-seca                                to ws-ctl-qtd-gravados
           .
       grava-totais-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Verifica se o dia ws-dia cai dentro de uma parada programada
      *>  da estacao registrada em arqParadas.dat. Sem registro de
      *>  paradas (arquivo inexistente) nada e verificado.
      *>------------------------------------------------------------------------
       verifica-parada-programada section.
           move "N"                                           to ws-em-parada
           if ws-paradas-esta-ativo then
               move ws-estacao-atual                          to fd-par-estacao
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
                               move 7                                       to ws-msn-erro-ofsset
                               move ws-fs-arqParadas                        to ws-msn-erro-cod
                               move "Erro ao ler arquivo: (arqParadas) "    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           if fd-par-estacao <> ws-estacao-atual
                           or fd-par-inicio  >  ws-dia then
                               move "S"                       to ws-par-busca-fim
                           else
                               if fd-par-fim >= ws-dia then
                                   move "S"                   to ws-em-parada
                                   move "S"                   to ws-par-busca-fim
                               end-if
                           end-if
                       end-if
                   end-perform
               else
                   if ws-fs-arqParadas <> 23
                   and ws-fs-arqParadas <> 10 then
                       move 7                                         to ws-msn-erro-ofsset
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
      *>  Validação de data de calendario (inclusive ano bissexto)
      *>  ws-dia e tratado no formato AAAAMMDD.
      *>------------------------------------------------------------------------
       validar-data-informada section.
           move "S"                                           to ws-data-valida
           if ws-dia-mm < 1 or ws-dia-mm > 12 then
               move "N"                                       to ws-data-valida
           else
               perform calcula-dia-max-mes
               if ws-dia-dd < 1 or ws-dia-dd > ws-dia-max-mes then
                   move "N"                                   to ws-data-valida
               end-if
           end-if
           .
       validar-data-informada-exit.
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
      *>  Avanca ws-dia para o proximo dia do calendario
      *>------------------------------------------------------------------------
       avanca-dia section.
           perform calcula-dia-max-mes
           if ws-dia-dd < ws-dia-max-mes then
               add 1                                          to ws-dia-dd
           else
               move 1                                         to ws-dia-dd
               if ws-dia-mm < 12 then
                   add 1                                      to ws-dia-mm
               else
                   move 1                                     to ws-dia-mm
                   add 1                                      to ws-dia-aaaa
               end-if
           end-if
           .
       avanca-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Calcula em ws-dia-anterior o dia de calendario anterior ao dia
      *>  nele informado (inclusive virada de mes e de ano bissexto).
      *>------------------------------------------------------------------------
       calcula-dia-anterior section.
           if ws-ant-dd > 1 then
               subtract 1 from ws-ant-dd
           else
               if ws-ant-mm > 1 then
                   subtract 1 from ws-ant-mm
               else
                   move 12                                    to ws-ant-mm
                   subtract 1 from ws-ant-aaaa
               end-if
               evaluate ws-ant-mm
                   when 1  when 3  when 5  when 7
                   when 8  when 10 when 12
                       move 31                                to ws-ant-dd
                   when 4  when 6  when 9  when 11
                       move 30                                to ws-ant-dd
                   when 2
                       divide ws-ant-aaaa by 4   giving ws-div-quociente
                                                  remainder ws-div-resto-4
                       divide ws-ant-aaaa by 100 giving ws-div-quociente
                                                  remainder ws-div-resto-100
                       divide ws-ant-aaaa by 400 giving ws-div-quociente
                                                  remainder ws-div-resto-400
                       if ws-div-resto-4 = 0
                       and (ws-div-resto-100 <> 0 or ws-div-resto-400 = 0) then
                           move 29                             to ws-ant-dd
                       else
                           move 28                             to ws-ant-dd
                       end-if
               end-evaluate
           end-if
           .
       calcula-dia-anterior-exit.
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
               move 6                                  to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqTemp
           if ws-fs-arqTemp <> 0 then
               move 6                                to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemp "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqNormais
           if ws-fs-arqNormais <> 0 then
               move 6                                  to ws-msn-erro-ofsset
               move ws-fs-arqNormais                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNormais "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-paradas-esta-ativo then
               close arqParadas
               if ws-fs-arqParadas <> 0 then
                   move 6                                   to ws-msn-erro-ofsset
                   move ws-fs-arqParadas                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqParadas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           close relatorioSeca
           if ws-fs-relatorio <> 0 then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-relatorio                       to ws-msn-erro-cod
               move "Erro ao fechar arq. relatorioSeca "  to ws-msn-erro-text
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
