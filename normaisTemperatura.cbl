      *>                  cheia de interpolacao. O arqNormais.dat
      *>                  existente precisa ser regerado (opcao Ge)
      *>                  para ganhar o novo campo.
      *>  15/10/2026 DR - Quebras de serie pelo historico de versoes do
      *>                  cadastro (arqEstacoesHist.dat): relocacao,
      *>                  troca de sensor e recalibracao. A geracao
      *>                  pode usar so o periodo do local atual (desde
      *>                  a ultima relocacao) e mostra as quebras de
      *>                  cada estacao; arqNormais ganha o primeiro dia
      *>                  considerado (zero = todo o historico) e o
      *>                  relatorio de anomalias lista as quebras,
      *>                  marcando as que ficam dentro do periodo da
      *>                  normal. O arqNormais.dat existente precisa
      *>                  ser regerado (opcao Ge) para ganhar o campo.
      *>  15/10/2026 DR - A geracao das normais e o relatorio de
      *>                  anomalias passam a ler o resumo mensal por
      *>                  estacao (arqResumoMensal.dat) em vez de
      *>                  percorrer as leituras diarias de arqTemp; as
      *>                  normais passam a incluir os meses ja
      *>                  arquivados. Com a opcao do local atual, o mes
      *>                  da relocacao fica inteiro de fora.
      *>  15/10/2026 DR - Normais de chuva por estacao e mes de
      *>                  calendario junto com as de temperatura: a
      *>                  chuva media por dia medido (dias estimados
      *>                  entram com chuva zerada e ficam de fora), o
      *>                  total mensal normal e o menor e o maior total
      *>                  entre os meses completos. O relatorio de
      *>                  anomalias ganha a chuva do mes e o percentual
      *>                  sobre a normal dos dias medidos. O
      *>                  arqNormais.dat existente precisa ser regerado
      *>                  (opcao Ge) para ganhar os novos campos.
      *>  15/10/2026 DR - A geracao (Ge) esvazia arqNormais.dat antes de
      *>                  gravar: normal de estacao/mes que deixou de ser
      *>                  produzida (so o local atual, mes sem dias
      *>                  validos, estacao sem resumo) nao fica mais no
      *>                  arquivo com valores antigos.
      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
                                   select arqResumoMensal assign to "arqResumoMensal.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is res-chave
                                   file status is ws-fs-arqResumo.

                                   select arqNormais assign to "arqNormais.dat"
                                   organization is indexed
                                   record key is fd-est-codigo
                                   file status is ws-fs-arqEstacoes.

                                   select arqEstacoesHist assign to "arqEstacoesHist.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-ver-chave
                                   file status is ws-fs-arqEstacoesHist.

                                   select relatorioAnomalias assign to "relatorioAnomalias.txt"
                                   organization is line sequential
                                   file status is ws-fs-relatorio.
       data division.
      *>----Variaveis de arquivos
       file section.
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

       fd arqNormais.
       01 nor-registro.
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

       fd arqEstacoes.
       01 fd-est.
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

       fd relatorioAnomalias.
       01 rel-linha                                 pic  x(100).

          05 ws-msn-erro-ofsset                     pic 9(04).
          05 ws-msn-erro-cod                        pic 9(04).
          05 ws-msn-erro-text                       pic x(42).
       77  ws-fs-arqResumo                          pic 9(02).
       77  ws-fs-arqNormais                         pic 9(02).
       77  ws-fs-arqEstacoes                        pic 9(02).
       77  ws-fs-relatorio                          pic 9(02).
          05 ws-dia-aaaa                            pic 9(04).
          05 ws-dia-mm                              pic 9(02).
          05 ws-dia-dd                              pic 9(02).
       77 ws-dia-max-mes                            pic 9(02).
       77 ws-div-quociente                          pic 9(04).
       77 ws-div-resto-4                            pic 9(03).
       77 ws-div-resto-100                          pic 9(03).
       77 ws-div-resto-400                          pic 9(03).
      *>----Variaveis da geracao das normais
       01 ws-ger-grupo-atual.
          05 ws-ger-estacao-atual                   pic x(05).
             10 ws-ger-menor-media                  pic s9(02)v99.
             10 ws-ger-maior-media                  pic s9(02)v99.
             10 ws-ger-qtd-estim                    pic 9(05).
             10 ws-ger-chuva-soma                   pic 9(07)v99.
             10 ws-ger-chuva-dias                   pic 9(06).
             10 ws-ger-chuva-menor                  pic 9(04)v99.
             10 ws-ger-chuva-maior                  pic 9(04)v99.
             10 ws-ger-chuva-meses                  pic 9(04).
       77 ws-ger-idx                                pic 9(02) comp.
       77 ws-ger-qtd-normais                       pic 9(05).
       77 ws-ger-chuva-mes                          pic 9(05)v99.
       77 ws-ger-dias-medidos                       pic 9(03).
       77 ws-ger-dias-mes-comum                     pic 9(02).
      *>----Variaveis do relatorio de anomalias
       01 ws-comp                                   pic 9(06).
       01 ws-comp-quebra redefines ws-comp.
       77 ws-ano-normal-ed                          pic -9(02),99.
       77 ws-ano-desvio-ed                          pic -9(03),99.
       77 ws-ano-estim-ed                           pic zzzz9.
       77 ws-ano-chuva-soma                         pic 9(05)v99.
       77 ws-ano-dias-medidos                       pic 9(03).
       77 ws-ano-chuva-perc                         pic 9(05).
       77 ws-ano-chuva-ed                           pic zzz9,99.
       77 ws-ano-perc-ed                            pic zzzz9.
       77 ws-ano-perc-texto                         pic x(05).
      *>----Variaveis das quebras de serie (historico do cadastro)
       77  ws-fs-arqEstacoesHist                    pic 9(02).
       77  ws-est-hist-ativo                        pic x(01).
          88  ws-est-hist-esta-ativo                 value "S".
       77  ws-ver-fim                               pic x(01).
          88  ws-ver-chegou-no-fim                   value "S".
       77  ws-ger-so-local-atual                    pic x(01).
          88  ws-ger-usa-so-local-atual              value "S" "s".
       77  ws-ger-corte-estacao                     pic x(05).
       77  ws-ger-dia-corte                         pic 9(08).
       77  ws-ger-inicio-periodo                    pic 9(08).
       77  ws-ger-qtd-descartadas                   pic 9(07).
       77  ws-qbr-estacao                           pic x(05).
       77  ws-qbr-inicio-periodo                    pic 9(08).
       77  ws-qbr-ate                               pic 9(08).
       77  ws-qbr-destino                           pic x(01).
          88  ws-qbr-na-tela                         value "T".
       77  ws-qbr-motivo-texto                      pic x(12).
       77  ws-qbr-marca                             pic x(30).
      *>----Variaveis para comunicação entre programas
       linkage section.
      *>Declaração do corpo do programa
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Geracao das normais: percorre o resumo mensal por estacao em
      *>  ordem de chave tirando a media mensal de cada estacao/ano/mes;
      *>  na quebra de estacao as medias mensais acumuladas viram os
      *>  registros de normais da estacao em arqNormais.dat.
      *>------------------------------------------------------------------------
       gera-normais section.
           display "Usar so o periodo do local atual de cada estacao, desde a"
           display "ultima relocacao? (S) sim ou (N) todo o historico: "
           accept ws-ger-so-local-atual
           move 1                                             to ws-msn-erro-ofsset
           perform abre-resumo-mensal
      *>   as normais sao refeitas do zero a partir do resumo mensal: a
      *>   abertura output esvazia o arquivo, para nao sobrar normal de
      *>   estacao/mes que a nova geracao nao produz
           open output arqNormais
           if ws-fs-arqNormais = 00 then
               close arqNormais
               open i-o arqNormais
           end-if
           if ws-fs-arqNormais  <> 00
           and ws-fs-arqNormais <> 05 then
               move 2                                       to ws-msn-erro-ofsset
               move "Erro ao abrir arquivo: (arqNormais) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move 12                                            to ws-msn-erro-ofsset
           perform abre-historico-estacoes
           move "S"                                           to ws-ger-primeiro-grupo
           move "N"                                           to ws-ger-fim-leitura
           move 0                                             to ws-ger-qtd-normais
           move 0                                             to ws-ger-qtd-descartadas
           move spaces                                        to ws-ger-corte-estacao
           move 0                                             to ws-ger-dia-corte
           perform ger-limpa-tabela
           move low-values                                    to res-chave
           start arqResumoMensal key is >= res-chave
           if ws-fs-arqResumo = 0 then
               perform ger-le-proximo
               perform until ws-ger-chegou-no-fim
                   if res-qtd-leituras > 0 then
                       compute ws-dia = res-competencia * 100 + 1
                       if res-estacao <> ws-ger-corte-estacao then
                           perform ger-calcula-corte
                       end-if
      *>               mes que comeca antes do corte fica inteiro de fora
                       if ws-dia < ws-ger-dia-corte then
                           add res-qtd-leituras               to ws-ger-qtd-descartadas
                       else
                           if  not ws-ger-e-primeiro-grupo
                           and res-estacao <> ws-ger-estacao-atual then
                               perform ger-grava-normais-estacao
                               perform ger-limpa-tabela
                           end-if
                           perform ger-abre-grupo
                           move res-qtd-leituras              to ws-ger-qtd-leituras
                           move res-soma-temperatura          to ws-ger-temp-soma
                           move res-qtd-estimadas             to ws-ger-qtd-estimadas
                           move res-soma-chuva                to ws-ger-chuva-mes
                           subtract res-qtd-estimadas from res-qtd-leituras
                                                          giving ws-ger-dias-medidos
                           perform ger-fecha-mes
                       end-if
                   end-if
                   perform ger-le-proximo
               end-perform
               if not ws-ger-e-primeiro-grupo then
                   perform ger-grava-normais-estacao
               end-if
           else
               if ws-fs-arqResumo <> 23 then
                   move 3                                          to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                           to ws-msn-erro-cod
                   move "Erro ao posicionar: (arqResumoMensal) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           close arqResumoMensal
           if ws-fs-arqResumo <> 00 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqResumo                          to ws-msn-erro-cod
               move "Erro ao fechar arq: (arqResumoMensal) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqNormais
               move "Erro ao fechar arquivo: (arqNormais) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move 12                                            to ws-msn-erro-ofsset
           perform fecha-historico-estacoes
           display "Normais gravadas em arqNormais.dat - "
                   ws-ger-qtd-normais " registros"
           if ws-ger-usa-so-local-atual then
               display "Leituras anteriores ao local atual desconsideradas: "
                       ws-ger-qtd-descartadas
           end-if
           .
       gera-normais-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo registro do resumo mensal para a geracao das
      *>  normais
      *>------------------------------------------------------------------------
       ger-le-proximo section.
           read arqResumoMensal next
           if ws-fs-arqResumo = 10 then
               move "S"                                       to ws-ger-fim-leitura
           else
               if ws-fs-arqResumo <> 0 then
                   move 3                                         to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                           to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqResumoMensal) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
      *>------------------------------------------------------------------------
       ger-abre-grupo section.
           move "N"                                           to ws-ger-primeiro-grupo
           move ws-ger-dia-corte                              to ws-ger-inicio-periodo
           move res-estacao                                   to ws-ger-estacao-atual
           move ws-dia-aaaa                                   to ws-ger-aaaa-atual
           move ws-dia-mm                                     to ws-ger-mm-atual
           move 0                                             to ws-ger-qtd-leituras
           move 0                                             to ws-ger-temp-soma
           move 0                                             to ws-ger-qtd-estimadas
           move 0                                             to ws-ger-chuva-mes
           move 0                                             to ws-ger-dias-medidos
           .
       ger-abre-grupo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Fecha o mes corrente: calcula a media mensal e acumula na
      *>  tabela de meses de calendario da estacao. A chuva acumula
      *>  so os dias medidos; o menor e o maior total mensal de chuva
      *>  saem apenas dos meses com todos os dias medidos.
      *>------------------------------------------------------------------------
       ger-fecha-mes section.
           divide ws-ger-temp-soma by ws-ger-qtd-leituras
           end-if
           add 1                         to ws-ger-qtd-meses (ws-ger-idx)
           add ws-ger-qtd-estimadas      to ws-ger-qtd-estim (ws-ger-idx)
           add ws-ger-chuva-mes          to ws-ger-chuva-soma (ws-ger-idx)
           add ws-ger-dias-medidos       to ws-ger-chuva-dias (ws-ger-idx)
           perform calcula-dia-max-mes
           if ws-ger-dias-medidos = ws-dia-max-mes then
               if ws-ger-chuva-meses (ws-ger-idx) = 0 then
                   move ws-ger-chuva-mes to ws-ger-chuva-menor (ws-ger-idx)
                   move ws-ger-chuva-mes to ws-ger-chuva-maior (ws-ger-idx)
               else
                   if ws-ger-chuva-mes < ws-ger-chuva-menor (ws-ger-idx) then
                       move ws-ger-chuva-mes to ws-ger-chuva-menor (ws-ger-idx)
                   end-if
                   if ws-ger-chuva-mes > ws-ger-chuva-maior (ws-ger-idx) then
                       move ws-ger-chuva-mes to ws-ger-chuva-maior (ws-ger-idx)
                   end-if
               end-if
               add 1                     to ws-ger-chuva-meses (ws-ger-idx)
           end-if
           .
       ger-fecha-mes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava em arqNormais os meses acumulados da estacao corrente.
      *>  O arquivo e esvaziado na abertura da geracao; a regravacao
      *>  de normal ja existente fica como protecao.
      *>------------------------------------------------------------------------
       ger-grava-normais-estacao section.
           perform varying ws-ger-idx from 1 by 1
                   move ws-ger-maior-media (ws-ger-idx)       to nor-media-maior
                   move ws-ger-qtd-meses (ws-ger-idx)         to nor-qtd-meses
                   move ws-ger-qtd-estim (ws-ger-idx)         to nor-qtd-estimadas
                   move ws-ger-inicio-periodo                 to nor-inicio-periodo
                   perform ger-move-normal-chuva
                   write nor-registro
                   if ws-fs-arqNormais = 22 then
                       rewrite nor-registro
                   add 1                                      to ws-ger-qtd-normais
               end-if
           end-perform
           move ws-ger-estacao-atual                          to ws-qbr-estacao
           move ws-ger-inicio-periodo                         to ws-qbr-inicio-periodo
           move 99999999                                      to ws-qbr-ate
           move "T"                                           to ws-qbr-destino
           perform lista-quebras-estacao
           .
       ger-grava-normais-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Normal de chuva do mes de calendario ws-ger-idx: chuva media
      *>  por dia medido e o total mensal normal que ela da num ano
      *>  comum (fevereiro com 28 dias).
      *>------------------------------------------------------------------------
       ger-move-normal-chuva section.
           if ws-ger-chuva-dias (ws-ger-idx) > 0 then
               divide ws-ger-chuva-soma (ws-ger-idx)
                   by ws-ger-chuva-dias (ws-ger-idx)
                   giving nor-chuva-media-dia rounded
           else
               move 0                                         to nor-chuva-media-dia
           end-if
           evaluate ws-ger-idx
               when 2
                   move 28                                    to ws-ger-dias-mes-comum
               when 4  when 6  when 9  when 11
                   move 30                                    to ws-ger-dias-mes-comum
               when other
                   move 31                                    to ws-ger-dias-mes-comum
           end-evaluate
           compute nor-chuva-normal-mes rounded =
                   nor-chuva-media-dia * ws-ger-dias-mes-comum
           move ws-ger-chuva-menor (ws-ger-idx)               to nor-chuva-menor
           move ws-ger-chuva-maior (ws-ger-idx)               to nor-chuva-maior
           move ws-ger-chuva-meses (ws-ger-idx)               to nor-qtd-meses-chuva
           move ws-ger-chuva-dias (ws-ger-idx)                to nor-qtd-dias-chuva
           .
       ger-move-normal-chuva-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Primeiro dia considerado na normal da estacao do registro
      *>  corrente: o inicio de vigencia da ultima relocacao quando a
      *>  geracao usa so o local atual; zero (todo o historico) nos
      *>  demais casos.
      *>------------------------------------------------------------------------
       ger-calcula-corte section.
           move res-estacao                                   to ws-ger-corte-estacao
           move 0                                             to ws-ger-dia-corte
           if  ws-ger-usa-so-local-atual
           and ws-est-hist-esta-ativo then
               move res-estacao                               to fd-ver-estacao
               move 0                                         to fd-ver-inicio
               start arqEstacoesHist key is >= fd-ver-chave
               if ws-fs-arqEstacoesHist = 00 then
                   move "N"                                   to ws-ver-fim
                   move ws-ger-corte-estacao                  to ws-qbr-estacao
                   perform ver-le-proxima
                   perform until ws-ver-chegou-no-fim
                       if fd-ver-e-relocacao then
                           move fd-ver-inicio                 to ws-ger-dia-corte
                       end-if
                       perform ver-le-proxima
                   end-perform
               else
                   if ws-fs-arqEstacoesHist <> 23 then
                       move 12                                          to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoesHist                       to ws-msn-erro-cod
                       move "Erro ao posicionar: (arqEstacoesHist) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       ger-calcula-corte-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Zera a tabela de meses de calendario da estacao corrente
      *>------------------------------------------------------------------------
       ger-limpa-tabela section.
               move 0                    to ws-ger-menor-media (ws-ger-idx)
               move 0                    to ws-ger-maior-media (ws-ger-idx)
               move 0                    to ws-ger-qtd-estim (ws-ger-idx)
               move 0                    to ws-ger-chuva-soma (ws-ger-idx)
               move 0                    to ws-ger-chuva-dias (ws-ger-idx)
               move 0                    to ws-ger-chuva-menor (ws-ger-idx)
               move 0                    to ws-ger-chuva-maior (ws-ger-idx)
               move 0                    to ws-ger-chuva-meses (ws-ger-idx)
           end-perform
           .
       ger-limpa-tabela-exit.
      *>  Relatorio mensal de anomalias: calcula a media do mes pedido
      *>  de cada estacao e compara com a normal da propria estacao em
      *>  arqNormais, mostrando o desvio e marcando como ANOMALO o
      *>  desvio alem do limiar informado. A chuva do mes sai com o
      *>  percentual sobre a normal de chuva dos dias medidos.
      *>------------------------------------------------------------------------
       relatorio-anomalias section.
           display "Digite o ano e mes desejados (AAAAMM): "
           accept ws-comp
           display "Digite o limiar de anomalia em graus (por exemplo 02,00): "
           accept ws-limiar
           move 5                                             to ws-msn-erro-ofsset
           perform abre-resumo-mensal
           open input arqNormais
           if ws-fs-arqNormais <> 00 then
               move 6                                       to ws-msn-erro-ofsset
               move "Erro ao abrir arq: (relatorioAnomalias) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move 13                                            to ws-msn-erro-ofsset
           perform abre-historico-estacoes
           move "Relatorio mensal de anomalias de temperatura e chuva" to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Competencia: " delimited by size
                  ws-limiar       delimited by size
                  into rel-linha
           write rel-linha
           move "Estacao Nome                 Media    Normal   Desvio   Estim    Chuva  %Norm"
                                                              to rel-linha
           write rel-linha
           move "N"                                           to ws-ano-tem-grupo
           move "N"                                           to ws-ano-fim-leitura
           move 0                                             to ws-ano-qtd-linhas
           move 0                                             to ws-ano-qtd-anomalos
           move low-values                                    to res-chave
           start arqResumoMensal key is >= res-chave
           if ws-fs-arqResumo = 0 then
               perform ano-le-proximo
               perform until ws-ano-chegou-no-fim
                   if  res-competencia  = ws-comp
                   and res-qtd-leituras > 0 then
                       move "S"                               to ws-ano-tem-grupo
                       move res-estacao                       to ws-ano-estacao-atual
                       move res-qtd-leituras                  to ws-ano-qtd-leituras
                       move res-soma-temperatura              to ws-ano-temp-soma
                       move res-qtd-estimadas                 to ws-ano-qtd-estimadas
                       move res-soma-chuva                    to ws-ano-chuva-soma
                       subtract res-qtd-estimadas from res-qtd-leituras
                                                          giving ws-ano-dias-medidos
                       perform ano-fecha-estacao
                   end-if
                   perform ano-le-proximo
               end-perform
           else
               if ws-fs-arqResumo <> 23 then
                   move 9                                          to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                           to ws-msn-erro-cod
                   move "Erro ao posicionar: (arqResumoMensal) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
                  ws-ano-qtd-anomalos       delimited by size
                  into rel-linha
           write rel-linha
           close arqResumoMensal
           close arqNormais
           close arqEstacoes
           close relatorioAnomalias
               move "Erro ao fechar arq. relatorioAnomalias "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move 13                                            to ws-msn-erro-ofsset
           perform fecha-historico-estacoes
           display "Relatorio gravado em relatorioAnomalias.txt"
           .
       relatorio-anomalias-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo registro do resumo mensal para o relatorio de
      *>  anomalias
      *>------------------------------------------------------------------------
       ano-le-proximo section.
           read arqResumoMensal next
           if ws-fs-arqResumo = 10 then
               move "S"                                       to ws-ano-fim-leitura
           else
               if ws-fs-arqResumo <> 0 then
                   move 9                                         to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                           to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqResumoMensal) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform ano-busca-nome-estacao
           move ws-ano-temp-media                             to ws-ano-media-ed
           move ws-ano-qtd-estimadas                          to ws-ano-estim-ed
           move ws-ano-chuva-soma                             to ws-ano-chuva-ed
           move "    -"                                       to ws-ano-perc-texto
           move ws-ano-estacao-atual                          to nor-estacao
           move ws-comp-mm                                    to nor-mes
           move 0                                             to ws-qbr-inicio-periodo
           read arqNormais
           if ws-fs-arqNormais = 00 then
               move nor-inicio-periodo                        to ws-qbr-inicio-periodo
               if  ws-ano-dias-medidos > 0
               and nor-chuva-media-dia > 0 then
                   compute ws-ano-chuva-perc rounded =
                           ws-ano-chuva-soma * 100
                         / (nor-chuva-media-dia * ws-ano-dias-medidos)
                   move ws-ano-chuva-perc                     to ws-ano-perc-ed
                   move ws-ano-perc-ed                        to ws-ano-perc-texto
               end-if
               subtract nor-media-longa from ws-ano-temp-media
                                         giving ws-ano-desvio
               if ws-ano-desvio < 0 then
                          ws-ano-desvio-ed     delimited by size
                          "  "                 delimited by size
                          ws-ano-estim-ed      delimited by size
                          "  "                 delimited by size
                          ws-ano-chuva-ed      delimited by size
                          "  "                 delimited by size
                          ws-ano-perc-texto    delimited by size
                          "%"                  delimited by size
                          "  ANOMALO"          delimited by size
                          into rel-linha
               else
                          ws-ano-desvio-ed     delimited by size
                          "  "                 delimited by size
                          ws-ano-estim-ed      delimited by size
                          "  "                 delimited by size
                          ws-ano-chuva-ed      delimited by size
                          "  "                 delimited by size
                          ws-ano-perc-texto    delimited by size
                          "%"                  delimited by size
                          into rel-linha
               end-if
           else
                      ws-ano-media-ed      delimited by size
                      "   estim "          delimited by size
                      ws-ano-estim-ed      delimited by size
                      "  chuva "           delimited by size
                      ws-ano-chuva-ed      delimited by size
                      "  sem normal gerada para o mes"
                                           delimited by size
                      into rel-linha
           end-if
           write rel-linha
           if ws-qbr-inicio-periodo > 0 then
               move spaces                                    to rel-linha
               string "        normal so do local atual, desde " delimited by size
                      ws-qbr-inicio-periodo                   delimited by size
                      into rel-linha
               write rel-linha
           end-if
           move ws-ano-estacao-atual                          to ws-qbr-estacao
           move ws-comp                                       to ws-qbr-ate (1:6)
           move 31                                            to ws-qbr-ate (7:2)
           move "R"                                           to ws-qbr-destino
           perform lista-quebras-estacao
           add 1                                              to ws-ano-qtd-linhas
           move "N"                                           to ws-ano-tem-grupo
           .
       ano-busca-nome-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Abre o historico do cadastro das estacoes, quando existir;
      *>  sem ele nao ha quebras de serie a considerar. O chamador
      *>  informa o ofsset do erro.
      *>------------------------------------------------------------------------
       abre-historico-estacoes section.
           move "S"                                           to ws-est-hist-ativo
           open input arqEstacoesHist
           if ws-fs-arqEstacoesHist = 35 then
               move "N"                                       to ws-est-hist-ativo
           else
               if ws-fs-arqEstacoesHist <> 00 then
                   move ws-fs-arqEstacoesHist                     to ws-msn-erro-cod
                   move "Erro ao abrir arq: (arqEstacoesHist) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       abre-historico-estacoes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Fecha o historico do cadastro das estacoes
      *>------------------------------------------------------------------------
       fecha-historico-estacoes section.
           if ws-est-hist-esta-ativo then
               close arqEstacoesHist
               if ws-fs-arqEstacoesHist <> 00 then
                   move ws-fs-arqEstacoesHist                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqEstacoesHist "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N"                                       to ws-est-hist-ativo
           end-if
           .
       fecha-historico-estacoes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Lista as quebras de serie (relocacao, troca de sensor e
      *>  recalibracao) da estacao ws-qbr-estacao com inicio de
      *>  vigencia ate ws-qbr-ate, na tela (geracao) ou no relatorio
      *>  de anomalias. Quebra posterior ao primeiro dia da normal
      *>  (ws-qbr-inicio-periodo) fica dentro do periodo da normal,
      *>  que entao mistura leituras de antes e depois da mudanca.
      *>------------------------------------------------------------------------
       lista-quebras-estacao section.
           if ws-est-hist-esta-ativo then
               move ws-qbr-estacao                            to fd-ver-estacao
               move 0                                         to fd-ver-inicio
               start arqEstacoesHist key is >= fd-ver-chave
               if ws-fs-arqEstacoesHist = 00 then
                   move "N"                                   to ws-ver-fim
                   perform ver-le-proxima
                   perform until ws-ver-chegou-no-fim
                       if  fd-ver-e-quebra
                       and fd-ver-inicio <= ws-qbr-ate then
                           evaluate true
                               when fd-ver-e-relocacao
                                   move "Relocacao"           to ws-qbr-motivo-texto
                               when fd-ver-e-troca-sensor
                                   move "Troca sensor"        to ws-qbr-motivo-texto
                               when other
                                   move "Recalibracao"        to ws-qbr-motivo-texto
                           end-evaluate
                           if fd-ver-inicio > ws-qbr-inicio-periodo then
                               move "normal mistura os periodos"  to ws-qbr-marca
                           else
                               move "anterior ao periodo da normal" to ws-qbr-marca
                           end-if
                           if ws-qbr-na-tela then
                               display "  " ws-qbr-estacao " quebra " fd-ver-inicio " "
                                       ws-qbr-motivo-texto " " fd-ver-descricao " "
                                       ws-qbr-marca
                           else
                               move spaces                    to rel-linha
                               string "        quebra "       delimited by size
                                      fd-ver-inicio           delimited by size
                                      " "                     delimited by size
                                      ws-qbr-motivo-texto     delimited by size
                                      " "                     delimited by size
                                      fd-ver-descricao        delimited by size
                                      " "                     delimited by size
                                      ws-qbr-marca            delimited by size
                                      into rel-linha
                               write rel-linha
                           end-if
                       end-if
                       perform ver-le-proxima
                   end-perform
               else
                   if ws-fs-arqEstacoesHist <> 23 then
                       move 14                                          to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoesHist                       to ws-msn-erro-cod
                       move "Erro ao posicionar: (arqEstacoesHist) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       lista-quebras-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima versao do historico da estacao ws-qbr-estacao
      *>------------------------------------------------------------------------
       ver-le-proxima section.
           read arqEstacoesHist next
           if ws-fs-arqEstacoesHist = 10 then
               move "S"                                       to ws-ver-fim
           else
               if ws-fs-arqEstacoesHist <> 00 then
                   move 14                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoesHist                     to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqEstacoesHist) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fd-ver-estacao <> ws-qbr-estacao then
                   move "S"                                       to ws-ver-fim
               end-if
           end-if
           .
       ver-le-proxima-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Abre para leitura o resumo mensal por estacao; sem ele nao ha
      *>  de onde tirar as medias mensais. O chamador informa o ofsset
      *>  do erro.
      *>------------------------------------------------------------------------
       abre-resumo-mensal section.
           open input arqResumoMensal
           if  ws-fs-arqResumo <> 00
           and ws-fs-arqResumo <> 05 then
               move ws-fs-arqResumo                            to ws-msn-erro-cod
               if ws-fs-arqResumo = 35 then
                   move "Gere o resumo (resumo-mensal-temperatura)" to ws-msn-erro-text
               else
                   move "Erro ao abrir arq: (arqResumoMensal) "    to ws-msn-erro-text
               end-if
               perform finaliza-anormal
           end-if
           .
       abre-resumo-mensal-exit.
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
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
