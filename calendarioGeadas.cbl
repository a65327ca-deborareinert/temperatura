      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "calendario-geadas".
       author. "Debora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.
      *>Histórico de alterações
      *>  15/10/2026 DR - Programa criado para o calendario de geadas
      *>                  por estacao: para a estacao pedida (ou todas
      *>                  as ativas com limite de geada cadastrado) e a
      *>                  faixa de anos pedida, lista por ano a ultima
      *>                  geada da primavera, a primeira geada do
      *>                  outono (minima igual ou abaixo do limite de
      *>                  geada da estacao, fd-est-alerta-geada) e a
      *>                  duracao da estacao sem geada, com a data mais
      *>                  cedo, a mediana e a mais tarde de cada uma
      *>                  entre os anos. As leituras vem de arqTemp.dat
      *>                  ou, nos anos ja arquivados, de
      *>                  arqTempHistAAAA.dat. No hemisferio sul
      *>                  (latitude negativa) a geada cai no meio do
      *>                  ano: a primeira geada do ano e a de outono, a
      *>                  ultima e a de primavera, e a estacao sem
      *>                  geada vai ate a primeira geada do ano
      *>                  seguinte; no hemisferio norte a primavera e o
      *>                  primeiro semestre e o outono o segundo.
      *>                  Suspeitas nao revisadas nao contam como geada;
      *>                  ano com suspeita ou minima estimada perto das
      *>                  datas de geada, ou com geada suspeita
      *>                  descartada, sai marcado com "?". O ano em
      *>                  curso e listado mas fica fora das
      *>                  estatisticas. Relatorio em
      *>                  calendarioGeadas.txt.
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

                                   select arqEstacoes assign to "arqEstacoes.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-est-codigo
                                   file status is ws-fs-arqEstacoes.

                                   select calendarioGeadas assign to "calendarioGeadas.txt"
                                   organization is line sequential
                                   file status is ws-fs-relatorio.

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

       fd calendarioGeadas.
       01 rel-linha                                 pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                     pic 9(04).
          05 ws-msn-erro-cod                        pic 9(04).
          05 ws-msn-erro-text                       pic x(42).
       77  ws-fs-arqTemp                            pic 9(02).
       77  ws-fs-hist                               pic 9(02).
       77  ws-hist-nome                             pic x(30).
       77  ws-fs-arqEstacoes                        pic 9(02).
       77  ws-fs-relatorio                          pic 9(02).
      *>----Parametros pedidos ao operador
       77  ws-estacao                               pic x(05).
       77  ws-ano-inicial                           pic 9(04).
       77  ws-ano-final                             pic 9(04).
       01 ws-data-hoje                              pic 9(08).
       01 ws-data-hoje-quebra redefines ws-data-hoje.
          05 ws-hoje-aaaa                           pic 9(04).
          05 ws-hoje-mm                             pic 9(02).
          05 ws-hoje-dd                             pic 9(02).
      *>----Maximo de anos por relatorio (tamanho da tabela de anos)
       77  ws-max-anos                              pic 9(02) value 50.
      *>----Distancia em dias de uma suspeita ou estimada ate a data
      *>----de geada para o ano sair marcado
       77  ws-janela-duvida                         pic 9(02) value 15.
      *>----Estacao corrente
       77  ws-estacao-atual                         pic x(05).
       77  ws-nome-atual                            pic x(30).
       77  ws-limite-geada                          pic s9(02)v99.
       77  ws-hemisferio                            pic x(01).
          88  ws-hemisferio-sul                      value "S".
       77  ws-estacao-fim                           pic x(01).
          88  ws-estacoes-chegou-no-fim              value "S".
       77  ws-qtd-estacoes                          pic 9(05).
      *>----Dia corrente e quebras
       01 ws-dia                                    pic 9(08).
       01 ws-dia-quebra redefines ws-dia.
          05 ws-dia-aaaa                            pic 9(04).
          05 ws-dia-mm                              pic 9(02).
          05 ws-dia-dd                              pic 9(02).
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
          05 ws-lei-minima                          pic s9(02)v99.
          05 ws-lei-suspeita                        pic x(01).
             88  ws-lei-e-suspeita                   value "S".
          05 ws-lei-origem                          pic x(01).
             88  ws-lei-e-estimada                   value "E".
      *>----Geadas do ano em varredura por semestre
       77  ws-primeira-geada-sem1                   pic 9(08).
       77  ws-ultima-geada-sem1                     pic 9(08).
       77  ws-primeira-geada-sem2                   pic 9(08).
       77  ws-ultima-geada-sem2                     pic 9(08).
       77  ws-geada-suspeita                        pic x(01).
          88  ws-ha-geada-suspeita                   value "S".
      *>----Dias suspeitos ou estimados do ano em varredura (numero
      *>----do dia no calendario corrido)
       01 ws-duvidas.
          05 ws-duv-numero                          pic 9(07) occurs 366.
       77  ws-duv-qtd                               pic 9(03).
       77  ws-duv-idx                               pic 9(03) comp.
       77  ws-distancia                             pic s9(07).
       77  ws-numero-geada                          pic 9(07).
      *>----Tabela dos anos da estacao corrente
       01 ws-anos.
          05 ws-ano-tab occurs 50.
             10 ws-tab-ano                          pic 9(04).
             10 ws-tab-qtd-leituras                 pic 9(03).
             10 ws-tab-primavera                    pic 9(08).
             10 ws-tab-outono                       pic 9(08).
             10 ws-tab-dias-livres                  pic 9(03).
             10 ws-tab-tem-livres                   pic x(01).
                88  ws-tab-ha-livres                 value "S".
             10 ws-tab-marca                        pic x(01).
       77  ws-ano-idx                               pic 9(02) comp.
       77  ws-qtd-anos                              pic 9(02) comp.
      *>----Numero do dia no calendario corrido e dia do ano comum
       01 ws-conv-dia                               pic 9(08).
       01 ws-conv-dia-quebra redefines ws-conv-dia.
          05 ws-conv-aaaa                           pic 9(04).
          05 ws-conv-mm                             pic 9(02).
          05 ws-conv-dd                             pic 9(02).
       77  ws-conv-numero                           pic 9(07).
       77  ws-conv-ano-anterior                     pic 9(04).
       77  ws-conv-bissextos-4                      pic 9(04).
       77  ws-conv-bissextos-100                    pic 9(04).
       77  ws-conv-bissextos-400                    pic 9(04).
       77  ws-conv-dia-do-ano                       pic 9(03).
       77  ws-conv-numero-ini                       pic 9(07).
       01 ws-tab-acum-valores.
          05 filler                                 pic x(36)
                                   value "000031059090120151181212243273304334".
       01 ws-tab-acum redefines ws-tab-acum-valores.
          05 ws-acum-mes                            pic 9(03) occurs 12.
       77  ws-mes-idx                               pic 9(02) comp.
      *>----Estatisticas entre os anos
       01 ws-ordem.
          05 ws-ord-valor                           pic 9(03) occurs 50.
       77  ws-ord-qtd                               pic 9(02) comp.
       77  ws-ord-i                                 pic 9(02) comp.
       77  ws-ord-j                                 pic 9(02) comp.
       77  ws-ord-troca                             pic 9(03).
       77  ws-ord-meio                              pic 9(02) comp.
       77  ws-est-menor                             pic 9(03).
       77  ws-est-mediana                           pic 9(03).
       77  ws-est-maior                             pic 9(03).
       01 ws-resultados.
          05 ws-res-linha occurs 3.
             10 ws-res-primavera                    pic x(05).
             10 ws-res-outono                       pic x(05).
             10 ws-res-livres                       pic x(05).
       77  ws-res-idx                               pic 9(01) comp.
       77  ws-res-coluna                            pic x(01).
       77  ws-qtd-anos-primavera                    pic 9(02).
       77  ws-qtd-anos-outono                       pic 9(02).
       77  ws-qtd-anos-livres                       pic 9(02).
      *>----Edicao do relatorio
       01 ws-ed-dia                                 pic 9(08).
       01 ws-ed-dia-quebra redefines ws-ed-dia.
          05 ws-ed-aaaa                             pic 9(04).
          05 ws-ed-mm                               pic 9(02).
          05 ws-ed-dd                               pic 9(02).
       77  ws-ed-data                               pic x(10).
       77  ws-ed-primavera                          pic x(10).
       77  ws-ed-outono                             pic x(10).
       77  ws-ed-livres                             pic x(05).
       77  ws-ed-obs                                pic x(34).
       77  ws-ed-dia-mes                            pic x(05).
       77  ws-ed-dd-num                             pic 9(02).
       77  ws-ed-mm-num                             pic 9(02).
       77  ws-qtd-ed                                pic zz9.
       77  ws-limite-ed                             pic -z9,99.
       77  ws-rotulo                                pic x(12).
      *>----Variaveis de calculo de ano bissexto
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
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqEstacoes) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open output calendarioGeadas
           if ws-fs-relatorio <> 00 then
               move 3                                           to ws-msn-erro-ofsset
               move ws-fs-relatorio                             to ws-msn-erro-cod
               move "Erro ao abrir arq: (calendarioGeadas) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Processamento principal - pede a estacao (Enter = todas as
      *>  ativas com limite de geada) e a faixa de anos, e grava o
      *>  calendario de geadas de cada estacao.
      *>------------------------------------------------------------------------
       processamento section.
           display erase
           display "Calendario de geadas por estacao"
           accept ws-data-hoje                                from date yyyymmdd
           display "Digite a estacao ou Enter para todas as ativas: "
           move spaces                                        to ws-estacao
           accept ws-estacao
           display "Primeiro ano (AAAA, Enter = 10 anos): "
           accept ws-ano-inicial
           display "Ultimo ano (AAAA, Enter = ano corrente): "
           accept ws-ano-final
           if ws-ano-final = 0
           or ws-ano-final > ws-hoje-aaaa then
               move ws-hoje-aaaa                              to ws-ano-final
           end-if
           if ws-ano-inicial = 0
           or ws-ano-inicial > ws-ano-final then
               subtract 10 from ws-ano-final giving ws-ano-inicial
           end-if
           if ws-ano-final - ws-ano-inicial >= ws-max-anos then
               compute ws-ano-inicial = ws-ano-final - ws-max-anos + 1
               display "Faixa limitada a " ws-max-anos " anos - a partir de " ws-ano-inicial
           end-if
           compute ws-qtd-anos = ws-ano-final - ws-ano-inicial + 1
           perform grava-cabecalho
           move 0                                             to ws-qtd-estacoes
           if ws-estacao = spaces then
               move "N"                                       to ws-estacao-fim
               move low-values                                to fd-est-codigo
               start arqEstacoes key is >= fd-est-codigo
               if ws-fs-arqEstacoes = 0 then
                   perform le-proxima-estacao
                   perform until ws-estacoes-chegou-no-fim
                       if  fd-est-ativa
                       and fd-est-alerta-geada <> 0 then
                           perform apura-estacao
                       end-if
                       perform le-proxima-estacao
                   end-perform
               else
                   if ws-fs-arqEstacoes <> 23 then
                       move 4                                            to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                            to ws-msn-erro-cod
                       move "Erro ao posicionar arquivo: (arqEstacoes) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           else
               move ws-estacao                                to fd-est-codigo
               read arqEstacoes
               if ws-fs-arqEstacoes = 00 then
                   if fd-est-alerta-geada = 0 then
                       display "Estacao sem limite de geada cadastrado"
                   else
                       perform apura-estacao
                   end-if
               else
                   if ws-fs-arqEstacoes = 23 then
                       display "Estacao nao cadastrada"
                   else
                       move 2                                        to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqEstacoes) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           move spaces                                        to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Estacoes no relatorio: " delimited by size
                  ws-qtd-estacoes           delimited by size
                  into rel-linha
           write rel-linha
           move "? = suspeita nao revisada ou minima estimada ate 15 dias das datas de geada,"
                                                              to rel-linha
           write rel-linha
           move "    ou geada suspeita descartada no ano"     to rel-linha
           write rel-linha
           display "Relatorio gravado em calendarioGeadas.txt - "
                   ws-qtd-estacoes " estacao(oes)"
           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava o cabecalho do relatorio com a faixa de anos
      *>------------------------------------------------------------------------
       grava-cabecalho section.
           move "Calendario de geadas por estacao"            to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Anos: "         delimited by size
                  ws-ano-inicial   delimited by size
                  " a "            delimited by size
                  ws-ano-final     delimited by size
                  "  gerado em "   delimited by size
                  ws-data-hoje     delimited by size
                  into rel-linha
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
                   move 4                                         to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                         to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqEstacoes) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       le-proxima-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Apura a estacao do registro corrente do cadastro: varre cada
      *>  ano da faixa, calcula a estacao sem geada e grava os anos e
      *>  as estatisticas.
      *>------------------------------------------------------------------------
       apura-estacao section.
           add 1                                              to ws-qtd-estacoes
           move fd-est-codigo                                 to ws-estacao-atual
           move fd-est-nome                                   to ws-nome-atual
           move fd-est-alerta-geada                           to ws-limite-geada
           if fd-est-latitude < 0 then
               move "S"                                       to ws-hemisferio
           else
               move "N"                                       to ws-hemisferio
           end-if
           move ws-ano-inicial                                to ws-ano-varredura
           perform varying ws-ano-idx from 1 by 1
                   until ws-ano-idx > ws-qtd-anos
               perform varre-ano
               add 1                                          to ws-ano-varredura
           end-perform
           if ws-hemisferio-sul then
               perform calcula-livres-sul
           end-if
           perform grava-estacao
           .
       apura-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Varre as leituras da estacao no ano ws-ano-varredura e fecha
      *>  a linha do ano na tabela (posicao ws-ano-idx)
      *>------------------------------------------------------------------------
       varre-ano section.
           move ws-ano-varredura                              to ws-tab-ano (ws-ano-idx)
           move 0                                             to ws-tab-qtd-leituras (ws-ano-idx)
           move 0                                             to ws-primeira-geada-sem1
           move 0                                             to ws-ultima-geada-sem1
           move 0                                             to ws-primeira-geada-sem2
           move 0                                             to ws-ultima-geada-sem2
           move "N"                                           to ws-geada-suspeita
           move 0                                             to ws-duv-qtd
           compute ws-ano-inicio = ws-ano-varredura * 10000 + 0101
           compute ws-ano-fim    = ws-ano-varredura * 10000 + 1231
           perform abre-leituras-ano
           perform until ws-leituras-chegou-no-fim
               perform avalia-leitura
               perform le-proxima-leitura
           end-perform
           if ws-fonte-historico then
               close arqTempHist
               if ws-fs-hist <> 00 then
                   move 5                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao fechar arquivo: (arqTempHist) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform fecha-ano
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
                   move 1                                         to ws-msn-erro-ofsset
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
                   move 5                                          to ws-msn-erro-ofsset
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
                       move 5                                          to ws-msn-erro-ofsset
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
                       move 1                                     to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                         to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqTemp) "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move fd-dia                                to ws-lei-dia
                   move fd-temp-minima                        to ws-lei-minima
                   move fd-suspeita                           to ws-lei-suspeita
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
                       move 5                                     to ws-msn-erro-ofsset
                       move ws-fs-hist                            to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqTempHist) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move fdhist-dia                            to ws-lei-dia
                   move fdhist-temp-minima                    to ws-lei-minima
                   move fdhist-suspeita                       to ws-lei-suspeita
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
      *>  Avalia a leitura corrente: suspeita nao revisada nao conta
      *>  como geada (e marca o ano se cruzar o limite); estimada conta
      *>  normalmente. Suspeitas e estimadas ficam guardadas para a
      *>  marca de duvida perto das datas de geada.
      *>------------------------------------------------------------------------
       avalia-leitura section.
           add 1                                              to ws-tab-qtd-leituras (ws-ano-idx)
           move ws-lei-dia                                    to ws-dia
           if ws-lei-e-suspeita then
               perform guarda-dia-duvidoso
               if ws-lei-minima <= ws-limite-geada then
                   move "S"                                   to ws-geada-suspeita
               end-if
           else
               if ws-lei-e-estimada then
                   perform guarda-dia-duvidoso
               end-if
               if ws-lei-minima <= ws-limite-geada then
                   if ws-dia-mm <= 6 then
                       if ws-primeira-geada-sem1 = 0 then
                           move ws-dia                        to ws-primeira-geada-sem1
                       end-if
                       move ws-dia                            to ws-ultima-geada-sem1
                   else
                       if ws-primeira-geada-sem2 = 0 then
                           move ws-dia                        to ws-primeira-geada-sem2
                       end-if
                       move ws-dia                            to ws-ultima-geada-sem2
                   end-if
               end-if
           end-if
           .
       avalia-leitura-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Guarda o numero do dia corrente na lista de dias suspeitos ou
      *>  estimados do ano
      *>------------------------------------------------------------------------
       guarda-dia-duvidoso section.
           if ws-duv-qtd < 366 then
               add 1                                          to ws-duv-qtd
               move ws-dia                                    to ws-conv-dia
               perform converte-dia-numero
               move ws-conv-numero                            to ws-duv-numero (ws-duv-qtd)
           end-if
           .
       guarda-dia-duvidoso-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Fecha o ano em varredura: escolhe a ultima geada da primavera
      *>  e a primeira do outono conforme o hemisferio, marca a duvida
      *>  e, no hemisferio norte, calcula a estacao sem geada do ano.
      *>------------------------------------------------------------------------
       fecha-ano section.
           if ws-hemisferio-sul then
               if ws-primeira-geada-sem1 <> 0 then
                   move ws-primeira-geada-sem1                to ws-tab-outono (ws-ano-idx)
               else
                   move ws-primeira-geada-sem2                to ws-tab-outono (ws-ano-idx)
               end-if
               if ws-ultima-geada-sem2 <> 0 then
                   move ws-ultima-geada-sem2                  to ws-tab-primavera (ws-ano-idx)
               else
                   move ws-ultima-geada-sem1                  to ws-tab-primavera (ws-ano-idx)
               end-if
           else
               move ws-ultima-geada-sem1                      to ws-tab-primavera (ws-ano-idx)
               move ws-primeira-geada-sem2                    to ws-tab-outono (ws-ano-idx)
           end-if
           move " "                                           to ws-tab-marca (ws-ano-idx)
           if ws-ha-geada-suspeita then
               move "?"                                       to ws-tab-marca (ws-ano-idx)
           end-if
           if ws-tab-primavera (ws-ano-idx) <> 0 then
               move ws-tab-primavera (ws-ano-idx)             to ws-conv-dia
               perform verifica-duvida-perto
           end-if
           if ws-tab-outono (ws-ano-idx) <> 0 then
               move ws-tab-outono (ws-ano-idx)                to ws-conv-dia
               perform verifica-duvida-perto
           end-if
           move "N"                                           to ws-tab-tem-livres (ws-ano-idx)
           move 0                                             to ws-tab-dias-livres (ws-ano-idx)
           if  not ws-hemisferio-sul
           and ws-tab-primavera (ws-ano-idx) <> 0
           and ws-tab-outono (ws-ano-idx)    <> 0 then
               move ws-tab-primavera (ws-ano-idx)             to ws-conv-dia
               perform converte-dia-numero
               move ws-conv-numero                            to ws-conv-numero-ini
               move ws-tab-outono (ws-ano-idx)                to ws-conv-dia
               perform converte-dia-numero
               compute ws-tab-dias-livres (ws-ano-idx) =
                       ws-conv-numero - ws-conv-numero-ini - 1
               move "S"                                       to ws-tab-tem-livres (ws-ano-idx)
           end-if
           .
       fecha-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Marca o ano corrente da tabela quando algum dia suspeito ou
      *>  estimado do ano fica a ate ws-janela-duvida dias da data de
      *>  geada em ws-conv-dia
      *>------------------------------------------------------------------------
       verifica-duvida-perto section.
           perform converte-dia-numero
           move ws-conv-numero                                to ws-numero-geada
           perform varying ws-duv-idx from 1 by 1
                   until ws-duv-idx > ws-duv-qtd
               compute ws-distancia = ws-duv-numero (ws-duv-idx) - ws-numero-geada
               if ws-distancia < 0 then
                   compute ws-distancia = 0 - ws-distancia
               end-if
               if ws-distancia <= ws-janela-duvida then
                   move "?"                                   to ws-tab-marca (ws-ano-idx)
               end-if
           end-perform
           .
       verifica-duvida-perto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Hemisferio sul: a estacao sem geada de cada ano vai da ultima
      *>  geada da primavera ate a primeira geada do outono do ano
      *>  seguinte da faixa.
      *>------------------------------------------------------------------------
       calcula-livres-sul section.
           perform varying ws-ano-idx from 1 by 1
                   until ws-ano-idx >= ws-qtd-anos
               if  ws-tab-primavera (ws-ano-idx)  <> 0
               and ws-tab-outono (ws-ano-idx + 1) <> 0 then
                   move ws-tab-primavera (ws-ano-idx)         to ws-conv-dia
                   perform converte-dia-numero
                   move ws-conv-numero                        to ws-conv-numero-ini
                   move ws-tab-outono (ws-ano-idx + 1)        to ws-conv-dia
                   perform converte-dia-numero
                   compute ws-tab-dias-livres (ws-ano-idx) =
                           ws-conv-numero - ws-conv-numero-ini - 1
                   move "S"                                   to ws-tab-tem-livres (ws-ano-idx)
               end-if
           end-perform
           .
       calcula-livres-sul-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava as linhas da estacao corrente: um ano por linha e, em
      *>  seguida, a data mais cedo, a mediana e a mais tarde entre os
      *>  anos encerrados com leituras.
      *>------------------------------------------------------------------------
       grava-estacao section.
           move spaces                                        to rel-linha
           write rel-linha
           move ws-limite-geada                               to ws-limite-ed
           move spaces                                        to rel-linha
           if ws-hemisferio-sul then
               string "Estacao "            delimited by size
                      ws-estacao-atual      delimited by size
                      " "                   delimited by size
                      ws-nome-atual         delimited by size
                      " limite de geada "   delimited by size
                      ws-limite-ed          delimited by size
                      "  hemisferio sul"    delimited by size
                      into rel-linha
           else
               string "Estacao "            delimited by size
                      ws-estacao-atual      delimited by size
                      " "                   delimited by size
                      ws-nome-atual         delimited by size
                      " limite de geada "   delimited by size
                      ws-limite-ed          delimited by size
                      "  hemisferio norte"  delimited by size
                      into rel-linha
           end-if
           write rel-linha
           if ws-hemisferio-sul then
               move "  (dias sem geada: da ultima geada da primavera a primeira do outono do ano seguinte)"
                                                              to rel-linha
               write rel-linha
           end-if
           move "Ano   Dias  Ult.geada primav.  Prim.geada outono  Dias sem geada  Obs"
                                                              to rel-linha
           write rel-linha
           perform varying ws-ano-idx from 1 by 1
                   until ws-ano-idx > ws-qtd-anos
               perform grava-linha-ano
           end-perform
           perform grava-estatisticas
           .
       grava-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava a linha do ano ws-ano-idx da tabela
      *>------------------------------------------------------------------------
       grava-linha-ano section.
           move ws-tab-qtd-leituras (ws-ano-idx)              to ws-qtd-ed
           move spaces                                        to ws-ed-obs
           if ws-tab-qtd-leituras (ws-ano-idx) = 0 then
               move "sem leituras"                            to ws-ed-primavera
               move spaces                                    to ws-ed-outono
               move "    -"                                   to ws-ed-livres
           else
               if ws-tab-primavera (ws-ano-idx) = 0 then
                   move "sem geada"                           to ws-ed-primavera
               else
                   move ws-tab-primavera (ws-ano-idx)         to ws-ed-dia
                   perform edita-data
                   move ws-ed-data                            to ws-ed-primavera
               end-if
               if ws-tab-outono (ws-ano-idx) = 0 then
                   move "sem geada"                           to ws-ed-outono
               else
                   move ws-tab-outono (ws-ano-idx)            to ws-ed-dia
                   perform edita-data
                   move ws-ed-data                            to ws-ed-outono
               end-if
               if ws-tab-ha-livres (ws-ano-idx) then
                   move ws-tab-dias-livres (ws-ano-idx)       to ws-qtd-ed
                   move spaces                                to ws-ed-livres
                   string "  "      delimited by size
                          ws-qtd-ed delimited by size
                          into ws-ed-livres
                   move ws-tab-qtd-leituras (ws-ano-idx)      to ws-qtd-ed
               else
                   move "    -"                               to ws-ed-livres
               end-if
               if ws-tab-marca (ws-ano-idx) = "?" then
                   move "? suspeita/estimada"                 to ws-ed-obs
               end-if
           end-if
           if ws-tab-ano (ws-ano-idx) = ws-hoje-aaaa then
               if ws-ed-obs = spaces then
                   move "ano em curso"                        to ws-ed-obs
               else
                   move "? suspeita/estimada, ano em curso"   to ws-ed-obs
               end-if
           end-if
           move spaces                                        to rel-linha
           string ws-tab-ano (ws-ano-idx) delimited by size
                  "   "                   delimited by size
                  ws-qtd-ed               delimited by size
                  "  "                    delimited by size
                  ws-ed-primavera         delimited by size
                  "         "             delimited by size
                  ws-ed-outono            delimited by size
                  "         "             delimited by size
                  ws-ed-livres            delimited by size
                  "           "           delimited by size
                  ws-ed-obs               delimited by size
                  into rel-linha
           write rel-linha
           .
       grava-linha-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Estatisticas da estacao corrente entre os anos encerrados
      *>  com leituras (o ano em curso fica de fora): datas como dia do
      *>  ano comum, estacao sem geada em dias.
      *>------------------------------------------------------------------------
       grava-estatisticas section.
           move "P"                                           to ws-res-coluna
           perform monta-ordem
           move ws-ord-qtd                                    to ws-qtd-anos-primavera
           perform calcula-estatistica
           move "O"                                           to ws-res-coluna
           perform monta-ordem
           move ws-ord-qtd                                    to ws-qtd-anos-outono
           perform calcula-estatistica
           move "L"                                           to ws-res-coluna
           perform monta-ordem
           move ws-ord-qtd                                    to ws-qtd-anos-livres
           perform calcula-estatistica
           move spaces                                        to rel-linha
           string "Anos com geada na primavera: " delimited by size
                  ws-qtd-anos-primavera           delimited by size
                  "  no outono: "                 delimited by size
                  ws-qtd-anos-outono              delimited by size
                  "  com dias sem geada: "        delimited by size
                  ws-qtd-anos-livres              delimited by size
                  into rel-linha
           write rel-linha
           move "            Ult.geada primav.  Prim.geada outono  Dias sem geada"
                                                              to rel-linha
           write rel-linha
           perform varying ws-res-idx from 1 by 1
                   until ws-res-idx > 3
               evaluate ws-res-idx
                   when 1
                       move "Mais cedo"                       to ws-rotulo
                   when 2
                       move "Mediana"                         to ws-rotulo
                   when other
                       move "Mais tarde"                      to ws-rotulo
               end-evaluate
               move spaces                                    to rel-linha
               string ws-rotulo                      delimited by size
                      ws-res-primavera (ws-res-idx)  delimited by size
                      "              "               delimited by size
                      ws-res-outono (ws-res-idx)     delimited by size
                      "              "               delimited by size
                      ws-res-livres (ws-res-idx)     delimited by size
                      into rel-linha
               write rel-linha
           end-perform
           .
       grava-estatisticas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Monta a lista de valores da coluna ws-res-coluna (P primavera,
      *>  O outono, L dias sem geada) dos anos encerrados com leituras
      *>------------------------------------------------------------------------
       monta-ordem section.
           move 0                                             to ws-ord-qtd
           perform varying ws-ano-idx from 1 by 1
                   until ws-ano-idx > ws-qtd-anos
               if  ws-tab-ano (ws-ano-idx) < ws-hoje-aaaa
               and ws-tab-qtd-leituras (ws-ano-idx) > 0 then
                   evaluate ws-res-coluna
                       when "P"
                           if ws-tab-primavera (ws-ano-idx) <> 0 then
                               move ws-tab-primavera (ws-ano-idx) to ws-conv-dia
                               perform calcula-dia-do-ano
                               add 1                          to ws-ord-qtd
                               move ws-conv-dia-do-ano        to ws-ord-valor (ws-ord-qtd)
                           end-if
                       when "O"
                           if ws-tab-outono (ws-ano-idx) <> 0 then
                               move ws-tab-outono (ws-ano-idx) to ws-conv-dia
                               perform calcula-dia-do-ano
                               add 1                          to ws-ord-qtd
                               move ws-conv-dia-do-ano        to ws-ord-valor (ws-ord-qtd)
                           end-if
                       when other
                           if ws-tab-ha-livres (ws-ano-idx) then
                               add 1                          to ws-ord-qtd
                               move ws-tab-dias-livres (ws-ano-idx) to ws-ord-valor (ws-ord-qtd)
                           end-if
                   end-evaluate
               end-if
           end-perform
           .
       monta-ordem-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Ordena a lista de valores e guarda na coluna ws-res-coluna
      *>  dos resultados o menor, a mediana e o maior; lista vazia sai
      *>  com traco.
      *>------------------------------------------------------------------------
       calcula-estatistica section.
           perform varying ws-ord-i from 1 by 1
                   until ws-ord-i >= ws-ord-qtd
               perform varying ws-ord-j from 1 by 1
                       until ws-ord-j > ws-ord-qtd - ws-ord-i
                   if ws-ord-valor (ws-ord-j) > ws-ord-valor (ws-ord-j + 1) then
                       move ws-ord-valor (ws-ord-j)           to ws-ord-troca
                       move ws-ord-valor (ws-ord-j + 1)       to ws-ord-valor (ws-ord-j)
                       move ws-ord-troca                      to ws-ord-valor (ws-ord-j + 1)
                   end-if
               end-perform
           end-perform
           if ws-ord-qtd > 0 then
               move ws-ord-valor (1)                          to ws-est-menor
               move ws-ord-valor (ws-ord-qtd)                 to ws-est-maior
               divide ws-ord-qtd by 2 giving ws-ord-meio remainder ws-ord-i
               if ws-ord-i = 1 then
                   move ws-ord-valor (ws-ord-meio + 1)        to ws-est-mediana
               else
                   compute ws-est-mediana =
                           (ws-ord-valor (ws-ord-meio) + ws-ord-valor (ws-ord-meio + 1)) / 2
               end-if
           end-if
           perform varying ws-res-idx from 1 by 1
                   until ws-res-idx > 3
               if ws-ord-qtd = 0 then
                   move "  -"                                 to ws-ed-dia-mes
               else
                   evaluate ws-res-idx
                       when 1
                           move ws-est-menor                  to ws-conv-dia-do-ano
                       when 2
                           move ws-est-mediana                to ws-conv-dia-do-ano
                       when other
                           move ws-est-maior                  to ws-conv-dia-do-ano
                   end-evaluate
                   if ws-res-coluna = "L" then
                       move ws-conv-dia-do-ano                to ws-qtd-ed
                       move spaces                            to ws-ed-dia-mes
                       string "  "      delimited by size
                              ws-qtd-ed delimited by size
                              into ws-ed-dia-mes
                   else
                       perform edita-dia-do-ano
                   end-if
               end-if
               evaluate ws-res-coluna
                   when "P"
                       move ws-ed-dia-mes                     to ws-res-primavera (ws-res-idx)
                   when "O"
                       move ws-ed-dia-mes                     to ws-res-outono (ws-res-idx)
                   when other
                       move ws-ed-dia-mes                     to ws-res-livres (ws-res-idx)
               end-evaluate
           end-perform
           .
       calcula-estatistica-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Edita em ws-ed-data (DD/MM/AAAA) o dia em ws-ed-dia
      *>------------------------------------------------------------------------
       edita-data section.
           move spaces                                        to ws-ed-data
           string ws-ed-dd   delimited by size
                  "/"        delimited by size
                  ws-ed-mm   delimited by size
                  "/"        delimited by size
                  ws-ed-aaaa delimited by size
                  into ws-ed-data
           .
       edita-data-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Edita em ws-ed-dia-mes (DD/MM) o dia do ano comum em
      *>  ws-conv-dia-do-ano
      *>------------------------------------------------------------------------
       edita-dia-do-ano section.
           move 12                                            to ws-mes-idx
           perform until ws-acum-mes (ws-mes-idx) < ws-conv-dia-do-ano
               subtract 1 from ws-mes-idx
           end-perform
           subtract ws-acum-mes (ws-mes-idx) from ws-conv-dia-do-ano
                                             giving ws-ed-dd-num
           move ws-mes-idx                                    to ws-ed-mm-num
           move spaces                                        to ws-ed-dia-mes
           string ws-ed-dd-num delimited by size
                  "/"          delimited by size
                  ws-ed-mm-num delimited by size
                  into ws-ed-dia-mes
           .
       edita-dia-do-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Dia do ano comum (1 a 365) do dia em ws-conv-dia; 29 de
      *>  fevereiro conta como 28, para comparar anos bissextos e
      *>  comuns pela data de calendario.
      *>------------------------------------------------------------------------
       calcula-dia-do-ano section.
           compute ws-conv-dia-do-ano = ws-acum-mes (ws-conv-mm) + ws-conv-dd
           if ws-conv-mm = 2 and ws-conv-dd = 29 then
               subtract 1 from ws-conv-dia-do-ano
           end-if
           .
       calcula-dia-do-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Numero do dia em ws-conv-dia no calendario corrido (dias desde
      *>  o inicio da era, inclusive anos bissextos), para a distancia
      *>  em dias entre duas datas.
      *>------------------------------------------------------------------------
       converte-dia-numero section.
           subtract 1 from ws-conv-aaaa giving ws-conv-ano-anterior
           divide ws-conv-ano-anterior by 4   giving ws-conv-bissextos-4
           divide ws-conv-ano-anterior by 100 giving ws-conv-bissextos-100
           divide ws-conv-ano-anterior by 400 giving ws-conv-bissextos-400
           compute ws-conv-numero = ws-conv-ano-anterior * 365
                                  + ws-conv-bissextos-4
                                  - ws-conv-bissextos-100
                                  + ws-conv-bissextos-400
                                  + ws-acum-mes (ws-conv-mm)
                                  + ws-conv-dd
           if ws-conv-mm > 2 then
               divide ws-conv-aaaa by 4   giving ws-div-quociente
                                          remainder ws-div-resto-4
               divide ws-conv-aaaa by 100 giving ws-div-quociente
                                          remainder ws-div-resto-100
               divide ws-conv-aaaa by 400 giving ws-div-quociente
                                          remainder ws-div-resto-400
               if ws-div-resto-4 = 0
               and (ws-div-resto-100 <> 0 or ws-div-resto-400 = 0) then
                   add 1                                      to ws-conv-numero
               end-if
           end-if
           .
       converte-dia-numero-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           close arqTemp
           if ws-fs-arqTemp <> 0 then
               move 6                                to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemp "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqEstacoes
           if ws-fs-arqEstacoes <> 0 then
               move 6                                  to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close calendarioGeadas
           if ws-fs-relatorio <> 0 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-relatorio                         to ws-msn-erro-cod
               move "Erro ao fechar arq. calendarioGeadas " to ws-msn-erro-text
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
