      *>  02/09/2026 DR - A reaplicacao de ALTERACAO marca a leitura
      *>                  como medida (origem M), como faz a propria
      *>                  alteracao manual que ela repete.
      *>  15/10/2026 DR - Reaplicacao do novo tipo CALIBRACAO, gravado
      *>                  pela correcao de calibracao em lote
      *>                  (calibra-temperatura): a linha traz tambem a
      *>                  minima e a maxima antigas e novas, e os tres
      *>                  valores corrigidos sao regravados no dia. Dia
      *>                  que nao esta no arquivo online e procurado no
      *>                  historico anual (arqTempHistAAAA.dat) do ano.
      *>  15/10/2026 DR - Reaplicacao do novo tipo INCLUSAO, gravado
      *>                  quando a leitura manual digitada e verificada
      *>                  por um segundo operador e efetivada em
      *>                  arqTemp: o dia ausente do arquivo restaurado
      *>                  e regravado com o valor e a marca de suspeita
      *>                  da linha.
      *>  15/10/2026 DR - Cada movimentacao reaplicada atualiza o resumo
      *>                  mensal da estacao (arqResumoMensal.dat): o mes
      *>                  do dia e recalculado a partir de arqTemp, ou
      *>                  do historico anual quando o dia ja foi
      *>                  arquivado.
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

                                   select arqTempHist assign to ws-hist-nome
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fdhist-chave
                                   file status is ws-fs-hist.

                                   select logAlteracoes assign to "logAlteracoesTemp.txt"
                                   organization is line sequential
                                   file status is ws-fs-log.
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

       fd logAlteracoes.
       01 log-linha                                 pic  x(100).

       77  ws-fs-arqTemp                            pic 9(02).
       77  ws-fs-log                                pic 9(02).
       77  ws-fs-relatorio                          pic 9(02).
       77  ws-fs-hist                               pic 9(02).
       77  ws-hist-nome                             pic x(30).
      *>----Momento da copia de seguranca informado pelo operador
       01  ws-corte-data                            pic 9(08).
       01  ws-corte-data-quebra redefines ws-corte-data.
          05 ws-log-data redefines ws-log-data-txt  pic 9(08).
          05 ws-log-hora-txt                        pic x(08).
          05 ws-log-hora redefines ws-log-hora-txt  pic 9(08).
          05 ws-log-min-antiga-txt                  pic x(07).
          05 ws-log-suspeita-txt redefines ws-log-min-antiga-txt
                                                    pic x(01).
          05 ws-log-min-nova-txt                    pic x(07).
          05 ws-log-max-antiga-txt                  pic x(07).
          05 ws-log-max-nova-txt                    pic x(07).
      *>----Conversao do texto da temperatura do log para numero
       77  ws-valor-txt                             pic x(07).
       77  ws-valor-negativo                        pic x(01).
       77  ws-valor-num                             pic s9(02)v99.
       77  ws-antiga-num                            pic s9(02)v99.
       77  ws-nova-num                              pic s9(02)v99.
       77  ws-min-nova-num                          pic s9(02)v99.
       77  ws-max-nova-num                          pic s9(02)v99.
      *>----Controle e contadores da recuperacao
       77  ws-log-fim                               pic x(01).
          88  ws-log-chegou-no-fim                   value "S".
       77  ws-qtd-alteracoes                        pic 9(07).
       77  ws-qtd-exclusoes                         pic 9(07).
       77  ws-qtd-confirmacoes                      pic 9(07).
       77  ws-qtd-calibracoes                       pic 9(07).
       77  ws-qtd-inclusoes                         pic 9(07).
       77  ws-qtd-nao-casadas                       pic 9(07).
       77  ws-qtd-divergentes                       pic 9(07).
      *>----Variaveis do registro de controle de execucao
          05 ws-ctl-qtd-rejeitados                  pic 9(07).
          05 ws-ctl-situacao                        pic x(10).
       77  ws-ctl-ja-gravado                        pic x(01).
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
           open input logAlteracoes
           if ws-fs-log <> 00 then
               move 2                                          to ws-msn-erro-ofsset
           move 0                                       to ws-qtd-alteracoes
           move 0                                       to ws-qtd-exclusoes
           move 0                                       to ws-qtd-confirmacoes
           move 0                                       to ws-qtd-calibracoes
           move 0                                       to ws-qtd-inclusoes
           move 0                                       to ws-qtd-nao-casadas
           move 0                                       to ws-qtd-divergentes
           move "N"                                     to ws-log-fim
           if ws-log-data > ws-corte-data
           or (ws-log-data = ws-corte-data
               and ws-log-hora > ws-corte-hora) then
               if ws-log-tipo = "INCLUSAO" then
                   perform reaplica-inclusao
               else
                   perform reaplica-movimentacao
               end-if
           else
               add 1                                          to ws-qtd-anteriores
           end-if
      *>------------------------------------------------------------------------
      *>  Desmembra a linha do log nos campos separados por ";":
      *>  tipo;estacao;dia;valor antigo;valor novo;operador;data;hora
      *>  e, nas linhas CALIBRACAO, minima antiga;minima nova;maxima
      *>  antiga;maxima nova; nas linhas INCLUSAO, a marca de suspeita.
      *>------------------------------------------------------------------------
       desmembra-linha-log section.
           move spaces                                        to ws-log-campos
                    ws-log-operador
                    ws-log-data-txt
                    ws-log-hora-txt
                    ws-log-min-antiga-txt
                    ws-log-min-nova-txt
                    ws-log-max-antiga-txt
                    ws-log-max-nova-txt
           end-unstring
           .
       desmembra-linha-log-exit.
           move ws-log-dia                                    to fd-dia
           read arqTemp
           if ws-fs-arqTemp = 23 then
               if ws-log-tipo = "CALIBRACAO" then
                   perform reaplica-calibracao-historico
               else
                   perform grava-linha-nao-casada
               end-if
           else
               if ws-fs-arqTemp <> 00 then
                   move 5                                         to ws-msn-erro-ofsset
                   end-if
                   add 1                                      to ws-qtd-exclusoes
                   perform grava-linha-aplicada
                   perform atualiza-resumo-dia-log
               else
                   if ws-log-tipo = "CONFIRMACAO" then
                       move "N"                               to fd-suspeita
                       end-if
                       add 1                                  to ws-qtd-confirmacoes
                       perform grava-linha-aplicada
                       perform atualiza-resumo-dia-log
                   else
                       if ws-log-tipo = "ALTERACAO" then
                           move ws-log-nova-txt               to ws-valor-txt
                           end-if
                           add 1                              to ws-qtd-alteracoes
                           perform grava-linha-aplicada
                           perform atualiza-resumo-dia-log
                       else
                         if ws-log-tipo = "CALIBRACAO" then
                           perform converte-valores-calibracao
                           move ws-nova-num                   to fd-temperatura
                           move ws-min-nova-num               to fd-temp-minima
                           move ws-max-nova-num               to fd-temp-maxima
                           rewrite fd-temp
                           if ws-fs-arqTemp <> 00 then
                               move 7                                         to ws-msn-erro-ofsset
                               move ws-fs-arqTemp                             to ws-msn-erro-cod
                               move "Erro ao alterar arquivo: (arqTemp) "     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1                              to ws-qtd-calibracoes
                           perform grava-linha-aplicada
                           perform atualiza-resumo-dia-log
                         else
                           add 1                              to ws-qtd-nao-casadas
                           move spaces                        to rel-linha
                           string "NAO CASADA  tipo desconhecido: "
                                  ws-log-tipo    delimited by size
                                  into rel-linha
                           write rel-linha
                         end-if
                       end-if
                   end-if
               end-if
       reaplica-movimentacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Reaplica a inclusao de uma leitura manual verificada: grava o
      *>  dia se ele nao esta no arquivo restaurado; se ja esta, a
      *>  inclusao ja fazia parte da copia e so e conferida.
      *>------------------------------------------------------------------------
       reaplica-inclusao section.
           move ws-log-nova-txt                               to ws-valor-txt
           perform converte-valor-log
           move ws-valor-num                                  to ws-nova-num
           move ws-log-estacao                                to fd-estacao
           move ws-log-dia                                    to fd-dia
           read arqTemp
           if ws-fs-arqTemp = 23 then
               move ws-log-estacao                            to fd-estacao
               move ws-log-dia                                to fd-dia
               move ws-nova-num                               to fd-temperatura
               move ws-nova-num                               to fd-temp-minima
               move ws-nova-num                               to fd-temp-maxima
               if ws-log-suspeita-txt = "S" then
                   move "S"                                   to fd-suspeita
               else
                   move "N"                                   to fd-suspeita
               end-if
               move 0                                         to fd-chuva-dia
               move 0                                         to fd-umidade-media
               move "M"                                       to fd-origem
               write fd-temp
               if ws-fs-arqTemp <> 00 then
                   move 7                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao gravar arquivo: (arqTemp) "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1                                          to ws-qtd-inclusoes
               perform grava-linha-aplicada
               move fd-temp                                   to ws-res-leitura
               perform resumo-soma-dia
           else
               if ws-fs-arqTemp <> 00 then
                   move 5                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTemp) "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fd-temperatura <> ws-nova-num then
                   add 1                                      to ws-qtd-divergentes
                   move spaces                                to rel-linha
                   string "DIVERGENTE  " delimited by size
                          ws-log-tipo    delimited by space
                          " estacao "    delimited by size
                          ws-log-estacao delimited by size
                          " dia "        delimited by size
                          ws-log-dia     delimited by size
                          " dia ja existe com outro valor"
                                         delimited by size
                          into rel-linha
                   write rel-linha
               end-if
           end-if
           .
       reaplica-inclusao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava no relatorio a movimentacao cujo dia nao foi encontrado
      *>------------------------------------------------------------------------
       grava-linha-nao-casada section.
           add 1                                              to ws-qtd-nao-casadas
           move spaces                                        to rel-linha
           string "NAO CASADA  " delimited by size
                  ws-log-tipo    delimited by space
                  " estacao "    delimited by size
                  ws-log-estacao delimited by size
                  " dia "        delimited by size
                  ws-log-dia     delimited by size
                  into rel-linha
           write rel-linha
           .
       grava-linha-nao-casada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Converte os valores novos de temperatura, minima e maxima da
      *>  linha CALIBRACAO corrente.
      *>------------------------------------------------------------------------
       converte-valores-calibracao section.
           move ws-log-nova-txt                               to ws-valor-txt
           perform converte-valor-log
           move ws-valor-num                                  to ws-nova-num
           move ws-log-min-nova-txt                           to ws-valor-txt
           perform converte-valor-log
           move ws-valor-num                                  to ws-min-nova-num
           move ws-log-max-nova-txt                           to ws-valor-txt
           perform converte-valor-log
           move ws-valor-num                                  to ws-max-nova-num
           .
       converte-valores-calibracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Reaplica a CALIBRACAO de um dia ja arquivado no historico
      *>  anual do ano do dia. Como a linha traz os valores corrigidos
      *>  completos, a regravacao pode ser repetida sem efeito.
      *>------------------------------------------------------------------------
       reaplica-calibracao-historico section.
           move spaces                                        to ws-hist-nome
           string "arqTempHist"        delimited by size
                  ws-log-dia-txt (1:4) delimited by size
                  ".dat"               delimited by size
                  into ws-hist-nome
           open i-o arqTempHist
           if ws-fs-hist = 35 then
               perform grava-linha-nao-casada
           else
               if ws-fs-hist <> 00 then
                   move 10                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqTempHist) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-log-estacao                            to fdhist-estacao
               move ws-log-dia                                to fdhist-dia
               read arqTempHist
               if ws-fs-hist = 23 then
                   perform grava-linha-nao-casada
               else
                   if ws-fs-hist <> 00 then
                       move 10                                         to ws-msn-erro-ofsset
                       move ws-fs-hist                                to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqTempHist) "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-log-antiga-txt                     to ws-valor-txt
                   perform converte-valor-log
                   move ws-valor-num                          to ws-antiga-num
                   perform converte-valores-calibracao
                   if  fdhist-temperatura <> ws-antiga-num
                   and fdhist-temperatura <> ws-nova-num then
                       add 1                                  to ws-qtd-divergentes
                       move spaces                            to rel-linha
                       string "DIVERGENTE  " delimited by size
                              ws-log-tipo    delimited by space
                              " estacao "    delimited by size
                              ws-log-estacao delimited by size
                              " dia "        delimited by size
                              ws-log-dia     delimited by size
                              " valor antigo do log difere do historico"
                                             delimited by size
                              into rel-linha
                       write rel-linha
                   end-if
                   move ws-nova-num                           to fdhist-temperatura
                   move ws-min-nova-num                       to fdhist-temp-minima
                   move ws-max-nova-num                       to fdhist-temp-maxima
                   rewrite fdhist-temp
                   if ws-fs-hist <> 00 then
                       move 10                                         to ws-msn-erro-ofsset
                       move ws-fs-hist                                to ws-msn-erro-cod
                       move "Erro ao alterar arquivo: (arqTempHist) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                                      to ws-qtd-calibracoes
                   perform grava-linha-aplicada
                   move ws-log-estacao                        to ws-res-alvo-estacao
                   move ws-log-dia                            to ws-res-dia
                   move ws-res-competencia                    to ws-res-alvo-competencia
                   perform resumo-recalcula-mes-hist
               end-if
               close arqTempHist
               if ws-fs-hist <> 00 then
                   move 10                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao fechar arquivo: (arqTempHist) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       reaplica-calibracao-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Ajusta a minima e a maxima do dia ao reaplicar uma alteracao,
      *>  com a mesma regra da alteracao manual: em leitura unica os
      *>  extremos acompanham o novo valor; em dia consolidado so sao
      *>------------------------------------------------------------------------
      *>  Converte o texto de temperatura do log (por exemplo 08,50 ou
      *>  -08,50) em numero com sinal em ws-valor-num. O texto DELETED
      *>  das exclusoes e o texto NEW das inclusoes sao tratados como
      *>  zero.
      *>------------------------------------------------------------------------
       converte-valor-log section.
           move 0                                             to ws-valor-num
           if ws-valor-txt = "DELETED"
           or ws-valor-txt = "NEW" then
               move "N"                                       to ws-valor-negativo
           else
               move "N"                                       to ws-valor-negativo
                  into rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Aplicadas - calibracoes: " delimited by size
                  ws-qtd-calibracoes          delimited by size
                  " inclusoes: "              delimited by size
                  ws-qtd-inclusoes            delimited by size
                  into rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Nao casadas: "       delimited by size
                  ws-qtd-nao-casadas    delimited by size
                  "  divergentes: "     delimited by size
           display "Alteracoes reaplicadas  : " ws-qtd-alteracoes
           display "Exclusoes reaplicadas   : " ws-qtd-exclusoes
           display "Confirmacoes reaplicadas: " ws-qtd-confirmacoes
           display "Calibracoes reaplicadas : " ws-qtd-calibracoes
           display "Inclusoes reaplicadas   : " ws-qtd-inclusoes
           display "Nao casadas             : " ws-qtd-nao-casadas
           display "Divergentes             : " ws-qtd-divergentes
           move ws-qtd-lidas                                  to ws-ctl-qtd-lidos
           add ws-qtd-alteracoes to ws-qtd-exclusoes
                                  giving ws-ctl-qtd-gravados
           add ws-qtd-confirmacoes                            to ws-ctl-qtd-gravados
           add ws-qtd-calibracoes                             to ws-ctl-qtd-gravados
           add ws-qtd-inclusoes                               to ws-ctl-qtd-gravados
           move ws-qtd-nao-casadas                            to ws-ctl-qtd-rejeitados
           .
       grava-resumo-exit.
       grava-controle-execucao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Recalcula o resumo mensal do mes do dia da linha de log
      *>  reaplicada em arqTemp
      *>------------------------------------------------------------------------
       atualiza-resumo-dia-log section.
           move ws-log-estacao                                to ws-res-alvo-estacao
           move ws-log-dia                                    to ws-res-dia
           move ws-res-competencia                            to ws-res-alvo-competencia
           perform resumo-recalcula-mes
           .
       atualiza-resumo-dia-log-exit.
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
      *>  Recalcula o resumo mensal da estacao ws-res-alvo-estacao na
      *>  competencia ws-res-alvo-competencia a partir dos dias de
      *>  arqTempHist, depois de uma alteracao ou exclusao (os extremos
      *>  nao podem ser desfeitos por subtracao). Mes sem nenhum dia
      *>  tem o resumo excluido. Usa a area do registro de arqTempHist
      *>  e muda a posicao da leitura sequencial desse arquivo.
      *>------------------------------------------------------------------------
       resumo-recalcula-mes-hist section.
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
               move "S"                                       to res-arquivado
           end-if
           perform resumo-inicia-registro
           move ws-res-alvo-competencia                       to ws-res-competencia
           move 1                                             to ws-res-dd
           move ws-res-alvo-estacao                           to fdhist-estacao
           move ws-res-dia                                    to fdhist-dia
           start arqTempHist key is >= fdhist-chave
           if ws-fs-hist = 00 then
               move "N"                                       to ws-res-fim
               perform resumo-le-proximo-hist
               perform until ws-res-chegou-no-fim
                   move fdhist-temp                           to ws-res-leitura
                   perform resumo-acumula-leitura
                   perform resumo-le-proximo-hist
               end-perform
           else
               if ws-fs-hist <> 23 then
                   move 50                                    to ws-msn-erro-ofsset
                   move ws-fs-hist                            to ws-msn-erro-cod
                   move "Erro ao posicionar: (arqTempHist) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           if res-qtd-leituras > 0 then
               perform resumo-grava-registro
           else
               if ws-res-foi-achado then
                   delete arqResumoMensal
                   if ws-fs-arqResumo <> 00 then
                       move 50                                to ws-msn-erro-ofsset
                       move ws-fs-arqResumo                   to ws-msn-erro-cod
                       move "Erro ao apagar arq: (arqResumoMensal) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       resumo-recalcula-mes-hist-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo dia da estacao e competencia do recalculo do
      *>  resumo mensal
      *>------------------------------------------------------------------------
       resumo-le-proximo-hist section.
           read arqTempHist next
           if ws-fs-hist = 10 then
               move "S"                                       to ws-res-fim
           else
               if ws-fs-hist <> 00 then
                   move 50                                    to ws-msn-erro-ofsset
                   move ws-fs-hist                            to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqTempHist) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move fdhist-dia                                to ws-res-dia
               if fdhist-estacao <> ws-res-alvo-estacao
               or ws-res-competencia <> ws-res-alvo-competencia then
                   move "S"                                   to ws-res-fim
               end-if
           end-if
           .
       resumo-le-proximo-hist-exit.
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
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-arqResumo                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqResumoMensal "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close logAlteracoes
           if ws-fs-log <> 0 then
               move 8                                    to ws-msn-erro-ofsset
