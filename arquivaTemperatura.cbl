      *>  02/09/2026 DR - Arquivamento da marca de origem da leitura
      *>                  (M medida, E estimada); registros antigos
      *>                  sem a marca sao arquivados como medidos.
      *>  15/10/2026 DR - O resumo mensal (arqResumoMensal.dat) de cada
      *>                  estacao e mes arquivado e marcado como
      *>                  arquivado; mes ainda sem resumo tem o resumo
      *>                  montado com os dias arquivados.
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
       77  ws-arq-res-estacao                       pic x(05).
       77  ws-arq-res-competencia                   pic 9(06).
       77  ws-arq-res-montando                      pic x(01).
          88  ws-arq-res-esta-montando               value "S".
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
           move 0                                       to ws-qtd-lidos
           move 0                                       to ws-qtd-arquivados
           move 0                                       to ws-qtd-mantidos
                  " corte "                delimited by size
                  ws-ano-corte             delimited by size
                  into ws-ctl-identificacao
           move spaces                                        to ws-arq-res-estacao
           move 0                                             to ws-arq-res-competencia
           move low-values                                    to fd-chave
           start arqTemp key is >= fd-chave
           if ws-fs-arqTemp = 0 then
               move "Erro ao gravar arquivo: (arqTempHist) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform arquiva-resumo-mensal
           delete arqTemp
           if ws-fs-arqTemp <> 00 then
               move 5                                            to ws-msn-erro-ofsset
       grava-controle-execucao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Marca como arquivado o resumo mensal da estacao e mes do
      *>  registro corrente, na primeira leitura arquivada do mes. Mes
      *>  sem resumo tem o resumo montado com os dias arquivados.
      *>------------------------------------------------------------------------
       arquiva-resumo-mensal section.
           move fd-estacao                                    to ws-res-estacao
           move fd-dia                                        to ws-res-dia
           if fd-estacao         <> ws-arq-res-estacao
           or ws-res-competencia <> ws-arq-res-competencia then
               move fd-estacao                                to ws-arq-res-estacao
               move ws-res-competencia                        to ws-arq-res-competencia
               move "N"                                       to ws-arq-res-montando
               move fd-estacao                                to res-estacao
               move ws-res-competencia                        to res-competencia
               read arqResumoMensal
               if ws-fs-arqResumo = 23 then
                   move "S"                                   to ws-arq-res-montando
               else
                   if ws-fs-arqResumo <> 00 then
                       move 50                                to ws-msn-erro-ofsset
                       move ws-fs-arqResumo                   to ws-msn-erro-cod
                       move "Erro ao ler arq: (arqResumoMensal) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if not res-esta-arquivado then
                       move "S"                               to res-arquivado
                       move ws-res-hoje                       to res-data-atualizacao
                       rewrite res-registro
                       if ws-fs-arqResumo <> 00 then
                           move 50                            to ws-msn-erro-ofsset
                           move ws-fs-arqResumo               to ws-msn-erro-cod
                           move "Erro ao gravar arq: (arqResumoMensal) " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-if
           if ws-arq-res-esta-montando then
               move fd-temp                                   to ws-res-leitura
               perform resumo-soma-dia
               if not res-esta-arquivado then
                   move "S"                                   to res-arquivado
                   rewrite res-registro
                   if ws-fs-arqResumo <> 00 then
                       move 50                                to ws-msn-erro-ofsset
                       move ws-fs-arqResumo                   to ws-msn-erro-cod
                       move "Erro ao gravar arq: (arqResumoMensal) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       arquiva-resumo-mensal-exit.
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
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-arqResumo                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqResumoMensal "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform grava-controle-execucao
           Stop run
           .
