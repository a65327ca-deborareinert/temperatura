      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "resumo-mensal-temperatura".
       author. "Debora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.
      *>Histórico de alterações
      *>  15/10/2026 DR - Programa criado para refazer do zero o resumo
      *>                  mensal por estacao (arqResumoMensal.dat) a
      *>                  partir das leituras diarias dos historicos
      *>                  anuais (arqTempHistAAAA.dat), a partir do ano
      *>                  informado, e de arqTemp.dat. Rodado na
      *>                  implantacao do resumo, depois de restaurar
      *>                  arqTemp.dat de uma copia e depois de um
      *>                  termino anormal entre a gravacao do dia e a
      *>                  atualizacao do resumo.
      *>  15/10/2026 DR - Enter no primeiro ano assume o historico anual
      *>                  mais antigo existente (sondado para tras a
      *>                  partir do ano da leitura mais antiga do
      *>                  arquivo online), e ano posterior a ele nao e
      *>                  aceito: a reconstrucao esvazia o resumo, e os
      *>                  anos arquivados deixados de fora sumiriam das
      *>                  normais.
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
       77  ws-hist-nome                             pic x(30).
      *>----Parametros da reconstrucao
       77  ws-ano-inicial                           pic 9(04).
       77  ws-ano-corrente                          pic 9(04).
       77  ws-ano-mais-antigo                       pic 9(04).
       77  ws-sonda-fim                             pic x(01).
          88  ws-sonda-chegou-no-fim                 value "S".
       01 ws-data-hoje                              pic 9(08).
       01 ws-data-hoje-quebra redefines ws-data-hoje.
          05 ws-hoje-aaaa                           pic 9(04).
          05 ws-hoje-mm                             pic 9(02).
          05 ws-hoje-dd                             pic 9(02).
      *>----Grupo estacao/mes em montagem
       77  ws-monta-fim                             pic x(01).
          88  ws-monta-chegou-no-fim                 value "S".
       77  ws-grupo-aberto                          pic x(01).
          88  ws-ha-grupo-aberto                     value "S".
       77  ws-grupo-estacao                         pic x(05).
       77  ws-grupo-competencia                     pic 9(06).
       77  ws-grupo-arquivado                       pic x(01).
      *>----Contadores
       77  ws-qtd-lidos                             pic 9(07).
       77  ws-qtd-meses                             pic 9(07).
       77  ws-qtd-anos-hist                         pic 9(04).
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
       procedure division.
           perform inicializa.
           perform processamento.
           perform finaliza.
      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.
           move "N"                                     to ws-ctl-ja-gravado
           move "resumo-mensal-temperatura"             to ws-ctl-programa
           move spaces                                  to ws-ctl-identificacao
           move "CONCLUIDO"                             to ws-ctl-situacao
           move 0                                       to ws-ctl-qtd-lidos
           move 0                                       to ws-ctl-qtd-gravados
           move 0                                       to ws-ctl-qtd-rejeitados
           accept ws-ctl-data-inicio                    from date yyyymmdd
           accept ws-ctl-hora-inicio                    from time
           accept ws-data-hoje                          from date yyyymmdd
           move ws-data-hoje                            to ws-res-hoje
           open input arqTemp
           if ws-fs-arqTemp  <> 00
           and ws-fs-arqTemp <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqTemp                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqTemp) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
      *>   o resumo e refeito do zero: a abertura output esvazia o arquivo
           open output arqResumoMensal
           if ws-fs-arqResumo = 00 then
               close arqResumoMensal
               open i-o arqResumoMensal
           end-if
           if ws-fs-arqResumo <> 00 then
               move 5                                          to ws-msn-erro-ofsset
               move ws-fs-arqResumo                            to ws-msn-erro-cod
               move "Erro ao abrir arq: (arqResumoMensal) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move 0                                       to ws-qtd-lidos
           move 0                                       to ws-qtd-meses
           move 0                                       to ws-qtd-anos-hist
           move "N"                                     to ws-grupo-aberto
           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Processamento principal - pede o primeiro ano de historico e
      *>  monta o resumo dos historicos anuais (meses arquivados) e
      *>  depois do arquivo online.
      *>------------------------------------------------------------------------
       processamento section.
           display erase
           display "Reconstrucao do resumo mensal por estacao (arqResumoMensal.dat)"
           perform localiza-historico-mais-antigo
           display "Primeiro ano de historico a resumir (AAAA, Enter = "
                   ws-ano-mais-antigo "): "
           accept ws-ano-inicial
           if ws-ano-inicial = 0 then
               move ws-ano-mais-antigo                        to ws-ano-inicial
           else
               if ws-ano-inicial > ws-ano-mais-antigo then
                   display "Ha historico desde " ws-ano-mais-antigo
                           " - resumo refeito a partir desse ano"
                   move ws-ano-mais-antigo                    to ws-ano-inicial
               end-if
           end-if
           string "arqResumoMensal historico desde " delimited by size
                  ws-ano-inicial                     delimited by size
                  into ws-ctl-identificacao
           perform varying ws-ano-corrente from ws-ano-inicial by 1
                   until ws-ano-corrente > ws-hoje-aaaa
               perform monta-historico-ano
           end-perform
           perform monta-arquivo-online
           display "Anos de historico resumidos : " ws-qtd-anos-hist
           display "Leituras diarias lidas      : " ws-qtd-lidos
           display "Meses gravados no resumo    : " ws-qtd-meses
           move ws-qtd-lidos                                  to ws-ctl-qtd-lidos
           move ws-qtd-meses                                  to ws-ctl-qtd-gravados
           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Localiza o historico anual mais antigo: parte do ano da
      *>  leitura mais antiga do arquivo online (ou do ano corrente,
      *>  com o arquivo vazio) e sonda arqTempHistAAAA.dat para tras
      *>  ate o primeiro ano sem arquivo. Os anos dentro da retencao
      *>  ficam no arquivo online, e os anteriores foram arquivados
      *>  em sequencia pela rotina de fim de ano.
      *>------------------------------------------------------------------------
       localiza-historico-mais-antigo section.
           move ws-hoje-aaaa                                  to ws-ano-mais-antigo
           move 0                                             to fd-dia
           start arqTemp key is >= fd-dia
           if ws-fs-arqTemp = 00 then
               read arqTemp next
               if ws-fs-arqTemp = 00 then
                   if fd-dia (1:4) < ws-ano-mais-antigo then
                       move fd-dia (1:4)                      to ws-ano-mais-antigo
                   end-if
               else
                   if ws-fs-arqTemp <> 10 then
                       move 1                                     to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                         to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqTemp) "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           else
               if ws-fs-arqTemp <> 23 then
                   move 1                                          to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao posicionar arquivo: (arqTemp) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move "N"                                           to ws-sonda-fim
           perform until ws-sonda-chegou-no-fim
               subtract 1 from ws-ano-mais-antigo giving ws-ano-corrente
               move spaces                                    to ws-hist-nome
               string "arqTempHist"   delimited by size
                      ws-ano-corrente delimited by size
                      ".dat"          delimited by size
                      into ws-hist-nome
               open input arqTempHist
               if ws-fs-hist = 35 then
                   move "S"                                   to ws-sonda-fim
               else
                   if ws-fs-hist <> 00 then
                       move 3                                          to ws-msn-erro-ofsset
                       move ws-fs-hist                                 to ws-msn-erro-cod
                       move "Erro ao abrir arquivo: (arqTempHist) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   close arqTempHist
                   if ws-fs-hist <> 00 then
                       move 3                                           to ws-msn-erro-ofsset
                       move ws-fs-hist                                  to ws-msn-erro-cod
                       move "Erro ao fechar arquivo: (arqTempHist) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-ano-corrente                       to ws-ano-mais-antigo
                   if ws-ano-mais-antigo <= 1 then
                       move "S"                               to ws-sonda-fim
                   end-if
               end-if
           end-perform
           .
       localiza-historico-mais-antigo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Monta o resumo dos meses do historico anual do ano corrente,
      *>  marcados como arquivados. Ano sem historico e pulado.
      *>------------------------------------------------------------------------
       monta-historico-ano section.
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
                   move 3                                           to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqTempHist) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1                                          to ws-qtd-anos-hist
               move "S"                                       to ws-grupo-arquivado
               move "N"                                       to ws-monta-fim
               move low-values                                to fdhist-chave
               start arqTempHist key is >= fdhist-chave
               if ws-fs-hist = 23 then
                   move "S"                                   to ws-monta-fim
               else
                   if ws-fs-hist <> 00 then
                       move 3                                          to ws-msn-erro-ofsset
                       move ws-fs-hist                                to ws-msn-erro-cod
                       move "Erro ao posicionar arq: (arqTempHist) "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform monta-le-proximo-hist
               end-if
               perform until ws-monta-chegou-no-fim
                   move fdhist-temp                           to ws-res-leitura
                   perform monta-acumula-dia
                   perform monta-le-proximo-hist
               end-perform
               perform monta-fecha-grupo
               close arqTempHist
               if ws-fs-hist <> 00 then
                   move 3                                           to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao fechar arquivo: (arqTempHist) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       monta-historico-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo dia do historico anual
      *>------------------------------------------------------------------------
       monta-le-proximo-hist section.
           read arqTempHist next
           if ws-fs-hist = 10 then
               move "S"                                       to ws-monta-fim
           else
               if ws-fs-hist <> 00 then
                   move 4                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTempHist) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       monta-le-proximo-hist-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Monta o resumo dos meses ainda no arquivo online
      *>------------------------------------------------------------------------
       monta-arquivo-online section.
           move "N"                                           to ws-grupo-arquivado
           move "N"                                           to ws-monta-fim
           move low-values                                    to fd-chave
           start arqTemp key is >= fd-chave
           if ws-fs-arqTemp = 23 then
               move "S"                                       to ws-monta-fim
           else
               if ws-fs-arqTemp <> 00 then
                   move 2                                          to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao posicionar arquivo: (arqTemp) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform monta-le-proximo-online
           end-if
           perform until ws-monta-chegou-no-fim
               move fd-temp                                   to ws-res-leitura
               perform monta-acumula-dia
               perform monta-le-proximo-online
           end-perform
           perform monta-fecha-grupo
           .
       monta-arquivo-online-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo dia do arquivo online
      *>------------------------------------------------------------------------
       monta-le-proximo-online section.
           read arqTemp next
           if ws-fs-arqTemp = 10 then
               move "S"                                       to ws-monta-fim
           else
               if ws-fs-arqTemp <> 00 then
                   move 2                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTemp) "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       monta-le-proximo-online-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Acumula o dia em ws-res-leitura no grupo estacao/mes,
      *>  gravando o grupo anterior na quebra
      *>------------------------------------------------------------------------
       monta-acumula-dia section.
           add 1                                              to ws-qtd-lidos
           if  ws-ha-grupo-aberto
           and (ws-res-estacao     <> ws-grupo-estacao
           or   ws-res-competencia <> ws-grupo-competencia) then
               perform monta-fecha-grupo
           end-if
           if not ws-ha-grupo-aberto then
               perform monta-abre-grupo
           end-if
           perform resumo-acumula-leitura
           .
       monta-acumula-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Abre o grupo estacao/mes do dia em ws-res-leitura. Mes que ja
      *>  tem resumo (dias do mesmo mes em mais de um arquivo) continua
      *>  a acumulacao sobre o registro existente.
      *>------------------------------------------------------------------------
       monta-abre-grupo section.
           move "S"                                           to ws-grupo-aberto
           move ws-res-estacao                                to ws-grupo-estacao
           move ws-res-competencia                            to ws-grupo-competencia
           move ws-res-estacao                                to res-estacao
           move ws-res-competencia                            to res-competencia
           read arqResumoMensal
           if ws-fs-arqResumo = 00 then
               move "S"                                       to ws-res-achado
           else
               if ws-fs-arqResumo <> 23 then
                   move 50                                         to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                           to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqResumoMensal) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N"                                       to ws-res-achado
               perform resumo-inicia-registro
           end-if
           move ws-grupo-arquivado                            to res-arquivado
           .
       monta-abre-grupo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava o grupo estacao/mes aberto, se houver
      *>------------------------------------------------------------------------
       monta-fecha-grupo section.
           if ws-ha-grupo-aberto then
               perform resumo-grava-registro
               if not ws-res-foi-achado then
                   add 1                                      to ws-qtd-meses
               end-if
               move "N"                                       to ws-grupo-aberto
           end-if
           .
       monta-fecha-grupo-exit.
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
           if ws-fs-arqTemp <> 0 then
               move 6                                to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemp "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqResumoMensal
           if ws-fs-arqResumo <> 0 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqResumo                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqResumoMensal "   to ws-msn-erro-text
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
