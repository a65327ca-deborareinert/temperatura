      *>                  periodo abrem os graus-dia em parcela medida
      *>                  e parcela estimada, para que o cliente veja
      *>                  o que foi interpolado no faturamento.
      *>  15/10/2026 DR - Mes inteiro dentro do periodo cujo resumo
      *>                  mensal (arqResumoMensal.dat) garante zero
      *>                  graus-dia, geadas e dias de calor para as
      *>                  bases informadas sai direto do resumo, sem
      *>                  ler os dias; os demais meses continuam lidos
      *>                  dia a dia. Sem o resumo, todos os meses sao
      *>                  lidos dia a dia.
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

                                   select arqEstacoes assign to "arqEstacoes.dat"
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

       fd arqEstacoes.
       01 fd-est.
           05 fd-est-codigo                         pic  x(05).
       77 ws-div-resto-4                               pic 9(03).
       77 ws-div-resto-100                             pic 9(03).
       77 ws-div-resto-400                             pic 9(03).
      *>----Resumo mensal por estacao (arqResumoMensal.dat)
       77  ws-fs-arqResumo                          pic 9(02).
       77  ws-res-ativo                             pic x(01).
          88  ws-res-esta-ativo                      value "S".
       77  ws-mes-pelo-resumo                       pic x(01).
          88  ws-mes-sai-do-resumo                   value "S".
       77  ws-comp-fim                              pic 9(06).
       77  ws-mes-primeiro-dia                      pic 9(08).
      *>----Variaveis para comunicação entre programas
       linkage section.
      *>Declaração do corpo do programa
               move "Erro ao abrir arquivo: (arqTemp) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "S"                                     to ws-res-ativo
           open input arqResumoMensal
           if ws-fs-arqResumo = 35 then
               move "N"                                 to ws-res-ativo
           else
               if ws-fs-arqResumo <> 00 then
                   move 7                                          to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                            to ws-msn-erro-cod
                   move "Erro ao abrir arq: (arqResumoMensal) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           open input arqEstacoes
           if ws-fs-arqEstacoes <> 00 then
               move 2                                       to ws-msn-erro-ofsset
               end-if
           end-perform
           move ws-dia                                        to ws-data-fim
           divide ws-data-fim by 100 giving ws-comp-fim
           display "Digite a base de aquecimento (por exemplo 18,00): "
           accept ws-base-aquecimento
           display "Digite a base de refrigeracao (por exemplo 24,00): "
                           perform graus-abre-mes
                       end-if
                   end-if
                   if ws-mes-sai-do-resumo then
                       perform graus-pula-mes
                   else
                       perform graus-acumula-dia
                       perform graus-le-proximo
                   end-if
               end-perform
               if not ws-e-primeiro-grupo then
                   perform graus-imprime-mes
           move 0                                             to ws-mes-qtd-estimados
           move 0                                             to ws-mes-gd-aq-estimado
           move 0                                             to ws-mes-gd-ref-estimado
           perform graus-verifica-resumo-mes
           .
       graus-abre-mes-exit.
           exit.
       validar-data-informada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Verifica no resumo mensal se o mes recem aberto pode sair
      *>  direto do resumo: o mes precisa estar inteiro dentro do
      *>  periodo e nenhum dia pode gerar graus-dia, geada ou calor
      *>  (menor media nao abaixo da base de aquecimento, maior media
      *>  nao acima da base de refrigeracao, menor minima nao abaixo
      *>  de 0,00 e maior maxima nao acima do limiar de calor). Nesse
      *>  caso o mes ja fica com a contagem de dias e de estimados.
      *>------------------------------------------------------------------------
       graus-verifica-resumo-mes section.
           move "N"                                           to ws-mes-pelo-resumo
           compute ws-mes-primeiro-dia = ws-grupo-aaaa * 10000
                                       + ws-grupo-mm * 100 + 1
           if  ws-res-esta-ativo
           and ws-mes-primeiro-dia >= ws-data-inicio then
               move ws-estacao                                to res-estacao
               compute res-competencia = ws-grupo-aaaa * 100 + ws-grupo-mm
               if res-competencia < ws-comp-fim then
                   read arqResumoMensal
                   if ws-fs-arqResumo = 00 then
                       if  not res-esta-arquivado
                       and res-qtd-leituras > 0
                       and res-menor-media  >= ws-base-aquecimento
                       and res-maior-media  <= ws-base-refrigeracao
                       and res-menor-minima >= 0
                       and res-maior-maxima <= ws-limiar-calor then
                           move "S"                           to ws-mes-pelo-resumo
                           move res-qtd-leituras              to ws-mes-qtd-dias
                           move res-qtd-estimadas             to ws-mes-qtd-estimados
                       end-if
                   else
                       if ws-fs-arqResumo <> 23 then
                           move 7                             to ws-msn-erro-ofsset
                           move ws-fs-arqResumo               to ws-msn-erro-cod
                           move "Erro ao ler arq: (arqResumoMensal) " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-if
           .
       graus-verifica-resumo-mes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Pula as leituras restantes do mes que saiu do resumo e le a
      *>  primeira leitura do mes seguinte
      *>------------------------------------------------------------------------
       graus-pula-mes section.
           move ws-estacao                                    to fd-estacao
           compute fd-dia = ws-mes-primeiro-dia + 30
           start arqTemp key is > fd-chave
           if ws-fs-arqTemp = 23 then
               move "S"                                       to ws-fim-leitura
           else
               if ws-fs-arqTemp <> 0 then
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                         to ws-msn-erro-cod
                   move "Erro ao posicionar arquivo: (arqTemp) " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform graus-le-proximo
           end-if
           .
       graus-pula-mes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
               move "Erro ao fechar arq. arqTemp "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-res-esta-ativo then
               close arqResumoMensal
               if ws-fs-arqResumo <> 0 then
                   move 6                                       to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqResumoMensal "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           close arqEstacoes
           if ws-fs-arqEstacoes <> 0 then
               move 6                                  to ws-msn-erro-ofsset
