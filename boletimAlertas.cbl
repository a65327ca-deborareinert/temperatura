      *>                  pedido assume o dia de ontem, para a geracao
      *>                  sem operador na rodada noturna. Leituras
      *>                  marcadas como suspeitas nao disparam alerta.
      *>  15/10/2026 DR - Consulta ao resumo mensal por estacao
      *>                  (arqResumoMensal.dat): estacao cujo mes do
      *>                  boletim nao chega aos limiares nao tem o dia
      *>                  lido, e a contagem de dias seguidos salta de
      *>                  uma vez o mes anterior completo, sem
      *>                  suspeitas, em que a condicao vale todos os
      *>                  dias. Sem o resumo, tudo e lido dia a dia.
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
          05 ws-ctl-qtd-rejeitados                  pic 9(07).
          05 ws-ctl-situacao                        pic x(10).
       77  ws-ctl-ja-gravado                        pic x(01).
      *>----Resumo mensal por estacao (arqResumoMensal.dat)
       77  ws-fs-arqResumo                          pic 9(02).
       77  ws-res-ativo                             pic x(01).
          88  ws-res-esta-ativo                      value "S".
       77  ws-alerta-possivel                       pic x(01).
          88  ws-ha-alerta-possivel                  value "S".
       77  ws-mes-inteiro                           pic x(01).
          88  ws-mes-na-condicao                     value "S".
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
      *>  Apura os alertas da estacao corrente no dia do boletim: a
      *>  minima igual ou abaixo do limite de geada ou a maxima igual
      *>  ou acima do limite de calor dispara o alerta. Leituras
      *>  suspeitas nao disparam alerta. Estacao cujo resumo do mes
      *>  nao chega a nenhum dos limites nao tem o dia lido.
      *>------------------------------------------------------------------------
       apura-alertas-estacao section.
           perform verifica-alerta-possivel
           if ws-ha-alerta-possivel then
               move ws-estacao-atual                          to fd-estacao
               move ws-dia-boletim                            to fd-dia
               read arqTemp
               if ws-fs-arqTemp = 00 then
                   if not fd-e-suspeita then
                       move fd-temp-minima                    to ws-minima-boletim
                       move fd-temp-maxima                    to ws-maxima-boletim
                       if  ws-alerta-geada <> 0
                       and ws-minima-boletim <= ws-alerta-geada then
                           move "GEADA"                       to ws-tipo-alerta
                           move ws-minima-boletim             to ws-valor-ed
                           move ws-alerta-geada               to ws-limite-ed
                           perform conta-dias-condicao
                           perform grava-linha-alerta
                       end-if
                       if  ws-alerta-calor <> 0
                       and ws-maxima-boletim >= ws-alerta-calor then
                           move "CALOR"                       to ws-tipo-alerta
                           move ws-maxima-boletim             to ws-valor-ed
                           move ws-alerta-calor               to ws-limite-ed
                           perform conta-dias-condicao
                           perform grava-linha-alerta
                       end-if
                   end-if
               else
                   if ws-fs-arqTemp <> 23 then
                       move 5                                 to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                     to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqTemp) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       apura-alertas-estacao-exit.
           move ws-dia-boletim                                to ws-dia-anterior
           move "S"                                           to ws-condicao-mantida
           perform until not ws-condicao-se-mantem
               move "N"                                       to ws-mes-inteiro
               if ws-ant-dd = 1 then
                   perform calcula-dia-anterior
                   perform verifica-mes-na-condicao
               else
                   perform calcula-dia-anterior
               end-if
               if ws-mes-na-condicao then
                   add ws-ant-dd                              to ws-qtd-dias-condicao
                   move 1                                     to ws-ant-dd
               else
                   perform confere-dia-condicao
               end-if
           end-perform
           .
       conta-dias-condicao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o dia de ws-dia-anterior da estacao corrente e confere se
      *>  a condicao do alerta corrente se mantem nele
      *>------------------------------------------------------------------------
       confere-dia-condicao section.
           move ws-estacao-atual                              to fd-estacao
           move ws-dia-anterior                               to fd-dia
           read arqTemp
           if ws-fs-arqTemp = 00 then
               if fd-e-suspeita then
                   move "N"                                   to ws-condicao-mantida
               else
                   if ws-tipo-alerta = "GEADA" then
                       if fd-temp-minima <= ws-alerta-geada then
                           add 1                              to ws-qtd-dias-condicao
                       else
                           move "N"                           to ws-condicao-mantida
                       end-if
                   else
                       if fd-temp-maxima >= ws-alerta-calor then
                           add 1                              to ws-qtd-dias-condicao
                       else
                           move "N"                           to ws-condicao-mantida
                       end-if
                   end-if
               end-if
           else
               if ws-fs-arqTemp = 23 then
                   move "N"                                   to ws-condicao-mantida
               else
                   move 5                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                         to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTemp) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       confere-dia-condicao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava a linha do alerta corrente no boletim
       grava-controle-execucao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Verifica no resumo do mes do boletim se a estacao corrente
      *>  pode estar em alerta: a menor minima do mes precisa chegar ao
      *>  limite de geada ou a maior maxima ao limite de calor. Sem
      *>  resumo do mes, o dia e lido.
      *>------------------------------------------------------------------------
       verifica-alerta-possivel section.
           move "S"                                           to ws-alerta-possivel
           if ws-res-esta-ativo then
               move ws-estacao-atual                          to res-estacao
               divide ws-dia-boletim by 100 giving res-competencia
               read arqResumoMensal
               if ws-fs-arqResumo = 00 then
                   move "N"                                   to ws-alerta-possivel
                   if  ws-alerta-geada <> 0
                   and res-menor-minima <= ws-alerta-geada then
                       move "S"                               to ws-alerta-possivel
                   end-if
                   if  ws-alerta-calor <> 0
                   and res-maior-maxima >= ws-alerta-calor then
                       move "S"                               to ws-alerta-possivel
                   end-if
               else
                   if ws-fs-arqResumo <> 23 then
                       move 7                                 to ws-msn-erro-ofsset
                       move ws-fs-arqResumo                   to ws-msn-erro-cod
                       move "Erro ao ler arq: (arqResumoMensal) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       verifica-alerta-possivel-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Verifica no resumo se o mes de ws-dia-anterior (posicionado no
      *>  ultimo dia do mes) tem leitura em todos os dias, nenhuma
      *>  suspeita e a condicao do alerta corrente em todos eles; o
      *>  mes inteiro entra entao na contagem de uma vez.
      *>------------------------------------------------------------------------
       verifica-mes-na-condicao section.
           if ws-res-esta-ativo then
               move ws-estacao-atual                          to res-estacao
               compute res-competencia = ws-ant-aaaa * 100 + ws-ant-mm
               read arqResumoMensal
               if ws-fs-arqResumo = 00 then
                   if  not res-esta-arquivado
                   and res-qtd-leituras  = ws-ant-dd
                   and res-qtd-suspeitas = 0 then
                       if ws-tipo-alerta = "GEADA" then
                           if res-maior-minima <= ws-alerta-geada then
                               move "S"                       to ws-mes-inteiro
                           end-if
                       else
                           if res-menor-maxima >= ws-alerta-calor then
                               move "S"                       to ws-mes-inteiro
                           end-if
                       end-if
                   end-if
               else
                   if ws-fs-arqResumo <> 23 then
                       move 7                                 to ws-msn-erro-ofsset
                       move ws-fs-arqResumo                   to ws-msn-erro-cod
                       move "Erro ao ler arq: (arqResumoMensal) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       verifica-mes-na-condicao-exit.
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
