      *>                  para que a lista de geadas esteja pronta de
      *>                  manha cedo. O boletim recebe Enter no dia
      *>                  pedido e assume o dia de ontem.
      *>  15/10/2026 DR - Relatorio das leituras manuais pendentes de
      *>                  verificacao (relatorio-pendentes) incluido
      *>                  como primeiro passo da cadeia, para que a
      *>                  lista do que ainda nao foi redigitado saia
      *>                  toda noite.
      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
      *>----Tabela dos passos da rodada noturna, na ordem de execucao,
      *>----com a resposta de console que cada passo espera receber
       01 ws-tabela-passos.
          05 filler                                 pic x(30)
             value "relatorio-pendentes".
          05 filler                                 pic x(10) value spaces.
          05 filler                                 pic x(30)
             value "carga-lote-temp-horas".
          05 filler                                 pic x(10) value spaces.
             value "exporta-temperatura-csv".
          05 filler                                 pic x(10) value spaces.
       01 ws-passos redefines ws-tabela-passos.
          05 ws-passo occurs 6.
             10 ws-passo-programa                   pic x(30).
             10 ws-passo-resposta                   pic x(10).
       77  ws-qtd-passos                            pic 9(02).
           accept ws-ctl-hora-inicio                    from time
           move ws-ctl-data-inicio                      to ws-cadeia-data-ini
           move ws-ctl-hora-inicio                      to ws-cadeia-hora-ini
           move 6                                       to ws-qtd-passos
           move "N"                                     to ws-cadeia-parada
           move 0                                       to ws-qtd-executados
           move 0                                       to ws-qtd-pulados
