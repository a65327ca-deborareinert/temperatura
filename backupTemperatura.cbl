      *>                  leitura (M medida, E estimada); copias
      *>                  antigas sem a coluna sao restauradas como
      *>                  medidas.
      *>  15/10/2026 DR - Aviso ao fim da restauracao para rodar a
      *>                  conciliacao dos arquivos (concilia-arquivos)
      *>                  antes de voltar a confiar nos dados.
      *>  15/10/2026 DR - Aviso ao fim da restauracao para refazer o
      *>                  resumo mensal por estacao
      *>                  (resumo-mensal-temperatura).
      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           end-if
           display "arqTemp.dat restaurado a partir da copia - "
                   ws-copia-qtd-registros " registros"
           display "Rode a conciliacao dos arquivos (concilia-arquivos)"
                   " antes de voltar a usar os dados"
           display "Refaca o resumo mensal por estacao"
                   " (resumo-mensal-temperatura)"
           move ws-copia-qtd-registros                       to ws-ctl-qtd-lidos
           move ws-copia-qtd-registros                       to ws-ctl-qtd-gravados
           .
