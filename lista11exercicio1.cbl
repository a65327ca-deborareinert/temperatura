      *>                  so entao entra no livro de recordes.
      *>                  Leituras ainda suspeitas seguem fora do
      *>                  livro ate a revisao Su
      *>  15/10/2026 DR - Dupla digitacao das leituras manuais: o
      *>                  cadastro (Ca) passa a gravar a leitura no
      *>                  arquivo de pendentes de verificacao
      *>                  (arqPendentes.dat) em vez de arqTemp. Na nova
      *>                  opcao Ve outro operador redigita, sem ver o
      *>                  primeiro valor, a leitura da estacao e dia; so
      *>                  o par coincidente e efetivado em arqTemp, com
      *>                  a critica de plausibilidade, o livro de
      *>                  recordes e o log de auditoria (novo tipo
      *>                  INCLUSAO, com os dois operadores). Valores
      *>                  diferentes ficam como divergencia para a nova
      *>                  opcao Rd, na qual um supervisor aceita um dos
      *>                  valores, digita o correto ou descarta
      *>  15/10/2026 DR - A critica de plausibilidade usa os limites da
      *>                  versao do cadastro da estacao vigente no dia
      *>                  da leitura (arqEstacoesHist.dat), e nao os
      *>                  limites atuais do cadastro.
      *>  15/10/2026 DR - Leituras efetivadas (Ve/Rd), alteradas (Al),
      *>                  excluidas (De) e revisadas (Su) atualizam o
      *>                  resumo mensal da estacao (arqResumoMensal.dat);
      *>                  o relatorio mensal (Re) passa a ser montado a
      *>                  partir desse resumo, sem percorrer as leituras.
      *>  15/10/2026 DR - O recalculo do resumo mensal a partir de
      *>                  arqTemp nao regrava nem exclui o resumo de mes
      *>                  ja marcado como arquivado.
      *>  15/10/2026 DR - Na opcao Rd a divergencia tambem nao pode ser
      *>                  resolvida por quem fez a segunda digitacao.
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

                                   select relatorioTemp assign to "relatorioTemp.txt"
                                   organization is line sequential
                                   file status is ws-fs-relatorio.
                                   record key is fd-est-codigo
                                   file status is ws-fs-arqEstacoes.

                                   select arqEstacoesHist assign to "arqEstacoesHist.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-ver-chave
                                   file status is ws-fs-arqEstacoesHist.

                                   select arqOperadores assign to "arqOperadores.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   record key is fdhist-chave
                                   file status is ws-fs-hist.

                                   select arqPendentes assign to "arqPendentes.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-pen-chave
                                   file status is ws-fs-arqPendentes.

       i-o-control.
      *>Declaração de variáveis
       data division.
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

       fd relatorioTemp.
       01 rel-linha                                 pic  x(110).

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

       fd arqParadas.
       01 fd-par.
           05 fd-par-chave.
               88 fd-ope-ativo                      value "A".
               88 fd-ope-inativo                    value "I".

       fd arqPendentes.
       01 fd-pen.
           05 fd-pen-chave.
               10 fd-pen-estacao                    pic  x(05).
               10 fd-pen-dia                        pic  9(08).
           05 fd-pen-temperatura                    pic  s9(02)v99.
           05 fd-pen-operador                       pic  x(08).
           05 fd-pen-data                           pic  9(08).
           05 fd-pen-hora                           pic  9(08).
           05 fd-pen-situacao                       pic  x(01).
               88 fd-pen-aguardando                 value "P".
               88 fd-pen-divergente                 value "D".
           05 fd-pen-temp-verificacao               pic  s9(02)v99.
           05 fd-pen-operador-verificacao           pic  x(08).
           05 fd-pen-data-verificacao               pic  9(08).

      *>----Variaveis de trabalho
       working-storage section.
       77 ws-menu                                   pic x(2).
             88 ws-log-foi-excluido                     value "S".
          05 ws-log-confirmada                         pic x(01).
             88 ws-log-foi-confirmacao                  value "S".
          05 ws-log-incluida                           pic x(01) value "N".
             88 ws-log-foi-inclusao                     value "S".
          05 ws-log-operador                           pic x(20).
          05 ws-log-data                                pic 9(08).
          05 ws-log-hora                                pic 9(08).
       77 ws-log-temp-nova-ed                           pic 9(02),99.
       77 ws-log-temp-antiga-fmt                         pic x(07).
       77 ws-log-temp-nova-fmt                           pic x(07).
       77 ws-log-digitador                               pic x(08).
      *>----Variaveis da identificacao do operador
       77  ws-fs-arqOperadores                          pic 9(02).
       77 ws-login-codigo                                pic x(08).
          05 ws-rec-maxima                               pic s9(02)v99.
       77 ws-rec-amplitude                               pic 9(03)v99.
       77 ws-rec-alterado                                pic x(01).
      *>----Variaveis da dupla digitacao (pendentes de verificacao)
       77  ws-fs-arqPendentes                           pic 9(02).
       77 ws-pen-fim                                     pic x(01).
          88  ws-pen-chegou-no-fim                        value "S".
       77 ws-pen-qtd-divergentes                         pic 9(05).
       77 ws-pen-opcao                                   pic x(01).
       77 ws-pen-temp-ed                                 pic -9(02),99.
       77 ws-pen-temp-ed-2                               pic -9(02),99.
       77 ws-pen-efetivada                               pic x(01).
          88  ws-pen-foi-efetivada                        value "S".
      *>----Variaveis de checkpoint da sessao de cadastro
       77  ws-fs-restart                               pic 9(02).
       01 ws-restart-registro.
          05 ws-restart-estacao                         pic x(05).
          05 ws-restart-dia                             pic 9(08).
          05 filler                                      pic x(07).
      *>----Versao do cadastro da estacao vigente no dia da leitura
      *>----(arqEstacoesHist.dat, mantido pelo cadastro-estacoes)
       77  ws-fs-arqEstacoesHist                    pic 9(02).
       77  ws-est-hist-ativo                        pic x(01).
          88  ws-est-hist-esta-ativo                 value "S".
       77  ws-ver-estacao                           pic x(05).
       77  ws-ver-dia                               pic 9(08).
       77  ws-ver-achada                            pic x(01).
          88  ws-ver-foi-achada                      value "S".
       77  ws-ver-fim                               pic x(01).
          88  ws-ver-chegou-no-fim                   value "S".
       77  ws-ver-cache-estacao                     pic x(05) value spaces.
       77  ws-ver-cache-inicio                      pic 9(08) value 0.
       77  ws-ver-cache-ate                         pic 9(08) value 0.
       01 ws-ver-dados.
          05 ws-ver-inicio                          pic 9(08).
          05 ws-ver-motivo                          pic x(01).
          05 ws-ver-latitude                        pic s9(02)v9(04).
          05 ws-ver-longitude                       pic s9(03)v9(04).
          05 ws-ver-altitude                        pic 9(04).
          05 ws-ver-limite-minimo                   pic s9(02)v99.
          05 ws-ver-limite-maximo                   pic s9(02)v99.
          05 ws-ver-salto-maximo                    pic 9(02)v99.
          05 ws-ver-limite-chuva-dia                pic 9(03)v99.
          05 ws-ver-limite-umid-minima              pic 9(03)v99.
          05 ws-ver-limite-umid-maxima              pic 9(03)v99.
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
      *>----Declaração de tela
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
           open input arqEstacoes
           if ws-fs-arqEstacoes <> 00 then
               move 14                                         to ws-msn-erro-ofsset
               end-if
               perform finaliza-anormal
           end-if
           move "S"                                     to ws-est-hist-ativo
           open input arqEstacoesHist
           if ws-fs-arqEstacoesHist = 35 then
               move "N"                                 to ws-est-hist-ativo
           else
               if ws-fs-arqEstacoesHist <> 00 then
                   move 41                                         to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoesHist                      to ws-msn-erro-cod
                   move "Erro ao abrir arq: (arqEstacoesHist) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           open extend logAlteracoes
           if ws-fs-log = 35 then
               open output logAlteracoes
               perform finaliza-anormal
           end-if
           perform efetua-login
           open i-o arqPendentes
           if ws-fs-arqPendentes = 35 then
               open output arqPendentes
               close arqPendentes
               open i-o arqPendentes
           end-if
           if  ws-fs-arqPendentes <> 00
           and ws-fs-arqPendentes <> 05 then
               move 22                                        to ws-msn-erro-ofsset
               move ws-fs-arqPendentes                        to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqPendentes) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "S"                                     to ws-paradas-ativo
           open input arqParadas
           if ws-fs-arqParadas = 35 then
               display "'Re' para relatorio mensal"
               display "'Su' para revisar leituras suspeitas"
               display "'Di' para consultar todas as estacoes de um dia"
               display "'Ve' para verificar (redigitar) leituras pendentes"
               display "'Rd' para resolver divergencias de verificacao"
               accept ws-menu
               if ws-menu = "Ca" or "ca" then
                 perform cadastrar-temperatura
                                      else
                                          if ws-menu = "Di" or "di" then
                                             perform consultar-por-dia
                                          else
                                          if ws-menu = "Ve" or "ve" then
                                             perform verificar-leituras
                                          else
                                          if ws-menu = "Rd" or "rd" then
                                             if ws-operador-supervisor then
                                                 perform resolver-divergencias
                                             else
                                                 display "Acesso negado: funcao exclusiva de supervisor"
                                             end-if
                                          else
                                           display "Opcao Inexistente"
               end-if
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro de temperatura: a leitura digitada fica pendente de
      *>  verificacao em arqPendentes.dat ate ser redigitada por outro
      *>  operador (opcao Ve).
      *>------------------------------------------------------------------------
       cadastrar-temperatura section.
           display erase
                           " (de " fd-par-inicio " a " fd-par-fim
                           ") - leitura nao gravada"
               else
                   perform grava-leitura-pendente
               end-if
               display "Deseja cadastrar mais um dia? Digite (S) para sim ou (V) para voltar"
               accept ws-sair
           end-perform
           perform limpa-restart-cadastro
               .
       cadastrar-temperatura-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava a leitura digitada em ws-temperaturas no arquivo de
      *>  pendentes de verificacao, se ainda nao houver leitura da
      *>  estacao no dia em arqTemp nem digitacao pendente.
      *>------------------------------------------------------------------------
       grava-leitura-pendente section.
           move ws-estacao                                    to fd-estacao
           move ws-dia                                        to fd-dia
           read arqTemp
           if ws-fs-arqTemp = 00 then
               display "Ja existe leitura da estacao neste dia - leitura nao gravada"
           else
               if ws-fs-arqTemp <> 23 then
                   move 2                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTemp) "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-estacao                                to fd-pen-estacao
               move ws-dia                                    to fd-pen-dia
               read arqPendentes
               if ws-fs-arqPendentes = 00 then
                   display "Leitura da estacao neste dia ja digitada e pendente de verificacao"
               else
                   if ws-fs-arqPendentes <> 23 then
                       move 22                                        to ws-msn-erro-ofsset
                       move ws-fs-arqPendentes                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqPendentes) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-temperatura                        to fd-pen-temperatura
                   move ws-operador-logado                    to fd-pen-operador
                   accept fd-pen-data                         from date yyyymmdd
                   accept fd-pen-hora                         from time
                   move "P"                                   to fd-pen-situacao
                   move 0                                     to fd-pen-temp-verificacao
                   move spaces                                to fd-pen-operador-verificacao
                   move 0                                     to fd-pen-data-verificacao
                   write fd-pen
                   if ws-fs-arqPendentes <> 00 then
                       move 22                                        to ws-msn-erro-ofsset
                       move ws-fs-arqPendentes                        to ws-msn-erro-cod
                       move "Erro ao gravar arquivo: (arqPendentes) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   display "Leitura gravada - pendente de verificacao por outro operador (opcao Ve)"
                   perform grava-restart-cadastro
               end-if
           end-if
           .
       grava-leitura-pendente-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Verificacao das leituras digitadas: outro operador informa a
      *>  estacao e o dia e redigita a temperatura sem ver o primeiro
      *>  valor. Valores iguais efetivam a leitura em arqTemp; valores
      *>  diferentes ficam como divergencia para o supervisor (Rd).
      *>------------------------------------------------------------------------
       verificar-leituras section.
           display erase
           display "Verificacao de leituras digitadas"
           move space                                         to ws-sair
           perform until ws-voltar or ws-sair-programa
               display "Digite a estacao: "
               accept ws-estacao
               display "Digite o dia (AAAAMMDD): "
               accept ws-dia
               move ws-estacao                                to fd-pen-estacao
               move ws-dia                                    to fd-pen-dia
               read arqPendentes
               if ws-fs-arqPendentes = 23 then
                   display "Nao ha leitura pendente de verificacao para a estacao neste dia"
               else
                   if ws-fs-arqPendentes <> 00 then
                       move 22                                        to ws-msn-erro-ofsset
                       move ws-fs-arqPendentes                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqPendentes) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if fd-pen-divergente then
                       display "Leitura com divergencia - aguardando o supervisor (opcao Rd)"
                   else
                       if fd-pen-operador = ws-operador-logado then
                           display "A verificacao deve ser feita por outro operador"
                       else
                           display "Digite a temperatura: "
                           accept ws-temperatura
                           if ws-temperatura = fd-pen-temperatura then
                               move fd-pen-operador           to ws-log-digitador
                               perform efetiva-leitura-pendente
                           else
                               move "D"                       to fd-pen-situacao
                               move ws-temperatura            to fd-pen-temp-verificacao
                               move ws-operador-logado        to fd-pen-operador-verificacao
                               accept fd-pen-data-verificacao from date yyyymmdd
                               rewrite fd-pen
                               if ws-fs-arqPendentes <> 00 then
                                   move 22                                          to ws-msn-erro-ofsset
                                   move ws-fs-arqPendentes                          to ws-msn-erro-cod
                                   move "Erro ao alterar arquivo: (arqPendentes) "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               display "Valor diferente da primeira digitacao - encaminhado ao supervisor"
                           end-if
                       end-if
                   end-if
               end-if
               display "Deseja verificar mais um dia? Digite (S) para sim ou (V) para voltar"
               accept ws-sair
           end-perform
           .
       verificar-leituras-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Efetiva em arqTemp a leitura pendente corrente (fd-pen) com a
      *>  temperatura em ws-temperatura: critica de plausibilidade,
      *>  gravacao, livro de recordes, log de auditoria (INCLUSAO) e
      *>  baixa da pendencia. O chamador preenche ws-log-digitador com
      *>  o operador da primeira digitacao.
      *>------------------------------------------------------------------------
       efetiva-leitura-pendente section.
           move "N"                                           to ws-pen-efetivada
           move fd-pen-estacao                                to ws-estacao
           move fd-pen-dia                                    to ws-dia
           move ws-temperatura                                to ws-temp-minima
           move ws-temperatura                                to ws-temp-maxima
           move 0                                             to ws-chuva-dia
           move 0                                             to ws-umidade-media
           move "M"                                           to ws-origem
           perform validar-estacao-cadastro
           if not ws-estacao-e-valida then
               display "Estacao inexistente ou desativada - leitura mantida pendente"
           else
               move ws-estacao                                to fd-estacao
               move ws-dia                                    to fd-dia
               read arqTemp
               if ws-fs-arqTemp = 00 then
                   display "Ja existe leitura da estacao neste dia - leitura mantida pendente"
               else
                   if ws-fs-arqTemp <> 23 then
                       move 23                                        to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                             to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqTemp) "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform verifica-plausibilidade
                   write fd-temp from ws-temperaturas
                   if ws-fs-arqTemp <> 0 then
                       move 23                                        to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                             to ws-msn-erro-cod
                       move "Erro ao escrever arquivo: (arqTemp) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-temperaturas                       to ws-res-leitura
                   perform resumo-soma-dia
                   if ws-suspeita <> "S" then
                       move ws-estacao                        to ws-rec-estacao
                       move ws-dia                            to ws-rec-dia
                       move ws-temp-maxima                    to ws-rec-maxima
                       perform atualiza-recordes
                   end-if
                   move 0                                     to ws-log-temp-antiga
                   move ws-temperatura                        to ws-log-temp-nova
                   move "N"                                   to ws-log-excluido
                   move "N"                                   to ws-log-confirmada
                   move "S"                                   to ws-log-incluida
                   perform grava-log-auditoria
                   delete arqPendentes
                   if ws-fs-arqPendentes <> 00 then
                       move 23                                        to ws-msn-erro-ofsset
                       move ws-fs-arqPendentes                        to ws-msn-erro-cod
                       move "Erro ao apagar arquivo: (arqPendentes) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move "S"                                   to ws-pen-efetivada
                   display "Leitura verificada e efetivada"
               end-if
           end-if
           .
       efetiva-leitura-pendente-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Resolucao das divergencias de verificacao pelo supervisor:
      *>  percorre as pendencias divergentes mostrando as duas
      *>  digitacoes.
      *>------------------------------------------------------------------------
       resolver-divergencias section.
           display erase
           move "N"                                           to ws-pen-fim
           move 0                                             to ws-pen-qtd-divergentes
           move low-values                                    to fd-pen-chave
           start arqPendentes key is >= fd-pen-chave
           if ws-fs-arqPendentes = 23 then
               move "S"                                       to ws-pen-fim
           else
               if ws-fs-arqPendentes <> 00 then
                   move 22                                         to ws-msn-erro-ofsset
                   move ws-fs-arqPendentes                         to ws-msn-erro-cod
                   move "Erro ao posicionar arq: (arqPendentes) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform pendentes-le-proximo
           end-if
           perform until ws-pen-chegou-no-fim
               if fd-pen-divergente then
                   add 1                                      to ws-pen-qtd-divergentes
                   perform resolve-divergencia
               end-if
               if not ws-pen-chegou-no-fim then
                   perform pendentes-le-proximo
               end-if
           end-perform
           if ws-pen-qtd-divergentes = 0 then
               display "Nao ha divergencias de verificacao para resolver"
           end-if
           .
       resolver-divergencias-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima pendencia durante a resolucao de divergencias
      *>------------------------------------------------------------------------
       pendentes-le-proximo section.
           read arqPendentes next
           if ws-fs-arqPendentes = 10 then
               move "S"                                       to ws-pen-fim
           else
               if ws-fs-arqPendentes <> 00 then
                   move 22                                        to ws-msn-erro-ofsset
                   move ws-fs-arqPendentes                        to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqPendentes) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       pendentes-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Trata uma divergencia: o supervisor (que nao pode ser quem
      *>  fez a primeira nem a segunda digitacao) aceita um dos dois valores, digita
      *>  o valor correto, descarta a leitura ou pula para a proxima.
      *>------------------------------------------------------------------------
       resolve-divergencia section.
           move fd-pen-temperatura                            to ws-pen-temp-ed
           move fd-pen-temp-verificacao                       to ws-pen-temp-ed-2
           display "Divergencia - estacao " fd-pen-estacao " dia " fd-pen-dia
           display "  1a digitacao: " ws-pen-temp-ed   " por " fd-pen-operador
                   " em " fd-pen-data
           display "  2a digitacao: " ws-pen-temp-ed-2 " por " fd-pen-operador-verificacao
                   " em " fd-pen-data-verificacao
           if fd-pen-operador              = ws-operador-logado
           or fd-pen-operador-verificacao = ws-operador-logado then
               display "Digitada por voce - deve ser resolvida por outro supervisor"
           else
               display "Digite (1) aceitar a 1a, (2) aceitar a 2a, (C) digitar o correto,"
               display "       (D) descartar, (P) pular ou (V) voltar"
               accept ws-pen-opcao
               move fd-pen-operador                           to ws-log-digitador
               if ws-pen-opcao = "1" then
                   move fd-pen-temperatura                    to ws-temperatura
                   perform efetiva-leitura-pendente
               else
                   if ws-pen-opcao = "2" then
                       move fd-pen-temp-verificacao           to ws-temperatura
                       perform efetiva-leitura-pendente
                   else
                       if ws-pen-opcao = "C" or "c" then
                           display "Digite a temperatura correta: "
                           accept ws-temperatura
                           perform efetiva-leitura-pendente
                       else
                           if ws-pen-opcao = "D" or "d" then
                               delete arqPendentes
                               if ws-fs-arqPendentes <> 00 then
                                   move 22                                         to ws-msn-erro-ofsset
                                   move ws-fs-arqPendentes                         to ws-msn-erro-cod
                                   move "Erro ao apagar arquivo: (arqPendentes) "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               display "Leitura descartada"
                           else
                               if ws-pen-opcao = "V" or "v" then
                                   move "S"                   to ws-pen-fim
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           .
       resolve-divergencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Verifica se existe um checkpoint de uma sessao de cadastro que
           exit.
      *>------------------------------------------------------------------------
      *>  Critica de plausibilidade da leitura em ws-temperaturas contra
      *>  os limites da versao do cadastro da estacao vigente no dia da
      *>  leitura: minimo e maximo absolutos e salto maximo contra a
      *>  leitura do dia anterior ja gravada. Uma leitura fora dos
      *>  limites nao e rejeitada: e gravada marcada como suspeita, para
      *>  revisao posterior pelo supervisor. Limites zerados significam
      *>------------------------------------------------------------------------
       verifica-plausibilidade section.
           move "N"                                           to ws-suspeita
           move ws-estacao                                    to ws-ver-estacao
           move ws-dia                                        to ws-ver-dia
           perform localiza-versao-estacao
           if ws-ver-limite-minimo <> 0
           or ws-ver-limite-maximo <> 0 then
               if ws-temperatura < ws-ver-limite-minimo
               or ws-temperatura > ws-ver-limite-maximo then
                   move "S"                                   to ws-suspeita
               end-if
           end-if
           if  ws-suspeita <> "S"
           and ws-ver-salto-maximo <> 0 then
               move ws-dia                                    to ws-dia-anterior
               perform calcula-dia-anterior
               move ws-estacao                                to fd-estacao
                       subtract ws-temperatura from fd-temperatura
                                                   giving ws-salto-dif
                   end-if
                   if ws-salto-dif > ws-ver-salto-maximo then
                       move "S"                               to ws-suspeita
                   end-if
               else
                               move fd-temp-maxima                to ws-rec-maxima
                               perform atualiza-recordes
                           end-if
                           move fd-estacao                                to ws-res-alvo-estacao
                           move fd-dia                                    to ws-res-dia
                           move ws-res-competencia                        to ws-res-alvo-competencia
                           perform resumo-recalcula-mes
                       else
                           move 6                                         to ws-msn-erro-ofsset
                           move ws-fs-arqTemp                             to ws-msn-erro-cod
                       move "N"                                       to ws-log-confirmada
                       move 0                                         to ws-log-temp-nova
                       perform grava-log-auditoria
                       move ws-estacao                                to ws-res-alvo-estacao
                       move ws-dia                                    to ws-res-dia
                       move ws-res-competencia                        to ws-res-alvo-competencia
                       perform resumo-recalcula-mes
                   else
                       move 7                                         to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                             to ws-msn-erro-cod
           exit.
      *>------------------------------------------------------------------------
      *>  Relatorio mensal de temperaturas (minima, maxima e media)
      *>  montado a partir do resumo mensal por estacao
      *>  (arqResumoMensal.dat), cuja chave estacao + AAAAMM ja traz
      *>  os grupos em ordem. Meses ja arquivados ficam de fora, como
      *>  quando o relatorio andava pelas leituras de arqTemp.
      *>------------------------------------------------------------------------
       relatorio-mensal section.
           display erase
           write rel-linha
           move "Estacao Nome                 Ano/Mes   Minima   Maxima   Media    Leituras  Chuva    Umidade  Estim" to rel-linha
           write rel-linha
           move low-values                                    to res-chave
           start arqResumoMensal key is >= res-chave
           if ws-fs-arqResumo = 0 then
               perform relatorio-le-proximo
               perform until ws-rel-chegou-no-fim
                   if  not res-esta-arquivado
                   and res-qtd-leituras > 0 then
                       perform relatorio-abre-grupo
                       perform relatorio-imprime-grupo
                   end-if
                   perform relatorio-le-proximo
               end-perform
           else
               if ws-fs-arqResumo <> 23 then
                   move 9                                          to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                           to ws-msn-erro-cod
                   move "Erro ao posicionar: (arqResumoMensal) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
               move "Erro ao fechar arquivo: (relatorioTemp) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-rel-e-primeiro-grupo then
               display "Resumo mensal vazio - gere o resumo com resumo-mensal-temperatura"
           end-if
           display "Relatorio gravado em relatorioTemp.txt"
           .
       relatorio-mensal-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo registro do resumo mensal para o relatorio mensal
      *>------------------------------------------------------------------------
       relatorio-le-proximo section.
           read arqResumoMensal next
           if ws-fs-arqResumo = 10 then
               move "S"                                       to ws-rel-fim-leitura
           else
               if ws-fs-arqResumo <> 0 then
                   move 9                                         to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                          to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqResumoMensal) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
       relatorio-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Carrega o grupo de ano/mes do relatorio mensal a partir do
      *>  registro de resumo mensal lido
      *>------------------------------------------------------------------------
       relatorio-abre-grupo section.
           move "N"                                           to ws-rel-primeiro-grupo
           move res-estacao                                   to ws-rel-estacao-atual
           perform relatorio-busca-nome-estacao
           divide res-competencia by 100 giving ws-rel-aaaa-atual
                                         remainder ws-rel-mm-atual
           move res-qtd-leituras                              to ws-rel-qtd-leituras
           move res-soma-temperatura                          to ws-rel-temp-soma
           move res-soma-chuva                                to ws-rel-chuva-soma
           move res-soma-umidade                              to ws-rel-umid-soma
           move res-qtd-estimadas                             to ws-rel-qtd-estimadas
           move res-menor-minima                              to ws-rel-temp-minima
           move res-maior-maxima                              to ws-rel-temp-maxima
           .
       relatorio-abre-grupo-exit.
           exit.
       relatorio-busca-nome-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Imprime a linha de resumo do grupo de ano/mes corrente
      *>------------------------------------------------------------------------
       relatorio-imprime-grupo section.
                   end-if
               end-if
           end-if
      *>   confirmacao ou correcao: o resumo do mes e recalculado, o que
      *>   move a leitura sequencial; a revisao volta para depois do dia
           if ws-revisao-opcao = "C" or "c" or "A" or "a" then
               move ws-estacao                                to ws-res-alvo-estacao
               move ws-dia                                    to ws-res-dia
               move ws-res-competencia                        to ws-res-alvo-competencia
               perform resumo-recalcula-mes
               move ws-estacao                                to fd-estacao
               move ws-dia                                    to fd-dia
               start arqTemp key is > fd-chave
               if ws-fs-arqTemp = 23 then
                   move "S"                                   to ws-revisao-fim
               else
                   if ws-fs-arqTemp <> 0 then
                       move 16                                        to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                             to ws-msn-erro-cod
                       move "Erro ao posicionar arquivo: (arqTemp) "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       revisa-leitura-suspeita-exit.
           exit.
      *>  Grava no log de auditoria uma alteração ou exclusão realizada
      *>  em arqTemp. O chamador deve preencher fd-dia, ws-log-temp-antiga,
      *>  ws-log-excluido e, quando nao for exclusao, ws-log-temp-nova.
      *>  Na inclusao de leitura verificada (ws-log-incluida) o campo
      *>  operador leva o digitador e o verificador, e a linha ganha a
      *>  marca de suspeita da leitura gravada.
      *>------------------------------------------------------------------------
       grava-log-auditoria section.
           move fd-estacao                                    to ws-log-estacao
               if ws-log-foi-confirmacao then
                   move "CONFIRMACAO"                         to ws-log-tipo
               else
                   if ws-log-foi-inclusao then
                       move "INCLUSAO"                        to ws-log-tipo
                       move spaces                            to ws-log-operador
                       string ws-log-digitador    delimited by space
                              "/"                 delimited by size
                              ws-operador-logado  delimited by space
                              into ws-log-operador
                   else
                       move "ALTERACAO"                       to ws-log-tipo
                   end-if
               end-if
           end-if
           move ws-log-temp-antiga                            to ws-log-temp-antiga-ed
                      into log-linha
               end-string
           else
             if ws-log-foi-inclusao then
               string ws-log-tipo         delimited by space
                      ";" delimited by size ws-log-estacao      delimited by size
                      ";" delimited by size ws-log-dia          delimited by size
                      ";" delimited by size "NEW"               delimited by size
                      ";" delimited by size ws-log-temp-nova-fmt delimited by space
                      ";" delimited by size ws-log-operador     delimited by size
                      ";" delimited by size ws-log-data         delimited by size
                      ";" delimited by size ws-log-hora         delimited by size
                      ";" delimited by size ws-suspeita         delimited by size
                      into log-linha
               end-string
             else
               string ws-log-tipo         delimited by space
                      ";" delimited by size ws-log-estacao      delimited by size
                      ";" delimited by size ws-log-dia          delimited by size
                      ";" delimited by size ws-log-hora         delimited by size
                      into log-linha
               end-string
             end-if
           end-if
           move "N"                                           to ws-log-incluida
           write log-linha
           if ws-fs-log <> 0 then
               move 10                                           to ws-msn-erro-ofsset
       atualiza-recordes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Localiza a versao do cadastro da estacao ws-ver-estacao
      *>  vigente no dia ws-ver-dia: a de maior inicio de vigencia ate o
      *>  dia; dia anterior a primeira versao usa a primeira. Estacao
      *>  sem historico (ou sem arqEstacoesHist.dat) usa o cadastro
      *>  atual. A versao achada fica guardada com o seu periodo de
      *>  vigencia, entao dias seguidos da mesma estacao nao relêem o
      *>  historico.
      *>------------------------------------------------------------------------
       localiza-versao-estacao section.
           if ws-ver-estacao <> ws-ver-cache-estacao
           or ws-ver-dia     <  ws-ver-cache-inicio
           or ws-ver-dia     >= ws-ver-cache-ate then
               move ws-ver-estacao                            to ws-ver-cache-estacao
               move 0                                         to ws-ver-cache-inicio
               move 99999999                                  to ws-ver-cache-ate
               move "N"                                       to ws-ver-achada
               if ws-est-hist-esta-ativo then
                   move ws-ver-estacao                        to fd-ver-estacao
                   move 0                                     to fd-ver-inicio
                   start arqEstacoesHist key is >= fd-ver-chave
                   if ws-fs-arqEstacoesHist = 00 then
                       move "N"                               to ws-ver-fim
                       perform versao-le-proxima
                       perform until ws-ver-chegou-no-fim
                           if not ws-ver-foi-achada
                           or fd-ver-inicio <= ws-ver-dia then
                               if ws-ver-foi-achada then
                                   move fd-ver-inicio         to ws-ver-cache-inicio
                               end-if
                               move "S"                       to ws-ver-achada
                               move fd-ver-inicio             to ws-ver-inicio
                               move fd-ver-motivo             to ws-ver-motivo
                               move fd-ver-latitude           to ws-ver-latitude
                               move fd-ver-longitude          to ws-ver-longitude
                               move fd-ver-altitude           to ws-ver-altitude
                               move fd-ver-limite-minimo      to ws-ver-limite-minimo
                               move fd-ver-limite-maximo      to ws-ver-limite-maximo
                               move fd-ver-salto-maximo       to ws-ver-salto-maximo
                               move fd-ver-limite-chuva-dia   to ws-ver-limite-chuva-dia
                               move fd-ver-limite-umid-minima to ws-ver-limite-umid-minima
                               move fd-ver-limite-umid-maxima to ws-ver-limite-umid-maxima
                               perform versao-le-proxima
                           else
                               move fd-ver-inicio             to ws-ver-cache-ate
                               move "S"                       to ws-ver-fim
                           end-if
                       end-perform
                   else
                       if ws-fs-arqEstacoesHist <> 23 then
                           move 40                                     to ws-msn-erro-ofsset
                           move ws-fs-arqEstacoesHist                  to ws-msn-erro-cod
                           move "Erro ao posicionar: (arqEstacoesHist) " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
               if not ws-ver-foi-achada then
                   move 0                                     to ws-ver-inicio
                   move spaces                                to ws-ver-motivo
                   move ws-ver-estacao                        to fd-est-codigo
                   read arqEstacoes
                   if ws-fs-arqEstacoes = 00 then
                       move fd-est-latitude                   to ws-ver-latitude
                       move fd-est-longitude                  to ws-ver-longitude
                       move fd-est-altitude                   to ws-ver-altitude
                       move fd-est-limite-minimo              to ws-ver-limite-minimo
                       move fd-est-limite-maximo              to ws-ver-limite-maximo
                       move fd-est-salto-maximo               to ws-ver-salto-maximo
                       move fd-est-limite-chuva-dia           to ws-ver-limite-chuva-dia
                       move fd-est-limite-umid-minima         to ws-ver-limite-umid-minima
                       move fd-est-limite-umid-maxima         to ws-ver-limite-umid-maxima
                   else
                       if ws-fs-arqEstacoes <> 23 then
                           move 40                                     to ws-msn-erro-ofsset
                           move ws-fs-arqEstacoes                      to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqEstacoes) "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move 0                                 to ws-ver-latitude
                       move 0                                 to ws-ver-longitude
                       move 0                                 to ws-ver-altitude
                       move 0                                 to ws-ver-limite-minimo
                       move 0                                 to ws-ver-limite-maximo
                       move 0                                 to ws-ver-salto-maximo
                       move 0                                 to ws-ver-limite-chuva-dia
                       move 0                                 to ws-ver-limite-umid-minima
                       move 0                                 to ws-ver-limite-umid-maxima
                   end-if
               end-if
           end-if
           .
       localiza-versao-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima versao do historico do cadastro da estacao
      *>------------------------------------------------------------------------
       versao-le-proxima section.
           read arqEstacoesHist next
           if ws-fs-arqEstacoesHist = 10 then
               move "S"                                       to ws-ver-fim
           else
               if ws-fs-arqEstacoesHist <> 00 then
                   move 40                                         to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoesHist                      to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqEstacoesHist) "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fd-ver-estacao <> ws-ver-estacao then
                   move "S"                                       to ws-ver-fim
               end-if
           end-if
           .
       versao-le-proxima-exit.
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
           close arqEstacoes
           if ws-fs-arqEstacoes <> 0 then
               move 8                                  to ws-msn-erro-ofsset
                   perform finaliza-anormal
               end-if
           end-if
           close arqPendentes
           if ws-fs-arqPendentes <> 0 then
               move 8                                    to ws-msn-erro-ofsset
               move ws-fs-arqPendentes                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqPendentes "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-est-hist-esta-ativo then
               close arqEstacoesHist
               if ws-fs-arqEstacoesHist <> 0 then
                   move 8                                       to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoesHist                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqEstacoesHist "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N"                                      to ws-est-hist-ativo
           end-if
           Stop run
           .
       finaliza-exit.
