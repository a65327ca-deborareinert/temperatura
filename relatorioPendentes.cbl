      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "relatorio-pendentes".
       author. "Debora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.
      *>Histórico de alterações
      *>  15/10/2026 DR - Programa criado para o relatorio das leituras
      *>                  manuais ainda pendentes de verificacao
      *>                  (arqPendentes.dat, gravado pelo cadastro do
      *>                  lista11exercicio1v2): estacao, dia, quem
      *>                  digitou e quando, idade em dias e situacao
      *>                  (aguardando a segunda digitacao ou divergente,
      *>                  aguardando o supervisor). Roda no inicio da
      *>                  cadeia noturna, para que nenhuma leitura fique
      *>                  sem verificacao sem que se saiba pela manha.
      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.
      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
                                   select arqPendentes assign to "arqPendentes.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-pen-chave
                                   file status is ws-fs-arqPendentes.

                                   select relatorioPendentes assign to "relatorioPendentes.txt"
                                   organization is line sequential
                                   file status is ws-fs-relatorio.

                                   select arqControle assign to "controleExecucao.txt"
                                   organization is line sequential
                                   file status is ws-fs-controle.

       i-o-control.
      *>Declaração de variáveis
       data division.
      *>----Variaveis de arquivos
       file section.
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

       fd relatorioPendentes.
       01 rel-linha                                 pic  x(100).

       fd arqControle.
       01 controle-linha                            pic  x(150).

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                     pic 9(04).
          05 ws-msn-erro-cod                        pic 9(04).
          05 ws-msn-erro-text                       pic x(42).
       77  ws-fs-arqPendentes                       pic 9(02).
       77  ws-fs-relatorio                          pic 9(02).
       77  ws-pendentes-existe                      pic x(01).
          88  ws-pendentes-existe-arq                value "S".
       77  ws-pen-fim                               pic x(01).
          88  ws-pen-chegou-no-fim                   value "S".
      *>----Calculo da idade da pendencia em dias
       01  ws-data-hoje                             pic 9(08).
       01  ws-data-calculo                          pic 9(08).
       01  ws-data-calculo-quebra redefines ws-data-calculo.
           05 ws-calc-aaaa                          pic 9(04).
           05 ws-calc-mm                            pic 9(02).
           05 ws-calc-dd                            pic 9(02).
       77  ws-calc-ano                              pic 9(04).
       77  ws-calc-mes                              pic 9(02).
       77  ws-calc-quociente                        pic 9(07).
       77  ws-numero-dia                            pic 9(07).
       77  ws-numero-hoje                           pic 9(07).
       77  ws-idade-dias                            pic 9(05).
       77  ws-idade-ed                              pic zzzz9.
       77  ws-situacao-texto                        pic x(30).
      *>----Contadores
       77  ws-qtd-pendentes                         pic 9(05).
       77  ws-qtd-aguardando                        pic 9(05).
       77  ws-qtd-divergentes                       pic 9(05).
       77  ws-qtd-antigas                           pic 9(05).
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
           move "relatorio-pendentes"                   to ws-ctl-programa
           move "arqPendentes.dat -> relatorioPendentes.txt"
                                                        to ws-ctl-identificacao
           move "CONCLUIDO"                             to ws-ctl-situacao
           move 0                                       to ws-ctl-qtd-lidos
           move 0                                       to ws-ctl-qtd-gravados
           move 0                                       to ws-ctl-qtd-rejeitados
           accept ws-ctl-data-inicio                    from date yyyymmdd
           accept ws-ctl-hora-inicio                    from time
           accept ws-data-hoje                          from date yyyymmdd
           move ws-data-hoje                            to ws-data-calculo
           perform calcula-numero-dia
           move ws-numero-dia                           to ws-numero-hoje
           move 0                                       to ws-qtd-pendentes
           move 0                                       to ws-qtd-aguardando
           move 0                                       to ws-qtd-divergentes
           move 0                                       to ws-qtd-antigas
           move "S"                                     to ws-pendentes-existe
           open input arqPendentes
           if ws-fs-arqPendentes = 35 then
               move "N"                                 to ws-pendentes-existe
           else
               if ws-fs-arqPendentes <> 00 then
                   move 1                                          to ws-msn-erro-ofsset
                   move ws-fs-arqPendentes                         to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqPendentes) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           open output relatorioPendentes
           if ws-fs-relatorio <> 00 then
               move 2                                              to ws-msn-erro-ofsset
               move ws-fs-relatorio                               to ws-msn-erro-cod
               move "Erro ao abrir arq: (relatorioPendentes) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Processamento principal - uma linha por leitura pendente, com
      *>  a idade em dias desde a primeira digitacao.
      *>------------------------------------------------------------------------
       processamento section.
           move "Leituras manuais pendentes de verificacao"    to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Posicao em: "  delimited by size
                  ws-data-hoje    delimited by size
                  into rel-linha
           write rel-linha
           move "Estacao Dia      Digitado por Em       Idade(dias) Situacao" to rel-linha
           write rel-linha
           move "S"                                           to ws-pen-fim
           if ws-pendentes-existe-arq then
               move "N"                                       to ws-pen-fim
               move low-values                                to fd-pen-chave
               start arqPendentes key is >= fd-pen-chave
               if ws-fs-arqPendentes = 23 then
                   move "S"                                   to ws-pen-fim
               else
                   if ws-fs-arqPendentes <> 00 then
                       move 1                                          to ws-msn-erro-ofsset
                       move ws-fs-arqPendentes                         to ws-msn-erro-cod
                       move "Erro ao posicionar arq: (arqPendentes) "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform pendentes-le-proximo
               end-if
           end-if
           perform until ws-pen-chegou-no-fim
               perform grava-linha-pendente
               perform pendentes-le-proximo
           end-perform
           perform grava-resumo
           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura pendente
      *>------------------------------------------------------------------------
       pendentes-le-proximo section.
           read arqPendentes next
           if ws-fs-arqPendentes = 10 then
               move "S"                                       to ws-pen-fim
           else
               if ws-fs-arqPendentes <> 00 then
                   move 1                                          to ws-msn-erro-ofsset
                   move ws-fs-arqPendentes                         to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqPendentes) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       pendentes-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava a linha da leitura pendente corrente. O valor digitado
      *>  nao e listado, para nao quebrar a redigitacao as cegas.
      *>------------------------------------------------------------------------
       grava-linha-pendente section.
           add 1                                              to ws-qtd-pendentes
           move fd-pen-data                                   to ws-data-calculo
           perform calcula-numero-dia
           if ws-numero-hoje > ws-numero-dia then
               subtract ws-numero-dia from ws-numero-hoje giving ws-idade-dias
           else
               move 0                                         to ws-idade-dias
           end-if
           if ws-idade-dias > 0 then
               add 1                                          to ws-qtd-antigas
           end-if
           move ws-idade-dias                                 to ws-idade-ed
           if fd-pen-divergente then
               add 1                                          to ws-qtd-divergentes
               move "DIVERGENTE - supervisor (Rd)"            to ws-situacao-texto
           else
               add 1                                          to ws-qtd-aguardando
               move "AGUARDANDO 2a digitacao (Ve)"            to ws-situacao-texto
           end-if
           move spaces                                        to rel-linha
           string fd-pen-estacao     delimited by size
                  "   "              delimited by size
                  fd-pen-dia         delimited by size
                  " "                delimited by size
                  fd-pen-operador    delimited by size
                  "     "            delimited by size
                  fd-pen-data        delimited by size
                  "       "          delimited by size
                  ws-idade-ed        delimited by size
                  " "                delimited by size
                  ws-situacao-texto  delimited by size
                  into rel-linha
           write rel-linha
           .
       grava-linha-pendente-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Numero sequencial do dia em ws-data-calculo (AAAAMMDD), para
      *>  a diferenca em dias entre duas datas: conta os dias desde o
      *>  inicio do calendario considerando o ano a partir de marco.
      *>------------------------------------------------------------------------
       calcula-numero-dia section.
           move ws-calc-aaaa                                  to ws-calc-ano
           move ws-calc-mm                                    to ws-calc-mes
           if ws-calc-mes < 3 then
               subtract 1 from ws-calc-ano
               add 12                                         to ws-calc-mes
           end-if
           multiply ws-calc-ano by 365 giving ws-numero-dia
           divide ws-calc-ano by 4   giving ws-calc-quociente
           add ws-calc-quociente                              to ws-numero-dia
           divide ws-calc-ano by 100 giving ws-calc-quociente
           subtract ws-calc-quociente                         from ws-numero-dia
           divide ws-calc-ano by 400 giving ws-calc-quociente
           add ws-calc-quociente                              to ws-numero-dia
           compute ws-calc-quociente = (153 * (ws-calc-mes - 3) + 2) / 5
           add ws-calc-quociente                              to ws-numero-dia
           add ws-calc-dd                                     to ws-numero-dia
           .
       calcula-numero-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava o resumo do relatorio e na tela
      *>------------------------------------------------------------------------
       grava-resumo section.
           move spaces                                        to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Pendentes: "             delimited by size
                  ws-qtd-pendentes          delimited by size
                  "  aguardando 2a digitacao: " delimited by size
                  ws-qtd-aguardando         delimited by size
                  "  divergentes: "         delimited by size
                  ws-qtd-divergentes        delimited by size
                  into rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Digitadas antes de hoje e ainda nao efetivadas: " delimited by size
                  ws-qtd-antigas                                     delimited by size
                  into rel-linha
           write rel-linha
           display "Leituras pendentes       : " ws-qtd-pendentes
           display "Aguardando 2a digitacao  : " ws-qtd-aguardando
           display "Divergentes              : " ws-qtd-divergentes
           display "Digitadas antes de hoje  : " ws-qtd-antigas
           display "Relatorio gravado em relatorioPendentes.txt"
           move ws-qtd-pendentes                              to ws-ctl-qtd-lidos
           move ws-qtd-pendentes                              to ws-ctl-qtd-gravados
           move ws-qtd-antigas                                to ws-ctl-qtd-rejeitados
           .
       grava-resumo-exit.
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
           if ws-pendentes-existe-arq then
               close arqPendentes
           end-if
           close relatorioPendentes
           if ws-fs-relatorio <> 0 then
               move 2                                          to ws-msn-erro-ofsset
               move ws-fs-relatorio                            to ws-msn-erro-cod
               move "Erro ao fechar arq. relatorioPendentes "  to ws-msn-erro-text
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
