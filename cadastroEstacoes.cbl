      *>                  dias dentro de uma parada, e o relatorio de
      *>                  lacunas mostra esses dias como parada
      *>                  programada em vez de falta de dado.
      *>  15/10/2026 DR - Historico de versoes do cadastro por estacao
      *>                  (arqEstacoesHist.dat): cada cadastro,
      *>                  alteracao e desativacao grava uma versao
      *>                  datada pelo inicio de vigencia, com o motivo
      *>                  (relocacao, troca de sensor, recalibracao ou
      *>                  outra) e a descricao da mudanca. A alteracao
      *>                  pede o motivo e o inicio de vigencia, que pode
      *>                  ser retroativo; a primeira mudanca de uma
      *>                  estacao cadastrada antes do historico guarda
      *>                  antes o cadastro anterior como versao inicial.
      *>                  Nova opcao Hi lista as versoes da estacao. A
      *>                  critica de plausibilidade, o preenchimento de
      *>                  lacunas e as normais usam a versao vigente no
      *>                  dia da leitura.
      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
                                   record key is fd-par-chave
                                   file status is ws-fs-arqParadas.

                                   select arqEstacoesHist assign to "arqEstacoesHist.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-ver-chave
                                   file status is ws-fs-arqEstacoesHist.

       i-o-control.
      *>Declaração de variáveis
       data division.
           05 fd-par-fim                            pic  9(08).
           05 fd-par-motivo                         pic  x(30).

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

      *>----Variaveis de trabalho
       working-storage section.
       77 ws-menu                                   pic x(2).
       77 ws-div-resto-4                               pic 9(03).
       77 ws-div-resto-100                             pic 9(03).
       77 ws-div-resto-400                             pic 9(03).
      *>----Variaveis do historico de versoes do cadastro
       77  ws-fs-arqEstacoesHist                    pic 9(02).
       77  ws-hoje                                  pic 9(08).
       01 ws-versao-dados.
          05 ws-ver-estacao                         pic x(05).
          05 ws-ver-inicio                          pic 9(08).
          05 ws-ver-motivo                          pic x(01).
             88  ws-ver-e-relocacao                  value "R" "r".
             88  ws-ver-e-troca-sensor               value "T" "t".
             88  ws-ver-e-recalibracao               value "C" "c".
             88  ws-ver-e-outra                      value "O" "o".
          05 ws-ver-descricao                       pic x(30).
       77  ws-ver-existe                            pic x(01).
          88  ws-ver-ja-existe                       value "S".
       77  ws-ver-posterior                         pic x(01).
          88  ws-ver-tem-posterior                   value "S".
       77  ws-lista-qtd-versoes                     pic 9(05).
       77  ws-ver-motivo-texto                      pic x(12).
       77  ws-ver-lat-ed                            pic -z9,9999.
       77  ws-ver-lon-ed                            pic -zz9,9999.
       77  ws-ver-min-ed                            pic -z9,99.
       77  ws-ver-max-ed                            pic -z9,99.
       77  ws-ver-salto-ed                          pic z9,99.
      *>----Variaveis para comunicação entre programas
       linkage section.
      *>----Declaração de tela
               move "Erro ao abrir arquivo: (arqParadas) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open i-o arqEstacoesHist
           if ws-fs-arqEstacoesHist = 35 then
               open output arqEstacoesHist
               if ws-fs-arqEstacoesHist = 00 then
                   close arqEstacoesHist
                   open i-o arqEstacoesHist
               end-if
           end-if
           if ws-fs-arqEstacoesHist  <> 00
           and ws-fs-arqEstacoesHist <> 05 then
               move 12                                         to ws-msn-erro-ofsset
               move ws-fs-arqEstacoesHist                      to ws-msn-erro-cod
               move "Erro ao abrir arq: (arqEstacoesHist) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           accept ws-hoje                               from date yyyymmdd
           .
       inicializa-exit.
           exit.
               display "'Pa' para cadastrar parada programada"
               display "'Lp' para listar paradas programadas"
               display "'Ep' para excluir parada programada"
               display "'Hi' para historico de versoes da estacao"
               display "'Sa' para sair"
               accept ws-menu
               if ws-menu = "Ca" or "ca" then
                                   if ws-menu = "Ep" or "ep" then
                                      perform excluir-parada
                                   else
                                    if ws-menu = "Hi" or "hi" then
                                       perform historico-estacao
                                    else
                                     if ws-menu = "Sa" or "sa" then
                                        move "N"             to ws-sair
                                     else
                                       display "Opcao Inexistente"
               end-if
           end-perform
           .
                       move "Erro ao escrever arquivo: (arqEstacoes) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-est-codigo                         to ws-ver-estacao
                   move 0                                     to ws-ver-inicio
                   move "I"                                   to ws-ver-motivo
                   move "Cadastro da estacao"                 to ws-ver-descricao
                   perform grava-versao-estacao
                   display "Estacao cadastrada"
               end-if
               display "Deseja cadastrar mais uma estacao? Digite (S) para sim ou (V) para voltar"
           if ws-fs-arqEstacoes = 0 then
               display "Nome atual: "      fd-est-nome
               display "Municipio atual: " fd-est-municipio
               perform garante-versao-inicial
               move space                                     to ws-ver-motivo
               perform until ws-ver-e-relocacao
                          or ws-ver-e-troca-sensor
                          or ws-ver-e-recalibracao
                          or ws-ver-e-outra
                   display "Motivo da alteracao: (R) relocacao, (T) troca de sensor,"
                   display "(C) recalibracao ou (O) outra: "
                   accept ws-ver-motivo
               end-perform
               evaluate true
                   when ws-ver-e-relocacao
                       move "R"                               to ws-ver-motivo
                   when ws-ver-e-troca-sensor
                       move "T"                               to ws-ver-motivo
                   when ws-ver-e-recalibracao
                       move "C"                               to ws-ver-motivo
                   when other
                       move "O"                               to ws-ver-motivo
               end-evaluate
               display "Descreva a alteracao: "
               accept ws-ver-descricao
               move "N"                                       to ws-data-valida
               perform until ws-data-e-valida
                   display "Digite o inicio de vigencia (AAAAMMDD, zero para hoje): "
                   accept ws-dia
                   if ws-dia = 0 then
                       move ws-hoje                           to ws-dia
                   end-if
                   perform validar-data-parada
                   if ws-data-e-valida and ws-dia > ws-hoje then
                       move "N"                               to ws-data-valida
                   end-if
                   if not ws-data-e-valida then
                       display "Data invalida ou futura."
                   end-if
               end-perform
               move ws-est-codigo                             to ws-ver-estacao
               move ws-dia                                    to ws-ver-inicio
               perform aceita-dados-estacao
               move ws-est-nome                               to fd-est-nome
               move ws-est-municipio                          to fd-est-municipio
               move ws-est-limite-umid-maxima                 to fd-est-limite-umid-maxima
               move ws-est-alerta-geada                       to fd-est-alerta-geada
               move ws-est-alerta-calor                       to fd-est-alerta-calor
               perform grava-versao-estacao
               perform verifica-versao-posterior
               if ws-ver-tem-posterior then
                   display "Versao gravada no historico. Ha versao com vigencia"
                   display "posterior: o cadastro atual da estacao foi mantido."
               else
                   rewrite fd-est
                   if ws-fs-arqEstacoes = 0 then
                       display "A estacao foi alterada"
                   else
                       move 4                                         to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                         to ws-msn-erro-cod
                       move "Erro ao alterar arquivo: (arqEstacoes) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           else
               if ws-fs-arqEstacoes = 23 then
               if fd-est-inativa then
                   display "A estacao ja esta desativada"
               else
                   perform garante-versao-inicial
                   move "I"                                   to fd-est-situacao
                   move ws-est-codigo                         to ws-ver-estacao
                   move ws-hoje                               to ws-ver-inicio
                   move "O"                                   to ws-ver-motivo
                   move "Desativacao da estacao"              to ws-ver-descricao
                   perform grava-versao-estacao
                   rewrite fd-est
                   if ws-fs-arqEstacoes = 0 then
                       display "A estacao foi desativada"
       excluir-parada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava no historico a versao do cadastro da estacao que esta
      *>  em fd-est, com o inicio de vigencia, o motivo e a descricao
      *>  de ws-versao-dados. Uma versao com o mesmo inicio de vigencia
      *>  e substituida.
      *>------------------------------------------------------------------------
       grava-versao-estacao section.
           move ws-ver-estacao                                to fd-ver-estacao
           move ws-ver-inicio                                 to fd-ver-inicio
           move ws-ver-motivo                                 to fd-ver-motivo
           move ws-ver-descricao                              to fd-ver-descricao
           move ws-hoje                                       to fd-ver-data-registro
           move fd-est-nome                                   to fd-ver-nome
           move fd-est-municipio                              to fd-ver-municipio
           move fd-est-latitude                               to fd-ver-latitude
           move fd-est-longitude                              to fd-ver-longitude
           move fd-est-altitude                               to fd-ver-altitude
           move fd-est-limite-minimo                          to fd-ver-limite-minimo
           move fd-est-limite-maximo                          to fd-ver-limite-maximo
           move fd-est-salto-maximo                           to fd-ver-salto-maximo
           move fd-est-situacao                               to fd-ver-situacao
           move fd-est-limite-chuva-dia                       to fd-ver-limite-chuva-dia
           move fd-est-limite-umid-minima                     to fd-ver-limite-umid-minima
           move fd-est-limite-umid-maxima                     to fd-ver-limite-umid-maxima
           move fd-est-alerta-geada                           to fd-ver-alerta-geada
           move fd-est-alerta-calor                           to fd-ver-alerta-calor
           write fd-ver
           if ws-fs-arqEstacoesHist = 22 then
               rewrite fd-ver
           end-if
           if ws-fs-arqEstacoesHist <> 0 then
               move 13                                        to ws-msn-erro-ofsset
               move ws-fs-arqEstacoesHist                     to ws-msn-erro-cod
               move "Erro ao gravar arq: (arqEstacoesHist) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-versao-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Estacao cadastrada antes do historico: antes da primeira
      *>  mudanca, guarda o cadastro atual (em fd-est) como versao
      *>  inicial, vigente desde o inicio das leituras.
      *>------------------------------------------------------------------------
       garante-versao-inicial section.
           move "N"                                           to ws-ver-existe
           move fd-est-codigo                                 to fd-ver-estacao
           move 0                                             to fd-ver-inicio
           start arqEstacoesHist key is >= fd-ver-chave
           if ws-fs-arqEstacoesHist = 0 then
               read arqEstacoesHist next
               if ws-fs-arqEstacoesHist = 0 then
                   if fd-ver-estacao = fd-est-codigo then
                       move "S"                               to ws-ver-existe
                   end-if
               else
                   if ws-fs-arqEstacoesHist <> 10 then
                       move 14                                        to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoesHist                     to ws-msn-erro-cod
                       move "Erro ao ler arq: (arqEstacoesHist) "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           else
               if ws-fs-arqEstacoesHist <> 23 then
                   move 14                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoesHist                     to ws-msn-erro-cod
                   move "Erro ao posicionar: (arqEstacoesHist) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           if not ws-ver-ja-existe then
               move fd-est-codigo                             to ws-ver-estacao
               move 0                                         to ws-ver-inicio
               move "I"                                       to ws-ver-motivo
               move "Cadastro anterior ao historico"          to ws-ver-descricao
               perform grava-versao-estacao
           end-if
           .
       garante-versao-inicial-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Verifica se a estacao ws-ver-estacao tem versao com inicio de
      *>  vigencia posterior a ws-ver-inicio (alteracao retroativa): o
      *>  cadastro atual so reflete a ultima versao.
      *>------------------------------------------------------------------------
       verifica-versao-posterior section.
           move "N"                                           to ws-ver-posterior
           move ws-ver-estacao                                to fd-ver-estacao
           move ws-ver-inicio                                 to fd-ver-inicio
           start arqEstacoesHist key is > fd-ver-chave
           if ws-fs-arqEstacoesHist = 0 then
               read arqEstacoesHist next
               if ws-fs-arqEstacoesHist = 0 then
                   if fd-ver-estacao = ws-ver-estacao then
                       move "S"                               to ws-ver-posterior
                   end-if
               else
                   if ws-fs-arqEstacoesHist <> 10 then
                       move 14                                        to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoesHist                     to ws-msn-erro-cod
                       move "Erro ao ler arq: (arqEstacoesHist) "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           else
               if ws-fs-arqEstacoesHist <> 23 then
                   move 14                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoesHist                     to ws-msn-erro-cod
                   move "Erro ao posicionar: (arqEstacoesHist) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       verifica-versao-posterior-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Lista as versoes do cadastro de uma estacao em ordem de
      *>  inicio de vigencia (00000000 = vigente desde o inicio das
      *>  leituras)
      *>------------------------------------------------------------------------
       historico-estacao section.
           display erase
           display "Digite o codigo da estacao: "
           accept ws-ver-estacao
           move 0                                             to ws-lista-qtd-versoes
           move "N"                                           to ws-lista-fim
           move ws-ver-estacao                                to fd-ver-estacao
           move 0                                             to fd-ver-inicio
           start arqEstacoesHist key is >= fd-ver-chave
           if ws-fs-arqEstacoesHist = 0 then
               display "Inicio   Motivo       Latitude Longitude  Alt.  Min.   Max. Salto S"
               perform versao-le-proxima
               perform until ws-lista-chegou-no-fim
                   add 1                                      to ws-lista-qtd-versoes
                   evaluate true
                       when fd-ver-e-inicial
                           move "Inicial"                     to ws-ver-motivo-texto
                       when fd-ver-e-relocacao
                           move "Relocacao"                   to ws-ver-motivo-texto
                       when fd-ver-e-troca-sensor
                           move "Troca sensor"                to ws-ver-motivo-texto
                       when fd-ver-e-recalibracao
                           move "Recalibracao"                to ws-ver-motivo-texto
                       when other
                           move "Outra"                       to ws-ver-motivo-texto
                   end-evaluate
                   move fd-ver-latitude                       to ws-ver-lat-ed
                   move fd-ver-longitude                      to ws-ver-lon-ed
                   move fd-ver-limite-minimo                  to ws-ver-min-ed
                   move fd-ver-limite-maximo                  to ws-ver-max-ed
                   move fd-ver-salto-maximo                   to ws-ver-salto-ed
                   display fd-ver-inicio " " ws-ver-motivo-texto " "
                           ws-ver-lat-ed " " ws-ver-lon-ed " " fd-ver-altitude " "
                           ws-ver-min-ed " " ws-ver-max-ed " " ws-ver-salto-ed " "
                           fd-ver-situacao
                   display "         " fd-ver-descricao " (registrada em "
                           fd-ver-data-registro ")"
                   perform versao-le-proxima
               end-perform
           end-if
           if ws-fs-arqEstacoesHist <> 0
           and ws-fs-arqEstacoesHist <> 10
           and ws-fs-arqEstacoesHist <> 23 then
               move 14                                        to ws-msn-erro-ofsset
               move ws-fs-arqEstacoesHist                     to ws-msn-erro-cod
               move "Erro ao posicionar: (arqEstacoesHist) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-lista-qtd-versoes = 0 then
               display "Nao ha versoes registradas para esta estacao"
           else
               display "Versoes registradas: " ws-lista-qtd-versoes
           end-if
           .
       historico-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima versao da estacao para a listagem do historico
      *>------------------------------------------------------------------------
       versao-le-proxima section.
           read arqEstacoesHist next
           if ws-fs-arqEstacoesHist = 10 then
               move "S"                                       to ws-lista-fim
           else
               if ws-fs-arqEstacoesHist <> 0 then
                   move 14                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoesHist                     to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqEstacoesHist) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fd-ver-estacao <> ws-ver-estacao then
                   move "S"                                       to ws-lista-fim
               end-if
           end-if
           .
       versao-le-proxima-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Validação de data de calendario (inclusive ano bissexto)
      *>  ws-dia e tratado no formato AAAAMMDD.
      *>------------------------------------------------------------------------
               move "Erro ao fechar arq. arqParadas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqEstacoesHist
           if ws-fs-arqEstacoesHist <> 0 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqEstacoesHist                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoesHist "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           Stop run
           .
       finaliza-exit.
