      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "calibra-temperatura".
       author. "Debora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.
      *>Histórico de alterações
      *>  15/10/2026 DR - Programa criado para a correcao de calibracao
      *>                  de sensor em lote, exclusiva de supervisor:
      *>                  para uma estacao e um periodo, aplica um
      *>                  ajuste fixo (offset) ou uma correcao linear de
      *>                  dois pontos (leitura x referencia) sobre a
      *>                  temperatura, a minima e a maxima do dia em
      *>                  arqTemp.dat e nos historicos anuais
      *>                  (arqTempHistAAAA.dat) do periodo. Cada dia
      *>                  corrigido vai para o log de auditoria com o
      *>                  novo tipo CALIBRACAO (reaplicavel pela
      *>                  recupera-temperatura), o livro de recordes da
      *>                  estacao e recalculado e a listagem antes/depois
      *>                  sai em relatorioCalibracao.txt para anexar ao
      *>                  certificado de calibracao. Leituras estimadas
      *>                  (origem E) nao sao corrigidas.
      *>  15/10/2026 DR - Os meses da estacao no periodo corrigido sao
      *>                  recalculados no resumo mensal
      *>                  (arqResumoMensal.dat), no historico anual e no
      *>                  arquivo online.
      *>  15/10/2026 DR - Critica de calendario (mes, dia do mes e ano
      *>                  bissexto) nas datas inicial e final do
      *>                  periodo. O recalculo dos recordes parte por
      *>                  padrao do historico anual mais antigo
      *>                  existente, e nao aceita ano posterior a ele,
      *>                  para nao perder recordes de anos anteriores.
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

                                   select arqEstacoes assign to "arqEstacoes.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-est-codigo
                                   file status is ws-fs-arqEstacoes.

                                   select arqOperadores assign to "arqOperadores.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-ope-codigo
                                   file status is ws-fs-arqOperadores.

                                   select arqRecordes assign to "arqRecordes.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is rec-estacao
                                   file status is ws-fs-arqRecordes.

                                   select logAlteracoes assign to "logAlteracoesTemp.txt"
                                   organization is line sequential
                                   file status is ws-fs-log.

                                   select relatorioCalibracao assign to "relatorioCalibracao.txt"
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

       fd arqEstacoes.
       01 fd-est.
           05 fd-est-codigo                         pic  x(05).
           05 fd-est-nome                           pic  x(30).
           05 fd-est-municipio                      pic  x(20).
           05 fd-est-latitude                       pic  s9(02)v9(04).
           05 fd-est-longitude                      pic  s9(03)v9(04).
           05 fd-est-altitude                       pic  9(04).
           05 fd-est-limite-minimo                  pic  s9(02)v99.
           05 fd-est-limite-maximo                  pic  s9(02)v99.
           05 fd-est-salto-maximo                   pic  9(02)v99.
           05 fd-est-situacao                       pic  x(01).
               88 fd-est-ativa                      value "A".
               88 fd-est-inativa                    value "I".
           05 fd-est-limite-chuva-dia               pic  9(03)v99.
           05 fd-est-limite-umid-minima             pic  9(03)v99.
           05 fd-est-limite-umid-maxima             pic  9(03)v99.
           05 fd-est-alerta-geada                   pic  s9(02)v99.
           05 fd-est-alerta-calor                   pic  s9(02)v99.

       fd arqOperadores.
       01 fd-ope.
           05 fd-ope-codigo                         pic  x(08).
           05 fd-ope-nome                           pic  x(20).
           05 fd-ope-senha                          pic  x(10).
           05 fd-ope-nivel                          pic  x(01).
               88 fd-ope-supervisor                 value "S".
               88 fd-ope-digitador                  value "D".
           05 fd-ope-situacao                       pic  x(01).
               88 fd-ope-ativo                      value "A".
               88 fd-ope-inativo                    value "I".

       fd arqRecordes.
       01 rec-registro.
           05 rec-estacao                           pic  x(05).
           05 rec-maxima                            pic  s9(02)v99.
           05 rec-maxima-dia                        pic  9(08).
           05 rec-minima                            pic  s9(02)v99.
           05 rec-minima-dia                        pic  9(08).
           05 rec-amplitude                         pic  9(03)v99.
           05 rec-amplitude-dia                     pic  9(08).

       fd logAlteracoes.
       01 log-linha                                 pic  x(100).

       fd relatorioCalibracao.
       01 rel-linha                                 pic  x(100).

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
       77  ws-fs-arqEstacoes                        pic 9(02).
       77  ws-fs-arqOperadores                      pic 9(02).
       77  ws-fs-arqRecordes                        pic 9(02).
       77  ws-fs-log                                pic 9(02).
       77  ws-fs-relatorio                          pic 9(02).
       77  ws-hist-nome                             pic x(30).
      *>----Identificacao do supervisor
       77  ws-login-codigo                          pic x(08).
       77  ws-login-senha                           pic x(10).
       77  ws-login-tentativas                      pic 9(01).
       77  ws-login-ok                              pic x(01).
          88  ws-login-esta-ok                       value "S".
       77  ws-operador-logado                       pic x(08).
       77  ws-operador-nivel                        pic x(01).
          88  ws-operador-supervisor                 value "S".
      *>----Parametros da correcao informados pelo supervisor
       77  ws-cal-estacao                           pic x(05).
       77  ws-nome-estacao                          pic x(30).
       01  ws-cal-data-inicial                      pic 9(08).
       01  ws-cal-data-inicial-quebra redefines ws-cal-data-inicial.
           05 ws-cal-inicial-aaaa                   pic 9(04).
           05 ws-cal-inicial-mm                     pic 9(02).
           05 ws-cal-inicial-dd                     pic 9(02).
       01  ws-cal-data-final                        pic 9(08).
       01  ws-cal-data-final-quebra redefines ws-cal-data-final.
           05 ws-cal-final-aaaa                     pic 9(04).
           05 ws-cal-final-mm                       pic 9(02).
           05 ws-cal-final-dd                       pic 9(02).
       77  ws-cal-tipo                              pic x(01).
          88  ws-cal-e-offset                        value "O" "o".
          88  ws-cal-e-linear                        value "L" "l".
       77  ws-cal-offset                            pic s9(02)v99.
       77  ws-cal-lido-1                            pic s9(02)v99.
       77  ws-cal-ref-1                             pic s9(02)v99.
       77  ws-cal-lido-2                            pic s9(02)v99.
       77  ws-cal-ref-2                             pic s9(02)v99.
       77  ws-cal-confirma                          pic x(01).
       77  ws-cal-parametros-ok                     pic x(01).
          88  ws-cal-parametros-validos              value "S".
      *>----Dia corrente da correcao (antes e depois)
       77  ws-cal-origem                            pic x(06).
       77  ws-cal-dia                               pic 9(08).
       77  ws-cal-temp-antes                        pic s9(02)v99.
       77  ws-cal-min-antes                         pic s9(02)v99.
       77  ws-cal-max-antes                         pic s9(02)v99.
       77  ws-cal-temp-depois                       pic s9(02)v99.
       77  ws-cal-min-depois                        pic s9(02)v99.
       77  ws-cal-max-depois                        pic s9(02)v99.
       77  ws-cal-valor-antes                       pic s9(02)v99.
       77  ws-cal-valor-depois                      pic s9(02)v99.
       77  ws-cal-resultado                         pic s9(04)v99.
       77  ws-cal-dia-ok                            pic x(01).
          88  ws-cal-dia-valido                      value "S".
      *>----Ano do historico corrente e ponto de partida da varredura
       77  ws-ano-corrente                          pic 9(04).
       01  ws-hist-inicio                           pic 9(08).
       01  ws-hist-inicio-quebra redefines ws-hist-inicio.
           05 ws-hist-inicio-aaaa                   pic 9(04).
           05 ws-hist-inicio-mmdd                   pic 9(04).
       01  ws-data-hoje                             pic 9(08).
       01  ws-data-hoje-quebra redefines ws-data-hoje.
           05 ws-hoje-aaaa                          pic 9(04).
           05 filler                                pic 9(04).
       77  ws-varre-fim                             pic x(01).
          88  ws-varre-chegou-no-fim                 value "S".
      *>----Livro de recordes da estacao recalculado apos a correcao
       77  ws-recordes-ativo                        pic x(01).
          88  ws-recordes-esta-ativo                 value "S".
       77  ws-rec-ano-inicial                       pic 9(04).
       01 ws-rec-leitura.
          05 ws-rec-estacao                         pic x(05).
          05 ws-rec-dia                             pic 9(08).
          05 ws-rec-minima                          pic s9(02)v99.
          05 ws-rec-maxima                          pic s9(02)v99.
       77  ws-rec-amplitude                         pic 9(03)v99.
       77  ws-rec-alterado                          pic x(01).
      *>----Linha do log de auditoria do tipo CALIBRACAO
       01 ws-log-registro.
          05 ws-log-data                            pic 9(08).
          05 ws-log-hora                            pic 9(08).
       77  ws-fmt-valor                             pic s9(02)v99.
       77  ws-fmt-ed                                pic 9(02),99.
       77  ws-fmt-texto                             pic x(07).
       77  ws-log-temp-antes-fmt                    pic x(07).
       77  ws-log-temp-depois-fmt                   pic x(07).
       77  ws-log-min-antes-fmt                     pic x(07).
       77  ws-log-min-depois-fmt                    pic x(07).
       77  ws-log-max-antes-fmt                     pic x(07).
       77  ws-log-max-depois-fmt                    pic x(07).
      *>----Edicao da listagem antes/depois
       77  ws-temp-ed                               pic -9(02),99.
       77  ws-temp-ed-2                             pic -9(02),99.
      *>----Contadores
       77  ws-qtd-lidas                             pic 9(07).
       77  ws-qtd-corrigidas                        pic 9(07).
       77  ws-qtd-estimadas                         pic 9(07).
       77  ws-qtd-rejeitadas                        pic 9(07).
       77  ws-qtd-recordes                          pic 9(07).
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
      *>----Meses do periodo recalculados no resumo mensal
       01  ws-cal-res-mes                           pic 9(06).
       01  ws-cal-res-mes-quebra redefines ws-cal-res-mes.
           05 ws-cal-res-aaaa                       pic 9(04).
           05 ws-cal-res-mm                         pic 9(02).
       77  ws-cal-res-ultimo                        pic 9(06).
      *>----Variaveis de validação de data informada
       01  ws-dia                                   pic 9(08).
       01  ws-dia-quebra redefines ws-dia.
           05 ws-dia-aaaa                           pic 9(04).
           05 ws-dia-mm                             pic 9(02).
           05 ws-dia-dd                             pic 9(02).
       77 ws-data-valida                              pic x(01).
          88  ws-data-e-valida                         value "S".
       77 ws-dia-max-mes                               pic 9(02).
       77 ws-div-quociente                             pic 9(04).
       77 ws-div-resto-4                               pic 9(03).
       77 ws-div-resto-100                             pic 9(03).
       77 ws-div-resto-400                             pic 9(03).
      *>----Historico anual mais antigo existente (recalculo de recordes)
       77  ws-rec-ano-mais-antigo                   pic 9(04).
       77  ws-rec-sonda-fim                         pic x(01).
          88  ws-rec-sonda-chegou-no-fim             value "S".
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
           move "calibra-temperatura"                   to ws-ctl-programa
           move spaces                                  to ws-ctl-identificacao
           move "CONCLUIDO"                             to ws-ctl-situacao
           move 0                                       to ws-ctl-qtd-lidos
           move 0                                       to ws-ctl-qtd-gravados
           move 0                                       to ws-ctl-qtd-rejeitados
           accept ws-ctl-data-inicio                    from date yyyymmdd
           accept ws-ctl-hora-inicio                    from time
           accept ws-data-hoje                          from date yyyymmdd
           move 0                                       to ws-qtd-lidas
           move 0                                       to ws-qtd-corrigidas
           move 0                                       to ws-qtd-estimadas
           move 0                                       to ws-qtd-rejeitadas
           move 0                                       to ws-qtd-recordes
           open input arqOperadores
           if ws-fs-arqOperadores <> 00 then
               move 4                                          to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                        to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqOperadores) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform efetua-login
           close arqOperadores
           open input arqEstacoes
           if ws-fs-arqEstacoes <> 00 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqEstacoes) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open i-o arqTemp
           if  ws-fs-arqTemp <> 00
           and ws-fs-arqTemp <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqTemp                       to ws-msn-erro-cod
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
           open i-o arqRecordes
           if ws-fs-arqRecordes = 35 then
               move "N"                                 to ws-recordes-ativo
               display "Livro de recordes ainda nao gerado"
                       " (recordes-temperatura) - recordes nao serao"
                       " recalculados"
           else
               if  ws-fs-arqRecordes <> 00
               and ws-fs-arqRecordes <> 05 then
                   move 5                                          to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                          to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqRecordes) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S"                                 to ws-recordes-ativo
           end-if
           open extend logAlteracoes
           if ws-fs-log = 35 then
               open output logAlteracoes
           end-if
           if ws-fs-log <> 00 then
               move 6                                          to ws-msn-erro-ofsset
               move ws-fs-log                                 to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (logAlteracoes) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open output relatorioCalibracao
           if ws-fs-relatorio <> 00 then
               move 7                                               to ws-msn-erro-ofsset
               move ws-fs-relatorio                                to ws-msn-erro-cod
               move "Erro ao abrir arq: (relatorioCalibracao) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Identificacao do operador: apenas supervisor ativo executa a
      *>  correcao de calibracao.
      *>------------------------------------------------------------------------
       efetua-login section.
           display erase
           move 0                                             to ws-login-tentativas
           move "N"                                           to ws-login-ok
           perform until ws-login-esta-ok
                      or ws-login-tentativas >= 3
               display "Identificacao do operador"
               display "Digite o codigo do operador: "
               accept ws-login-codigo
               display "Digite a senha: "
               accept ws-login-senha
               move ws-login-codigo                           to fd-ope-codigo
               read arqOperadores
               if ws-fs-arqOperadores = 00 then
                   if  fd-ope-ativo
                   and fd-ope-senha = ws-login-senha then
                       move "S"                               to ws-login-ok
                       move ws-login-codigo                   to ws-operador-logado
                       move fd-ope-nivel                      to ws-operador-nivel
                       display "Operador identificado: " fd-ope-nome
                   end-if
               else
                   if ws-fs-arqOperadores <> 23 then
                       move 4                                         to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                       to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqOperadores) "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               if not ws-login-esta-ok then
                   add 1                                      to ws-login-tentativas
                   display "Codigo ou senha invalidos"
               end-if
           end-perform
           if not ws-login-esta-ok then
               move 8                                         to ws-msn-erro-ofsset
               move 0                                         to ws-msn-erro-cod
               move "Acesso negado apos 3 tentativas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if not ws-operador-supervisor then
               move 8                                         to ws-msn-erro-ofsset
               move 0                                         to ws-msn-erro-cod
               move "Acesso negado: funcao de supervisor "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       efetua-login-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Processamento principal - pede os parametros da correcao, pede
      *>  a confirmacao do supervisor e aplica a correcao nos
      *>  historicos anuais do periodo e no arquivo online.
      *>------------------------------------------------------------------------
       processamento section.
           perform solicita-parametros
           string "calibracao " delimited by size
                  ws-cal-estacao       delimited by size
                  " "                  delimited by size
                  ws-cal-data-inicial  delimited by size
                  " a "                delimited by size
                  ws-cal-data-final    delimited by size
                  into ws-ctl-identificacao
           display "Confirma a correcao do periodo? (S/N): "
           accept ws-cal-confirma
           if ws-cal-confirma <> "S" and ws-cal-confirma <> "s" then
               display "Correcao cancelada pelo supervisor"
               move "CANCELADO"                               to ws-ctl-situacao
           else
               perform grava-cabecalho-relatorio
               perform varying ws-ano-corrente from ws-cal-inicial-aaaa by 1
                       until ws-ano-corrente > ws-cal-final-aaaa
                   perform corrige-historico-ano
               end-perform
               perform corrige-arquivo-online
               if  ws-recordes-esta-ativo
               and ws-qtd-corrigidas > 0 then
                   perform recalcula-recordes-estacao
               end-if
               perform grava-resumo
           end-if
           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Solicita e critica a estacao, o periodo e a correcao (ajuste
      *>  fixo ou linear de dois pontos) ate que sejam validos.
      *>------------------------------------------------------------------------
       solicita-parametros section.
           move "N"                                           to ws-cal-parametros-ok
           perform until ws-cal-parametros-validos
               move "S"                                       to ws-cal-parametros-ok
               display "Correcao de calibracao de sensor"
               display "Digite o codigo da estacao: "
               accept ws-cal-estacao
               move ws-cal-estacao                            to fd-est-codigo
               read arqEstacoes
               if ws-fs-arqEstacoes = 00 then
                   move fd-est-nome                           to ws-nome-estacao
               else
                   if ws-fs-arqEstacoes <> 23 then
                       move 3                                         to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                         to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqEstacoes) "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   display "Estacao nao cadastrada"
                   move "N"                                   to ws-cal-parametros-ok
               end-if
               if ws-cal-parametros-validos then
                   display "Digite a data inicial (AAAAMMDD): "
                   accept ws-cal-data-inicial
                   display "Digite a data final (AAAAMMDD): "
                   accept ws-cal-data-final
                   if ws-cal-data-inicial = 0
                   or ws-cal-data-final < ws-cal-data-inicial
                   or ws-cal-data-final > ws-data-hoje then
                       display "Periodo invalido"
                       move "N"                               to ws-cal-parametros-ok
                   else
                       move ws-cal-data-inicial               to ws-dia
                       perform validar-data-informada
                       if ws-data-e-valida then
                           move ws-cal-data-final             to ws-dia
                           perform validar-data-informada
                       end-if
                       if not ws-data-e-valida then
                           display "Periodo invalido"
                           move "N"                           to ws-cal-parametros-ok
                       end-if
                   end-if
               end-if
               if ws-cal-parametros-validos then
                   display "Tipo de correcao: 'O' ajuste fixo, 'L' linear de dois pontos"
                   accept ws-cal-tipo
                   if ws-cal-e-offset then
                       move "O"                               to ws-cal-tipo
                       display "Digite o ajuste a somar as leituras (ex.: -0,80): "
                       accept ws-cal-offset
                       if ws-cal-offset = 0 then
                           display "Ajuste zero nao altera as leituras"
                           move "N"                           to ws-cal-parametros-ok
                       end-if
                   else
                       if ws-cal-e-linear then
                           move "L"                           to ws-cal-tipo
                           display "Ponto 1 - leitura do sensor: "
                           accept ws-cal-lido-1
                           display "Ponto 1 - valor de referencia: "
                           accept ws-cal-ref-1
                           display "Ponto 2 - leitura do sensor: "
                           accept ws-cal-lido-2
                           display "Ponto 2 - valor de referencia: "
                           accept ws-cal-ref-2
                           if ws-cal-lido-1 = ws-cal-lido-2 then
                               display "As leituras dos dois pontos devem ser diferentes"
                               move "N"                       to ws-cal-parametros-ok
                           else
                               if (ws-cal-lido-2 > ws-cal-lido-1
                                   and ws-cal-ref-2 <= ws-cal-ref-1)
                               or (ws-cal-lido-2 < ws-cal-lido-1
                                   and ws-cal-ref-2 >= ws-cal-ref-1) then
                                   display "Referencias devem crescer com as leituras"
                                   move "N"                   to ws-cal-parametros-ok
                               end-if
                           end-if
                       else
                           display "Tipo de correcao invalido"
                           move "N"                           to ws-cal-parametros-ok
                       end-if
                   end-if
               end-if
           end-perform
           if ws-recordes-esta-ativo then
               perform localiza-historico-mais-antigo
               display "Primeiro ano de historico para recalcular os recordes (AAAA, Enter = "
                       ws-rec-ano-mais-antigo "): "
               accept ws-rec-ano-inicial
               if ws-rec-ano-inicial = 0 then
                   move ws-rec-ano-mais-antigo                to ws-rec-ano-inicial
               else
                   if ws-rec-ano-inicial > ws-rec-ano-mais-antigo then
                       display "Ha historico desde " ws-rec-ano-mais-antigo
                               " - recordes recalculados a partir desse ano"
                       move ws-rec-ano-mais-antigo            to ws-rec-ano-inicial
                   end-if
               end-if
           end-if
           .
       solicita-parametros-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Localiza o historico anual mais antigo da estacao: parte do
      *>  ano inicial do periodo ou, se anterior, do ano da primeira
      *>  leitura da estacao ainda no arquivo online (anos dentro da
      *>  retencao nao estao arquivados) e sonda arqTempHistAAAA.dat
      *>  para tras ate o primeiro ano sem arquivo.
      *>------------------------------------------------------------------------
       localiza-historico-mais-antigo section.
           move ws-cal-inicial-aaaa                           to ws-rec-ano-mais-antigo
           move ws-cal-estacao                                to fd-estacao
           move 0                                             to fd-dia
           start arqTemp key is >= fd-chave
           if ws-fs-arqTemp = 00 then
               read arqTemp next
               if  ws-fs-arqTemp <> 00
               and ws-fs-arqTemp <> 10 then
                   move 1                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTemp) "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if  ws-fs-arqTemp = 00
               and fd-estacao = ws-cal-estacao then
                   move fd-dia                                to ws-dia
                   if ws-dia-aaaa < ws-rec-ano-mais-antigo then
                       move ws-dia-aaaa                       to ws-rec-ano-mais-antigo
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
           move "N"                                           to ws-rec-sonda-fim
           perform until ws-rec-sonda-chegou-no-fim
               subtract 1 from ws-rec-ano-mais-antigo giving ws-ano-corrente
               move spaces                                    to ws-hist-nome
               string "arqTempHist"   delimited by size
                      ws-ano-corrente delimited by size
                      ".dat"          delimited by size
                      into ws-hist-nome
               open input arqTempHist
               if ws-fs-hist = 35 then
                   move "S"                                   to ws-rec-sonda-fim
               else
                   if ws-fs-hist <> 00 then
                       move 2                                          to ws-msn-erro-ofsset
                       move ws-fs-hist                                 to ws-msn-erro-cod
                       move "Erro ao abrir arquivo: (arqTempHist) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   close arqTempHist
                   if ws-fs-hist <> 00 then
                       move 2                                           to ws-msn-erro-ofsset
                       move ws-fs-hist                                  to ws-msn-erro-cod
                       move "Erro ao fechar arquivo: (arqTempHist) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-ano-corrente                       to ws-rec-ano-mais-antigo
                   if ws-rec-ano-mais-antigo <= 1 then
                       move "S"                               to ws-rec-sonda-fim
                   end-if
               end-if
           end-perform
           .
       localiza-historico-mais-antigo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Cabecalho da listagem antes/depois: estacao, periodo, correcao
      *>  aplicada, supervisor e data da execucao.
      *>------------------------------------------------------------------------
       grava-cabecalho-relatorio section.
           move "Correcao de calibracao de sensor - listagem antes/depois" to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Estacao: "      delimited by size
                  ws-cal-estacao   delimited by size
                  " "              delimited by size
                  ws-nome-estacao  delimited by size
                  into rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Periodo: "          delimited by size
                  ws-cal-data-inicial  delimited by size
                  " a "                delimited by size
                  ws-cal-data-final    delimited by size
                  "   Supervisor: "    delimited by size
                  ws-operador-logado   delimited by size
                  "   Execucao: "      delimited by size
                  ws-data-hoje         delimited by size
                  into rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           if ws-cal-tipo = "O" then
               move ws-cal-offset                             to ws-temp-ed
               string "Correcao: ajuste fixo de " delimited by size
                      ws-temp-ed                  delimited by size
                      into rel-linha
               write rel-linha
           else
               move ws-cal-lido-1                             to ws-temp-ed
               move ws-cal-ref-1                              to ws-temp-ed-2
               string "Correcao: linear de dois pontos - leitura " delimited by size
                      ws-temp-ed                  delimited by size
                      " -> referencia "           delimited by size
                      ws-temp-ed-2                delimited by size
                      into rel-linha
               write rel-linha
               move spaces                                    to rel-linha
               move ws-cal-lido-2                             to ws-temp-ed
               move ws-cal-ref-2                              to ws-temp-ed-2
               string "                                   leitura " delimited by size
                      ws-temp-ed                  delimited by size
                      " -> referencia "           delimited by size
                      ws-temp-ed-2                delimited by size
                      into rel-linha
               write rel-linha
           end-if
           move spaces                                        to rel-linha
           write rel-linha
           move "Origem Dia        Temp antes/depois   Minima antes/depois Maxima antes/depois" to rel-linha
           write rel-linha
           .
       grava-cabecalho-relatorio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Corrige os dias da estacao no historico anual do ano corrente
      *>  da varredura, se o historico existir.
      *>------------------------------------------------------------------------
       corrige-historico-ano section.
           move spaces                                        to ws-hist-nome
           string "arqTempHist"   delimited by size
                  ws-ano-corrente delimited by size
                  ".dat"          delimited by size
                  into ws-hist-nome
           open i-o arqTempHist
           if ws-fs-hist = 35 then
               continue
           else
               if ws-fs-hist <> 00 then
                   move 2                                           to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqTempHist) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-ano-corrente                           to ws-hist-inicio-aaaa
               move 0101                                      to ws-hist-inicio-mmdd
               if ws-hist-inicio < ws-cal-data-inicial then
                   move ws-cal-data-inicial                   to ws-hist-inicio
               end-if
               move "N"                                       to ws-varre-fim
               move ws-cal-estacao                            to fdhist-estacao
               move ws-hist-inicio                            to fdhist-dia
               start arqTempHist key is >= fdhist-chave
               if ws-fs-hist = 23 then
                   move "S"                                   to ws-varre-fim
               else
                   if ws-fs-hist <> 00 then
                       move 2                                          to ws-msn-erro-ofsset
                       move ws-fs-hist                                to ws-msn-erro-cod
                       move "Erro ao posicionar arq: (arqTempHist) "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform historico-le-proximo
               end-if
               perform until ws-varre-chegou-no-fim
                   add 1                                      to ws-qtd-lidas
                   move "HIST  "                              to ws-cal-origem
                   move fdhist-dia                            to ws-cal-dia
                   if fdhist-origem = "E" then
                       perform registra-estimada
                   else
                       move fdhist-temperatura                to ws-cal-temp-antes
                       move fdhist-temp-minima                to ws-cal-min-antes
                       move fdhist-temp-maxima                to ws-cal-max-antes
                       perform calcula-correcao-dia
                       if ws-cal-dia-valido then
                           move ws-cal-temp-depois            to fdhist-temperatura
                           move ws-cal-min-depois             to fdhist-temp-minima
                           move ws-cal-max-depois             to fdhist-temp-maxima
                           rewrite fdhist-temp
                           if ws-fs-hist <> 00 then
                               move 2                                          to ws-msn-erro-ofsset
                               move ws-fs-hist                                to ws-msn-erro-cod
                               move "Erro ao alterar arquivo: (arqTempHist) " to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           perform registra-correcao
                       else
                           perform registra-rejeitada
                       end-if
                   end-if
                   perform historico-le-proximo
               end-perform
               move ws-ano-corrente                           to ws-cal-res-aaaa
               move 1                                         to ws-cal-res-mm
               if ws-ano-corrente = ws-cal-inicial-aaaa then
                   move ws-cal-inicial-mm                     to ws-cal-res-mm
               end-if
               compute ws-cal-res-ultimo = ws-ano-corrente * 100 + 12
               if ws-ano-corrente = ws-cal-final-aaaa then
                   compute ws-cal-res-ultimo = ws-cal-final-aaaa * 100
                                             + ws-cal-final-mm
               end-if
               perform until ws-cal-res-mes > ws-cal-res-ultimo
                   move ws-cal-estacao                        to ws-res-alvo-estacao
                   move ws-cal-res-mes                        to ws-res-alvo-competencia
                   perform resumo-recalcula-mes-hist
                   perform resumo-avanca-mes
               end-perform
               close arqTempHist
               if ws-fs-hist <> 00 then
                   move 2                                           to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao fechar arquivo: (arqTempHist) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       corrige-historico-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo dia do historico anual; encerra a varredura ao
      *>  mudar de estacao ou passar da data final.
      *>------------------------------------------------------------------------
       historico-le-proximo section.
           read arqTempHist next
           if ws-fs-hist = 10 then
               move "S"                                       to ws-varre-fim
           else
               if ws-fs-hist <> 00 then
                   move 2                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTempHist) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fdhist-estacao <> ws-cal-estacao
               or fdhist-dia > ws-cal-data-final then
                   move "S"                                   to ws-varre-fim
               end-if
           end-if
           .
       historico-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Corrige os dias da estacao no periodo no arquivo online
      *>------------------------------------------------------------------------
       corrige-arquivo-online section.
           move "N"                                           to ws-varre-fim
           move ws-cal-estacao                                to fd-estacao
           move ws-cal-data-inicial                           to fd-dia
           start arqTemp key is >= fd-chave
           if ws-fs-arqTemp = 23 then
               move "S"                                       to ws-varre-fim
           else
               if ws-fs-arqTemp <> 00 then
                   move 1                                          to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao posicionar arquivo: (arqTemp) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform online-le-proximo
           end-if
           perform until ws-varre-chegou-no-fim
               add 1                                          to ws-qtd-lidas
               move "ONLINE"                                  to ws-cal-origem
               move fd-dia                                    to ws-cal-dia
               if fd-e-estimada then
                   perform registra-estimada
               else
                   move fd-temperatura                        to ws-cal-temp-antes
                   move fd-temp-minima                        to ws-cal-min-antes
                   move fd-temp-maxima                        to ws-cal-max-antes
                   perform calcula-correcao-dia
                   if ws-cal-dia-valido then
                       move ws-cal-temp-depois                to fd-temperatura
                       move ws-cal-min-depois                 to fd-temp-minima
                       move ws-cal-max-depois                 to fd-temp-maxima
                       rewrite fd-temp
                       if ws-fs-arqTemp <> 00 then
                           move 1                                         to ws-msn-erro-ofsset
                           move ws-fs-arqTemp                             to ws-msn-erro-cod
                           move "Erro ao alterar arquivo: (arqTemp) "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       perform registra-correcao
                   else
                       perform registra-rejeitada
                   end-if
               end-if
               perform online-le-proximo
           end-perform
      *>   meses ja arquivados tem o resumo mantido pelo historico
           move ws-cal-inicial-aaaa                           to ws-cal-res-aaaa
           move ws-cal-inicial-mm                             to ws-cal-res-mm
           compute ws-cal-res-ultimo = ws-cal-final-aaaa * 100
                                     + ws-cal-final-mm
           perform until ws-cal-res-mes > ws-cal-res-ultimo
               move ws-cal-estacao                            to res-estacao
               move ws-cal-res-mes                            to res-competencia
               read arqResumoMensal
               if ws-fs-arqResumo <> 00
               and ws-fs-arqResumo <> 23 then
                   move 50                                         to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                           to ws-msn-erro-cod
                   move "Erro ao ler arq: (arqResumoMensal) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-fs-arqResumo = 23
               or not res-esta-arquivado then
                   move ws-cal-estacao                        to ws-res-alvo-estacao
                   move ws-cal-res-mes                        to ws-res-alvo-competencia
                   perform resumo-recalcula-mes
               end-if
               perform resumo-avanca-mes
           end-perform
           .
       corrige-arquivo-online-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo dia do arquivo online; encerra a varredura ao
      *>  mudar de estacao ou passar da data final.
      *>------------------------------------------------------------------------
       online-le-proximo section.
           read arqTemp next
           if ws-fs-arqTemp = 10 then
               move "S"                                       to ws-varre-fim
           else
               if ws-fs-arqTemp <> 00 then
                   move 1                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTemp) "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fd-estacao <> ws-cal-estacao
               or fd-dia > ws-cal-data-final then
                   move "S"                                   to ws-varre-fim
               end-if
           end-if
           .
       online-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Calcula a temperatura, a minima e a maxima corrigidas do dia.
      *>  O dia so e valido se os tres valores couberem no campo.
      *>------------------------------------------------------------------------
       calcula-correcao-dia section.
           move "S"                                           to ws-cal-dia-ok
           move ws-cal-temp-antes                             to ws-cal-valor-antes
           perform corrige-valor
           move ws-cal-valor-depois                           to ws-cal-temp-depois
           move ws-cal-min-antes                              to ws-cal-valor-antes
           perform corrige-valor
           move ws-cal-valor-depois                           to ws-cal-min-depois
           move ws-cal-max-antes                              to ws-cal-valor-antes
           perform corrige-valor
           move ws-cal-valor-depois                           to ws-cal-max-depois
           .
       calcula-correcao-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Aplica a correcao a um valor: ajuste fixo somado a leitura ou
      *>  reta pelos dois pontos (leitura, referencia) informados.
      *>------------------------------------------------------------------------
       corrige-valor section.
           if ws-cal-tipo = "O" then
               compute ws-cal-resultado rounded =
                       ws-cal-valor-antes + ws-cal-offset
           else
               compute ws-cal-resultado rounded =
                       ws-cal-ref-1 + (ws-cal-valor-antes - ws-cal-lido-1)
                                    * (ws-cal-ref-2 - ws-cal-ref-1)
                                    / (ws-cal-lido-2 - ws-cal-lido-1)
           end-if
           if ws-cal-resultado > 99,99
           or ws-cal-resultado < -99,99 then
               move "N"                                       to ws-cal-dia-ok
               move ws-cal-valor-antes                        to ws-cal-valor-depois
           else
               move ws-cal-resultado                          to ws-cal-valor-depois
           end-if
           .
       corrige-valor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Registra o dia corrigido: linha antes/depois na listagem e
      *>  movimentacao CALIBRACAO no log de auditoria.
      *>------------------------------------------------------------------------
       registra-correcao section.
           add 1                                              to ws-qtd-corrigidas
           move spaces                                        to rel-linha
           move ws-cal-temp-antes                             to ws-temp-ed
           move ws-cal-temp-depois                            to ws-temp-ed-2
           string ws-cal-origem  delimited by size
                  " "            delimited by size
                  ws-cal-dia     delimited by size
                  "   "          delimited by size
                  ws-temp-ed     delimited by size
                  " "            delimited by size
                  ws-temp-ed-2   delimited by size
                  into rel-linha
           move ws-cal-min-antes                              to ws-temp-ed
           move ws-cal-min-depois                             to ws-temp-ed-2
           string ws-temp-ed     delimited by size
                  " "            delimited by size
                  ws-temp-ed-2   delimited by size
                  into rel-linha (38:)
           move ws-cal-max-antes                              to ws-temp-ed
           move ws-cal-max-depois                             to ws-temp-ed-2
           string ws-temp-ed     delimited by size
                  " "            delimited by size
                  ws-temp-ed-2   delimited by size
                  into rel-linha (58:)
           write rel-linha
           perform grava-log-calibracao
           .
       registra-correcao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Registra na listagem o dia estimado, que nao e corrigido
      *>------------------------------------------------------------------------
       registra-estimada section.
           add 1                                              to ws-qtd-estimadas
           move spaces                                        to rel-linha
           string ws-cal-origem  delimited by size
                  " "            delimited by size
                  ws-cal-dia     delimited by size
                  "   leitura estimada - nao corrigida" delimited by size
                  into rel-linha
           write rel-linha
           .
       registra-estimada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Registra na listagem o dia cuja correcao sai da faixa do campo
      *>------------------------------------------------------------------------
       registra-rejeitada section.
           add 1                                              to ws-qtd-rejeitadas
           move spaces                                        to rel-linha
           string ws-cal-origem  delimited by size
                  " "            delimited by size
                  ws-cal-dia     delimited by size
                  "   valor corrigido fora da faixa - nao corrigida" delimited by size
                  into rel-linha
           write rel-linha
           .
       registra-rejeitada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava a movimentacao CALIBRACAO no log de auditoria:
      *>  tipo;estacao;dia;temp antiga;temp nova;operador;data;hora;
      *>  minima antiga;minima nova;maxima antiga;maxima nova
      *>------------------------------------------------------------------------
       grava-log-calibracao section.
           accept ws-log-data                                 from date yyyymmdd
           accept ws-log-hora                                 from time
           move ws-cal-temp-antes                             to ws-fmt-valor
           perform formata-valor-log
           move ws-fmt-texto                                  to ws-log-temp-antes-fmt
           move ws-cal-temp-depois                            to ws-fmt-valor
           perform formata-valor-log
           move ws-fmt-texto                                  to ws-log-temp-depois-fmt
           move ws-cal-min-antes                              to ws-fmt-valor
           perform formata-valor-log
           move ws-fmt-texto                                  to ws-log-min-antes-fmt
           move ws-cal-min-depois                             to ws-fmt-valor
           perform formata-valor-log
           move ws-fmt-texto                                  to ws-log-min-depois-fmt
           move ws-cal-max-antes                              to ws-fmt-valor
           perform formata-valor-log
           move ws-fmt-texto                                  to ws-log-max-antes-fmt
           move ws-cal-max-depois                             to ws-fmt-valor
           perform formata-valor-log
           move ws-fmt-texto                                  to ws-log-max-depois-fmt
           move spaces                                        to log-linha
           string "CALIBRACAO"                                delimited by size
                  ";" delimited by size ws-cal-estacao         delimited by size
                  ";" delimited by size ws-cal-dia             delimited by size
                  ";" delimited by size ws-log-temp-antes-fmt  delimited by space
                  ";" delimited by size ws-log-temp-depois-fmt delimited by space
                  ";" delimited by size ws-operador-logado     delimited by space
                  ";" delimited by size ws-log-data            delimited by size
                  ";" delimited by size ws-log-hora            delimited by size
                  ";" delimited by size ws-log-min-antes-fmt   delimited by space
                  ";" delimited by size ws-log-min-depois-fmt  delimited by space
                  ";" delimited by size ws-log-max-antes-fmt   delimited by space
                  ";" delimited by size ws-log-max-depois-fmt  delimited by space
                  into log-linha
           end-string
           write log-linha
           if ws-fs-log <> 0 then
               move 6                                           to ws-msn-erro-ofsset
               move ws-fs-log                                   to ws-msn-erro-cod
               move "Erro ao gravar arquivo: (logAlteracoes) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-log-calibracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Formata ws-fmt-valor no texto do log (08,50 ou -08,50)
      *>------------------------------------------------------------------------
       formata-valor-log section.
           move ws-fmt-valor                                  to ws-fmt-ed
           move spaces                                        to ws-fmt-texto
           if ws-fmt-valor < 0 then
               string "-"          delimited by size
                      ws-fmt-ed    delimited by size
                      into ws-fmt-texto
           else
               move ws-fmt-ed                                 to ws-fmt-texto
           end-if
           .
       formata-valor-log-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Recalcula do zero o registro da estacao no livro de recordes:
      *>  a correcao pode baixar um recorde, o que a atualizacao
      *>  normal do livro (que so troca por valor maior) nao faz.
      *>  Varre os historicos anuais a partir do ano informado e o
      *>  arquivo online, sem leituras suspeitas ou estimadas.
      *>------------------------------------------------------------------------
       recalcula-recordes-estacao section.
           move ws-cal-estacao                                to rec-estacao
           delete arqRecordes
           if  ws-fs-arqRecordes <> 00
           and ws-fs-arqRecordes <> 23 then
               move 5                                           to ws-msn-erro-ofsset
               move ws-fs-arqRecordes                           to ws-msn-erro-cod
               move "Erro ao apagar arquivo: (arqRecordes) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform varying ws-ano-corrente from ws-rec-ano-inicial by 1
                   until ws-ano-corrente > ws-hoje-aaaa
               perform recordes-historico-ano
           end-perform
           move "N"                                           to ws-varre-fim
           move ws-cal-estacao                                to fd-estacao
           move 0                                             to fd-dia
           start arqTemp key is >= fd-chave
           if ws-fs-arqTemp = 23 then
               move "S"                                       to ws-varre-fim
           else
               if ws-fs-arqTemp <> 00 then
                   move 1                                          to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao posicionar arquivo: (arqTemp) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform recordes-online-le-proximo
           end-if
           perform until ws-varre-chegou-no-fim
               if  not fd-e-suspeita
               and not fd-e-estimada then
                   move fd-estacao                            to ws-rec-estacao
                   move fd-dia                                to ws-rec-dia
                   move fd-temp-minima                        to ws-rec-minima
                   move fd-temp-maxima                        to ws-rec-maxima
                   perform atualiza-recordes
               end-if
               perform recordes-online-le-proximo
           end-perform
           .
       recalcula-recordes-estacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Passa as leituras da estacao no historico anual do ano
      *>  corrente pela atualizacao do livro, se o historico existir.
      *>------------------------------------------------------------------------
       recordes-historico-ano section.
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
                   move 2                                           to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqTempHist) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N"                                       to ws-varre-fim
               move ws-cal-estacao                            to fdhist-estacao
               move 0                                         to fdhist-dia
               start arqTempHist key is >= fdhist-chave
               if ws-fs-hist = 23 then
                   move "S"                                   to ws-varre-fim
               else
                   if ws-fs-hist <> 00 then
                       move 2                                          to ws-msn-erro-ofsset
                       move ws-fs-hist                                to ws-msn-erro-cod
                       move "Erro ao posicionar arq: (arqTempHist) "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform recordes-hist-le-proximo
               end-if
               perform until ws-varre-chegou-no-fim
                   if  fdhist-suspeita <> "S"
                   and fdhist-origem <> "E" then
                       move fdhist-estacao                    to ws-rec-estacao
                       move fdhist-dia                        to ws-rec-dia
                       move fdhist-temp-minima                to ws-rec-minima
                       move fdhist-temp-maxima                to ws-rec-maxima
                       perform atualiza-recordes
                   end-if
                   perform recordes-hist-le-proximo
               end-perform
               close arqTempHist
               if ws-fs-hist <> 00 then
                   move 2                                           to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao fechar arquivo: (arqTempHist) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       recordes-historico-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura da estacao no historico anual durante o
      *>  recalculo do livro de recordes
      *>------------------------------------------------------------------------
       recordes-hist-le-proximo section.
           read arqTempHist next
           if ws-fs-hist = 10 then
               move "S"                                       to ws-varre-fim
           else
               if ws-fs-hist <> 00 then
                   move 2                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTempHist) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fdhist-estacao <> ws-cal-estacao then
                   move "S"                                   to ws-varre-fim
               end-if
           end-if
           .
       recordes-hist-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura da estacao no arquivo online durante o
      *>  recalculo do livro de recordes
      *>------------------------------------------------------------------------
       recordes-online-le-proximo section.
           read arqTemp next
           if ws-fs-arqTemp = 10 then
               move "S"                                       to ws-varre-fim
           else
               if ws-fs-arqTemp <> 00 then
                   move 1                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTemp) "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fd-estacao <> ws-cal-estacao then
                   move "S"                                   to ws-varre-fim
               end-if
           end-if
           .
       recordes-online-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Atualiza o livro de recordes com a leitura diaria em
      *>  ws-rec-leitura: cria o registro da estacao na primeira
      *>  leitura e, depois, troca recorde de maxima, de minima e de
      *>  amplitude quando a leitura os quebra. Mesma regra usada
      *>  pelos programas que gravam leituras no dia a dia.
      *>------------------------------------------------------------------------
       atualiza-recordes section.
           subtract ws-rec-minima from ws-rec-maxima
                                       giving ws-rec-amplitude
           move ws-rec-estacao                                to rec-estacao
           read arqRecordes
           if ws-fs-arqRecordes = 23 then
               move ws-rec-estacao                            to rec-estacao
               move ws-rec-maxima                             to rec-maxima
               move ws-rec-dia                                to rec-maxima-dia
               move ws-rec-minima                             to rec-minima
               move ws-rec-dia                                to rec-minima-dia
               move ws-rec-amplitude                          to rec-amplitude
               move ws-rec-dia                                to rec-amplitude-dia
               write rec-registro
               if ws-fs-arqRecordes <> 00 then
                   move 5                                           to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                           to ws-msn-erro-cod
                   move "Erro ao gravar arquivo: (arqRecordes) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1                                          to ws-qtd-recordes
           else
               if ws-fs-arqRecordes <> 00 then
                   move 5                                           to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                           to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqRecordes) "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N"                                       to ws-rec-alterado
               if ws-rec-maxima > rec-maxima then
                   move ws-rec-maxima                         to rec-maxima
                   move ws-rec-dia                            to rec-maxima-dia
                   move "S"                                   to ws-rec-alterado
               end-if
               if ws-rec-minima < rec-minima then
                   move ws-rec-minima                         to rec-minima
                   move ws-rec-dia                            to rec-minima-dia
                   move "S"                                   to ws-rec-alterado
               end-if
               if ws-rec-amplitude > rec-amplitude then
                   move ws-rec-amplitude                      to rec-amplitude
                   move ws-rec-dia                            to rec-amplitude-dia
                   move "S"                                   to ws-rec-alterado
               end-if
               if ws-rec-alterado = "S" then
                   rewrite rec-registro
                   if ws-fs-arqRecordes <> 00 then
                       move 5                                           to ws-msn-erro-ofsset
                       move ws-fs-arqRecordes                           to ws-msn-erro-cod
                       move "Erro ao alterar arquivo: (arqRecordes) "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                                      to ws-qtd-recordes
               end-if
           end-if
           .
       atualiza-recordes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava o resumo da correcao na listagem e na tela
      *>------------------------------------------------------------------------
       grava-resumo section.
           move spaces                                        to rel-linha
           write rel-linha
           move spaces                                        to rel-linha
           string "Dias lidos: "         delimited by size
                  ws-qtd-lidas           delimited by size
                  "  corrigidos: "       delimited by size
                  ws-qtd-corrigidas      delimited by size
                  "  estimados: "        delimited by size
                  ws-qtd-estimadas       delimited by size
                  "  fora da faixa: "    delimited by size
                  ws-qtd-rejeitadas      delimited by size
                  into rel-linha
           write rel-linha
           if ws-recordes-esta-ativo then
               move spaces                                    to rel-linha
               if ws-qtd-corrigidas > 0 then
                   string "Livro de recordes da estacao recalculado a partir de "
                                             delimited by size
                          ws-rec-ano-inicial delimited by size
                          into rel-linha
               else
                   move "Livro de recordes nao alterado"      to rel-linha
               end-if
               write rel-linha
           end-if
           display "Dias lidos              : " ws-qtd-lidas
           display "Dias corrigidos         : " ws-qtd-corrigidas
           display "Estimados nao corrigidos: " ws-qtd-estimadas
           display "Fora da faixa           : " ws-qtd-rejeitadas
           display "Listagem gravada em relatorioCalibracao.txt"
           move ws-qtd-lidas                                  to ws-ctl-qtd-lidos
           move ws-qtd-corrigidas                             to ws-ctl-qtd-gravados
           move ws-qtd-rejeitadas                             to ws-ctl-qtd-rejeitados
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
      *>  tem o resumo excluido. Usa a area do registro de arqTemp
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
           perform resumo-inicia-registro
           move ws-res-alvo-competencia                       to ws-res-competencia
           move 1                                             to ws-res-dd
           move ws-res-alvo-estacao                           to fd-estacao
           move ws-res-dia                                    to fd-dia
           start arqTemp key is >= fd-chave
           if ws-fs-arqTemp = 00 then
               move "N"                                       to ws-res-fim
               perform resumo-le-proximo
               perform until ws-res-chegou-no-fim
                   move fd-temp                               to ws-res-leitura
                   perform resumo-acumula-leitura
                   perform resumo-le-proximo
               end-perform
           else
               if ws-fs-arqTemp <> 23 then
                   move 50                                    to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                         to ws-msn-erro-cod
                   move "Erro ao posicionar: (arqTemp) "      to ws-msn-erro-text
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
      *>  Avanca ws-cal-res-mes para a competencia seguinte
      *>------------------------------------------------------------------------
       resumo-avanca-mes section.
           if ws-cal-res-mm = 12 then
               move 1                                         to ws-cal-res-mm
               add 1                                          to ws-cal-res-aaaa
           else
               add 1                                          to ws-cal-res-mm
           end-if
           .
       resumo-avanca-mes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Validação de data de calendario (inclusive ano bissexto)
      *>  ws-dia e tratado no formato AAAAMMDD.
      *>------------------------------------------------------------------------
       validar-data-informada section.
           move "S"                                           to ws-data-valida
           if ws-dia-mm < 1 or ws-dia-mm > 12 then
               move "N"                                       to ws-data-valida
           else
               perform calcula-dia-max-mes
               if ws-dia-dd < 1 or ws-dia-dd > ws-dia-max-mes then
                   move "N"                                   to ws-data-valida
               end-if
           end-if
           .
       validar-data-informada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Calcula em ws-dia-max-mes o ultimo dia do mes de ws-dia
      *>------------------------------------------------------------------------
       calcula-dia-max-mes section.
           evaluate ws-dia-mm
               when 1  when 3  when 5  when 7
               when 8  when 10 when 12
                   move 31                                to ws-dia-max-mes
               when 4  when 6  when 9  when 11
                   move 30                                to ws-dia-max-mes
               when 2
                   divide ws-dia-aaaa by 4   giving ws-div-quociente
                                              remainder ws-div-resto-4
                   divide ws-dia-aaaa by 100 giving ws-div-quociente
                                              remainder ws-div-resto-100
                   divide ws-dia-aaaa by 400 giving ws-div-quociente
                                              remainder ws-div-resto-400
                   if ws-div-resto-4 = 0
                   and (ws-div-resto-100 <> 0 or ws-div-resto-400 = 0) then
                       move 29                             to ws-dia-max-mes
                   else
                       move 28                             to ws-dia-max-mes
                   end-if
           end-evaluate
           .
       calcula-dia-max-mes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           close arqTemp
           if ws-fs-arqTemp <> 0 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
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
           if ws-recordes-esta-ativo then
               close arqRecordes
               if ws-fs-arqRecordes <> 0 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRecordes " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           close logAlteracoes
           if ws-fs-log <> 0 then
               move 6                                    to ws-msn-erro-ofsset
               move ws-fs-log                            to ws-msn-erro-cod
               move "Erro ao fechar arq. logAlteracoes " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close relatorioCalibracao
           if ws-fs-relatorio <> 0 then
               move 7                                          to ws-msn-erro-ofsset
               move ws-fs-relatorio                            to ws-msn-erro-cod
               move "Erro ao fechar arq. relatorioCalibracao " to ws-msn-erro-text
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
