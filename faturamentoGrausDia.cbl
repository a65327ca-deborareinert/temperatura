      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "faturamento-graus-dia".
       author. "Debora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.
      *>Histórico de alterações
      *>  15/10/2026 DR - Programa criado para o faturamento mensal por
      *>                  graus-dia: para cada contrato de
      *>                  arqContratos.dat apura, a partir das leituras
      *>                  diarias da estacao de faturamento (arqTemp.dat
      *>                  ou o historico anual, quando o mes ja foi
      *>                  arquivado), os graus-dia de aquecimento e de
      *>                  refrigeracao da competencia com as bases do
      *>                  contrato, do mesmo modo que o relatorio de
      *>                  graus-dia, e emite a fatura do contrato em
      *>                  faturasGrausDia.txt e o registro para o
      *>                  contas a receber em interfaceContasReceber.txt.
      *>                  Leituras suspeitas ainda nao revisadas nao sao
      *>                  faturadas. Cada mes faturado fica guardado em
      *>                  arqFaturamento.dat (contrato + competencia) com
      *>                  os graus-dia, as bases e as tarifas usados; a
      *>                  cada execucao os meses ja faturados sao
      *>                  apurados de novo e, quando as leituras mudaram
      *>                  depois do faturamento (alteracao ou exclusao
      *>                  registrada no log de auditoria, lacuna
      *>                  preenchida, suspeita confirmada na revisao),
      *>                  a fatura ganha uma linha de ajuste a credito
      *>                  ou a debito pela diferenca.
      *>  15/10/2026 DR - O mes faturado guarda tambem o inicio de
      *>                  vigencia usado na apuracao
      *>                  (fat-inicio-apurado), e a nova apuracao do mes
      *>                  ja faturado parte dele, e nao do inicio atual
      *>                  do contrato: alterar o inicio no cadastro nao
      *>                  gera ajuste nas faturas ja emitidas.
      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.
      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
                                   select arqContratos assign to "arqContratos.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-con-codigo
                                   file status is ws-fs-arqContratos.

                                   select arqEstacoes assign to "arqEstacoes.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-est-codigo
                                   file status is ws-fs-arqEstacoes.

                                   select arqTemp assign to "arqTemp.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fd-chave
                                   alternate record key is fd-dia with duplicates
                                   file status is ws-fs-arqTemp.

                                   select arqTempHist assign to ws-hist-nome
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fdhist-chave
                                   file status is ws-fs-hist.

                                   select arqFaturamento assign to "arqFaturamento.dat"
                                   organization is indexed
                                   access mode is dynamic
                                   lock mode is automatic
                                   record key is fat-chave
                                   file status is ws-fs-arqFaturamento.

                                   select faturasGraus assign to "faturasGrausDia.txt"
                                   organization is line sequential
                                   file status is ws-fs-faturas.

                                   select interfaceReceber assign to "interfaceContasReceber.txt"
                                   organization is line sequential
                                   file status is ws-fs-interface.

                                   select arqControle assign to "controleExecucao.txt"
                                   organization is line sequential
                                   file status is ws-fs-controle.

       i-o-control.
      *>Declaração de variáveis
       data division.
      *>----Variaveis de arquivos
       file section.
       fd arqContratos.
       01 fd-con.
           05 fd-con-codigo                         pic  x(08).
           05 fd-con-cliente                        pic  x(40).
           05 fd-con-documento                      pic  x(14).
           05 fd-con-estacao                        pic  x(05).
           05 fd-con-base-aquecimento               pic  s9(02)v99.
           05 fd-con-base-refrigeracao              pic  s9(02)v99.
           05 fd-con-tarifa-aquecimento             pic  9(03)v9(04).
           05 fd-con-tarifa-refrigeracao            pic  9(03)v9(04).
           05 fd-con-inicio                         pic  9(08).
           05 fd-con-situacao                       pic  x(01).
               88 fd-con-ativo                      value "A".
               88 fd-con-encerrado                  value "E".

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

       fd arqFaturamento.
       01 fat-registro.
           05 fat-chave.
               10 fat-contrato                      pic  x(08).
               10 fat-competencia                   pic  9(06).
           05 fat-estacao                           pic  x(05).
           05 fat-base-aquecimento                  pic  s9(02)v99.
           05 fat-base-refrigeracao                 pic  s9(02)v99.
           05 fat-tarifa-aquecimento                pic  9(03)v9(04).
           05 fat-tarifa-refrigeracao               pic  9(03)v9(04).
           05 fat-graus-aquecimento                 pic  9(05)v99.
           05 fat-graus-refrigeracao                pic  9(05)v99.
           05 fat-qtd-dias                          pic  9(03).
           05 fat-qtd-estimados                     pic  9(03).
           05 fat-qtd-suspeitas                     pic  9(03).
           05 fat-valor-faturado                    pic  s9(09)v99.
           05 fat-data-faturamento                  pic  9(08).
           05 fat-data-ultimo-ajuste                pic  9(08).
           05 fat-qtd-ajustes                       pic  9(03).
           05 fat-inicio-apurado                    pic  9(08).

       fd faturasGraus.
       01 fatura-linha                              pic  x(100).

       fd interfaceReceber.
       01 interface-linha                           pic  x(100).

       fd arqControle.
       01 controle-linha                            pic  x(150).

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                     pic 9(04).
          05 ws-msn-erro-cod                        pic 9(04).
          05 ws-msn-erro-text                       pic x(42).
       77  ws-fs-arqContratos                       pic 9(02).
       77  ws-fs-arqEstacoes                        pic 9(02).
       77  ws-fs-arqTemp                            pic 9(02).
       77  ws-fs-hist                               pic 9(02).
       77  ws-hist-nome                             pic x(30).
       77  ws-fs-arqFaturamento                     pic 9(02).
       77  ws-fs-faturas                            pic 9(02).
       77  ws-fs-interface                          pic 9(02).
      *>----Competencia faturada (Enter assume o mes anterior)
       77  ws-competencia-informada                 pic x(06).
       01 ws-competencia                            pic 9(06).
       01 ws-competencia-quebra redefines ws-competencia.
          05 ws-comp-aaaa                           pic 9(04).
          05 ws-comp-mm                             pic 9(02).
       01 ws-data-hoje                              pic 9(08).
       01 ws-data-hoje-quebra redefines ws-data-hoje.
          05 ws-hoje-aaaa                           pic 9(04).
          05 ws-hoje-mm                             pic 9(02).
          05 ws-hoje-dd                             pic 9(02).
       77  ws-competencia-hoje                      pic 9(06).
      *>----Contrato corrente
       01 ws-contrato-dados.
          05 ws-con-codigo                          pic x(08).
          05 ws-con-cliente                         pic x(40).
          05 ws-con-documento                       pic x(14).
          05 ws-con-estacao                         pic x(05).
          05 ws-con-base-aquecimento                pic s9(02)v99.
          05 ws-con-base-refrigeracao               pic s9(02)v99.
          05 ws-con-tarifa-aquecimento              pic 9(03)v9(04).
          05 ws-con-tarifa-refrigeracao             pic 9(03)v9(04).
          05 ws-con-inicio                          pic 9(08).
          05 ws-con-situacao                        pic x(01).
             88  ws-con-ativo                        value "A".
       77  ws-nome-estacao                          pic x(30).
       77  ws-contrato-fim                          pic x(01).
          88  ws-contratos-chegou-no-fim             value "S".
       77  ws-fat-fim                               pic x(01).
          88  ws-fat-chegou-no-fim                   value "S".
       77  ws-fatura-aberta                         pic x(01).
          88  ws-ha-fatura-aberta                    value "S".
       77  ws-fatura-total                          pic s9(09)v99.
      *>----Apuracao dos graus-dia de um mes da estacao do contrato
       01 ws-apur-competencia                       pic 9(06).
       01 ws-apur-competencia-quebra redefines ws-apur-competencia.
          05 ws-apur-aaaa                           pic 9(04).
          05 ws-apur-mm                             pic 9(02).
       77  ws-apur-estacao                          pic x(05).
       77  ws-apur-base-aquecimento                 pic s9(02)v99.
       77  ws-apur-base-refrigeracao                pic s9(02)v99.
       77  ws-apur-tarifa-aquecimento               pic 9(03)v9(04).
       77  ws-apur-tarifa-refrigeracao              pic 9(03)v9(04).
       77  ws-apur-inicio-vigencia                  pic 9(08).
       77  ws-apur-dia-inicial                      pic 9(08).
       77  ws-apur-dia-final                        pic 9(08).
       77  ws-apur-graus-aquecimento                pic 9(05)v99.
       77  ws-apur-graus-refrigeracao               pic 9(05)v99.
       77  ws-apur-qtd-lidos                        pic 9(03).
       77  ws-apur-qtd-dias                         pic 9(03).
       77  ws-apur-qtd-estimados                    pic 9(03).
       77  ws-apur-qtd-suspeitas                    pic 9(03).
       77  ws-apur-valor                            pic s9(09)v99.
       77  ws-apur-fim                              pic x(01).
          88  ws-apur-chegou-no-fim                  value "S".
      *>----Leitura diaria em apuracao (online ou historico)
       77  ws-apur-temperatura                      pic s9(02)v99.
       77  ws-apur-suspeita                         pic x(01).
          88  ws-apur-e-suspeita                     value "S".
       77  ws-apur-origem                           pic x(01).
          88  ws-apur-e-estimada                     value "E".
       77  ws-graus-dif                             pic 9(03)v99.
      *>----Ajuste de mes ja faturado
       77  ws-valor-ajuste                          pic s9(09)v99.
       77  ws-natureza                              pic x(01).
       77  ws-tipo-interface                        pic x(06).
       77  ws-valor-interface                       pic s9(09)v99.
      *>----Contadores
       77  ws-qtd-contratos                         pic 9(05).
       77  ws-qtd-faturas                           pic 9(05).
       77  ws-qtd-ajustes                           pic 9(05).
       77  ws-qtd-ja-faturadas                      pic 9(05).
      *>----Edicao da fatura e da interface
       77  ws-graus-ed                              pic zzzz9,99.
       77  ws-base-ed                               pic -9(02),99.
       77  ws-tarifa-ed                             pic zz9,9999.
       77  ws-valor-ed                              pic -zzzzzzzz9,99.
       77  ws-valor-interface-ed                    pic 9(09),99.
       77  ws-graus-antes-ed                        pic zzzz9,99.
       77  ws-graus-depois-ed                       pic zzzz9,99.
       77  ws-qtd-ed                                pic zz9.
       77  ws-qtd-estim-ed                          pic zz9.
       77  ws-qtd-susp-ed                           pic zz9.
      *>----Quebra de dia e calculo do ultimo dia do mes
       01 ws-dia                                    pic 9(08).
       01 ws-dia-quebra redefines ws-dia.
          05 ws-dia-aaaa                            pic 9(04).
          05 ws-dia-mm                              pic 9(02).
          05 ws-dia-dd                              pic 9(02).
       77 ws-dia-max-mes                               pic 9(02).
       77 ws-div-quociente                             pic 9(04).
       77 ws-div-resto-4                               pic 9(03).
       77 ws-div-resto-100                             pic 9(03).
       77 ws-div-resto-400                             pic 9(03).
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
           move "faturamento-graus-dia"                 to ws-ctl-programa
           move spaces                                  to ws-ctl-identificacao
           move "CONCLUIDO"                             to ws-ctl-situacao
           move 0                                       to ws-ctl-qtd-lidos
           move 0                                       to ws-ctl-qtd-gravados
           move 0                                       to ws-ctl-qtd-rejeitados
           accept ws-ctl-data-inicio                    from date yyyymmdd
           accept ws-ctl-hora-inicio                    from time
           open input arqContratos
           if ws-fs-arqContratos <> 00 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqContratos                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqContratos) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open input arqEstacoes
           if ws-fs-arqEstacoes <> 00 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqEstacoes) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open input arqTemp
           if ws-fs-arqTemp  <> 00
           and ws-fs-arqTemp <> 05 then
               move 3                                   to ws-msn-erro-ofsset
               move ws-fs-arqTemp                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqTemp) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open i-o arqFaturamento
           if ws-fs-arqFaturamento  <> 00
           and ws-fs-arqFaturamento <> 05 then
               move 4                                          to ws-msn-erro-ofsset
               move ws-fs-arqFaturamento                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqFaturamento) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open output faturasGraus
           if ws-fs-faturas <> 00 then
               move 5                                          to ws-msn-erro-ofsset
               move ws-fs-faturas                              to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (faturasGraus) "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open output interfaceReceber
           if ws-fs-interface <> 00 then
               move 6                                            to ws-msn-erro-ofsset
               move ws-fs-interface                              to ws-msn-erro-cod
               move "Erro ao abrir arq: (interfaceReceber) "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move 0                                       to ws-qtd-contratos
           move 0                                       to ws-qtd-faturas
           move 0                                       to ws-qtd-ajustes
           move 0                                       to ws-qtd-ja-faturadas
           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Processamento principal - define a competencia (Enter assume o
      *>  mes anterior ao de hoje, para a rodada de fim de mes) e
      *>  percorre os contratos, refazendo a apuracao dos meses ja
      *>  faturados e faturando a competencia pedida.
      *>------------------------------------------------------------------------
       processamento section.
           display erase
           display "Faturamento mensal por graus-dia"
           accept ws-data-hoje                                from date yyyymmdd
           move ws-hoje-aaaa                                  to ws-comp-aaaa
           move ws-hoje-mm                                    to ws-comp-mm
           move ws-competencia                                to ws-competencia-hoje
           display "Digite a competencia (AAAAMM) ou Enter para o mes anterior: "
           move spaces                                        to ws-competencia-informada
           accept ws-competencia-informada
           if ws-competencia-informada = spaces then
               perform assume-mes-anterior
           else
               if ws-competencia-informada is numeric then
                   move ws-competencia-informada              to ws-competencia
                   if ws-comp-mm < 1 or ws-comp-mm > 12
                   or ws-competencia >= ws-competencia-hoje then
                       display "Competencia invalida - o faturamento assume o mes anterior"
                       perform assume-mes-anterior
                   end-if
               else
                   display "Competencia invalida - o faturamento assume o mes anterior"
                   perform assume-mes-anterior
               end-if
           end-if
           string "competencia " delimited by size
                  ws-competencia delimited by size
                  into ws-ctl-identificacao
           display "Competencia faturada: " ws-comp-aaaa "/" ws-comp-mm
           move "N"                                           to ws-contrato-fim
           move low-values                                    to fd-con-codigo
           start arqContratos key is >= fd-con-codigo
           if ws-fs-arqContratos = 0 then
               perform contrato-le-proximo
               perform until ws-contratos-chegou-no-fim
                   add 1                                      to ws-qtd-contratos
                   perform fatura-contrato
                   perform contrato-le-proximo
               end-perform
           else
               if ws-fs-arqContratos <> 23 then
                   move 7                                           to ws-msn-erro-ofsset
                   move ws-fs-arqContratos                          to ws-msn-erro-cod
                   move "Erro ao posicionar arq: (arqContratos) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           if ws-qtd-faturas = 0 and ws-qtd-ajustes = 0 then
               move "Nenhuma fatura ou ajuste emitido nesta competencia" to fatura-linha
               write fatura-linha
           end-if
           display "Contratos lidos      : " ws-qtd-contratos
           display "Faturas emitidas     : " ws-qtd-faturas
           display "Ajustes emitidos     : " ws-qtd-ajustes
           display "Ja faturadas antes   : " ws-qtd-ja-faturadas
           display "Faturas gravadas em faturasGrausDia.txt e interfaceContasReceber.txt"
           move ws-qtd-contratos                              to ws-ctl-qtd-lidos
           add ws-qtd-faturas ws-qtd-ajustes              giving ws-ctl-qtd-gravados
           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Assume como competencia o mes anterior ao mes de hoje
      *>------------------------------------------------------------------------
       assume-mes-anterior section.
           move ws-hoje-aaaa                                  to ws-comp-aaaa
           move ws-hoje-mm                                    to ws-comp-mm
           if ws-comp-mm > 1 then
               subtract 1 from ws-comp-mm
           else
               move 12                                        to ws-comp-mm
               subtract 1 from ws-comp-aaaa
           end-if
           .
       assume-mes-anterior-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo contrato do cadastro
      *>------------------------------------------------------------------------
       contrato-le-proximo section.
           read arqContratos next
           if ws-fs-arqContratos = 10 then
               move "S"                                       to ws-contrato-fim
           else
               if ws-fs-arqContratos <> 0 then
                   move 7                                          to ws-msn-erro-ofsset
                   move ws-fs-arqContratos                         to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqContratos) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       contrato-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Fatura o contrato corrente: primeiro confere os meses ja
      *>  faturados (ajustes), depois fatura a competencia pedida quando
      *>  o contrato esta ativo, ja vigente e a competencia ainda nao
      *>  foi faturada. Contrato encerrado so recebe ajustes.
      *>------------------------------------------------------------------------
       fatura-contrato section.
           move fd-con-codigo                                 to ws-con-codigo
           move fd-con-cliente                                to ws-con-cliente
           move fd-con-documento                              to ws-con-documento
           move fd-con-estacao                                to ws-con-estacao
           move fd-con-base-aquecimento                       to ws-con-base-aquecimento
           move fd-con-base-refrigeracao                      to ws-con-base-refrigeracao
           move fd-con-tarifa-aquecimento                     to ws-con-tarifa-aquecimento
           move fd-con-tarifa-refrigeracao                    to ws-con-tarifa-refrigeracao
           move fd-con-inicio                                 to ws-con-inicio
           move fd-con-situacao                               to ws-con-situacao
           move ws-con-estacao                                to fd-est-codigo
           read arqEstacoes
           if ws-fs-arqEstacoes = 00 then
               move fd-est-nome                               to ws-nome-estacao
           else
               if ws-fs-arqEstacoes = 23 then
                   move spaces                                to ws-nome-estacao
               else
                   move 12                                       to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                        to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqEstacoes) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move "N"                                           to ws-fatura-aberta
           move 0                                             to ws-fatura-total
           perform confere-meses-faturados
           if ws-con-ativo
           and ws-con-inicio (1:6) <= ws-competencia then
               move ws-con-codigo                             to fat-contrato
               move ws-competencia                            to fat-competencia
               read arqFaturamento
               if ws-fs-arqFaturamento = 23 then
                   perform fatura-competencia
               else
                   if ws-fs-arqFaturamento = 00 then
                       add 1                                  to ws-qtd-ja-faturadas
                       display "Contrato " ws-con-codigo
                               " - competencia ja faturada em "
                               fat-data-faturamento
                   else
                       move 10                                          to ws-msn-erro-ofsset
                       move ws-fs-arqFaturamento                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqFaturamento) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           if ws-ha-fatura-aberta then
               perform grava-total-fatura
           end-if
           .
       fatura-contrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Percorre os meses ja faturados do contrato (ate a competencia
      *>  pedida, inclusive, para o caso de nova execucao da mesma
      *>  competencia) e apura cada um de novo com as bases e tarifas
      *>  guardadas no faturamento.
      *>------------------------------------------------------------------------
       confere-meses-faturados section.
           move "N"                                           to ws-fat-fim
           move ws-con-codigo                                 to fat-contrato
           move 0                                             to fat-competencia
           start arqFaturamento key is >= fat-chave
           if ws-fs-arqFaturamento = 0 then
               perform faturamento-le-proximo
               perform until ws-fat-chegou-no-fim
                   perform confere-mes-faturado
                   perform faturamento-le-proximo
               end-perform
           else
               if ws-fs-arqFaturamento <> 23 then
                   move 10                                          to ws-msn-erro-ofsset
                   move ws-fs-arqFaturamento                        to ws-msn-erro-cod
                   move "Erro ao posicionar arq: (arqFaturamento) " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       confere-meses-faturados-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo mes faturado do contrato corrente; outro contrato
      *>  ou competencia depois da pedida encerram a varredura.
      *>------------------------------------------------------------------------
       faturamento-le-proximo section.
           read arqFaturamento next
           if ws-fs-arqFaturamento = 10 then
               move "S"                                       to ws-fat-fim
           else
               if ws-fs-arqFaturamento <> 0 then
                   move 10                                         to ws-msn-erro-ofsset
                   move ws-fs-arqFaturamento                       to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqFaturamento) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fat-contrato <> ws-con-codigo
               or fat-competencia > ws-competencia then
                   move "S"                                   to ws-fat-fim
               end-if
           end-if
           .
       faturamento-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Apura de novo o mes faturado corrente. Se os graus-dia mudaram
      *>  desde o faturamento, grava a linha de ajuste pela diferenca de
      *>  valor (credito quando o valor caiu, debito quando subiu), o
      *>  registro de ajuste na interface do contas a receber, e
      *>  atualiza o mes faturado com a nova apuracao.
      *>------------------------------------------------------------------------
       confere-mes-faturado section.
           move fat-competencia                               to ws-apur-competencia
           move fat-estacao                                   to ws-apur-estacao
           move fat-base-aquecimento                          to ws-apur-base-aquecimento
           move fat-base-refrigeracao                         to ws-apur-base-refrigeracao
           move fat-tarifa-aquecimento                        to ws-apur-tarifa-aquecimento
           move fat-tarifa-refrigeracao                       to ws-apur-tarifa-refrigeracao
           move fat-inicio-apurado                            to ws-apur-inicio-vigencia
           perform apura-graus-mes
           if ws-apur-graus-aquecimento  <> fat-graus-aquecimento
           or ws-apur-graus-refrigeracao <> fat-graus-refrigeracao
           or ws-apur-qtd-dias           <> fat-qtd-dias
           or ws-apur-qtd-estimados      <> fat-qtd-estimados
           or ws-apur-qtd-suspeitas      <> fat-qtd-suspeitas then
               subtract fat-valor-faturado from ws-apur-valor giving ws-valor-ajuste
               if ws-valor-ajuste <> 0 then
                   perform grava-linha-ajuste
               end-if
               move ws-apur-graus-aquecimento                 to fat-graus-aquecimento
               move ws-apur-graus-refrigeracao                to fat-graus-refrigeracao
               move ws-apur-qtd-dias                          to fat-qtd-dias
               move ws-apur-qtd-estimados                     to fat-qtd-estimados
               move ws-apur-qtd-suspeitas                     to fat-qtd-suspeitas
               move ws-apur-valor                             to fat-valor-faturado
               if ws-valor-ajuste <> 0 then
                   move ws-ctl-data-inicio                    to fat-data-ultimo-ajuste
                   add 1                                      to fat-qtd-ajustes
               end-if
               rewrite fat-registro
               if ws-fs-arqFaturamento <> 00 then
                   move 10                                         to ws-msn-erro-ofsset
                   move ws-fs-arqFaturamento                       to ws-msn-erro-cod
                   move "Erro ao alterar arq: (arqFaturamento) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       confere-mes-faturado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Fatura a competencia pedida para o contrato corrente com as
      *>  bases e tarifas atuais do contrato e guarda o mes faturado.
      *>------------------------------------------------------------------------
       fatura-competencia section.
           move ws-competencia                                to ws-apur-competencia
           move ws-con-estacao                                to ws-apur-estacao
           move ws-con-base-aquecimento                       to ws-apur-base-aquecimento
           move ws-con-base-refrigeracao                      to ws-apur-base-refrigeracao
           move ws-con-tarifa-aquecimento                     to ws-apur-tarifa-aquecimento
           move ws-con-tarifa-refrigeracao                    to ws-apur-tarifa-refrigeracao
           move ws-con-inicio                                 to ws-apur-inicio-vigencia
           perform apura-graus-mes
           perform grava-linhas-fatura
           move ws-con-codigo                                 to fat-contrato
           move ws-competencia                                to fat-competencia
           move ws-apur-estacao                               to fat-estacao
           move ws-apur-base-aquecimento                      to fat-base-aquecimento
           move ws-apur-base-refrigeracao                     to fat-base-refrigeracao
           move ws-apur-tarifa-aquecimento                    to fat-tarifa-aquecimento
           move ws-apur-tarifa-refrigeracao                   to fat-tarifa-refrigeracao
           move ws-apur-graus-aquecimento                     to fat-graus-aquecimento
           move ws-apur-graus-refrigeracao                    to fat-graus-refrigeracao
           move ws-apur-qtd-dias                              to fat-qtd-dias
           move ws-apur-qtd-estimados                         to fat-qtd-estimados
           move ws-apur-qtd-suspeitas                         to fat-qtd-suspeitas
           move ws-apur-valor                                 to fat-valor-faturado
           move ws-ctl-data-inicio                            to fat-data-faturamento
           move 0                                             to fat-data-ultimo-ajuste
           move 0                                             to fat-qtd-ajustes
           move ws-apur-inicio-vigencia                       to fat-inicio-apurado
           write fat-registro
           if ws-fs-arqFaturamento <> 00 then
               move 10                                         to ws-msn-erro-ofsset
               move ws-fs-arqFaturamento                       to ws-msn-erro-cod
               move "Erro ao gravar arq: (arqFaturamento) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1                                              to ws-qtd-faturas
           .
       fatura-competencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Apura os graus-dia do mes ws-apur-competencia na estacao do
      *>  contrato, a partir do inicio de vigencia (ws-apur-inicio-
      *>  vigencia) quando o contrato comeca no meio do mes. Le arqTemp.dat e, quando o mes nao
      *>  esta mais no arquivo online, o historico anual do ano.
      *>------------------------------------------------------------------------
       apura-graus-mes section.
           move 0                                             to ws-apur-graus-aquecimento
           move 0                                             to ws-apur-graus-refrigeracao
           move 0                                             to ws-apur-qtd-lidos
           move 0                                             to ws-apur-qtd-dias
           move 0                                             to ws-apur-qtd-estimados
           move 0                                             to ws-apur-qtd-suspeitas
           move ws-apur-aaaa                                  to ws-dia-aaaa
           move ws-apur-mm                                    to ws-dia-mm
           move 1                                             to ws-dia-dd
           if ws-dia < ws-apur-inicio-vigencia then
               move ws-apur-inicio-vigencia                   to ws-apur-dia-inicial
           else
               move ws-dia                                    to ws-apur-dia-inicial
           end-if
           perform calcula-dia-max-mes
           move ws-dia-max-mes                                to ws-dia-dd
           move ws-dia                                        to ws-apur-dia-final
           move "N"                                           to ws-apur-fim
           move ws-apur-estacao                               to fd-estacao
           move ws-apur-dia-inicial                           to fd-dia
           start arqTemp key is >= fd-chave
           if ws-fs-arqTemp = 0 then
               perform apura-le-proximo
               perform until ws-apur-chegou-no-fim
                   move fd-temperatura                        to ws-apur-temperatura
                   move fd-suspeita                           to ws-apur-suspeita
                   move fd-origem                             to ws-apur-origem
                   perform apura-acumula-dia
                   perform apura-le-proximo
               end-perform
           else
               if ws-fs-arqTemp <> 23 then
                   move 8                                          to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao posicionar arquivo: (arqTemp) "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           if ws-apur-qtd-lidos = 0 then
               perform apura-graus-mes-historico
           end-if
           compute ws-apur-valor rounded =
                   ws-apur-graus-aquecimento  * ws-apur-tarifa-aquecimento
                 + ws-apur-graus-refrigeracao * ws-apur-tarifa-refrigeracao
           .
       apura-graus-mes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura diaria da estacao no mes em apuracao
      *>------------------------------------------------------------------------
       apura-le-proximo section.
           read arqTemp next
           if ws-fs-arqTemp = 10 then
               move "S"                                       to ws-apur-fim
           else
               if ws-fs-arqTemp <> 0 then
                   move 8                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                             to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTemp) "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fd-estacao <> ws-apur-estacao
               or fd-dia > ws-apur-dia-final then
                   move "S"                                   to ws-apur-fim
               end-if
           end-if
           .
       apura-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Apuracao do mes pelo historico anual (arqTempHistAAAA.dat),
      *>  para os meses ja arquivados pelo arquiva-temperatura.
      *>------------------------------------------------------------------------
       apura-graus-mes-historico section.
           move spaces                                        to ws-hist-nome
           string "arqTempHist"   delimited by size
                  ws-apur-aaaa    delimited by size
                  ".dat"          delimited by size
                  into ws-hist-nome
           open input arqTempHist
           if ws-fs-hist <> 35 then
               if ws-fs-hist <> 00 then
                   move 9                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao abrir arquivo: (arqTempHist) "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N"                                       to ws-apur-fim
               move ws-apur-estacao                           to fdhist-estacao
               move ws-apur-dia-inicial                       to fdhist-dia
               start arqTempHist key is >= fdhist-chave
               if ws-fs-hist = 0 then
                   perform apura-hist-le-proximo
                   perform until ws-apur-chegou-no-fim
                       move fdhist-temperatura                to ws-apur-temperatura
                       move fdhist-suspeita                   to ws-apur-suspeita
                       move fdhist-origem                     to ws-apur-origem
                       perform apura-acumula-dia
                       perform apura-hist-le-proximo
                   end-perform
               else
                   if ws-fs-hist <> 23 then
                       move 9                                          to ws-msn-erro-ofsset
                       move ws-fs-hist                                 to ws-msn-erro-cod
                       move "Erro ao posicionar arq: (arqTempHist) "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               close arqTempHist
               if ws-fs-hist <> 00 then
                   move 9                                          to ws-msn-erro-ofsset
                   move ws-fs-hist                                 to ws-msn-erro-cod
                   move "Erro ao fechar arquivo: (arqTempHist) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       apura-graus-mes-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le a proxima leitura da estacao no historico anual
      *>------------------------------------------------------------------------
       apura-hist-le-proximo section.
           read arqTempHist next
           if ws-fs-hist = 10 then
               move "S"                                       to ws-apur-fim
           else
               if ws-fs-hist <> 0 then
                   move 9                                         to ws-msn-erro-ofsset
                   move ws-fs-hist                                to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTempHist) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if fdhist-estacao <> ws-apur-estacao
               or fdhist-dia > ws-apur-dia-final then
                   move "S"                                   to ws-apur-fim
               end-if
           end-if
           .
       apura-hist-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Acumula a leitura diaria em apuracao: graus-dia de aquecimento
      *>  e de refrigeracao pela media diaria contra as bases, como no
      *>  relatorio de graus-dia. Leitura suspeita ainda nao revisada
      *>  fica fora do faturamento ate ser confirmada ou corrigida.
      *>------------------------------------------------------------------------
       apura-acumula-dia section.
           add 1                                              to ws-apur-qtd-lidos
           if ws-apur-e-suspeita then
               add 1                                          to ws-apur-qtd-suspeitas
           else
               add 1                                          to ws-apur-qtd-dias
               if ws-apur-e-estimada then
                   add 1                                      to ws-apur-qtd-estimados
               end-if
               if ws-apur-temperatura < ws-apur-base-aquecimento then
                   subtract ws-apur-temperatura from ws-apur-base-aquecimento
                                                giving ws-graus-dif
                   add ws-graus-dif                           to ws-apur-graus-aquecimento
               end-if
               if ws-apur-temperatura > ws-apur-base-refrigeracao then
                   subtract ws-apur-base-refrigeracao from ws-apur-temperatura
                                                      giving ws-graus-dif
                   add ws-graus-dif                           to ws-apur-graus-refrigeracao
               end-if
           end-if
           .
       apura-acumula-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava o cabecalho da fatura do contrato corrente, na primeira
      *>  linha de fatura ou de ajuste do contrato.
      *>------------------------------------------------------------------------
       abre-fatura section.
           move "S"                                           to ws-fatura-aberta
           move all "="                                       to fatura-linha
           write fatura-linha
           move spaces                                        to fatura-linha
           string "Fatura de graus-dia - competencia " delimited by size
                  ws-comp-aaaa                         delimited by size
                  "/"                                  delimited by size
                  ws-comp-mm                           delimited by size
                  "  emissao "                         delimited by size
                  ws-ctl-data-inicio                   delimited by size
                  into fatura-linha
           write fatura-linha
           move spaces                                        to fatura-linha
           string "Contrato: "     delimited by size
                  ws-con-codigo    delimited by size
                  "  Cliente: "    delimited by size
                  ws-con-cliente   delimited by size
                  into fatura-linha
           write fatura-linha
           move spaces                                        to fatura-linha
           string "Documento: "    delimited by size
                  ws-con-documento delimited by size
                  "  Estacao: "    delimited by size
                  ws-con-estacao   delimited by size
                  " "              delimited by size
                  ws-nome-estacao  delimited by size
                  into fatura-linha
           write fatura-linha
           move "Compet.  Descricao                   Graus-dia    Tarifa          Valor" to fatura-linha
           write fatura-linha
           .
       abre-fatura-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava as linhas da fatura da competencia (um componente por
      *>  linha, apenas os componentes com tarifa) e o registro de
      *>  fatura na interface do contas a receber.
      *>------------------------------------------------------------------------
       grava-linhas-fatura section.
           if not ws-ha-fatura-aberta then
               perform abre-fatura
           end-if
           if ws-apur-tarifa-aquecimento <> 0 then
               move ws-apur-graus-aquecimento                 to ws-graus-ed
               move ws-apur-base-aquecimento                  to ws-base-ed
               move ws-apur-tarifa-aquecimento                to ws-tarifa-ed
               compute ws-valor-interface rounded =
                       ws-apur-graus-aquecimento * ws-apur-tarifa-aquecimento
               move ws-valor-interface                        to ws-valor-ed
               move spaces                                    to fatura-linha
               string ws-apur-aaaa             delimited by size
                      "/"                      delimited by size
                      ws-apur-mm               delimited by size
                      "  Aquecimento (base "   delimited by size
                      ws-base-ed               delimited by size
                      ")  "                    delimited by size
                      ws-graus-ed              delimited by size
                      "  "                     delimited by size
                      ws-tarifa-ed             delimited by size
                      "  "                     delimited by size
                      ws-valor-ed              delimited by size
                      into fatura-linha
               write fatura-linha
           end-if
           if ws-apur-tarifa-refrigeracao <> 0 then
               move ws-apur-graus-refrigeracao                to ws-graus-ed
               move ws-apur-base-refrigeracao                 to ws-base-ed
               move ws-apur-tarifa-refrigeracao               to ws-tarifa-ed
               compute ws-valor-interface rounded =
                       ws-apur-graus-refrigeracao * ws-apur-tarifa-refrigeracao
               move ws-valor-interface                        to ws-valor-ed
               move spaces                                    to fatura-linha
               string ws-apur-aaaa             delimited by size
                      "/"                      delimited by size
                      ws-apur-mm               delimited by size
                      "  Refrigeracao (base "  delimited by size
                      ws-base-ed               delimited by size
                      ") "                     delimited by size
                      ws-graus-ed              delimited by size
                      "  "                     delimited by size
                      ws-tarifa-ed             delimited by size
                      "  "                     delimited by size
                      ws-valor-ed              delimited by size
                      into fatura-linha
               write fatura-linha
           end-if
           move ws-apur-qtd-dias                              to ws-qtd-ed
           move ws-apur-qtd-estimados                         to ws-qtd-estim-ed
           move ws-apur-qtd-suspeitas                         to ws-qtd-susp-ed
           move spaces                                        to fatura-linha
           string "         Dias faturados: "     delimited by size
                  ws-qtd-ed                       delimited by size
                  "  estimados: "                 delimited by size
                  ws-qtd-estim-ed                 delimited by size
                  "  suspeitos fora da fatura: "  delimited by size
                  ws-qtd-susp-ed                  delimited by size
                  into fatura-linha
           write fatura-linha
           add ws-apur-valor                                  to ws-fatura-total
           move "FATURA"                                      to ws-tipo-interface
           move ws-apur-valor                                 to ws-valor-interface
           perform grava-interface-receber
           .
       grava-linhas-fatura-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava a linha de ajuste de um mes ja faturado e o registro de
      *>  ajuste na interface do contas a receber.
      *>------------------------------------------------------------------------
       grava-linha-ajuste section.
           if not ws-ha-fatura-aberta then
               perform abre-fatura
           end-if
           if ws-valor-ajuste < 0 then
               move "C"                                       to ws-natureza
           else
               move "D"                                       to ws-natureza
           end-if
           move fat-graus-aquecimento                         to ws-graus-antes-ed
           move ws-apur-graus-aquecimento                     to ws-graus-depois-ed
           move spaces                                        to fatura-linha
           string ws-apur-aaaa                delimited by size
                  "/"                         delimited by size
                  ws-apur-mm                  delimited by size
                  "  Ajuste - GD aquec. faturado " delimited by size
                  ws-graus-antes-ed           delimited by size
                  " refeito "                 delimited by size
                  ws-graus-depois-ed          delimited by size
                  into fatura-linha
           write fatura-linha
           move fat-graus-refrigeracao                        to ws-graus-antes-ed
           move ws-apur-graus-refrigeracao                    to ws-graus-depois-ed
           move ws-valor-ajuste                               to ws-valor-ed
           move spaces                                        to fatura-linha
           if ws-natureza = "C" then
               string "                 GD refrig. faturado " delimited by size
                      ws-graus-antes-ed                       delimited by size
                      " refeito "                             delimited by size
                      ws-graus-depois-ed                      delimited by size
                      "  CREDITO "                            delimited by size
                      ws-valor-ed                             delimited by size
                      into fatura-linha
           else
               string "                 GD refrig. faturado " delimited by size
                      ws-graus-antes-ed                       delimited by size
                      " refeito "                             delimited by size
                      ws-graus-depois-ed                      delimited by size
                      "  DEBITO  "                            delimited by size
                      ws-valor-ed                             delimited by size
                      into fatura-linha
           end-if
           write fatura-linha
           add ws-valor-ajuste                                to ws-fatura-total
           add 1                                              to ws-qtd-ajustes
           move "AJUSTE"                                      to ws-tipo-interface
           move ws-valor-ajuste                               to ws-valor-interface
           perform grava-interface-receber
           display "Contrato " ws-con-codigo " - ajuste da competencia "
                   ws-apur-competencia " " ws-natureza " " ws-valor-ed
           .
       grava-linha-ajuste-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava o total da fatura do contrato corrente
      *>------------------------------------------------------------------------
       grava-total-fatura section.
           move ws-fatura-total                               to ws-valor-ed
           move spaces                                        to fatura-linha
           if ws-fatura-total < 0 then
               string "Total da fatura (credito ao cliente): " delimited by size
                      ws-valor-ed                               delimited by size
                      into fatura-linha
           else
               string "Total da fatura: "                      delimited by size
                      ws-valor-ed                               delimited by size
                      into fatura-linha
           end-if
           write fatura-linha
           .
       grava-total-fatura-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Grava um registro na interface do contas a receber:
      *>  tipo (FATURA ou AJUSTE);contrato;documento;competencia do
      *>  valor;data de emissao;natureza (D debito, C credito);valor.
      *>  O valor sai sem sinal; a natureza indica o sentido.
      *>------------------------------------------------------------------------
       grava-interface-receber section.
           if ws-valor-interface < 0 then
               move "C"                                       to ws-natureza
               compute ws-valor-interface = ws-valor-interface * -1
           else
               move "D"                                       to ws-natureza
           end-if
           move ws-valor-interface                            to ws-valor-interface-ed
           move spaces                                        to interface-linha
           string ws-tipo-interface     delimited by size
                  ";"                   delimited by size
                  ws-con-codigo         delimited by size
                  ";"                   delimited by size
                  ws-con-documento      delimited by size
                  ";"                   delimited by size
                  ws-apur-competencia   delimited by size
                  ";"                   delimited by size
                  ws-ctl-data-inicio    delimited by size
                  ";"                   delimited by size
                  ws-natureza           delimited by size
                  ";"                   delimited by size
                  ws-valor-interface-ed delimited by size
                  into interface-linha
           write interface-linha
           if ws-fs-interface <> 00 then
               move 6                                            to ws-msn-erro-ofsset
               move ws-fs-interface                              to ws-msn-erro-cod
               move "Erro ao gravar arq: (interfaceReceber) "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-interface-receber-exit.
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
           close arqContratos
           if ws-fs-arqContratos <> 0 then
               move 11                                  to ws-msn-erro-ofsset
               move ws-fs-arqContratos                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqContratos " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqEstacoes
           if ws-fs-arqEstacoes <> 0 then
               move 11                                 to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqTemp
           if ws-fs-arqTemp <> 0 then
               move 11                               to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemp "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqFaturamento
           if ws-fs-arqFaturamento <> 0 then
               move 11                                    to ws-msn-erro-ofsset
               move ws-fs-arqFaturamento                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqFaturamento " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close faturasGraus
           if ws-fs-faturas <> 0 then
               move 11                                  to ws-msn-erro-ofsset
               move ws-fs-faturas                       to ws-msn-erro-cod
               move "Erro ao fechar arq. faturasGraus " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close interfaceReceber
           if ws-fs-interface <> 0 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-interface                         to ws-msn-erro-cod
               move "Erro ao fechar arq. interfaceReceber " to ws-msn-erro-text
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
