      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "cadastro-contratos".
       author. "Debora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.
      *>Histórico de alterações
      *>  15/10/2026 DR - Programa criado para manutencao do cadastro de
      *>                  contratos de faturamento por graus-dia
      *>                  (arqContratos.dat): cliente, documento,
      *>                  estacao de faturamento, bases de aquecimento
      *>                  e de refrigeracao (as mesmas do relatorio de
      *>                  graus-dia), tarifa por grau-dia de cada
      *>                  componente, inicio de vigencia e situacao
      *>                  ativo/encerrado. Tarifa zerada significa que
      *>                  o componente nao e faturado. O contrato e
      *>                  lido pelo faturamento mensal
      *>                  (faturamento-graus-dia).
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

      *>----Variaveis de trabalho
       working-storage section.
       77 ws-menu                                   pic x(2).
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
       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                     pic 9(04).
          05 ws-msn-erro-cod                        pic 9(04).
          05 ws-msn-erro-text                       pic x(42).
       77 ws-sair                                   pic x(01).
          88  ws-sair-programa                      value "N" "n".
          88  ws-voltar                             value "V" "v".
       77  ws-fs-arqContratos                       pic 9(02).
       77  ws-fs-arqEstacoes                        pic 9(02).
       77  ws-lista-fim                             pic x(01).
          88  ws-lista-chegou-no-fim                 value "S".
       77  ws-lista-qtd-contratos                   pic 9(05).
       77  ws-estacao-valida                        pic x(01).
          88  ws-estacao-e-valida                    value "S".
      *>----Variaveis de validação de data de inicio do contrato
       01 ws-dia                                    pic 9(08).
       01 ws-dia-quebra redefines ws-dia.
          05 ws-dia-aaaa                            pic 9(04).
          05 ws-dia-mm                              pic 9(02).
          05 ws-dia-dd                              pic 9(02).
       77 ws-data-valida                              pic x(01).
          88  ws-data-e-valida                         value "S".
       77 ws-dia-max-mes                               pic 9(02).
       77 ws-div-quociente                             pic 9(04).
       77 ws-div-resto-4                               pic 9(03).
       77 ws-div-resto-100                             pic 9(03).
       77 ws-div-resto-400                             pic 9(03).
      *>----Variaveis para comunicação entre programas
       linkage section.
      *>----Declaração de tela
       screen section.
      *>Declaração do corpo do programa
       procedure division.
           perform inicializa.
           perform processamento.
           perform finaliza.
      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.
           open i-o arqContratos
           if ws-fs-arqContratos  <> 00
           and ws-fs-arqContratos <> 05 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqContratos                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqContratos) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open input arqEstacoes
           if ws-fs-arqEstacoes <> 00 then
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                       to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqEstacoes) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.
           display erase
           perform until ws-sair-programa
               move space to ws-sair
               display "Escolha uma das opções abaixo: "
               display "'Ca' para cadastrar contrato"
               display "'Al' para alterar contrato"
               display "'De' para encerrar contrato"
               display "'Li' para listar contratos"
               display "'Sa' para sair"
               accept ws-menu
               if ws-menu = "Ca" or "ca" then
                 perform cadastrar-contrato
               else
                    if ws-menu = "Al" or "al" then
                      perform alterar-contrato
                   else
                        if ws-menu = "De" or "de" then
                             perform encerrar-contrato
                        else
                             if ws-menu = "Li" or "li" then
                                  perform listar-contratos
                             else
                                if ws-menu = "Sa" or "sa" then
                                   move "N"             to ws-sair
                                else
                                  display "Opcao Inexistente"
               end-if
           end-perform
           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Cadastro de contrato
      *>------------------------------------------------------------------------
       cadastrar-contrato section.
           display erase
           perform until ws-voltar or ws-sair-programa
               display "Digite o codigo do contrato: "
               accept ws-con-codigo
               move ws-con-codigo                             to fd-con-codigo
               read arqContratos
               if ws-fs-arqContratos = 0 then
                   display "Ja existe um contrato com esse codigo"
               else
                   if ws-fs-arqContratos <> 23 then
                       move 2                                          to ws-msn-erro-ofsset
                       move ws-fs-arqContratos                         to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqContratos) "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform aceita-dados-contrato
                   move ws-con-codigo                         to fd-con-codigo
                   move ws-con-cliente                        to fd-con-cliente
                   move ws-con-documento                      to fd-con-documento
                   move ws-con-estacao                        to fd-con-estacao
                   move ws-con-base-aquecimento               to fd-con-base-aquecimento
                   move ws-con-base-refrigeracao              to fd-con-base-refrigeracao
                   move ws-con-tarifa-aquecimento             to fd-con-tarifa-aquecimento
                   move ws-con-tarifa-refrigeracao            to fd-con-tarifa-refrigeracao
                   move ws-con-inicio                         to fd-con-inicio
                   move "A"                                   to fd-con-situacao
                   write fd-con
                   if ws-fs-arqContratos <> 0 then
                       move 3                                          to ws-msn-erro-ofsset
                       move ws-fs-arqContratos                         to ws-msn-erro-cod
                       move "Erro ao escrever arq: (arqContratos) "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   display "Contrato cadastrado"
               end-if
               display "Deseja cadastrar mais um contrato? Digite (S) para sim ou (V) para voltar"
               accept ws-sair
           end-perform
           .
       cadastrar-contrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Aceita da tela os dados do contrato, usados tanto no cadastro
      *>  quanto na alteracao. A estacao de faturamento precisa estar
      *>  cadastrada e ativa em arqEstacoes.dat.
      *>------------------------------------------------------------------------
       aceita-dados-contrato section.
           display "Digite o nome do cliente: "
           accept ws-con-cliente
           display "Digite o documento do cliente (CNPJ/CPF): "
           accept ws-con-documento
           move "N"                                           to ws-estacao-valida
           perform until ws-estacao-e-valida
               display "Digite a estacao de faturamento: "
               accept ws-con-estacao
               perform validar-estacao-contrato
           end-perform
           display "Digite a base de aquecimento (por exemplo 18,00): "
           accept ws-con-base-aquecimento
           display "Digite a tarifa por grau-dia de aquecimento"
           display "(zero quando o componente nao e faturado): "
           accept ws-con-tarifa-aquecimento
           display "Digite a base de refrigeracao (por exemplo 24,00): "
           accept ws-con-base-refrigeracao
           display "Digite a tarifa por grau-dia de refrigeracao"
           display "(zero quando o componente nao e faturado): "
           accept ws-con-tarifa-refrigeracao
           move "N"                                           to ws-data-valida
           perform until ws-data-e-valida
               display "Digite o inicio de vigencia do contrato (AAAAMMDD): "
               accept ws-dia
               perform validar-data-contrato
               if not ws-data-e-valida then
                   display "Data invalida. Informe uma data existente no calendario."
               end-if
           end-perform
           move ws-dia                                        to ws-con-inicio
           .
       aceita-dados-contrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Valida a estacao de faturamento informada contra o cadastro
      *>  de estacoes: so aceita estacao cadastrada e ativa.
      *>------------------------------------------------------------------------
       validar-estacao-contrato section.
           move "N"                                           to ws-estacao-valida
           move ws-con-estacao                                to fd-est-codigo
           read arqEstacoes
           if ws-fs-arqEstacoes = 0 then
               if fd-est-ativa then
                   move "S"                                   to ws-estacao-valida
                   display "Estacao: " fd-est-nome
               else
                   display "A estacao informada esta desativada"
               end-if
           else
               if ws-fs-arqEstacoes = 23 then
                   display "A estacao informada nao esta cadastrada"
               else
                   move 9                                         to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                         to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqEstacoes) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       validar-estacao-contrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Alterar contrato. O faturamento ja emitido nao e refeito: os
      *>  meses seguintes passam a usar as bases e tarifas novas.
      *>------------------------------------------------------------------------
       alterar-contrato section.
           display erase
           display "Digite o codigo do contrato que deseja alterar: "
           accept ws-con-codigo
           move ws-con-codigo                                 to fd-con-codigo
           read arqContratos
           if ws-fs-arqContratos = 0 then
               display "Cliente atual: "  fd-con-cliente
               display "Estacao atual: "  fd-con-estacao
               perform aceita-dados-contrato
               move ws-con-cliente                            to fd-con-cliente
               move ws-con-documento                          to fd-con-documento
               move ws-con-estacao                            to fd-con-estacao
               move ws-con-base-aquecimento                   to fd-con-base-aquecimento
               move ws-con-base-refrigeracao                  to fd-con-base-refrigeracao
               move ws-con-tarifa-aquecimento                 to fd-con-tarifa-aquecimento
               move ws-con-tarifa-refrigeracao                to fd-con-tarifa-refrigeracao
               move ws-con-inicio                             to fd-con-inicio
               rewrite fd-con
               if ws-fs-arqContratos = 0 then
                   display "O contrato foi alterado"
               else
                   move 4                                          to ws-msn-erro-ofsset
                   move ws-fs-arqContratos                         to ws-msn-erro-cod
                   move "Erro ao alterar arq: (arqContratos) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               if ws-fs-arqContratos = 23 then
                   display "O codigo informado nao esta cadastrado"
               else
                   move 4                                          to ws-msn-erro-ofsset
                   move ws-fs-arqContratos                         to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqContratos) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       alterar-contrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Encerrar contrato. O contrato nao e excluido do cadastro para
      *>  que o historico de faturamento continue identificavel e os
      *>  ajustes de meses ja faturados ainda possam ser emitidos;
      *>  apenas deixa de gerar fatura de meses novos.
      *>------------------------------------------------------------------------
       encerrar-contrato section.
           display erase
           display "Digite o codigo do contrato que sera encerrado: "
           accept ws-con-codigo
           move ws-con-codigo                                 to fd-con-codigo
           read arqContratos
           if ws-fs-arqContratos = 0 then
               if fd-con-encerrado then
                   display "O contrato ja esta encerrado"
               else
                   move "E"                                   to fd-con-situacao
                   rewrite fd-con
                   if ws-fs-arqContratos = 0 then
                       display "O contrato foi encerrado"
                   else
                       move 5                                          to ws-msn-erro-ofsset
                       move ws-fs-arqContratos                         to ws-msn-erro-cod
                       move "Erro ao alterar arq: (arqContratos) "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           else
               if ws-fs-arqContratos = 23 then
                   display "O codigo informado nao esta cadastrado"
               else
                   move 5                                          to ws-msn-erro-ofsset
                   move ws-fs-arqContratos                         to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqContratos) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       encerrar-contrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Lista os contratos cadastrados em ordem de codigo
      *>------------------------------------------------------------------------
       listar-contratos section.
           display erase
           move 0                                             to ws-lista-qtd-contratos
           move "N"                                           to ws-lista-fim
           move low-values                                    to fd-con-codigo
           start arqContratos key is >= fd-con-codigo
           if ws-fs-arqContratos = 0 then
               display "Contrato Cliente                                  Estacao Inicio   Sit."
               perform lista-le-proximo
               perform until ws-lista-chegou-no-fim
                   add 1                                      to ws-lista-qtd-contratos
                   display fd-con-codigo " " fd-con-cliente " " fd-con-estacao "   "
                           fd-con-inicio " " fd-con-situacao
                   display "         Base aquec. " fd-con-base-aquecimento
                           " tarifa " fd-con-tarifa-aquecimento
                           "  Base refrig. " fd-con-base-refrigeracao
                           " tarifa " fd-con-tarifa-refrigeracao
                   perform lista-le-proximo
               end-perform
               display "Contratos cadastrados: " ws-lista-qtd-contratos
           else
               if ws-fs-arqContratos = 23 then
                   display "Nao ha contratos cadastrados"
               else
                   move 6                                           to ws-msn-erro-ofsset
                   move ws-fs-arqContratos                          to ws-msn-erro-cod
                   move "Erro ao posicionar arq: (arqContratos) "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       listar-contratos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Le o proximo contrato do cadastro para a listagem
      *>------------------------------------------------------------------------
       lista-le-proximo section.
           read arqContratos next
           if ws-fs-arqContratos = 10 then
               move "S"                                       to ws-lista-fim
           else
               if ws-fs-arqContratos <> 0 then
                   move 6                                          to ws-msn-erro-ofsset
                   move ws-fs-arqContratos                         to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqContratos) "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       lista-le-proximo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Validação de data de calendario (inclusive ano bissexto)
      *>  ws-dia e tratado no formato AAAAMMDD.
      *>------------------------------------------------------------------------
       validar-data-contrato section.
           move "S"                                           to ws-data-valida
           if ws-dia-mm < 1 or ws-dia-mm > 12 then
               move "N"                                       to ws-data-valida
           else
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
               if ws-dia-dd < 1 or ws-dia-dd > ws-dia-max-mes then
                   move "N"                                   to ws-data-valida
               end-if
           end-if
           .
       validar-data-contrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           display erase
           close arqContratos
           if ws-fs-arqContratos <> 0 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqContratos                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqContratos " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqEstacoes
           if ws-fs-arqEstacoes <> 0 then
               move 7                                  to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           Stop run
           .
       finaliza-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro-text.
           Stop run
           .
       finaliza-anormal-exit.
           exit.
