      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "manutencao_plano_contas".
       Author. "Michele de Lima.
       Installation. "PC".
       Date-written. 14/10/2026.
       Date-compiled. 14/10/2026.

      *>Manutencao do plano de contas da interface contabil
      *>(PLANOCTA.DAT, indexado por categoria): para cada categoria
      *>de movimento do fechamento diario - arrecadacao, estorno,
      *>premio, imposto retido, deposito, saque e fundo de premios -
      *>a conta a debito, a conta a credito e o historico padrao dos
      *>lancamentos que o exporta_contabil gera para a
      *>contabilidade. Inclusao, alteracao e listagem; so o
      *>supervisor inclui e altera.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arq-plano-contas assign to "PLANOCTA.DAT"
               organization is indexed
               access mode is dynamic
               record key is pct-categoria
               file status is ws-fs-plano-contas.
           select arq-operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is ws-fs-operadores.
       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd  arq-plano-contas.
       copy "PCTREG.CPY".

      *>cadastro de operadores, mantido por manutencao_operador - so
      *>e lido no login da entrada do programa
       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-opcao-menu                            pic x(02).
       77 ws-sair                                  pic x(02).
       77 ws-categoria-informada                   pic x(01).
       77 ws-conta-informada                       pic x(15).
       77 ws-historico-informado                   pic x(25).
       77 ws-qtd-listadas                          pic 9(04)
                                                   value 0.
       77 ws-sw-categoria-valida                   pic x(01).

       77 ws-fs-plano-contas                       pic x(02).

      *>operador identificado no login: o id vai carimbado em cada
      *>movimento gravado pelo programa
       01 ws-operador.
           05 ws-ope-id                            pic 9(04)
                                                   value 0.
           05 ws-ope-nome                          pic x(20).
           05 ws-ope-perfil                        pic x(01).
           05 ws-ope-senha-informada               pic x(10).
           05 ws-ope-tentativas                    pic 9(01)
                                                   value 0.

       77 ws-sw-login-ok                           pic x(01)
                                                   value "N".
       77 ws-fs-operadores                         pic x(02).

       procedure division.

           perform login-operador.
           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao de variaveis, abertura de arquivos
      *>procedimentos que serao realizados apenas uma vez
       inicializa section.
           open i-o arq-plano-contas
           if ws-fs-plano-contas = "35" then
               open output arq-plano-contas
               close arq-plano-contas
               open i-o arq-plano-contas
           end-if

           if ws-fs-plano-contas <> "00" then
               display "Nao foi possivel abrir PLANOCTA.DAT, status: "
                       ws-fs-plano-contas
               move "S" to ws-sair
           end-if
           .
       inicializa-exit.
           exit.

      *>construçao do laço principal (menu) ou regra de negócio
       processamento section.

           perform until ws-sair = "S"
                      or ws-sair = "s"
               display erase

               display "  Manutencao do plano de contas contabil  "
               display "                                          "
               display "'I' Incluir conta de uma categoria"
               display "'A' Alterar conta de uma categoria"
               display "'L' Listar plano de contas"
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when "I"
                   when "i"
                       perform incluir-conta
                   when "A"
                   when "a"
                       perform alterar-conta
                   when "L"
                   when "l"
                       perform listar-contas
                   when other
                       display "opcao invalida"
               end-evaluate

               display "'S'air"
               accept ws-sair
           end-perform
           .
       processamento-exit.
           exit.

      *>--------------------------Inclusao de conta------------------------------------------
      *> Grava as contas de uma categoria ainda sem registro no plano
       incluir-conta section.

      *>o plano de contas so e mantido pelo supervisor
           if ws-ope-perfil <> "S" then
               display "Operacao permitida somente ao supervisor."
               go to incluir-conta-exit
           end-if

           perform informar-categoria
           if ws-sw-categoria-valida <> "S" then
               go to incluir-conta-exit
           end-if

           move ws-categoria-informada to pct-categoria
           read arq-plano-contas
           if ws-fs-plano-contas = "00" then
               display "Categoria ja cadastrada, use a alteracao."
               go to incluir-conta-exit
           end-if

           initialize pct-registro
           move ws-categoria-informada to pct-categoria
           perform descrever-categoria
           perform informar-contas

           if pct-conta-debito = spaces
           or pct-conta-credito = spaces
           or pct-conta-debito = pct-conta-credito then
               display "Contas invalidas - informe a conta a debito e "
                       "a conta a credito, diferentes entre si."
               go to incluir-conta-exit
           end-if

           move function current-date(1:8) to pct-data-alteracao
           move ws-ope-id to pct-operador

           write pct-registro
           if ws-fs-plano-contas = "00" then
               display "Categoria " pct-categoria " incluida no plano."
           else
               display "Erro ao gravar o plano de contas, status: "
                       ws-fs-plano-contas
           end-if

           .
       incluir-conta-exit.
           exit.

      *>--------------------------Alteracao de conta-----------------------------------------
      *> Conta ou historico em branco mantem o atual
       alterar-conta section.

      *>o plano de contas so e mantido pelo supervisor
           if ws-ope-perfil <> "S" then
               display "Operacao permitida somente ao supervisor."
               go to alterar-conta-exit
           end-if

           perform informar-categoria
           if ws-sw-categoria-valida <> "S" then
               go to alterar-conta-exit
           end-if

           move ws-categoria-informada to pct-categoria
           read arq-plano-contas

           if ws-fs-plano-contas <> "00" then
               display "Categoria nao cadastrada, status: "
                       ws-fs-plano-contas
               go to alterar-conta-exit
           end-if

           perform exibir-conta
           display "(em branco mantem o valor atual)"
           perform informar-contas

           if pct-conta-debito = pct-conta-credito then
               display "Conta a debito igual a conta a credito - "
                       "alteracao nao gravada."
               go to alterar-conta-exit
           end-if

           move function current-date(1:8) to pct-data-alteracao
           move ws-ope-id to pct-operador

           rewrite pct-registro
           if ws-fs-plano-contas = "00" then
               display "Categoria " pct-categoria " alterada."
           else
               display "Erro ao regravar o plano de contas, status: "
                       ws-fs-plano-contas
           end-if

           .
       alterar-conta-exit.
           exit.

      *>Pede a categoria e confere se e uma das categorias exportadas
       informar-categoria section.

           display "Categorias: 'A' arrecadacao  'E' estorno  "
                   "'P' premio pago  'I' IR retido"
           display "            'D' deposito  'S' saque  "
                   "'F' fundo de premios"
           display "Categoria: "
           accept ws-categoria-informada

           inspect ws-categoria-informada
               converting "aepidsf" to "AEPIDSF"

           if ws-categoria-informada = "A" or "E" or "P" or "I"
                                    or "D" or "S" or "F" then
               move "S" to ws-sw-categoria-valida
           else
               move "N" to ws-sw-categoria-valida
               display "Categoria invalida."
           end-if

           .
       informar-categoria-exit.
           exit.

      *>Descricao fixa de cada categoria, gravada junto das contas
       descrever-categoria section.

           evaluate pct-categoria
               when "A"
                   move "Arrecadacao de apostas" to pct-descricao
               when "E"
                   move "Estorno de bilhete cancelado"
                       to pct-descricao
               when "P"
                   move "Premio pago (liquido)" to pct-descricao
               when "I"
                   move "IR retido sobre premio" to pct-descricao
               when "D"
                   move "Deposito de jogador" to pct-descricao
               when "S"
                   move "Saque de jogador" to pct-descricao
               when "F"
                   move "Fundo de premios (rateio)" to pct-descricao
           end-evaluate

           .
       descrever-categoria-exit.
           exit.

      *>Recolhe as contas e o historico padrao pelo terminal; campo em
      *>branco mantem o que ja esta no registro
       informar-contas section.

           display "Conta a debito: "
           move spaces to ws-conta-informada
           accept ws-conta-informada
           if ws-conta-informada <> spaces then
               move ws-conta-informada to pct-conta-debito
           end-if

           display "Conta a credito: "
           move spaces to ws-conta-informada
           accept ws-conta-informada
           if ws-conta-informada <> spaces then
               move ws-conta-informada to pct-conta-credito
           end-if

           display "Historico padrao (a data do dia vai ao final): "
           move spaces to ws-historico-informado
           accept ws-historico-informado
           if ws-historico-informado <> spaces then
               move ws-historico-informado to pct-historico
           end-if

           if pct-historico = spaces then
               move pct-descricao to pct-historico
           end-if

           .
       informar-contas-exit.
           exit.

      *>Exibe a categoria corrente em pct-registro
       exibir-conta section.

           display pct-categoria " " pct-descricao
           display "  Debito: " pct-conta-debito
                   "  Credito: " pct-conta-credito
           display "  Historico: " pct-historico
           display "  Alterada em " pct-data-alteracao
                   " pelo operador " pct-operador

           .
       exibir-conta-exit.
           exit.

      *>--------------------------Listagem do plano-----------------------------------------
       listar-contas section.

           move 0 to ws-qtd-listadas

           move spaces to pct-categoria
           start arq-plano-contas key >= pct-categoria
           end-start

           if ws-fs-plano-contas = "00" then
               read arq-plano-contas next
               perform until ws-fs-plano-contas <> "00"
                   perform exibir-conta
                   add 1 to ws-qtd-listadas
                   read arq-plano-contas next
               end-perform
           end-if

           move "00" to ws-fs-plano-contas

           display "Total de categorias cadastradas: "
                   ws-qtd-listadas

           .
       listar-contas-exit.
           exit.

      *>Login do operador: tres tentativas de id e senha contra o
      *>cadastro de operadores ativos; sem login nada e movimentado
       login-operador section.

           open input arq-operadores
           if ws-fs-operadores <> "00" then
               display "Cadastro de operadores indisponivel - "
                       "cadastre os operadores com "
                       "manutencao_operador."
               display "Login recusado - programa encerrado."
               stop run
           end-if

           move "N" to ws-sw-login-ok
           move 0   to ws-ope-tentativas

           perform until ws-sw-login-ok = "S"
                      or ws-ope-tentativas >= 3
               add 1 to ws-ope-tentativas

               display "Operador: "
               accept ws-ope-id
               display "Senha: "
               accept ws-ope-senha-informada

               move ws-ope-id to ope-id
               read arq-operadores

               if ws-fs-operadores = "00"
               and ope-status = "A"
               and ope-senha = ws-ope-senha-informada then
                   move "S"        to ws-sw-login-ok
                   move ope-nome   to ws-ope-nome
                   move ope-perfil to ws-ope-perfil
               else
                   display "Operador ou senha invalidos."
               end-if
           end-perform

           close arq-operadores

           if ws-sw-login-ok <> "S" then
               display "Login recusado - programa encerrado."
               stop run
           end-if

           display "Operador " ws-ope-id " - " ws-ope-nome

           .
       login-operador-exit.
           exit.

      *>-------------------------------------------------------------------------------------
       finaliza section.
           close arq-plano-contas

           display "Manutencao do plano de contas finalizada."

           stop run

           .
       finaliza-exit.
           exit.
