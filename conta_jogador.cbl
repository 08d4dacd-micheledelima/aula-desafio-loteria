
      *>Conta corrente do jogador: registra os depositos feitos no
      *>caixa, creditando o saldo guardado no cadastro permanente
      *>(CADJOGADOR.DAT), registra os saques pagos em dinheiro no
      *>caixa - limitados ao saldo e ao limite diario por jogador da
      *>tabela vigente em PARAMFIN.DAT, com comprovante impresso em
      *>COMPSAQUE.TXT para o jogador assinar -, e imprime o extrato
      *>dos movimentos de um
      *>jogador em um periodo, lendo CONTACOR.DAT - as cobrancas de
      *>aposta e os creditos de premio sao gravados la pelo
      *>jogo_loteria. Substitui o controle em papel do caixa sobre
           select arq-financeiro assign to "FINANCEIRO.DAT"
               organization is line sequential
               file status is ws-fs-financeiro.
           select arq-parametros assign to "PARAMFIN.DAT"
               organization is indexed
               access mode is dynamic
               record key is par-vigencia
               file status is ws-fs-parametros.
           select arq-comprovante assign to "COMPSAQUE.TXT"
               organization is line sequential
               file status is ws-fs-comprovante.
           select arq-operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is ws-fs-operadores.
       I-O-Control.

      *>Declaração de variáveis
       fd  arq-conta.
       copy "CCREG.CPY".

      *>movimentos do caixa: o deposito e o saque tambem entram no
      *>caixa do dia
       fd  arq-financeiro.
       copy "FINREG.CPY".

      *>tabela de precos e premios com data de vigencia - o limite
      *>diario de saque vem da tabela vigente no dia
       fd  arq-parametros.
       copy "PARREG.CPY".

      *>comprovante impresso de cada saque, assinado pelo jogador no
      *>caixa
       fd  arq-comprovante.
       01 comp-registro                             pic x(80).

      *>cadastro de operadores, mantido por manutencao_operador - so
      *>e lido no login da entrada do programa
       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.

                                                     value 0.
           05 ws-ext-premios                        pic 9(09)v99
                                                     value 0.
           05 ws-ext-estornos                       pic 9(09)v99
                                                     value 0.
           05 ws-ext-saques                         pic 9(09)v99
                                                     value 0.
           05 ws-ext-movimentos                     pic 9(06)
                                                     value 0.

       77 ws-opcao-menu                             pic x(02).
       77 ws-sair                                   pic x(02).
       77 ws-valor-deposito                         pic 9(07)v99.

      *>movimento corrente gravado na conta e no caixa
       01 ws-movimento.
           05 ws-mov-tipo                           pic x(01).
           05 ws-mov-valor                          pic 9(07)v99.
           05 ws-mov-desc-conta                     pic x(30).
           05 ws-mov-desc-caixa                     pic x(30).

      *>saque: limite diario da tabela vigente e o que o jogador ja
      *>sacou no dia
       01 ws-saque.
           05 ws-valor-saque                        pic 9(07)v99.
           05 ws-limite-saque                       pic 9(07)v99.
           05 ws-sacado-hoje                        pic 9(09)v99.
           05 ws-saque-disponivel                   pic s9(09)v99.
           05 ws-data-hoje                          pic x(08).
           05 ws-hora-agora                         pic x(06).

       77 ws-comp-linha                             pic x(80).
       77 ws-vigencia-achada                        pic x(08).
       77 ws-sw-tabela-achada                       pic x(01).
       77 ws-sw-parametros-ok                       pic x(01)
                                                    value "N".
       77 ws-valor-exibe                            pic zzz.zzz.zz9,99.
       77 ws-saldo-exibe                            pic -zzz.zzz.zz9,99.
       77 ws-tipo-exibe                             pic x(08).
       77 ws-fs-jogadores                           pic x(02).
       77 ws-fs-conta                               pic x(02).
       77 ws-fs-financeiro                          pic x(02).
       77 ws-fs-parametros                          pic x(02).
       77 ws-fs-comprovante                         pic x(02).

      *>operador identificado no login: o id vai carimbado em cada
      *>movimento gravado pelo programa
       01 ws-operador.
           05 ws-ope-id                             pic 9(04)
                                                    value 0.
           05 ws-ope-nome                           pic x(20).
           05 ws-ope-perfil                         pic x(01).
           05 ws-ope-senha-informada                pic x(10).
           05 ws-ope-tentativas                     pic 9(01)
                                                    value 0.

       77 ws-sw-login-ok                            pic x(01)
                                                    value "N".
       77 ws-fs-operadores                          pic x(02).

       procedure division.

           perform login-operador.
           perform inicializa.
           perform processamento.
           perform finaliza.
                       ws-fs-jogadores
               move "S" to ws-sair
           end-if

      *>sem a tabela de parametros nao ha limite de saque conhecido:
      *>o deposito e o extrato continuam, o saque fica recusado
           open input arq-parametros
           if ws-fs-parametros = "00" then
               move "S" to ws-sw-parametros-ok
           else
               display "PARAMFIN.DAT indisponivel (status "
                       ws-fs-parametros "), saques nao serao "
                       "aceitos."
           end-if
           .
       inicializa-exit.
           exit.
               display "  Conta corrente do jogador  "
               display "                             "
               display "'D' Registrar deposito"
               display "'R' Registrar saque (retirada no caixa)"
               display "'E' Extrato por periodo"
               accept ws-opcao-menu

                   when "D"
                   when "d"
                       perform registrar-deposito
                   when "R"
                   when "r"
                       perform registrar-saque
                   when "E"
                   when "e"
                       perform imprimir-extrato
               go to registrar-deposito-exit
           end-if

           move "D"                 to ws-mov-tipo
           move ws-valor-deposito   to ws-mov-valor
           move "Deposito no caixa" to ws-mov-desc-conta
           move spaces              to ws-mov-desc-caixa
           string "Deposito jogador " delimited by size
                  jog-nome             delimited by size
             into ws-mov-desc-caixa

           perform gravar-movimento-conta
           perform gravar-movimento-caixa

       registrar-deposito-exit.
           exit.

      *>--------------------------Saque no caixa--------------------------------------------
      *> Paga em dinheiro no caixa parte do saldo do jogador: confere
      *> o saldo disponivel e o limite diario de saque da tabela
      *> vigente, debita o saldo, grava o movimento (tipo "S") na
      *> conta corrente e no caixa do dia e imprime o comprovante
      *> para o jogador assinar.
       registrar-saque section.

           perform localizar-jogador
           if ws-fs-jogadores <> "00" then
               go to registrar-saque-exit
           end-if

           if jog-status <> "A" then
               display "Jogador " jog-nome " esta inativo, saque "
                       "nao permitido."
               go to registrar-saque-exit
           end-if

           move function current-date(1:8) to ws-data-hoje
           move function current-date(9:6) to ws-hora-agora

           perform carregar-limite-saque
           if ws-limite-saque = 0 then
               go to registrar-saque-exit
           end-if

           move jog-saldo to ws-saldo-exibe
           display "Saldo disponivel: R$ " ws-saldo-exibe

           display "Valor do saque: "
           accept ws-valor-saque

           if ws-valor-saque = 0 then
               display "Valor invalido, saque nao registrado."
               go to registrar-saque-exit
           end-if

           if ws-valor-saque > jog-saldo then
               display "Saldo insuficiente, saque nao registrado."
               go to registrar-saque-exit
           end-if

      *>o limite e por jogador e por dia: soma o que ele ja sacou
      *>hoje antes de aceitar mais um saque
           perform somar-saques-dia

           compute ws-saque-disponivel = ws-limite-saque
                                       - ws-sacado-hoje
           if ws-valor-saque > ws-saque-disponivel then
               move ws-limite-saque to ws-valor-exibe
               display "Limite diario de saque de R$ " ws-valor-exibe
                       " excedido."
               if ws-saque-disponivel < 0 then
                   move 0 to ws-saque-disponivel
               end-if
               move ws-saque-disponivel to ws-saldo-exibe
               display "Ainda disponivel hoje: R$ " ws-saldo-exibe
               go to registrar-saque-exit
           end-if

           subtract ws-valor-saque from jog-saldo
           rewrite jog-registro

           if ws-fs-jogadores <> "00" then
               display "Erro ao regravar o saldo, status: "
                       ws-fs-jogadores
               go to registrar-saque-exit
           end-if

           move "S"              to ws-mov-tipo
           move ws-valor-saque   to ws-mov-valor
           move "Saque no caixa" to ws-mov-desc-conta
           move spaces           to ws-mov-desc-caixa
           string "Saque jogador " delimited by size
                  jog-nome         delimited by size
             into ws-mov-desc-caixa

           perform gravar-movimento-conta
           perform gravar-movimento-caixa
           perform imprimir-comprovante-saque

           move ws-valor-saque to ws-valor-exibe
           display "Saque de R$ " ws-valor-exibe " registrado "
                   "para " jog-nome
           move jog-saldo to ws-saldo-exibe
           display "Saldo atual: R$ " ws-saldo-exibe
           display "Comprovante impresso em COMPSAQUE.TXT - colher "
                   "a assinatura do jogador."

           .
       registrar-saque-exit.
           exit.

      *>Carrega em ws-limite-saque o limite diario de saque da tabela
      *>vigente hoje; sem tabela ou com limite zerado o saque fica
      *>recusado ate o limite ser cadastrado
       carregar-limite-saque section.

           move 0 to ws-limite-saque

           if ws-sw-parametros-ok <> "S" then
               display "Tabela de parametros indisponivel, saque "
                       "nao permitido."
               go to carregar-limite-saque-exit
           end-if

           perform localizar-vigente

           if ws-sw-tabela-achada = "S" then
               move ws-vigencia-achada to par-vigencia
               read arq-parametros
               if ws-fs-parametros = "00" then
                   move par-limite-saque to ws-limite-saque
               end-if
           end-if

           if ws-limite-saque = 0 then
               display "Limite diario de saque nao cadastrado na "
                       "tabela vigente - cadastre em "
                       "manutencao_parametro."
           end-if

           .
       carregar-limite-saque-exit.
           exit.

      *>Percorre as tabelas guardando a de maior vigencia menor ou
      *>igual a data de hoje, a mesma regra de manutencao_parametro
       localizar-vigente section.

           move "N"    to ws-sw-tabela-achada
           move spaces to ws-vigencia-achada

           move spaces to par-vigencia
           start arq-parametros key >= par-vigencia
           end-start

           perform until ws-fs-parametros <> "00"
               read arq-parametros next
                   at end move "10" to ws-fs-parametros
               end-read

               if ws-fs-parametros = "00" then
                   if par-vigencia <= ws-data-hoje then
                       move par-vigencia to ws-vigencia-achada
                       move "S"          to ws-sw-tabela-achada
                   end-if
               end-if
           end-perform

           move "00" to ws-fs-parametros

           .
       localizar-vigente-exit.
           exit.

      *>Soma em ws-sacado-hoje os saques do jogador corrente na data
      *>de hoje, relendo a conta corrente
       somar-saques-dia section.

           move 0 to ws-sacado-hoje

           open input arq-conta
           if ws-fs-conta <> "00" then
               go to somar-saques-dia-exit
           end-if

           read arq-conta
               at end move "10" to ws-fs-conta
           end-read

           perform until ws-fs-conta = "10"
               if cc-jogador = jog-id
               and cc-data   = ws-data-hoje
               and cc-tipo   = "S" then
                   add cc-valor to ws-sacado-hoje
               end-if

               read arq-conta
                   at end move "10" to ws-fs-conta
               end-read
           end-perform

           close arq-conta

           .
       somar-saques-dia-exit.
           exit.

      *>Imprime o comprovante do saque corrente em COMPSAQUE.TXT, um
      *>comprovante apos o outro, com a linha para a assinatura do
      *>jogador
       imprimir-comprovante-saque section.

           open extend arq-comprovante
           if ws-fs-comprovante = "35" then
               open output arq-comprovante
           end-if

           if ws-fs-comprovante <> "00" then
               display "Nao foi possivel gravar COMPSAQUE.TXT, "
                       "status: " ws-fs-comprovante
               go to imprimir-comprovante-saque-exit
           end-if

           move all "-" to comp-registro
           write comp-registro

           move "COMPROVANTE DE SAQUE NO CAIXA" to comp-registro
           write comp-registro

           move spaces to comp-registro
           string "DATA: "      delimited by size
                  ws-data-hoje  delimited by size
                  "  HORA: "    delimited by size
                  ws-hora-agora delimited by size
             into comp-registro
           write comp-registro

           move all "-" to comp-registro
           write comp-registro

           move spaces to comp-registro
           string "JOGADOR: " delimited by size
                  jog-id      delimited by size
                  " "         delimited by size
                  jog-nome    delimited by size
             into comp-registro
           write comp-registro

           move ws-valor-saque to ws-valor-exibe
           move spaces to comp-registro
           string "VALOR DO SAQUE:     R$ " delimited by size
                  ws-valor-exibe            delimited by size
             into comp-registro
           write comp-registro

           move jog-saldo to ws-saldo-exibe
           move spaces to comp-registro
           string "SALDO APOS O SAQUE: R$ " delimited by size
                  ws-saldo-exibe            delimited by size
             into comp-registro
           write comp-registro

           move spaces to comp-registro
           write comp-registro
           write comp-registro

           move "RECEBI A IMPORTANCIA ACIMA EM DINHEIRO."
               to comp-registro
           write comp-registro

           move spaces to comp-registro
           write comp-registro

           move "______________________________________"
               to comp-registro
           write comp-registro

           move "ASSINATURA DO JOGADOR" to comp-registro
           write comp-registro

           move all "-" to comp-registro
           write comp-registro

           close arq-comprovante

           .
       imprimir-comprovante-saque-exit.
           exit.

      *>Grava o movimento corrente (ws-movimento) na conta corrente
      *>do jogador, com o saldo apos o movimento
       gravar-movimento-conta section.

           open extend arq-conta
               move jog-id                     to cc-jogador
               move function current-date(1:8) to cc-data
               move function current-date(9:6) to cc-hora
               move ws-mov-tipo                to cc-tipo
               move ws-mov-desc-conta          to cc-descricao
               move ws-mov-valor               to cc-valor
               move jog-saldo                  to cc-saldo
               move ws-ope-id                  to cc-operador

               write cc-registro
               close arq-conta
       gravar-movimento-conta-exit.
           exit.

      *>Grava o movimento corrente tambem no caixa do dia
      *>(FINANCEIRO.DAT, tipo "D" deposito ou "S" saque), para o
      *>fechamento diario bater com o dinheiro recebido e pago
       gravar-movimento-caixa section.

           open extend arq-financeiro

               move function current-date(1:8) to fin-data
               move function current-date(9:6) to fin-hora
               move ws-mov-tipo                to fin-tipo
               move ws-mov-desc-caixa          to fin-descricao
               move ws-mov-valor               to fin-valor
               move ws-ope-id                  to fin-operador

               write fin-registro
               close arq-financeiro
           move 0 to ws-ext-depositos
           move 0 to ws-ext-apostas
           move 0 to ws-ext-premios
           move 0 to ws-ext-estornos
           move 0 to ws-ext-saques
           move 0 to ws-ext-movimentos

           open input arq-conta
           display "Total em apostas:  R$ " ws-valor-exibe
           move ws-ext-premios to ws-valor-exibe
           display "Total em premios:  R$ " ws-valor-exibe
           move ws-ext-estornos to ws-valor-exibe
           display "Total em estornos: R$ " ws-valor-exibe
           move ws-ext-saques to ws-valor-exibe
           display "Total sacado:      R$ " ws-valor-exibe

           move jog-saldo to ws-saldo-exibe
           display "Saldo atual da conta: R$ " ws-saldo-exibe
               when "P"
                   move "PREMIO  " to ws-tipo-exibe
                   add cc-valor    to ws-ext-premios
               when "E"
                   move "ESTORNO " to ws-tipo-exibe
                   add cc-valor    to ws-ext-estornos
               when "S"
                   move "SAQUE   " to ws-tipo-exibe
                   add cc-valor    to ws-ext-saques
               when other
                   move "????????" to ws-tipo-exibe
           end-evaluate
       localizar-jogador-exit.
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
           close arq-jogadores

           if ws-sw-parametros-ok = "S" then
               close arq-parametros
           end-if

           display "Conta corrente finalizada."

           stop run
