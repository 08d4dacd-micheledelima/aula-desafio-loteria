      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "manutencao_operador".
       Author. "Michele de Lima.
       Installation. "PC".
       Date-written. 14/10/2026.
       Date-compiled. 14/10/2026.

      *>Manutencao do cadastro de operadores (OPERADOR.DAT, indexado
      *>por ope-id): inclusao, alteracao de nome, senha e perfil,
      *>inativacao, reativacao e listagem. Os programas que
      *>movimentam dinheiro (jogo_loteria, conta_jogador,
      *>desdobramento_loteria, conferencia_loteria,
      *>manutencao_jogador, manutencao_parametro e cancela_bilhete)
      *>pedem o login de um operador ativo deste cadastro e carimbam
      *>o id dele em cada movimento. So o supervisor mantem o
      *>cadastro; com o arquivo ainda vazio o programa pede primeiro
      *>o cadastro do supervisor inicial, sem login.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
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

       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.

      *>operador identificado no login da entrada
       01 ws-operador.
           05 ws-ope-id                             pic 9(04)
                                                     value 0.
           05 ws-ope-nome                           pic x(20).
           05 ws-ope-perfil                         pic x(01).
           05 ws-ope-senha-informada                pic x(10).
           05 ws-ope-tentativas                     pic 9(01)
                                                     value 0.

       77 ws-opcao-menu                            pic x(02).
       77 ws-sair                                  pic x(02).
       77 ws-id-informado                          pic 9(04).
       77 ws-nome-informado                        pic x(20).
       77 ws-senha-informada                       pic x(10).
       77 ws-perfil-informado                      pic x(01).
       77 ws-confirma                              pic x(01).
       77 ws-qtd-listados                          pic 9(04)
                                                   value 0.
       77 ws-perfil-exibe                          pic x(10).

       77 ws-sw-login-ok                           pic x(01)
                                                   value "N".
       77 ws-sw-cadastro-vazio                     pic x(01)
                                                   value "N".
       77 ws-sw-dados-ok                           pic x(01).

       77 ws-fs-operadores                         pic x(02).

       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao de variaveis, abertura de arquivos
      *>procedimentos que serao realizados apenas uma vez
       inicializa section.
           open i-o arq-operadores
           if ws-fs-operadores = "35" then
               open output arq-operadores
               close arq-operadores
               open i-o arq-operadores
           end-if

           if ws-fs-operadores <> "00" then
               display "Nao foi possivel abrir OPERADOR.DAT, status: "
                       ws-fs-operadores
               move "S" to ws-sair
               go to inicializa-exit
           end-if

      *>cadastro vazio: ninguem consegue logar ainda, entao o
      *>primeiro operador e cadastrado sem login e sempre como
      *>supervisor
           perform verificar-cadastro-vazio
           if ws-sw-cadastro-vazio = "S" then
               display "Nenhum operador cadastrado - cadastre o "
                       "supervisor inicial."
               perform incluir-operador
               perform verificar-cadastro-vazio
               if ws-sw-cadastro-vazio = "S" then
                   move "S" to ws-sair
                   go to inicializa-exit
               end-if
           end-if

           perform login-operador

           if ws-ope-perfil <> "S" then
               display "Manutencao de operadores restrita ao "
                       "supervisor."
               move "S" to ws-sair
           end-if
           .
       inicializa-exit.
           exit.

      *>Confere se o cadastro de operadores ainda esta vazio
       verificar-cadastro-vazio section.

           move "S" to ws-sw-cadastro-vazio

           move 0 to ope-id
           start arq-operadores key > ope-id
           end-start

           if ws-fs-operadores = "00" then
               read arq-operadores next
               if ws-fs-operadores = "00" then
                   move "N" to ws-sw-cadastro-vazio
               end-if
           end-if

           move "00" to ws-fs-operadores

           .
       verificar-cadastro-vazio-exit.
           exit.

      *>construçao do laço principal (menu) ou regra de negócio
       processamento section.

           perform until ws-sair = "S"
                      or ws-sair = "s"
               display erase

               display "  Manutencao do cadastro de operadores  "
               display "                                        "
               display "'I' Incluir operador"
               display "'A' Alterar nome, senha e perfil"
               display "'E' Inativar operador"
               display "'R' Reativar operador"
               display "'L' Listar operadores"
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when "I"
                   when "i"
                       perform incluir-operador
                   when "A"
                   when "a"
                       perform alterar-operador
                   when "E"
                   when "e"
                       perform inativar-operador
                   when "R"
                   when "r"
                       perform reativar-operador
                   when "L"
                   when "l"
                       perform listar-operadores
                   when other
                       display "opcao invalida"
               end-evaluate

               display "'S'air"
               accept ws-sair
           end-perform
           .
       processamento-exit.
           exit.

      *>--------------------------Inclusao de operador--------------------------------------
      *> Grava um operador novo, ativo, com a data de cadastro de
      *> hoje. O id e escolhido pelo supervisor e nao pode ja existir.
       incluir-operador section.

           display "Id do operador (1 a 9999): "
           accept ws-id-informado

           if ws-id-informado = 0 then
               display "Id invalido."
               go to incluir-operador-exit
           end-if

           move ws-id-informado to ope-id
           read arq-operadores
           if ws-fs-operadores = "00" then
               display "Ja existe operador com esse id: " ope-nome
               go to incluir-operador-exit
           end-if

           perform informar-dados-operador
           if ws-sw-dados-ok = "N" then
               go to incluir-operador-exit
           end-if

           initialize ope-registro
           move ws-id-informado            to ope-id
           move ws-nome-informado          to ope-nome
           move ws-senha-informada         to ope-senha
           move ws-perfil-informado        to ope-perfil
           move "A"                        to ope-status
           move function current-date(1:8) to ope-data-cadastro

           write ope-registro
           if ws-fs-operadores = "00" then
               display "Operador incluido."
           else
               display "Erro ao gravar operador, status: "
                       ws-fs-operadores
           end-if

           .
       incluir-operador-exit.
           exit.

      *>Recolhe nome, senha e perfil pelo terminal; no cadastro vazio
      *>o perfil e sempre supervisor
       informar-dados-operador section.

           move "N" to ws-sw-dados-ok

           display "Nome do operador: "
           accept ws-nome-informado
           if ws-nome-informado = spaces then
               display "Nome nao pode ser vazio."
               go to informar-dados-operador-exit
           end-if

           display "Senha: "
           accept ws-senha-informada
           if ws-senha-informada = spaces then
               display "Senha nao pode ser vazia."
               go to informar-dados-operador-exit
           end-if

           if ws-sw-cadastro-vazio = "S" then
               move "S" to ws-perfil-informado
           else
               display "Perfil ('S'upervisor ou 'O'perador): "
               accept ws-perfil-informado
               if ws-perfil-informado = "s" then
                   move "S" to ws-perfil-informado
               end-if
               if ws-perfil-informado = "o" then
                   move "O" to ws-perfil-informado
               end-if
               if ws-perfil-informado <> "S"
               and ws-perfil-informado <> "O" then
                   display "Perfil invalido."
                   go to informar-dados-operador-exit
               end-if
           end-if

           move "S" to ws-sw-dados-ok

           .
       informar-dados-operador-exit.
           exit.

      *>--------------------------Alteracao de operador-------------------------------------
       alterar-operador section.

           perform localizar-operador
           if ws-fs-operadores <> "00" then
               go to alterar-operador-exit
           end-if

           display "Operador " ope-id " - " ope-nome
           perform informar-dados-operador
           if ws-sw-dados-ok = "N" then
               go to alterar-operador-exit
           end-if

      *>o supervisor logado nao rebaixa o proprio perfil - o cadastro
      *>poderia ficar sem ninguem para mante-lo
           if ope-id = ws-ope-id
           and ws-perfil-informado <> "S" then
               display "O supervisor logado nao pode rebaixar o "
                       "proprio perfil."
               go to alterar-operador-exit
           end-if

           move ws-nome-informado   to ope-nome
           move ws-senha-informada  to ope-senha
           move ws-perfil-informado to ope-perfil

           rewrite ope-registro
           if ws-fs-operadores = "00" then
               display "Operador alterado."
           else
               display "Erro ao regravar operador, status: "
                       ws-fs-operadores
           end-if

           .
       alterar-operador-exit.
           exit.

      *>--------------------------Inativacao de operador------------------------------------
      *> O operador nao e removido fisicamente: o status passa a "I" e
      *> o login dele deixa de ser aceito, mas os movimentos
      *> carimbados continuam apontando para um cadastro existente.
       inativar-operador section.

           perform localizar-operador
           if ws-fs-operadores <> "00" then
               go to inativar-operador-exit
           end-if

           if ope-status = "I" then
               display "Operador ja esta inativo."
               go to inativar-operador-exit
           end-if

           if ope-id = ws-ope-id then
               display "O supervisor logado nao pode inativar a si "
                       "mesmo."
               go to inativar-operador-exit
           end-if

           display "Confirma a inativacao de " ope-nome " (S/N)? "
           accept ws-confirma

           if ws-confirma = "S" or ws-confirma = "s" then
               move "I" to ope-status
               rewrite ope-registro
               if ws-fs-operadores = "00" then
                   display "Operador inativado."
               else
                   display "Erro ao regravar operador, status: "
                           ws-fs-operadores
               end-if
           else
               display "Inativacao cancelada."
           end-if

           .
       inativar-operador-exit.
           exit.

      *>--------------------------Reativacao de operador------------------------------------
       reativar-operador section.

           perform localizar-operador

           if ws-fs-operadores = "00" then
               if ope-status = "A" then
                   display "Operador ja esta ativo."
               else
                   move "A" to ope-status
                   rewrite ope-registro
                   if ws-fs-operadores = "00" then
                       display "Operador reativado."
                   else
                       display "Erro ao regravar operador, status: "
                               ws-fs-operadores
                   end-if
               end-if
           end-if

           .
       reativar-operador-exit.
           exit.

      *>Le o operador pelo id informado no terminal; deixa o registro
      *>corrente em ope-registro e o status da leitura em
      *>ws-fs-operadores ("00" quando encontrado)
       localizar-operador section.

           display "Id do operador: "
           accept ws-id-informado

           move ws-id-informado to ope-id
           read arq-operadores

           if ws-fs-operadores <> "00" then
               display "Operador nao encontrado, status: "
                       ws-fs-operadores
           end-if

           .
       localizar-operador-exit.
           exit.

      *>--------------------------Listagem dos operadores-----------------------------------
       listar-operadores section.

           move 0 to ws-qtd-listados

           move 0 to ope-id
           start arq-operadores key >= ope-id
           end-start

           if ws-fs-operadores = "00" then
               display "  Id   Nome                 St Perfil     "
                       "Cadastro"
               read arq-operadores next
               perform until ws-fs-operadores <> "00"
                   if ope-perfil = "S" then
                       move "SUPERVISOR" to ws-perfil-exibe
                   else
                       move "OPERADOR  " to ws-perfil-exibe
                   end-if
                   display ope-id " " ope-nome " " ope-status
                           "  " ws-perfil-exibe " " ope-data-cadastro
                   add 1 to ws-qtd-listados
                   read arq-operadores next
               end-perform
           end-if

           move "00" to ws-fs-operadores

           display "Total de operadores cadastrados: " ws-qtd-listados

           .
       listar-operadores-exit.
           exit.

      *>--------------------------Login do operador-----------------------------------------
      *> Identifica o operador no terminal pelo id e senha do
      *> cadastro, com ate tres tentativas. So operador ativo entra;
      *> recusado o login, o programa e encerrado.
       login-operador section.

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

           move "00" to ws-fs-operadores

           if ws-sw-login-ok <> "S" then
               display "Login recusado - programa encerrado."
               close arq-operadores
               stop run
           end-if

           display "Operador " ws-ope-id " - " ws-ope-nome

           .
       login-operador-exit.
           exit.

      *>-------------------------------------------------------------------------------------
       finaliza section.
           close arq-operadores

           display "Manutencao de operadores finalizada."

           stop run

           .
       finaliza-exit.
           exit.
