      *>(CADJOGADOR.DAT, indexado por jog-id): inclusao, alteracao,
      *>inativacao e listagem. O jogo_loteria inscreve os
      *>participantes do bolao consultando este cadastro pelo id,
      *>em vez de digitar o nome a cada sessao. O CPF do jogador,
      *>conferido pelos digitos verificadores, vai para o informe
      *>anual de rendimentos dos premios.

      *>Divisão para configuração do ambiente
       Environment Division.
               access mode is dynamic
               record key is jog-id
               file status is ws-fs-jogadores.
           select arq-operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is ws-fs-operadores.
       I-O-Control.

      *>Declaração de variáveis
       fd  arq-jogadores.
       copy "JOGREG.CPY".

      *>cadastro de operadores, mantido por manutencao_operador - so
      *>e lido no login da entrada do programa
       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-sair                                  pic x(02).
       77 ws-id-informado                          pic 9(04).
       77 ws-nome-informado                        pic x(20).

      *>CPF digitado, com a visao digito a digito para conferir os
      *>dois digitos verificadores
       01 ws-cpf-informado                         pic x(11).
       01 ws-cpf-digitos redefines ws-cpf-informado.
           05 ws-cpf-digito occurs 11              pic 9(01).

       77 ws-cpf-soma                              pic 9(04).
       77 ws-cpf-peso                              pic 9(02).
       77 ws-cpf-ind                               pic 9(02).
       77 ws-cpf-quociente                         pic 9(03).
       77 ws-cpf-resto                             pic 9(02).
       77 ws-cpf-dv                                pic 9(01).
       77 ws-sw-cpf-ok                             pic x(01).
       77 ws-confirma                              pic x(01).
       77 ws-qtd-listados                          pic 9(04)
                                                   value 0.

       77 ws-fs-jogadores                          pic x(02).

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
                   display "Nome do jogador: "
                   accept ws-nome-informado

                   display "CPF (11 digitos, vazio = nao "
                           "informado): "
                   accept ws-cpf-informado
                   perform validar-cpf
                   if ws-sw-cpf-ok <> "S" then
                       display "CPF invalido."
                       go to incluir-jogador-exit
                   end-if

                   if ws-nome-informado = spaces then
                       display "Nome nao pode ser vazio."
                   else
                       move ws-nome-informado          to jog-nome
                       move "A"                        to jog-status
                       move function current-date(1:8) to jog-data-cadastro
                       move ws-cpf-informado           to jog-cpf

                       write jog-registro
                       if ws-fs-jogadores = "00" then
               display "Novo nome (atual: " jog-nome "): "
               accept ws-nome-informado

      *>CPF em branco mantem o atual
               display "Novo CPF (atual: " jog-cpf
                       ", vazio mantem): "
               accept ws-cpf-informado
               if ws-cpf-informado = spaces then
                   move jog-cpf to ws-cpf-informado
               end-if
               perform validar-cpf
               if ws-sw-cpf-ok <> "S" then
                   display "CPF invalido."
                   go to alterar-jogador-exit
               end-if

               if ws-nome-informado = spaces then
                   display "Nome nao pode ser vazio."
               else
                   move ws-nome-informado to jog-nome
                   move ws-cpf-informado  to jog-cpf
                   rewrite jog-registro
                   if ws-fs-jogadores = "00" then
                       display "Jogador alterado."
      *>--------------------------Reativacao de jogador-------------------------------------
       reativar-jogador section.

      *>so o supervisor devolve um jogador inativado a ativa
           if ws-ope-perfil <> "S" then
               display "Operacao permitida somente ao supervisor."
               go to reativar-jogador-exit
           end-if

           perform localizar-jogador

           if ws-fs-jogadores = "00" then

           if ws-fs-jogadores = "00" then
               display "  Id   Nome                 St Cadastro "
                       " CPF                Saldo"
               read arq-jogadores next
               perform until ws-fs-jogadores <> "00"
                   move jog-saldo to ws-saldo-exibe
                   display jog-id " " jog-nome " " jog-status
                           "  " jog-data-cadastro " " jog-cpf " R$ "
                           ws-saldo-exibe
                   add 1 to ws-qtd-listados
                   read arq-jogadores next
       listar-jogadores-exit.
           exit.

      *>Confere o CPF em ws-cpf-informado: em branco e aceito (nao
      *>informado); preenchido, tem de ter 11 digitos, nao pode ser
      *>todo do mesmo digito e os dois digitos verificadores tem de
      *>bater (modulo 11, pesos 10 a 2 e 11 a 2)
       validar-cpf section.

           move "S" to ws-sw-cpf-ok

           if ws-cpf-informado = spaces then
               go to validar-cpf-exit
           end-if

           move "N" to ws-sw-cpf-ok

           if ws-cpf-informado is not numeric then
               go to validar-cpf-exit
           end-if

           move 2 to ws-cpf-ind
           perform until ws-cpf-ind > 11
                      or ws-cpf-digito(ws-cpf-ind) <> ws-cpf-digito(1)
               add 1 to ws-cpf-ind
           end-perform
           if ws-cpf-ind > 11 then
               go to validar-cpf-exit
           end-if

      *>primeiro digito verificador: nove primeiros digitos
           move 0  to ws-cpf-soma
           move 10 to ws-cpf-peso
           move 1  to ws-cpf-ind
           perform until ws-cpf-ind > 9
               compute ws-cpf-soma = ws-cpf-soma
                       + ws-cpf-digito(ws-cpf-ind) * ws-cpf-peso
               subtract 1 from ws-cpf-peso
               add 1 to ws-cpf-ind
           end-perform
           perform calcular-dv-cpf
           if ws-cpf-dv <> ws-cpf-digito(10) then
               go to validar-cpf-exit
           end-if

      *>segundo digito verificador: dez primeiros digitos
           move 0  to ws-cpf-soma
           move 11 to ws-cpf-peso
           move 1  to ws-cpf-ind
           perform until ws-cpf-ind > 10
               compute ws-cpf-soma = ws-cpf-soma
                       + ws-cpf-digito(ws-cpf-ind) * ws-cpf-peso
               subtract 1 from ws-cpf-peso
               add 1 to ws-cpf-ind
           end-perform
           perform calcular-dv-cpf
           if ws-cpf-dv <> ws-cpf-digito(11) then
               go to validar-cpf-exit
           end-if

           move "S" to ws-sw-cpf-ok

           .
       validar-cpf-exit.
           exit.

      *>Digito verificador da soma ponderada em ws-cpf-soma: resto
      *>menor que 2 da zero, senao 11 menos o resto
       calcular-dv-cpf section.

           divide ws-cpf-soma by 11 giving ws-cpf-quociente
               remainder ws-cpf-resto

           if ws-cpf-resto < 2 then
               move 0 to ws-cpf-dv
           else
               compute ws-cpf-dv = 11 - ws-cpf-resto
           end-if

           .
       calcular-dv-cpf-exit.
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
