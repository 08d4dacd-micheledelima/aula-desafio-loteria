               access mode is dynamic
               record key is par-vigencia
               file status is ws-fs-parametros.
           select arq-operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is ws-fs-operadores.
       I-O-Control.

      *>Declaração de variáveis
       fd  arq-parametros.
       copy "PARREG.CPY".

      *>cadastro de operadores, mantido por manutencao_operador - so
      *>e lido no login da entrada do programa
       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.


       77 ws-fs-parametros                         pic x(02).

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
      *> futura entra em vigor sozinha quando o dia chega.
       incluir-tabela section.

      *>a tabela de precos e premios so e mantida pelo supervisor
           if ws-ope-perfil <> "S" then
               display "Operacao permitida somente ao supervisor."
               go to incluir-tabela-exit
           end-if

           display "Data de inicio de vigencia (AAAAMMDD): "
           accept ws-vigencia-informada

      *>--------------------------Alteracao de tabela---------------------------------------
       alterar-tabela section.

      *>a tabela de precos e premios so e mantida pelo supervisor
           if ws-ope-perfil <> "S" then
               display "Operacao permitida somente ao supervisor."
               go to alterar-tabela-exit
           end-if

           display "Vigencia da tabela (AAAAMMDD): "
           accept ws-vigencia-informada

           accept par-perc-quina
           display "Percentual do fundo para a sena: "
           accept par-perc-sena
           display "Limite diario de saque por jogador: "
           accept par-limite-saque
           display "Limite de isencao do imposto de renda sobre "
                   "premios: "
           accept par-ir-isencao
           display "Aliquota do imposto de renda sobre premios (%): "
           accept par-ir-aliquota
      *>aliquota acima de 100% reteria mais que o proprio premio
           perform until par-ir-aliquota <= 100
               display "Aliquota invalida, informe de 0 a 100: "
               accept par-ir-aliquota
           end-perform

           .
       informar-valores-exit.
                   "quadra " par-perc-quadra "% / quina "
                   par-perc-quina "% / sena " par-perc-sena
                   "% do fundo"
           move par-limite-saque to ws-valor-exibe
           display "  Limite de saque: R$ " ws-valor-exibe " por "
                   "jogador/dia"
           move par-ir-isencao to ws-valor-exibe
           display "  IR sobre premio: " par-ir-aliquota "% acima "
                   "de R$ " ws-valor-exibe

           .
       exibir-tabela-exit.
       localizar-vigente-exit.
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
           close arq-parametros
