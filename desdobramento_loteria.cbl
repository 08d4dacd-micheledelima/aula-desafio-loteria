           select arq-conta assign to "CONTACOR.DAT"
               organization is line sequential
               file status is ws-fs-conta.
           select arq-operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is ws-fs-operadores.
       I-O-Control.

      *>Declaração de variáveis
       fd  arq-conta.
       copy "CCREG.CPY".

      *>cadastro de operadores, mantido por manutencao_operador - so
      *>e lido no login da entrada do programa
       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-valor-exibe                           pic zzz.zzz.zz9,99.
       77 ws-saldo-exibe                           pic -zzz.zzz.zz9,99.

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
           perform identificar-apostador.
           perform informar-concurso-alvo.
                      " apostas"        delimited by size
                 into fin-descricao
               move ws-valor-total             to fin-valor
               move ws-ope-id                  to fin-operador

               write fin-registro
               close arq-financeiro
                 into cc-descricao
               move ws-valor-total             to cc-valor
               move jog-saldo                  to cc-saldo
               move ws-ope-id                  to cc-operador

               write cc-registro
               close arq-conta
       avancar-combinacao-exit.
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

      *>Encerramento do programa
       finaliza section.

