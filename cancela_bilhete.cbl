      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "cancela_bilhete".
       Author. "Michele de Lima.
       Installation. "PC".
       Date-written. 14/10/2026.
       Date-compiled. 14/10/2026.

      *>Cancelamento de bilhete no balcao: anula um bilhete emitido
      *>por engano pelo desdobramento_loteria enquanto o concurso dele
      *>ainda nao tem resultado oficial em RESULMEST.DAT. Bilhete de
      *>aposta ou surpresinha do jogo_loteria nao e cancelado: a
      *>aposta e sorteada na mesma sessao em que o bilhete e emitido,
      *>ate o acerto, e um bilhete dela ainda ativo e de um sorteio
      *>interrompido, que a retomada do checkpoint conclui e paga sem
      *>cobrar de novo. O bilhete passa para a situacao "C"
      *>(cancelado), o valor pago volta para o saldo do jogador em
      *>CADJOGADOR.DAT e o estorno e gravado como movimento proprio
      *>(tipo "E") no caixa do dia (FINANCEIRO.DAT) e na conta
      *>corrente (CONTACOR.DAT), com o cancelamento registrado em
      *>AUDITORIA.DAT - substitui o acerto manual fora do sistema.
      *>Bilhete cancelado nao concorre na conferencia_loteria e o
      *>estorno aparece em linha separada no fechamento_diario.
      *>Bilhete de bolao nao e cancelado aqui: o valor dele e parte
      *>das cotas rateadas entre os participantes.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arq-bilhetes assign to "BILHETES.DAT"
               organization is indexed
               access mode is dynamic
               record key is bil-numero
               file status is ws-fs-bilhetes.
           select arq-resultados-mestre assign to "RESULMEST.DAT"
               organization is indexed
               access mode is dynamic
               record key is resm-concurso
               file status is ws-fs-mestre.
           select arq-jogadores assign to "CADJOGADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is jog-id
               file status is ws-fs-jogadores.
           select arq-conta assign to "CONTACOR.DAT"
               organization is line sequential
               file status is ws-fs-conta.
           select arq-financeiro assign to "FINANCEIRO.DAT"
               organization is line sequential
               file status is ws-fs-financeiro.
           select arq-auditoria assign to "AUDITORIA.DAT"
               organization is line sequential
               file status is ws-fs-auditoria.
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

      *>bilhetes emitidos, abertos para atualizacao: o cancelado e
      *>regravado com a situacao "C"
       fd  arq-bilhetes.
       copy "BILREG.CPY".

      *>cadastro permanente de resultados oficiais - concurso com
      *>resultado importado nao aceita mais cancelamento
       fd  arq-resultados-mestre.
       copy "RESMREG.CPY".

      *>cadastro permanente de jogadores, com o saldo da conta que
      *>recebe o estorno
       fd  arq-jogadores.
       copy "JOGREG.CPY".

      *>movimentos da conta corrente: o estorno credita o jogador
       fd  arq-conta.
       copy "CCREG.CPY".

      *>movimentos do caixa: o estorno sai do caixa do dia em linha
      *>propria, sem mexer na arrecadacao ja gravada
       fd  arq-financeiro.
       copy "FINREG.CPY".

       fd  arq-auditoria.
       copy "AUDREG.CPY".

      *>cadastro de operadores, mantido por manutencao_operador - so
      *>e lido no login da entrada do programa
       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       01 ws-indices.
           05 ws-ind-numero                         pic 9(02).

       77 ws-sair                                   pic x(02).
       77 ws-confirma                               pic x(01).
       77 ws-bilhete-informado                      pic 9(08).
       77 ws-numeros-exibe                          pic x(57).
       77 ws-ptr-numeros                            pic 9(02).
       77 ws-aud-msg                                pic x(60).
       77 ws-valor-exibe                            pic zzz.zzz.zz9,99.
       77 ws-saldo-exibe                            pic -zzz.zzz.zz9,99.

       77 ws-sw-cancelavel                          pic x(01).
       77 ws-sw-bilhetes-ok                         pic x(01)
                                                    value "N".
       77 ws-sw-mestre-ok                           pic x(01)
                                                    value "N".
       77 ws-sw-jogadores-ok                        pic x(01)
                                                    value "N".

       77 ws-fs-bilhetes                            pic x(02).
       77 ws-fs-mestre                              pic x(02).
       77 ws-fs-jogadores                           pic x(02).
       77 ws-fs-conta                               pic x(02).
       77 ws-fs-financeiro                          pic x(02).
       77 ws-fs-auditoria                           pic x(02).

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

      *>Inicilizacao de variaveis, abertura de arquivos
      *>procedimentos que serao realizados apenas uma vez
       inicializa section.

           open i-o arq-bilhetes
           if ws-fs-bilhetes <> "00" then
               display "Nao foi possivel abrir BILHETES.DAT, status: "
                       ws-fs-bilhetes
               move "S" to ws-sair
               go to inicializa-exit
           end-if
           move "S" to ws-sw-bilhetes-ok

      *>sem o cadastro de resultados nao ha concurso apurado: todo
      *>bilhete ainda em aberto pode ser cancelado
           open input arq-resultados-mestre
           if ws-fs-mestre = "00" then
               move "S" to ws-sw-mestre-ok
           else
               if ws-fs-mestre <> "35" then
                   display "Nao foi possivel abrir RESULMEST.DAT, "
                           "status: " ws-fs-mestre
                   move "S" to ws-sair
                   go to inicializa-exit
               end-if
           end-if

           open i-o arq-jogadores
           if ws-fs-jogadores <> "00" then
               display "Nao foi possivel abrir CADJOGADOR.DAT, status: "
                       ws-fs-jogadores
               move "S" to ws-sair
               go to inicializa-exit
           end-if
           move "S" to ws-sw-jogadores-ok

           .
       inicializa-exit.
           exit.

      *>construçao do laço principal (menu) ou regra de negócio
       processamento section.

           perform until ws-sair = "S"
                      or ws-sair = "s"
               display erase

               display "  Cancelamento de bilhete  "
               display "                           "

               perform cancelar-bilhete

               display "'S'air"
               accept ws-sair
           end-perform
           .
       processamento-exit.
           exit.

      *>--------------------------Cancelamento do bilhete---------------------------------
      *> Localiza o bilhete pelo numero, confere se ele ainda pode ser
      *> cancelado, pede a confirmacao do operador e executa o
      *> cancelamento com o estorno.
       cancelar-bilhete section.

           display "Numero do bilhete: "
           accept ws-bilhete-informado

           move ws-bilhete-informado to bil-numero
           read arq-bilhetes

           if ws-fs-bilhetes <> "00" then
               display "Bilhete nao encontrado, status: "
                       ws-fs-bilhetes
               go to cancelar-bilhete-exit
           end-if

           perform exibir-bilhete

           perform verificar-cancelavel
           if ws-sw-cancelavel = "N" then
               go to cancelar-bilhete-exit
           end-if

           display "Confirma o cancelamento do bilhete " bil-numero
                   " (S/N)? "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Cancelamento nao realizado."
               go to cancelar-bilhete-exit
           end-if

      *>o bilhete passa a cancelado antes de qualquer estorno: sem a
      *>situacao "C" gravada nenhum dinheiro se move, e o mesmo
      *>bilhete nao pode ser cancelado e estornado duas vezes
           move "C" to bil-situacao
           rewrite bil-registro

           if ws-fs-bilhetes <> "00" then
               display "Erro ao regravar o bilhete, status: "
                       ws-fs-bilhetes
               display "Cancelamento nao realizado."
               go to cancelar-bilhete-exit
           end-if

           perform estornar-conta-jogador
           if ws-sw-cancelavel = "N" then
               perform reativar-bilhete
               go to cancelar-bilhete-exit
           end-if

           perform gravar-movimento-caixa

           move spaces to ws-aud-msg
           string "Bilhete "         delimited by size
                  bil-numero         delimited by size
                  " cancelado, jogador " delimited by size
                  bil-jogador        delimited by size
             into ws-aud-msg
           perform grava-auditoria

           move bil-valor to ws-valor-exibe
           display "Bilhete " bil-numero " cancelado, estorno de R$ "
                   ws-valor-exibe

           .
       cancelar-bilhete-exit.
           exit.

      *>Devolve o bilhete a situacao "A" quando o estorno na conta do
      *>jogador nao pode ser feito depois de o bilhete ja ter sido
      *>gravado como cancelado
       reativar-bilhete section.

           move "A" to bil-situacao
           rewrite bil-registro

           if ws-fs-bilhetes <> "00" then
               display "Erro ao reativar o bilhete, status: "
                       ws-fs-bilhetes
               display "Bilhete gravado como cancelado sem estorno - "
                       "acertar a situacao do bilhete manualmente."
           end-if

           .
       reativar-bilhete-exit.
           exit.

      *>Exibe os dados do bilhete lido para o operador conferir antes
      *>de confirmar o cancelamento
       exibir-bilhete section.

           move spaces to ws-numeros-exibe
           move 1      to ws-ptr-numeros
           move 1      to ws-ind-numero
           perform until ws-ind-numero > bil-qtd-numeros
               string bil-numeros(ws-ind-numero) delimited by size
                      " "                        delimited by size
                 into ws-numeros-exibe
                 with pointer ws-ptr-numeros
               add 1 to ws-ind-numero
           end-perform

           display "               "
           display "Bilhete:   " bil-numero "  origem: " bil-origem
                   "  situacao: " bil-situacao
           display "Jogador:   " bil-jogador "  concurso: "
                   bil-concurso
           display "Emissao:   " bil-data " " bil-hora
           display "Numeros:   " ws-numeros-exibe
           move bil-valor to ws-valor-exibe
           display "Valor:  R$ " ws-valor-exibe

           .
       exibir-bilhete-exit.
           exit.

      *>Confere se o bilhete corrente pode ser cancelado: so bilhete
      *>ativo, fora de bolao e de concurso ainda sem resultado
      *>oficial importado
       verificar-cancelavel section.

           move "N" to ws-sw-cancelavel

           if bil-situacao = "C" then
               display "Bilhete ja cancelado."
               go to verificar-cancelavel-exit
           end-if

           if bil-situacao <> "A" then
               display "Bilhete premiado e pago, cancelamento nao "
                       "permitido."
               go to verificar-cancelavel-exit
           end-if

           if bil-origem = "B" then
               display "Bilhete de bolao, o valor faz parte das "
                       "cotas - cancelamento nao permitido."
               go to verificar-cancelavel-exit
           end-if

      *>aposta do sorteio simulado ainda ativa e de um sorteio
      *>interrompido: a retomada do checkpoint paga o premio sem nova
      *>cobranca, e o estorno devolveria o valor de uma aposta que
      *>ainda concorre (ou ja concorreu)
           if (bil-origem = "A" or bil-origem = "S")
           and bil-concurso = 0 then
               display "Bilhete do sorteio simulado, sorteado na "
                       "sessao em que foi emitido - cancelamento nao "
                       "permitido."
               go to verificar-cancelavel-exit
           end-if

      *>concurso com resultado importado ja pode ter sido conferido:
      *>cancelar agora tiraria um bilhete do rateio depois de
      *>conhecido o resultado
           if bil-concurso > 0
           and ws-sw-mestre-ok = "S" then
               move bil-concurso to resm-concurso
               read arq-resultados-mestre
               if ws-fs-mestre = "00" then
                   display "Concurso " bil-concurso " ja tem "
                           "resultado oficial - cancelamento nao "
                           "permitido."
                   go to verificar-cancelavel-exit
               end-if
           end-if

           move "S" to ws-sw-cancelavel

           .
       verificar-cancelavel-exit.
           exit.

      *>Devolve o valor do bilhete ao saldo do jogador dono dele e
      *>grava o estorno na conta corrente. Bilhete sem jogador
      *>identificado tem o valor devolvido em dinheiro no caixa.
      *>Sem o credito efetivado o cancelamento nao prossegue.
       estornar-conta-jogador section.

           if bil-jogador = 0 then
               display "Bilhete sem jogador identificado - devolver "
                       "o valor em dinheiro."
               go to estornar-conta-jogador-exit
           end-if

           move bil-jogador to jog-id
           read arq-jogadores

           if ws-fs-jogadores <> "00" then
               display "Jogador " bil-jogador " nao encontrado, "
                       "status: " ws-fs-jogadores
               display "Cancelamento nao realizado."
               move "N" to ws-sw-cancelavel
               go to estornar-conta-jogador-exit
           end-if

           add bil-valor to jog-saldo
           rewrite jog-registro

           if ws-fs-jogadores <> "00" then
               display "Erro ao regravar o saldo, status: "
                       ws-fs-jogadores
               display "Cancelamento nao realizado."
               move "N" to ws-sw-cancelavel
               go to estornar-conta-jogador-exit
           end-if

           perform gravar-movimento-conta

           move jog-saldo to ws-saldo-exibe
           display "Saldo atual de " jog-nome ": R$ " ws-saldo-exibe

           .
       estornar-conta-jogador-exit.
           exit.

      *>Grava o estorno na conta corrente do jogador (tipo "E"), com
      *>o saldo apos o movimento
       gravar-movimento-conta section.

           open extend arq-conta
           if ws-fs-conta = "35" then
               open output arq-conta
           end-if

           if ws-fs-conta <> "00" then
               display "Nao foi possivel gravar CONTACOR.DAT, status: "
                       ws-fs-conta
           else
               initialize cc-registro

               move jog-id                     to cc-jogador
               move function current-date(1:8) to cc-data
               move function current-date(9:6) to cc-hora
               move "E"                        to cc-tipo
               move spaces                     to cc-descricao
               string "Estorno bilhete " delimited by size
                      bil-numero         delimited by size
                 into cc-descricao
               move bil-valor                  to cc-valor
               move jog-saldo                  to cc-saldo
               move ws-ope-id                  to cc-operador

               write cc-registro
               close arq-conta
           end-if

           .
       gravar-movimento-conta-exit.
           exit.

      *>Grava o estorno no caixa do dia (FINANCEIRO.DAT, tipo "E"),
      *>para o fechamento diario tirar o bilhete cancelado da
      *>arrecadacao
       gravar-movimento-caixa section.

           open extend arq-financeiro
           if ws-fs-financeiro = "35" then
               open output arq-financeiro
           end-if

           if ws-fs-financeiro <> "00" then
               display "Nao foi possivel gravar FINANCEIRO.DAT, "
                       "status: " ws-fs-financeiro
           else
               initialize fin-registro

               move function current-date(1:8) to fin-data
               move function current-date(9:6) to fin-hora
               move "E"                        to fin-tipo
               move spaces                     to fin-descricao
               string "Estorno bilhete " delimited by size
                      bil-numero         delimited by size
                 into fin-descricao
               move bil-valor                  to fin-valor
               move ws-ope-id                  to fin-operador

               write fin-registro
               close arq-financeiro
           end-if

           .
       gravar-movimento-caixa-exit.
           exit.

      *>Grava em AUDITORIA.DAT uma linha com data, hora e a mensagem
      *>montada em ws-aud-msg
       grava-auditoria section.

      *>abre, grava e fecha a cada evento, como no jogo_loteria
           open extend arq-auditoria
           if ws-fs-auditoria = "35" then
               open output arq-auditoria
           end-if

           if ws-fs-auditoria <> "00" then
               display "Nao foi possivel gravar AUDITORIA.DAT, "
                       "status: " ws-fs-auditoria
               go to grava-auditoria-exit
           end-if

           initialize aud-registro

           move function current-date(1:8) to aud-data
           move function current-date(9:6) to aud-hora
           move ws-aud-msg                 to aud-mensagem
           move ws-ope-id                  to aud-operador

           write aud-registro
           close arq-auditoria

           .
       grava-auditoria-exit.
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
           if ws-sw-bilhetes-ok = "S" then
               close arq-bilhetes
           end-if

           if ws-sw-mestre-ok = "S" then
               close arq-resultados-mestre
           end-if

           if ws-sw-jogadores-ok = "S" then
               close arq-jogadores
           end-if

           display "Cancelamento finalizado."

           stop run

           .
       finaliza-exit.
           exit.
