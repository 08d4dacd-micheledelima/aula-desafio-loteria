               access mode is dynamic
               record key is bol-id
               file status is ws-fs-boloes.
           select arq-operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is ws-fs-operadores.
           select arq-retencao assign to "RETENCAO.DAT"
               organization is line sequential
               file status is ws-fs-retencao.
           select arq-resultados-mestre assign to "RESULMEST.DAT"
               organization is indexed
               access mode is dynamic
               record key is resm-concurso
               file status is ws-fs-mestre.
       I-O-Control.

      *>Declaração de variáveis
       fd  arq-boloes.
       copy "BOLREG.CPY".

      *>cadastro de operadores, mantido por manutencao_operador - so
      *>e lido no login da entrada do programa
       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>premios pagos com a retencao do imposto de renda, base do
      *>informe anual de rendimentos
       fd  arq-retencao.
       copy "RETREG.CPY".

      *>resultados oficiais importados por importa_resultado - so e
      *>lido pela surpresinha guiada pelas frequencias oficiais
       fd  arq-resultados-mestre.
       copy "RESMREG.CPY".


      *>----Variaveis de trabalho
       working-storage section.
                                                   value 50000.
           05 ws-fin-premio-generico               pic 9(07)v99
                                                   value 1000.
           05 ws-fin-ir-isencao                    pic 9(07)v99
                                                   value 2259,20.
           05 ws-fin-ir-aliquota                   pic 9(03)v99
                                                   value 30.

      *>retencao do imposto de renda sobre o premio corrente: o
      *>bruto da faixa ou da cota, o imposto retido e o liquido que
      *>vai para a conta do jogador
       01 ws-retencao.
           05 ws-ir-bruto                          pic 9(07)v99.
           05 ws-ir-aliquota                       pic 9(03)v99.
           05 ws-ir-imposto                        pic 9(07)v99.
           05 ws-ir-liquido                        pic 9(07)v99.
           05 ws-ir-origem                         pic x(01).
           05 ws-ir-descricao                      pic x(30).
           05 ws-ir-aliquota-exibe                 pic zz9,99.

       77 ws-fs-retencao                           pic x(02).

       77 ws-fin-qtd-numeros                       pic 9(02).
       77 ws-fin-combinacoes                       pic 9(09).
       77 ws-lote-total-segundos                   pic 9(09).

      *>Surpresinha: frequencia de cada numero no historico (lida de
      *>SORTHIST.DAT como no relatorio de estatisticas, ou dos
      *>sorteios oficiais de RESULMEST.DAT) e marcacao dos numeros ja
      *>escolhidos para a aposta gerada
       01 ws-surp-frequencias occurs 60.
           05 ws-surp-freq                         pic 9(06).
           05 ws-surp-usado                        pic x(01).
       77 ws-surp-melhor                           pic 9(02).
       77 ws-surp-ind                              pic 9(02).
       77 ws-surp-hist-lidos                       pic 9(06).
       77 ws-opcao-fonte-frequencia                pic x(01).
       77 ws-sw-sorteio-comparavel                 pic x(01).
       77 ws-fs-mestre                             pic x(02).

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

       linkage section.

      *>É necessario relacionar as variaveis da Linkage section
      *>para se tornarem acessiveis ao programa...

           perform login-operador.
           perform inicializa.
           perform processamento.
           perform finaliza.
      *>--------------------------Surpresinha-----------------------------------------------
      *> Gera a aposta automaticamente, sem digitar numero por numero:
      *> puramente aleatoria (mesma logica de sorteio de numeros) ou
      *> guiada pelo historico de SORTHIST.DAT ou pelos sorteios
      *> oficiais de RESULMEST.DAT, favorecendo os numeros mais
      *> sorteados (quentes) ou menos sorteados (frios). Os
      *> numeros gerados passam pela mesma validacao de faixa e
      *> repeticao e sao confirmados pelo cliente antes de valer.
       surpresinha section.
           if ws-opcao-surpresinha = "Q" or ws-opcao-surpresinha = "q"
           or ws-opcao-surpresinha = "F" or ws-opcao-surpresinha = "f"
           then
               display "Frequencias dos sorteios 'S'imulados "
                       "(SORTHIST.DAT) ou 'O'ficiais (RESULMEST.DAT)? "
               accept ws-opcao-fonte-frequencia

               if ws-opcao-fonte-frequencia = "O"
               or ws-opcao-fonte-frequencia = "o" then
                   move "O" to ws-opcao-fonte-frequencia
                   perform carregar-frequencias-oficiais
               else
                   move "S" to ws-opcao-fonte-frequencia
                   perform carregar-frequencias
               end-if

               if ws-surp-hist-lidos = 0 then
                   if ws-opcao-fonte-frequencia = "O" then
                       display "Sem sorteio oficial comparavel em "
                               "RESULMEST.DAT, gerando aposta "
                               "aleatoria."
                   else
                       display "Sem historico comparavel em "
                               "SORTHIST.DAT, gerando aposta "
                               "aleatoria."
                   end-if
                   perform gerar-surpresinha-aleatoria
               else
                   perform gerar-surpresinha-frequencia
                          ws-menu delimited by size
                          " numeros, modo " delimited by size
                          ws-opcao-surpresinha delimited by size
                          " fonte " delimited by size
                          ws-opcao-fonte-frequencia delimited by size
                     into ws-aud-msg
                   perform grava-auditoria

       carregar-frequencias-exit.
           exit.

      *>Le os sorteios oficiais de RESULMEST.DAT acumulando a
      *>frequencia de cada numero, como faz a estatistica_oficial.
      *>Entram so os sorteios comparaveis com o formato em jogo: a
      *>mesma quantidade sorteada e todos os numeros dentro da faixa.
       carregar-frequencias-oficiais section.

           move 0 to ws-surp-hist-lidos
           move 1 to ws-surp-ind
           perform until ws-surp-ind > 60
               move 0   to ws-surp-freq(ws-surp-ind)
               move "N" to ws-surp-usado(ws-surp-ind)
               add 1 to ws-surp-ind
           end-perform

           open input arq-resultados-mestre
           if ws-fs-mestre <> "00" then
               display "Nao foi possivel abrir RESULMEST.DAT, status: "
                       ws-fs-mestre
               go to carregar-frequencias-oficiais-exit
           end-if

           move 0 to resm-concurso
           start arq-resultados-mestre key > resm-concurso
           end-start

           perform until ws-fs-mestre <> "00"
               read arq-resultados-mestre next
                   at end move "10" to ws-fs-mestre
               end-read

               if ws-fs-mestre = "00"
               and resm-qtd-sorteio = ws-config-qtd-sorteio then
                   move "S" to ws-sw-sorteio-comparavel
                   move 1 to ws-surp-ind
                   perform until ws-surp-ind > resm-qtd-sorteio
                       if resm-numeros(ws-surp-ind) < 1
                       or resm-numeros(ws-surp-ind) > ws-config-range
                       then
                           move "N" to ws-sw-sorteio-comparavel
                       end-if
                       add 1 to ws-surp-ind
                   end-perform

                   if ws-sw-sorteio-comparavel = "S" then
                       add 1 to ws-surp-hist-lidos

                       move 1 to ws-surp-ind
                       perform until ws-surp-ind > resm-qtd-sorteio
                           add 1 to ws-surp-freq(
                               resm-numeros(ws-surp-ind))
                           add 1 to ws-surp-ind
                       end-perform
                   end-if
               end-if
           end-perform

           close arq-resultados-mestre

           .
       carregar-frequencias-oficiais-exit.
           exit.

      *>Escolhe os numeros da aposta pela frequencia do historico: os
      *>mais sorteados no modo quente, os menos sorteados no modo
      *>frio; empates ficam com o menor numero
                                      delimited by size
                 into ws-fin-descricao

      *>cada cota paga e um premio do participante: a retencao
      *>incide sobre o valor que cabe a cada um
               move "B" to ws-ir-origem
               perform reter-imposto-premio

               move "P" to ws-fin-tipo
               perform grava-movimento

               move "P" to ws-cc-tipo
               perform atualizar-conta-jogador

               perform registrar-retencao

               move ws-valor-participante to ws-fin-valor-exibe
               display "  " ws-jogador-nome(ws-ind-jogador) " ("
                       ws-jogador-cotas(ws-ind-jogador)
                       " cota(s)): R$ " ws-fin-valor-exibe
               if ws-ir-imposto > 0 then
                   move ws-ir-imposto  to ws-fin-valor-exibe
                   move ws-ir-aliquota to ws-ir-aliquota-exibe
                   display "    IR retido (" ws-ir-aliquota-exibe
                           "%): R$ "
                           ws-fin-valor-exibe
                   move ws-ir-liquido to ws-fin-valor-exibe
                   display "    Liquido creditado:  R$ "
                           ws-fin-valor-exibe
               end-if

               add 1 to ws-ind-jogador
           end-perform
           move function current-date(1:8) to aud-data
           move function current-date(9:6) to aud-hora
           move ws-aud-msg                 to aud-mensagem
           move ws-ope-id                  to aud-operador

           write aud-registro
           close arq-auditoria
                   move par-premio-quina     to ws-fin-premio-quina
                   move par-premio-sena      to ws-fin-premio-sena
                   move par-premio-generico  to ws-fin-premio-generico
                   move par-ir-isencao       to ws-fin-ir-isencao
                   move par-ir-aliquota      to ws-fin-ir-aliquota
                   move ws-par-data-movimento to ws-par-data-carregada

                   display "Tabela de precos vigente desde "
               display "Nenhuma tabela vigente em "
                       ws-par-data-movimento ", usando precos e "
                       "premios de reserva."
      *>a retencao volta para a de reserva, para nao ficar com a
      *>isencao e a aliquota de uma tabela carregada antes
               move 2259,20 to ws-fin-ir-isencao
               move 30      to ws-fin-ir-aliquota
               move ws-par-data-movimento to ws-par-data-carregada
           end-if


      *>Paga o premio da faixa classificada em ws-faixa-premio, se ela
      *>tiver valor configurado, gravando o movimento de pagamento com
      *>a descricao ja montada em ws-fin-descricao. O premio sai pelo
      *>liquido: o imposto de renda retido vai em movimento proprio
       pagar-premio section.

           perform valor-premio-faixa

           if ws-fin-valor > 0 then
               move "S" to ws-ir-origem
               perform reter-imposto-premio

               move "P" to ws-fin-tipo
               perform grava-movimento

               move "P" to ws-cc-tipo
               perform atualizar-conta-jogador

               perform registrar-retencao

               move ws-ir-liquido to ws-fin-valor-exibe
               display "Premio pago (" ws-faixa-premio "): R$ "
                       ws-fin-valor-exibe
               if ws-ir-imposto > 0 then
                   move ws-ir-bruto to ws-fin-valor-exibe
                   display "  Premio bruto:   R$ " ws-fin-valor-exibe
                   move ws-ir-imposto  to ws-fin-valor-exibe
                   move ws-ir-aliquota to ws-ir-aliquota-exibe
                   display "  IR retido (" ws-ir-aliquota-exibe
                           "%): R$ " ws-fin-valor-exibe
               end-if
           end-if

           .
       pagar-premio-exit.
           exit.

      *>Retencao do imposto de renda sobre o premio bruto em
      *>ws-fin-valor, pela tabela vigente: acima do limite de
      *>isencao o imposto incide sobre o premio inteiro. Deixa o
      *>liquido em ws-fin-valor para o pagamento e a conta corrente
       reter-imposto-premio section.

           perform carregar-parametros

           move ws-fin-valor     to ws-ir-bruto
           move ws-fin-descricao to ws-ir-descricao
           move 0                to ws-ir-imposto
           move 0                to ws-ir-aliquota

           if ws-ir-bruto > ws-fin-ir-isencao then
               move ws-fin-ir-aliquota to ws-ir-aliquota
               compute ws-ir-imposto rounded =
                       ws-ir-bruto * ws-ir-aliquota / 100
           end-if

           compute ws-ir-liquido = ws-ir-bruto - ws-ir-imposto
           move ws-ir-liquido to ws-fin-valor

           .
       reter-imposto-premio-exit.
           exit.

      *>Registra a retencao do premio pago: o imposto retido entra no
      *>caixa como movimento proprio (tipo "I") e o premio - bruto,
      *>imposto e liquido - vai para RETENCAO.DAT, base do informe
      *>anual de rendimentos
       registrar-retencao section.

           if ws-ir-imposto > 0 then
               move "I" to ws-fin-tipo
               move ws-ir-imposto to ws-fin-valor
               move spaces to ws-fin-descricao
               string "IR " delimited by size
                      ws-ir-descricao delimited by size
                 into ws-fin-descricao
               perform grava-movimento

               move ws-ir-liquido   to ws-fin-valor
               move ws-ir-descricao to ws-fin-descricao
               move "P"             to ws-fin-tipo
           end-if

           open extend arq-retencao
           if ws-fs-retencao = "35" then
               open output arq-retencao
           end-if

           if ws-fs-retencao <> "00" then
               display "Nao foi possivel gravar RETENCAO.DAT, "
                       "status: " ws-fs-retencao
               go to registrar-retencao-exit
           end-if

           initialize ret-registro

           move ws-jog-corrente-id         to ret-jogador
           move function current-date(1:8) to ret-data
           move function current-date(9:6) to ret-hora
           move ws-ir-origem               to ret-origem
           move ws-ir-descricao            to ret-descricao
           move ws-ir-bruto                to ret-bruto
           move ws-ir-aliquota             to ret-aliquota
           move ws-ir-imposto              to ret-imposto
           move ws-ir-liquido              to ret-liquido
           move ws-ope-id                  to ret-operador

           write ret-registro
           close arq-retencao

           .
       registrar-retencao-exit.
           exit.

      *>Valoriza em ws-fin-valor a faixa classificada em
      *>ws-faixa-premio, pela tabela vigente na data do movimento
       valor-premio-faixa section.
           move ws-fin-tipo                to fin-tipo
           move ws-fin-descricao           to fin-descricao
           move ws-fin-valor               to fin-valor
           move ws-ope-id                  to fin-operador

           write fin-registro
           close arq-financeiro
           move ws-fin-descricao           to cc-descricao
           move ws-fin-valor               to cc-valor
           move jog-saldo                  to cc-saldo
           move ws-ope-id                  to cc-operador

           write cc-registro
           close arq-conta
       atualizar-bilhete-exit.
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
           close arq-historico
