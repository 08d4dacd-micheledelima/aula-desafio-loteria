      *>antigo pode ser reconferido a qualquer momento sem redigitar
      *>o resultado. E o caminho para usar o sistema no jogo semanal
      *>real, em vez de apenas simular.
      *>Para a cadeia noturna termina com return-code 4 quando nao ha
      *>concurso ou resultado para conferir ou o rateio nao pode ser
      *>feito pelo operador, e 12 quando o login e recusado ou o
      *>cadastro de resultados nao pode ser aberto.

      *>Divisão para configuração do ambiente
       Environment Division.
           select arq-conta assign to "CONTACOR.DAT"
               organization is line sequential
               file status is ws-fs-conta.
           select arq-operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is ws-fs-operadores.
           select arq-retencao assign to "RETENCAO.DAT"
               organization is line sequential
               file status is ws-fs-retencao.
       I-O-Control.

      *>Declaração de variáveis
       fd  arq-conta.
       copy "CCREG.CPY".

      *>cadastro de operadores, mantido por manutencao_operador - so
      *>e lido no login da entrada do programa
       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>premios pagos com a retencao do imposto de renda, base do
      *>informe anual de rendimentos
       fd  arq-retencao.
       copy "RETREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.

                                                     value 0.
           05 ws-tot-sem-premio                     pic 9(06)
                                                     value 0.
           05 ws-tot-canceladas                     pic 9(06)
                                                     value 0.

       01 ws-indices.
           05 ws-ind-comparar                       pic 9(02).
                                                    value 0.
           05 ws-rat-qtd-bilhetes                   pic 9(06)
                                                    value 0.
           05 ws-rat-qtd-cancelados                 pic 9(06)
                                                    value 0.
           05 ws-rat-estornado                      pic 9(11)v99
                                                    value 0.
           05 ws-rat-perc-rateio                    pic 9(03)v99
                                                    value 45.
           05 ws-rat-perc-quadra                    pic 9(03)v99
           05 ws-rat-vencedores                     pic 9(06).
           05 ws-rat-faixa                          pic x(11).

      *>Retencao do imposto de renda sobre a cota de cada vencedor:
      *>acima do limite de isencao o imposto incide sobre a cota
      *>inteira e o vencedor recebe o liquido. Limite e aliquota de
      *>reserva valem quando a tabela vigente nao os define.
       01 ws-retencao.
           05 ws-ir-isencao                         pic 9(07)v99
                                                    value 2259,20.
           05 ws-ir-aliquota-tabela                 pic 9(03)v99
                                                    value 30.
           05 ws-ir-aliquota                        pic 9(03)v99.
           05 ws-ir-imposto                         pic 9(09)v99.
           05 ws-ir-liquido                         pic 9(09)v99.
           05 ws-ir-aliquota-exibe                  pic zz9,99.

       77 ws-fs-retencao                            pic x(02).

      *>vencedores localizados na apuracao, guardados para receber o
      *>rateio depois que o fundo e a cota de cada faixa sao
      *>conhecidos

       77 ws-qtd-vencedores                         pic 9(03)
                                                    value 0.

      *>bilhetes cancelados do concurso: a linha da aposta continua
      *>em APOSTAS.DAT, mas a aposta foi estornada e nao concorre -
      *>cada bilhete cancelado anula uma linha identica do lote antes
      *>da apuracao, para nao entrar nos vencedores da faixa
       01 ws-cancelados occurs 500.
           05 ws-canc-bilhete                       pic 9(08).
           05 ws-canc-qtd-numeros                   pic 9(02).
           05 ws-canc-numeros occurs 19             pic 9(02).
           05 ws-canc-usado                         pic x(01).

       77 ws-qtd-cancelados                         pic 9(03)
                                                    value 0.
       77 ws-ind-cancelado                          pic 9(03).
       77 ws-sw-aposta-cancelada                    pic x(01).
       77 ws-ind-vencedor                           pic 9(03).
       77 ws-sw-vencedores-cheio                    pic x(01)
                                                    value "N".

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
           perform apurar-apostas.
           perform imprime-apuracao.

           if ws-concurso-consulta = 0 then
               display "Sem concurso para conferir."
               move 4 to return-code
               go to inicializa-exit
           end-if

                       ws-fs-mestre
               display "Importe os resultados oficiais com "
                       "importa_resultado antes da conferencia."
               move 12 to return-code
           else
               move ws-concurso-consulta to resm-concurso
               read arq-resultados-mestre
                   display "Concurso " ws-concurso-consulta " nao "
                           "esta no cadastro de resultados - importe "
                           "com importa_resultado."
                   move 4 to return-code
               else
                   move resm-data        to ws-res-data
                   move resm-concurso    to ws-res-concurso
                       move par-perc-quina  to ws-rat-perc-quina
                       move par-perc-sena   to ws-rat-perc-sena
                   end-if
      *>o imposto de renda vem sempre da tabela vigente - a reserva
      *>so vale quando nao ha tabela
                   move par-ir-isencao  to ws-ir-isencao
                   move par-ir-aliquota to ws-ir-aliquota-tabela

                   display "Tabela vigente desde "
                           ws-par-vigencia-achada " carregada."
                       go to apurar-apostas-exit
                   end-if

                   perform carregar-bilhetes-cancelados

                   display "               "
                   display "----- Conferencia do concurso "
                           ws-res-concurso " de " ws-res-data " -----"
               perform verificar-aposta-duplicada
           end-if

      *>aposta de bilhete cancelado nao e apurada: fora dos totais e
      *>dos vencedores, nao divide o fundo de nenhuma faixa
           if lote-qtd-numeros >= ws-res-qtd-sorteio
           and lote-qtd-numeros <= 19
           and ws-sw-duplicado = "N" then
               perform verificar-aposta-cancelada
               if ws-sw-aposta-cancelada = "S" then
                   add 1 to ws-tot-canceladas
                   display "Aposta do bilhete cancelado "
                           ws-canc-bilhete(ws-ind-cancelado)
                           " ignorada."
                   go to conferir-aposta-exit
               end-if
           end-if

           if lote-qtd-numeros < ws-res-qtd-sorteio
           or lote-qtd-numeros > 19 then
               add 1 to ws-tot-invalidas
       conferir-aposta-exit.
           exit.

      *>Carrega os bilhetes cancelados do concurso conferido (origem
      *>desdobramento, a mesma do lote de APOSTAS.DAT)
       carregar-bilhetes-cancelados section.

           move 0 to ws-qtd-cancelados

           if ws-sw-bilhetes-ok <> "S" then
               go to carregar-bilhetes-cancelados-exit
           end-if

           move 0 to bil-numero
           start arq-bilhetes key > bil-numero
           end-start

           perform until ws-fs-bilhetes <> "00"
               read arq-bilhetes next
                   at end move "10" to ws-fs-bilhetes
               end-read

               if ws-fs-bilhetes = "00"
               and bil-origem   = "D"
               and bil-concurso = ws-res-concurso
               and bil-situacao = "C" then
                   if ws-qtd-cancelados < 500 then
                       add 1 to ws-qtd-cancelados
                       move bil-numero
                           to ws-canc-bilhete(ws-qtd-cancelados)
                       move bil-qtd-numeros
                           to ws-canc-qtd-numeros(ws-qtd-cancelados)
                       move "N" to ws-canc-usado(ws-qtd-cancelados)
                       move 1 to ws-ind-bilhete
                       perform until ws-ind-bilhete > 19
                           move bil-numeros(ws-ind-bilhete)
                               to ws-canc-numeros(ws-qtd-cancelados
                                                  ws-ind-bilhete)
                           add 1 to ws-ind-bilhete
                       end-perform
                   else
                       display "Mais de 500 bilhetes cancelados no "
                               "concurso, os excedentes serao "
                               "apurados."
                       move "10" to ws-fs-bilhetes
                   end-if
               end-if
           end-perform

           move "00" to ws-fs-bilhetes

           .
       carregar-bilhetes-cancelados-exit.
           exit.

      *>Verifica se a aposta lida e a de um bilhete cancelado ainda
      *>nao casado com outra linha do lote (mesma quantidade e mesmos
      *>numeros, na mesma ordem); o bilhete achado fica usado e seu
      *>indice em ws-ind-cancelado
       verificar-aposta-cancelada section.

           move "N" to ws-sw-aposta-cancelada

           move 1 to ws-ind-cancelado
           perform until ws-ind-cancelado > ws-qtd-cancelados
                      or ws-sw-aposta-cancelada = "S"
               if ws-canc-usado(ws-ind-cancelado) = "N"
               and ws-canc-qtd-numeros(ws-ind-cancelado) =
                   lote-qtd-numeros then
                   move "S" to ws-sw-numeros-iguais
                   move 1 to ws-ind-bilhete
                   perform until ws-ind-bilhete > lote-qtd-numeros
                       if ws-canc-numeros(ws-ind-cancelado
                                          ws-ind-bilhete) <>
                          lote-numeros(ws-ind-bilhete) then
                           move "N" to ws-sw-numeros-iguais
                       end-if
                       add 1 to ws-ind-bilhete
                   end-perform

                   if ws-sw-numeros-iguais = "S" then
                       move "S" to ws-sw-aposta-cancelada
                       move "S" to ws-canc-usado(ws-ind-cancelado)
                   end-if
               end-if

               if ws-sw-aposta-cancelada = "N" then
                   add 1 to ws-ind-cancelado
               end-if
           end-perform

           .
       verificar-aposta-cancelada-exit.
           exit.

      *>Localiza em BILHETES.DAT o bilhete emitido para a aposta
      *>premiada (mesma quantidade e mesmos numeros, na mesma ordem
      *>em que foram gravados) e exibe o numero do bilhete com o id e
      *>receberia o credito. Bilhete ja pago so vale na reconferencia
      *>de um concurso ja rateado, para identificar o vencedor de uma
      *>disputa antiga - o pagamento repetido ja esta bloqueado.
      *>Bilhete cancelado (situacao "C") foi estornado e nunca
      *>concorre.
           perform until ws-fs-bilhetes <> "00"
                      or ws-sw-bilhete-achado = "S"
               read arq-bilhetes next
               if ws-fs-bilhetes = "00" then
                   if bil-origem   = "D"
                   and bil-concurso = ws-res-concurso
                   and bil-situacao not = "C"
                   and (bil-situacao not = "P"
                        or ws-sw-ja-rateado = "S")
                   and bil-qtd-numeros = lote-qtd-numeros then
                           ws-tot-invalidas
               end-if

               if ws-tot-canceladas > 0 then
                   display "Apostas de bilhetes cancelados ignoradas: "
                           ws-tot-canceladas
               end-if

               if ws-res-qtd-sorteio = 6 then
                   display "Vencedores da Sena:   " ws-tot-sena
                   display "Vencedores da Quina:  " ws-tot-quina
               go to ratear-premios-exit
           end-if

      *>o pagamento do rateio movimenta o caixa e as contas dos
      *>vencedores - o operador de caixa so confere; o concurso fica
      *>sem rateio ate o supervisor conferir de novo
           if ws-ope-perfil <> "S" then
               display "               "
               display "Rateio do concurso " ws-res-concurso
                       " permitido somente ao supervisor - "
                       "rateio nao executado."
               move 4 to return-code
               go to ratear-premios-exit
           end-if

           perform calcular-arrecadacao
           perform abrir-controle-rateio

           display "----- Rateio do concurso " ws-res-concurso
                   " -----"
           display "Bilhetes do concurso: " ws-rat-qtd-bilhetes
           if ws-rat-qtd-cancelados > 0 then
               move ws-rat-estornado to ws-valor-exibe
               display "Bilhetes cancelados (estornados, fora da "
                       "arrecadacao): " ws-rat-qtd-cancelados
                       " - R$ " ws-valor-exibe
           end-if
           move ws-rat-arrecadacao to ws-valor-exibe
           display "Arrecadacao do concurso:  R$ " ws-valor-exibe
           move ws-rat-fundo-total to ws-valor-exibe
      *>bilhetes de origem desdobramento: os bilhetes da simulacao
      *>recebem em bil-concurso o numero sequencial interno do
      *>historico, que pode coincidir com um concurso oficial sem ter
      *>nada a ver com ele. Bilhete cancelado teve o valor estornado
      *>e fica fora da arrecadacao, contado a parte.
       calcular-arrecadacao section.

           move 0 to ws-rat-arrecadacao
           move 0 to ws-rat-qtd-bilhetes
           move 0 to ws-rat-qtd-cancelados
           move 0 to ws-rat-estornado

           move 0 to bil-numero
           start arq-bilhetes key > bil-numero
               if ws-fs-bilhetes = "00" then
                   if bil-origem   = "D"
                   and bil-concurso = ws-res-concurso then
                       if bil-situacao = "C" then
                           add bil-valor to ws-rat-estornado
                           add 1         to ws-rat-qtd-cancelados
                       else
                           add bil-valor to ws-rat-arrecadacao
                           add 1         to ws-rat-qtd-bilhetes
                       end-if
                   end-if
               end-if
           end-perform
           move spaces to ws-nome-vencedor
           move "N"    to ws-sw-credito-ok

           perform calcular-retencao

           move ws-venc-jogador(ws-ind-vencedor) to jog-id
           read arq-jogadores

           if ws-fs-jogadores = "00" then
               move jog-nome to ws-nome-vencedor
               add ws-ir-liquido to jog-saldo
               rewrite jog-registro
               if ws-fs-jogadores <> "00" then
                   display "  Erro ao creditar o jogador "
           end-if

           perform gravar-movimento-caixa
           perform gravar-movimento-imposto
           perform gravar-retencao
           perform marcar-bilhete-pago

           move ws-ir-liquido to ws-valor-exibe
           display "  Bilhete " ws-venc-bilhete(ws-ind-vencedor)
                   " - " ws-nome-vencedor " recebe R$ "
                   ws-valor-exibe
           if ws-ir-imposto > 0 then
               move ws-ir-imposto  to ws-valor-exibe
               move ws-ir-aliquota to ws-ir-aliquota-exibe
               display "    IR retido (" ws-ir-aliquota-exibe
                       "%): R$ " ws-valor-exibe
           end-if

           .
       pagar-rateio-vencedor-exit.
           exit.

      *>Imposto de renda retido na cota do vencedor corrente: acima
      *>do limite de isencao incide sobre a cota inteira
       calcular-retencao section.

           move 0 to ws-ir-imposto
           move 0 to ws-ir-aliquota

           if ws-rat-cota > ws-ir-isencao then
               move ws-ir-aliquota-tabela to ws-ir-aliquota
               compute ws-ir-imposto rounded =
                       ws-rat-cota * ws-ir-aliquota / 100
           end-if

           compute ws-ir-liquido = ws-rat-cota - ws-ir-imposto

           .
       calcular-retencao-exit.
           exit.

      *>Grava o rateio pago (liquido) no caixa do dia
      *>(FINANCEIRO.DAT, tipo "P"), abrindo e fechando na hora para
      *>nao entrelacar linhas com outra sessao
       gravar-movimento-caixa section.

           open extend arq-financeiro
                      " "                delimited by size
                      ws-rat-faixa       delimited by size
                 into fin-descricao
               move ws-ir-liquido              to fin-valor
               move ws-ope-id                  to fin-operador

               write fin-registro
               close arq-financeiro
       gravar-movimento-caixa-exit.
           exit.

      *>Grava o imposto de renda retido na cota do vencedor como
      *>movimento proprio do caixa (FINANCEIRO.DAT, tipo "I")
       gravar-movimento-imposto section.

           if ws-ir-imposto = 0 then
               go to gravar-movimento-imposto-exit
           end-if

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
               move "I"                        to fin-tipo
               move spaces                     to fin-descricao
               string "IR rateio concurso " delimited by size
                      ws-res-concurso       delimited by size
                      " "                   delimited by size
                      ws-rat-faixa          delimited by size
                 into fin-descricao
               move ws-ir-imposto              to fin-valor
               move ws-ope-id                  to fin-operador

               write fin-registro
               close arq-financeiro
           end-if

           .
       gravar-movimento-imposto-exit.
           exit.

      *>Grava o premio do vencedor - bruto, imposto e liquido - em
      *>RETENCAO.DAT, base do informe anual de rendimentos
       gravar-retencao section.

           open extend arq-retencao
           if ws-fs-retencao = "35" then
               open output arq-retencao
           end-if

           if ws-fs-retencao <> "00" then
               display "Nao foi possivel gravar RETENCAO.DAT, "
                       "status: " ws-fs-retencao
           else
               initialize ret-registro

               move ws-venc-jogador(ws-ind-vencedor) to ret-jogador
               move function current-date(1:8)       to ret-data
               move function current-date(9:6)       to ret-hora
               move "R"                              to ret-origem
               string "Rateio concurso " delimited by size
                      ws-res-concurso    delimited by size
                      " "                delimited by size
                      ws-rat-faixa       delimited by size
                 into ret-descricao
               move ws-rat-cota                      to ret-bruto
               move ws-ir-aliquota                   to ret-aliquota
               move ws-ir-imposto                    to ret-imposto
               move ws-ir-liquido                    to ret-liquido
               move ws-ope-id                        to ret-operador

               write ret-registro
               close arq-retencao
           end-if

           .
       gravar-retencao-exit.
           exit.

      *>Grava o credito do rateio na conta corrente do vencedor, com
      *>o saldo apos o movimento
       gravar-movimento-conta section.
                      " "                delimited by size
                      ws-rat-faixa       delimited by size
                 into cc-descricao
               move ws-ir-liquido                    to cc-valor
               move jog-saldo                        to cc-saldo
               move ws-ope-id                        to cc-operador

               write cc-registro
               close arq-conta
       marcar-bilhete-pago-exit.
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
               move 12 to return-code
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
               move 12 to return-code
               stop run
           end-if

           display "Operador " ws-ope-id " - " ws-ope-nome

           .
       login-operador-exit.
           exit.

      *>Encerramento do programa
       finaliza section.

