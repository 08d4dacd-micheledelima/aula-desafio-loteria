      *>FINANCEIRO.DAT (jogo_loteria, desdobramento_loteria,
      *>conferencia_loteria e conta_jogador), totaliza a arrecadacao
      *>das apostas, os premios pagos e os depositos de uma data e
      *>apresenta o saldo do dia - os estornos de bilhetes
      *>cancelados (cancela_bilhete) saem em linha propria e sao
      *>abatidos da arrecadacao - e os saques pagos no caixa
      *>(conta_jogador) tambem tem linha propria -, substituindo a
      *>conferencia manual do caixa contra a saida do terminal. Alem
      *>do caixa da loja, fecha o caixa de cada operador pelo id
      *>carimbado em cada movimento (os movimentos gravados antes do
      *>cadastro de operadores saem como "sem operador"). O primeiro
      *>fechamento de
      *>cada dia grava um registro permanente e imutavel em
      *>FECHADIA.DAT, com carimbo; um novo fechamento do mesmo dia
      *>nao regrava o registro - apenas compara e aponta divergencia
      *>quando movimentos entraram depois do fechamento. E desses
      *>registros que o fechamento_mensal consolida o mes.
      *>Para a cadeia noturna termina com return-code 4 quando o dia
      *>zerado nao e confirmado, 8 quando o dia ja fechado diverge e
      *>12 quando o fechamento nao pode ser registrado.

      *>Divisão para configuração do ambiente
       Environment Division.
               access mode is dynamic
               record key is fec-data
               file status is ws-fs-fechamentos.
           select arq-operadores assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is ws-fs-operadores.
       I-O-Control.

      *>Declaração de variáveis
       fd  arq-fechamentos.
       copy "FECREG.CPY".

      *>cadastro de operadores, lido so para o nome de cada operador
      *>no fechamento por operador
       fd  arq-operadores.
       copy "OPEREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.

                                                     value 0.
           05 ws-qtd-depositos                      pic 9(06)
                                                     value 0.
           05 ws-tot-estornos                       pic 9(09)v99
                                                     value 0.
           05 ws-qtd-estornos                       pic 9(06)
                                                     value 0.
           05 ws-tot-saques                         pic 9(09)v99
                                                     value 0.
           05 ws-qtd-saques                         pic 9(06)
                                                     value 0.
           05 ws-tot-impostos                       pic 9(09)v99
                                                     value 0.
           05 ws-qtd-impostos                       pic 9(06)
                                                     value 0.
           05 ws-qtd-outras-datas                   pic 9(06)
                                                     value 0.

      *>caixa de cada operador que movimentou na data fechada; o
      *>operador 0 junta os movimentos sem operador carimbado
       01 ws-caixas-operador.
           05 ws-caixa occurs 50.
               10 ws-cx-operador                    pic 9(04).
               10 ws-cx-qtd-movimentos              pic 9(06).
               10 ws-cx-arrecadado                  pic 9(09)v99.
               10 ws-cx-pago                        pic 9(09)v99.
               10 ws-cx-depositos                   pic 9(09)v99.
               10 ws-cx-estornos                    pic 9(09)v99.
               10 ws-cx-saques                      pic 9(09)v99.
               10 ws-cx-impostos                    pic 9(09)v99.

       77 ws-qtd-caixas                             pic 9(02)
                                                     value 0.
       77 ws-ind-caixa                              pic 9(02).
       77 ws-operador-movimento                     pic 9(04).
       77 ws-saldo-operador                         pic s9(09)v99.
       77 ws-nome-operador                          pic x(20).
       77 ws-sw-caixas-cheio                        pic x(01)
                                                     value "N".
       77 ws-fs-operadores                          pic x(02).

       77 ws-saldo-dia                              pic s9(09)v99
                                                     value 0.
       77 ws-arrecadado-liquido                     pic s9(09)v99
                                                     value 0.

       77 ws-data-fechamento                        pic x(08).
       77 ws-valor-exibe                            pic zzz.zzz.zz9,99.
           perform inicializa.
           perform processa-arquivo.
           perform imprime-fechamento.
           perform imprime-caixa-operador.
           perform registrar-fechamento.
           perform finaliza.

               display "FECHADIA.DAT indisponivel (status "
                       ws-fs-fechamentos "), fechamento sem registro "
                       "permanente."
               move 12 to return-code
           end-if
           .
       inicializa-exit.
           if ws-fs-financeiro <> "00" then
               display "Nao foi possivel abrir FINANCEIRO.DAT, status: "
                       ws-fs-financeiro
               move 12 to return-code
           else
               move "S" to ws-sw-movimentos-ok

           exit.

      *>Acumula um movimento lido nos totais do dia, separando a
      *>arrecadacao (tipo "A") dos premios pagos (tipo "P"), dos
      *>depositos (tipo "D"), dos estornos de bilhetes cancelados
      *>(tipo "E"), dos saques (tipo "S") e do imposto de renda
      *>retido sobre premios (tipo "I")
       acumula-movimento section.

           if fin-data = ws-data-fechamento then
               perform acumula-caixa-operador

               evaluate fin-tipo
                   when "A"
                       add fin-valor to ws-tot-arrecadado
                   when "D"
                       add fin-valor to ws-tot-depositos
                       add 1         to ws-qtd-depositos
                   when "E"
                       add fin-valor to ws-tot-estornos
                       add 1         to ws-qtd-estornos
                   when "S"
                       add fin-valor to ws-tot-saques
                       add 1         to ws-qtd-saques
                   when "I"
                       add fin-valor to ws-tot-impostos
                       add 1         to ws-qtd-impostos
                   when other
                       display "Movimento com tipo desconhecido '"
                               fin-tipo "' ignorado: " fin-descricao
       acumula-movimento-exit.
           exit.

      *>Acumula o movimento lido no caixa do operador que o gravou -
      *>movimento sem operador (gravado antes do cadastro de
      *>operadores) vai para o operador 0
       acumula-caixa-operador section.

           if fin-operador is numeric then
               move fin-operador to ws-operador-movimento
           else
               move 0            to ws-operador-movimento
           end-if

           move 1 to ws-ind-caixa
           perform until ws-ind-caixa > ws-qtd-caixas
                      or ws-cx-operador(ws-ind-caixa)
                         = ws-operador-movimento
               add 1 to ws-ind-caixa
           end-perform

           if ws-ind-caixa > ws-qtd-caixas then
               if ws-qtd-caixas >= 50 then
                   move "S" to ws-sw-caixas-cheio
                   go to acumula-caixa-operador-exit
               end-if
               add 1 to ws-qtd-caixas
               move ws-qtd-caixas to ws-ind-caixa
               initialize ws-caixa(ws-ind-caixa)
               move ws-operador-movimento
                                 to ws-cx-operador(ws-ind-caixa)
           end-if

           evaluate fin-tipo
               when "A"
                   add fin-valor to ws-cx-arrecadado(ws-ind-caixa)
               when "P"
                   add fin-valor to ws-cx-pago(ws-ind-caixa)
               when "D"
                   add fin-valor to ws-cx-depositos(ws-ind-caixa)
               when "E"
                   add fin-valor to ws-cx-estornos(ws-ind-caixa)
               when "S"
                   add fin-valor to ws-cx-saques(ws-ind-caixa)
               when "I"
                   add fin-valor to ws-cx-impostos(ws-ind-caixa)
               when other
                   go to acumula-caixa-operador-exit
           end-evaluate

           add 1 to ws-cx-qtd-movimentos(ws-ind-caixa)

           .
       acumula-caixa-operador-exit.
           exit.

      *>Calcula o saldo e exibe o fechamento do dia
       imprime-fechamento section.

           move ws-tot-pago to ws-valor-exibe
           display "Total pago:        R$ " ws-valor-exibe

      *>o premio sai pelo liquido; o imposto retido na fonte tem
      *>linha propria e completa o premio bruto
           display "Retencoes de IR no dia: " ws-qtd-impostos
           move ws-tot-impostos to ws-valor-exibe
           display "Total IR retido:   R$ " ws-valor-exibe

           display "Depositos recebidos no dia: " ws-qtd-depositos
           move ws-tot-depositos to ws-valor-exibe
           display "Total depositado:  R$ " ws-valor-exibe

           display "Saques pagos no dia: " ws-qtd-saques
           move ws-tot-saques to ws-valor-exibe
           display "Total sacado:      R$ " ws-valor-exibe

      *>bilhete cancelado nunca e receita: o estorno sai em linha
      *>propria e e abatido da arrecadacao do dia
           display "Bilhetes cancelados no dia: " ws-qtd-estornos
           move ws-tot-estornos to ws-valor-exibe
           display "Total estornado:   R$ " ws-valor-exibe

           compute ws-arrecadado-liquido = ws-tot-arrecadado
                                         - ws-tot-estornos
           move ws-arrecadado-liquido to ws-saldo-exibe
           display "Arrecadacao liquida: R$ " ws-saldo-exibe

      *>o caixa do dia: entradas (apostas e depositos) menos os
      *>estornos, os premios pagos, o IR retido (a recolher) e os
      *>saques
           compute ws-saldo-dia = ws-tot-arrecadado + ws-tot-depositos
                                - ws-tot-estornos - ws-tot-pago
                                - ws-tot-impostos - ws-tot-saques
           move ws-saldo-dia to ws-saldo-exibe
           display "Saldo do dia:      R$ " ws-saldo-exibe

       imprime-fechamento-exit.
           exit.

      *>Fechamento do caixa de cada operador: entradas, saidas e o
      *>saldo que o operador tem de entregar, na mesma conta do
      *>saldo do dia da loja
       imprime-caixa-operador section.

           if ws-qtd-caixas = 0 then
               go to imprime-caixa-operador-exit
           end-if

           open input arq-operadores

           display "               "
           display "----- Fechamento do caixa por operador -----"

           move 1 to ws-ind-caixa
           perform until ws-ind-caixa > ws-qtd-caixas
               move spaces to ws-nome-operador
               if ws-cx-operador(ws-ind-caixa) = 0 then
                   move "(sem operador)" to ws-nome-operador
               else
                   if ws-fs-operadores = "00" then
                       move ws-cx-operador(ws-ind-caixa) to ope-id
                       read arq-operadores
                       if ws-fs-operadores = "00" then
                           move ope-nome to ws-nome-operador
                       else
                           move "(nao cadastrado)"
                                         to ws-nome-operador
                           move "00" to ws-fs-operadores
                       end-if
                   end-if
               end-if

               display "               "
               display "Operador " ws-cx-operador(ws-ind-caixa)
                       " - " ws-nome-operador
                       " - movimentos: "
                       ws-cx-qtd-movimentos(ws-ind-caixa)
               move ws-cx-arrecadado(ws-ind-caixa) to ws-valor-exibe
               display "  Arrecadado:      R$ " ws-valor-exibe
               move ws-cx-depositos(ws-ind-caixa)  to ws-valor-exibe
               display "  Depositado:      R$ " ws-valor-exibe
               move ws-cx-estornos(ws-ind-caixa)   to ws-valor-exibe
               display "  Estornado:       R$ " ws-valor-exibe
               move ws-cx-pago(ws-ind-caixa)       to ws-valor-exibe
               display "  Pago:            R$ " ws-valor-exibe
               move ws-cx-impostos(ws-ind-caixa)   to ws-valor-exibe
               display "  IR retido:       R$ " ws-valor-exibe
               move ws-cx-saques(ws-ind-caixa)     to ws-valor-exibe
               display "  Sacado:          R$ " ws-valor-exibe

               compute ws-saldo-operador =
                       ws-cx-arrecadado(ws-ind-caixa)
                     + ws-cx-depositos(ws-ind-caixa)
                     - ws-cx-estornos(ws-ind-caixa)
                     - ws-cx-pago(ws-ind-caixa)
                     - ws-cx-impostos(ws-ind-caixa)
                     - ws-cx-saques(ws-ind-caixa)
               move ws-saldo-operador to ws-saldo-exibe
               display "  Saldo do caixa:  R$ " ws-saldo-exibe

               add 1 to ws-ind-caixa
           end-perform

           if ws-sw-caixas-cheio = "S" then
               display "               "
               display "ATENCAO: mais de 50 operadores na data - os "
                       "excedentes ficaram so no total da loja."
           end-if

           if ws-fs-operadores = "00" then
               close arq-operadores
           end-if

           .
       imprime-caixa-operador-exit.
           exit.

      *>Grava o registro permanente do dia fechado - uma unica vez:
      *>se o dia ja tem fechamento, o registro nao e regravado e os
      *>totais guardados sao comparados com os recalculados, para
           if ws-data-fechamento > ws-data-hoje then
               display "Data " ws-data-fechamento " ainda nao "
                       "chegou - fechamento nao registrado."
               move 12 to return-code
               go to registrar-fechamento-exit
           end-if

      *>so se registra com confirmacao do operador
           if ws-qtd-apostas   = 0
           and ws-qtd-premios   = 0
           and ws-qtd-depositos = 0
           and ws-qtd-estornos  = 0
           and ws-qtd-saques    = 0
           and ws-qtd-impostos  = 0 then
               display "Nenhum movimento em " ws-data-fechamento
                       ". Confirma registrar o fechamento zerado "
                       "(S/N)? "
               accept ws-confirma
               if ws-confirma <> "S" and ws-confirma <> "s" then
                   display "Fechamento nao registrado."
                   move 4 to return-code
                   go to registrar-fechamento-exit
               end-if
           end-if
           move ws-tot-pago                to fec-tot-pago
           move ws-qtd-depositos           to fec-qtd-depositos
           move ws-tot-depositos           to fec-tot-depositos
           move ws-qtd-estornos            to fec-qtd-estornos
           move ws-tot-estornos            to fec-tot-estornos
           move ws-qtd-saques              to fec-qtd-saques
           move ws-tot-saques              to fec-tot-saques
           move ws-qtd-impostos            to fec-qtd-impostos
           move ws-tot-impostos            to fec-tot-impostos
           move ws-saldo-dia               to fec-saldo
           move function current-date(1:8) to fec-carimbo-data
           move function current-date(9:6) to fec-carimbo-hora
           else
               display "Erro ao registrar o fechamento, status: "
                       ws-fs-fechamentos
               move 12 to return-code
           end-if

           .
           or fec-qtd-premios    <> ws-qtd-premios
           or fec-tot-pago       <> ws-tot-pago
           or fec-qtd-depositos  <> ws-qtd-depositos
           or fec-tot-depositos  <> ws-tot-depositos
           or fec-qtd-estornos   <> ws-qtd-estornos
           or fec-tot-estornos   <> ws-tot-estornos
           or fec-qtd-saques     <> ws-qtd-saques
           or fec-tot-saques     <> ws-tot-saques
           or fec-qtd-impostos   <> ws-qtd-impostos
           or fec-tot-impostos   <> ws-tot-impostos then
               move "S" to ws-sw-divergencia
           end-if

               display "ATENCAO: movimentos gravados depois do "
                       "fechamento - os totais de hoje nao batem "
                       "com o registro."
               move 8 to return-code
               move fec-saldo to ws-saldo-exibe
               display "Saldo registrado no fechamento: R$ "
                       ws-saldo-exibe
