      *>historia: movimento gravado em dia ja fechado (os totais nao
      *>batem mais com o registro) e dia com movimento que nunca foi
      *>fechado.
      *>Para a cadeia noturna termina com return-code 4 sem os
      *>movimentos, 8 com dia aberto ou divergente e 12 sem os
      *>fechamentos registrados.

      *>Divisão para configuração do ambiente
       Environment Division.
           05 ws-dia-pago                           pic 9(09)v99.
           05 ws-dia-qtd-depositos                  pic 9(06).
           05 ws-dia-depositos                      pic 9(09)v99.
           05 ws-dia-qtd-estornos                   pic 9(06).
           05 ws-dia-estornos                       pic 9(09)v99.
           05 ws-dia-qtd-saques                     pic 9(06).
           05 ws-dia-saques                         pic 9(09)v99.
           05 ws-dia-qtd-impostos                   pic 9(06).
           05 ws-dia-impostos                       pic 9(09)v99.

       01 ws-totais-mes.
           05 ws-mes-arrecadado                     pic 9(11)v99
                                                     value 0.
           05 ws-mes-depositos                      pic 9(11)v99
                                                     value 0.
           05 ws-mes-estornos                       pic 9(11)v99
                                                     value 0.
           05 ws-mes-saques                         pic 9(11)v99
                                                     value 0.
           05 ws-mes-impostos                       pic 9(11)v99
                                                     value 0.
           05 ws-mes-dias-fechados                  pic 9(02)
                                                     value 0.
           05 ws-mes-dias-abertos                   pic 9(02)
               move 0   to ws-dia-pago(ws-ind-dia)
               move 0   to ws-dia-qtd-depositos(ws-ind-dia)
               move 0   to ws-dia-depositos(ws-ind-dia)
               move 0   to ws-dia-qtd-estornos(ws-ind-dia)
               move 0   to ws-dia-estornos(ws-ind-dia)
               move 0   to ws-dia-qtd-saques(ws-ind-dia)
               move 0   to ws-dia-saques(ws-ind-dia)
               move 0   to ws-dia-qtd-impostos(ws-ind-dia)
               move 0   to ws-dia-impostos(ws-ind-dia)
               add 1 to ws-ind-dia
           end-perform

               display "FINANCEIRO.DAT indisponivel (status "
                       ws-fs-financeiro "), consolidando so pelos "
                       "fechamentos registrados."
               move 4 to return-code
               go to acumular-movimentos-exit
           end-if

                                   to ws-dia-depositos(ws-ind-dia)
                               add 1
                                   to ws-dia-qtd-depositos(ws-ind-dia)
                           when "E"
                               add fin-valor
                                   to ws-dia-estornos(ws-ind-dia)
                               add 1
                                   to ws-dia-qtd-estornos(ws-ind-dia)
                           when "S"
                               add fin-valor
                                   to ws-dia-saques(ws-ind-dia)
                               add 1
                                   to ws-dia-qtd-saques(ws-ind-dia)
                           when "I"
                               add fin-valor
                                   to ws-dia-impostos(ws-ind-dia)
                               add 1
                                   to ws-dia-qtd-impostos(ws-ind-dia)
                           when other
                               continue
                       end-evaluate
               display "FECHADIA.DAT indisponivel (status "
                       ws-fs-fechamentos "), nao ha fechamentos "
                       "registrados para consolidar."
               move 12 to return-code
               go to consolidar-mes-exit
           end-if

           display "----- Fechamento mensal consolidado: "
                   ws-mes-consultado " -----"
           display "Dia       Arrecadado      Depositos      "
                   "Estornos       Premios pagos  IR retido      "
                   "Saques         Saldo acumulado"

           move 1 to ws-ind-dia
           perform until ws-ind-dia > 31
           display "Total arrecadado no mes:  R$ " ws-valor-exibe
           move ws-mes-depositos to ws-valor-exibe
           display "Total depositado no mes:  R$ " ws-valor-exibe
           move ws-mes-estornos to ws-valor-exibe
           display "Total estornado no mes:   R$ " ws-valor-exibe
           move ws-mes-pago to ws-valor-exibe
           display "Total pago no mes:        R$ " ws-valor-exibe
           move ws-mes-impostos to ws-valor-exibe
           display "Total IR retido no mes:   R$ " ws-valor-exibe
           move ws-mes-saques to ws-valor-exibe
           display "Total sacado no mes:      R$ " ws-valor-exibe
           move ws-saldo-acumulado to ws-saldo-exibe
           display "Saldo acumulado do mes:   R$ " ws-saldo-exibe

               display "ATENCAO: " ws-mes-dias-abertos " dia(s) com "
                       "movimento nunca fechado(s) - rode o "
                       "fechamento_diario deles."
               move 8 to return-code
           end-if
           if ws-mes-divergencias > 0 then
               display "ATENCAO: " ws-mes-divergencias " dia(s) "
                       "fechado(s) com movimento gravado depois do "
                       "fechamento."
               move 8 to return-code
           end-if

           .

               add fec-tot-arrecadado to ws-mes-arrecadado
               add fec-tot-depositos  to ws-mes-depositos
               add fec-tot-estornos   to ws-mes-estornos
               add fec-tot-saques     to ws-mes-saques
               add fec-tot-impostos   to ws-mes-impostos
               add fec-tot-pago       to ws-mes-pago
               add fec-saldo          to ws-saldo-acumulado

           display fec-data " " ws-valor-exibe with no advancing
           move fec-tot-depositos to ws-valor-exibe
           display " " ws-valor-exibe with no advancing
           move fec-tot-estornos to ws-valor-exibe
           display " " ws-valor-exibe with no advancing
           move fec-tot-pago to ws-valor-exibe
           display " " ws-valor-exibe with no advancing
           move fec-tot-impostos to ws-valor-exibe
           display " " ws-valor-exibe with no advancing
           move fec-tot-saques to ws-valor-exibe
           display " " ws-valor-exibe with no advancing
           move ws-saldo-acumulado to ws-saldo-exibe
           display "  " ws-saldo-exibe

           or fec-qtd-premios   <> ws-dia-qtd-premios(ws-ind-dia)
           or fec-tot-pago      <> ws-dia-pago(ws-ind-dia)
           or fec-qtd-depositos <> ws-dia-qtd-depositos(ws-ind-dia)
           or fec-tot-depositos <> ws-dia-depositos(ws-ind-dia)
           or fec-qtd-estornos  <> ws-dia-qtd-estornos(ws-ind-dia)
           or fec-tot-estornos  <> ws-dia-estornos(ws-ind-dia)
           or fec-qtd-saques    <> ws-dia-qtd-saques(ws-ind-dia)
           or fec-tot-saques    <> ws-dia-saques(ws-ind-dia)
           or fec-qtd-impostos  <> ws-dia-qtd-impostos(ws-ind-dia)
           or fec-tot-impostos  <> ws-dia-impostos(ws-ind-dia) then
               move "S" to ws-sw-diverge
           end-if

