      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "converte_parametro".
       Author. "Michele de Lima.
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Conversao unica da tabela de precos e premios: o limite de
      *>saque e o imposto de renda sobre premios alongaram o registro
      *>de PARAMFIN.DAT, e um arquivo gravado no layout antigo nao
      *>abre mais na manutencao_parametro nem nos programas que leem
      *>a tabela vigente. Este job le a tabela antiga (renomeada pelo
      *>operador para PARAMFIN.OLD) e regrava cada vigencia em um
      *>PARAMFIN.DAT novo, no layout PARREG, mantendo precos, premios
      *>e percentuais de rateio e gravando em todas as tabelas o
      *>limite de saque, a isencao e a aliquota do imposto de renda
      *>informados uma unica vez no inicio, como o
      *>converte_fechamento fez com FECHADIA. Depois de conferir a
      *>conversao, o PARAMFIN.OLD pode ser guardado como arquivo
      *>morto.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arq-parametros-antigo assign to "PARAMFIN.OLD"
               organization is indexed
               access mode is dynamic
               record key is pant-vigencia
               file status is ws-fs-antigo.
           select arq-parametros assign to "PARAMFIN.DAT"
               organization is indexed
               access mode is dynamic
               record key is par-vigencia
               file status is ws-fs-parametros.
       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>tabela no layout antigo, sem limite de saque e imposto de renda
       fd  arq-parametros-antigo.
       01 pant-registro.
           05 pant-vigencia                         pic x(08).
           05 pant-preco-base                       pic 9(05)v99.
           05 pant-premio-quadra                    pic 9(07)v99.
           05 pant-premio-quina                     pic 9(07)v99.
           05 pant-premio-sena                      pic 9(07)v99.
           05 pant-premio-generico                  pic 9(07)v99.
           05 pant-perc-rateio                      pic 9(03)v99.
           05 pant-perc-quadra                      pic 9(03)v99.
           05 pant-perc-quina                       pic 9(03)v99.
           05 pant-perc-sena                        pic 9(03)v99.

      *>tabela no layout corrente
       fd  arq-parametros.
       copy "PARREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       01 ws-totais.
           05 ws-qtd-convertidos                    pic 9(06)
                                                     value 0.
           05 ws-qtd-ja-existentes                  pic 9(06)
                                                     value 0.
           05 ws-qtd-erros                          pic 9(06)
                                                     value 0.

      *>valores gravados em todas as tabelas convertidas
       01 ws-valores-novos.
           05 ws-limite-saque                       pic 9(07)v99
                                                     value 0.
           05 ws-ir-isencao                         pic 9(07)v99
                                                     value 0.
           05 ws-ir-aliquota                        pic 9(03)v99
                                                     value 0.

       77 ws-sw-prosseguir                         pic x(01)
                                                    value "S".
       77 ws-sw-antigo-ok                          pic x(01)
                                                    value "N".
       77 ws-sw-parametros-ok                      pic x(01)
                                                    value "N".

       77 ws-fs-antigo                             pic x(02).
       77 ws-fs-parametros                         pic x(02).

       procedure division.

           perform inicializa.
           perform informar-valores.
           perform converte-registros.
           perform imprime-conversao.
           perform finaliza.

      *>Abre a tabela antiga e a nova (criando a nova se ainda nao
      *>existir)
       inicializa section.

           open input arq-parametros-antigo
           if ws-fs-antigo <> "00" then
               display "Nao foi possivel abrir PARAMFIN.OLD, "
                       "status: " ws-fs-antigo
               display "Renomeie a tabela antiga para "
                       "PARAMFIN.OLD antes de converter."
               move "N" to ws-sw-prosseguir
               go to inicializa-exit
           end-if
           move "S" to ws-sw-antigo-ok

           open i-o arq-parametros
           if ws-fs-parametros = "35" then
               open output arq-parametros
               close arq-parametros
               open i-o arq-parametros
           end-if

           if ws-fs-parametros <> "00" then
               display "Nao foi possivel abrir PARAMFIN.DAT, "
                       "status: " ws-fs-parametros
               move "N" to ws-sw-prosseguir
               go to inicializa-exit
           end-if
           move "S" to ws-sw-parametros-ok

           .
       inicializa-exit.
           exit.

      *>Recolhe pelo terminal o limite de saque e o imposto de renda
      *>que passam a valer em todas as tabelas convertidas
       informar-valores section.

           if ws-sw-prosseguir <> "S" then
               go to informar-valores-exit
           end-if

           display "Limite diario de saque por jogador: "
           accept ws-limite-saque
           display "Limite de isencao do imposto de renda sobre "
                   "premios: "
           accept ws-ir-isencao
           display "Aliquota do imposto de renda sobre premios (%): "
           accept ws-ir-aliquota
      *>aliquota acima de 100% reteria mais que o proprio premio
           perform until ws-ir-aliquota <= 100
               display "Aliquota invalida, informe de 0 a 100: "
               accept ws-ir-aliquota
           end-perform

           .
       informar-valores-exit.
           exit.

      *>Le cada tabela da tabela antiga e grava o equivalente no
      *>layout novo; vigencia ja existente no novo e mantida como esta
       converte-registros section.

           if ws-sw-prosseguir <> "S" then
               go to converte-registros-exit
           end-if

           move low-values to pant-vigencia
           start arq-parametros-antigo key > pant-vigencia
           end-start

           perform until ws-fs-antigo <> "00"
               read arq-parametros-antigo next
                   at end move "10" to ws-fs-antigo
               end-read

               if ws-fs-antigo = "00" then
                   perform gravar-convertido
               end-if
           end-perform

           .
       converte-registros-exit.
           exit.

      *>Monta e grava uma tabela nova a partir do registro antigo
      *>corrente, com o limite de saque e o imposto informados
       gravar-convertido section.

           initialize par-registro

           move pant-vigencia        to par-vigencia
           move pant-preco-base      to par-preco-base
           move pant-premio-quadra   to par-premio-quadra
           move pant-premio-quina    to par-premio-quina
           move pant-premio-sena     to par-premio-sena
           move pant-premio-generico to par-premio-generico
           move pant-perc-rateio     to par-perc-rateio
           move pant-perc-quadra     to par-perc-quadra
           move pant-perc-quina      to par-perc-quina
           move pant-perc-sena       to par-perc-sena
           move ws-limite-saque      to par-limite-saque
           move ws-ir-isencao        to par-ir-isencao
           move ws-ir-aliquota       to par-ir-aliquota

           write par-registro
           evaluate ws-fs-parametros
               when "00"
                   add 1 to ws-qtd-convertidos
               when "22"
                   add 1 to ws-qtd-ja-existentes
               when other
                   add 1 to ws-qtd-erros
                   display "Erro ao gravar a tabela de " par-vigencia
                           ", status: " ws-fs-parametros
           end-evaluate

           .
       gravar-convertido-exit.
           exit.

      *>Exibe o resumo da conversao
       imprime-conversao section.

           if ws-sw-prosseguir = "S" then
               display "               "
               display "----- Conversao da tabela de precos -----"
               display "Tabelas convertidas de PARAMFIN.OLD: "
                       ws-qtd-convertidos
               if ws-qtd-ja-existentes > 0 then
                   display "Tabelas ja existentes no arquivo "
                           "novo (mantidas): " ws-qtd-ja-existentes
               end-if
               if ws-qtd-erros > 0 then
                   display "Tabelas nao gravadas por erro: "
                           ws-qtd-erros
               end-if
               display "Guarde o PARAMFIN.OLD antigo como arquivo "
                       "morto apos conferir."
           end-if

           .
       imprime-conversao-exit.
           exit.

      *>Fechamento dos arquivos e encerramento do programa
       finaliza section.

           if ws-sw-antigo-ok = "S" then
               close arq-parametros-antigo
           end-if
           if ws-sw-parametros-ok = "S" then
               close arq-parametros
           end-if

           display "Conversao finalizada."

           stop run

           .
       finaliza-exit.
           exit.
