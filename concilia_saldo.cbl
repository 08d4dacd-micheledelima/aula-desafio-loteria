      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "concilia_saldo".
       Author. "Michele de Lima.
       Installation. "PC".
       Date-written. 14/10/2026.
       Date-compiled. 14/10/2026.

      *>Conciliacao dos saldos dos jogadores: o jog-saldo do cadastro
      *>(CADJOGADOR.DAT) e regravado no lugar por conta_jogador,
      *>jogo_loteria, desdobramento_loteria, conferencia_loteria e
      *>cancela_bilhete, e uma regravacao que falha deixa o saldo fora
      *>do passo com os movimentos sem ninguem perceber. Este job
      *>refaz a conta corrente de cada jogador a partir de
      *>CONTACOR.DAT (creditos D/P/E menos debitos A/S) e compara o
      *>resultado com o jog-saldo e com o ultimo cc-saldo gravado.
      *>Confere tambem, por jogador, o total debitado em apostas
      *>contra o valor dos bilhetes emitidos para ele em BILHETES.DAT
      *>- o desdobramento debita de uma vez o total de varios
      *>bilhetes, por isso a conferencia e pelo total e nao linha a
      *>linha - e a quantidade de bilhetes premiados e pagos contra
      *>os creditos de premio. Os rateios de bolao creditam todos os
      *>participantes, ganhe quem ganhar, e ficam fora dessa
      *>contagem, assim como os bilhetes de bolao. As diferencas saem
      *>por jogador, com o valor, no relatorio impresso CONCSALDO.TXT.
      *>Termina com return-code 8 quando ha diferenca, como o
      *>concilia_loteria, para o scheduler sinalizar.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arq-jogadores assign to "CADJOGADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is jog-id
               file status is ws-fs-jogadores.
           select arq-conta assign to "CONTACOR.DAT"
               organization is line sequential
               file status is ws-fs-conta.
           select arq-bilhetes assign to "BILHETES.DAT"
               organization is indexed
               access mode is dynamic
               record key is bil-numero
               file status is ws-fs-bilhetes.
           select arq-relatorio assign to "CONCSALDO.TXT"
               organization is line sequential
               file status is ws-fs-relatorio.
       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd  arq-jogadores.
       copy "JOGREG.CPY".

       fd  arq-conta.
       copy "CCREG.CPY".

       fd  arq-bilhetes.
       copy "BILREG.CPY".

      *>relatorio impresso das excecoes encontradas
       fd  arq-relatorio.
       01 rel-registro                              pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

      *>totais refeitos de cada jogador, na posicao do id dele - a
      *>conta corrente e os bilhetes sao lidos uma unica vez
       01 ws-contas.
           05 ws-conta occurs 9999.
               10 ws-conc-tem-movimento             pic x(01).
               10 ws-conc-no-cadastro               pic x(01).
               10 ws-conc-saldo-refeito             pic s9(11)v99.
               10 ws-conc-ultimo-saldo              pic s9(09)v99.
               10 ws-conc-debitos                   pic 9(11)v99.
               10 ws-conc-bilhetes                  pic 9(11)v99.
               10 ws-conc-qtd-creditos              pic 9(06).
               10 ws-conc-qtd-pagos                 pic 9(06).

       01 ws-totais.
           05 ws-tot-movimentos                     pic 9(08)
                                                     value 0.
           05 ws-tot-bilhetes                       pic 9(08)
                                                     value 0.
           05 ws-tot-jogadores                      pic 9(06)
                                                     value 0.
           05 ws-tot-conciliados                    pic 9(06)
                                                     value 0.
           05 ws-tot-com-diferenca                  pic 9(06)
                                                     value 0.
           05 ws-qtd-diferencas                     pic 9(06)
                                                     value 0.

      *>Controle do relatorio impresso, no mesmo formato do
      *>relatorio do lote do jogo_loteria
       01 ws-relatorio.
           05 ws-rel-linha                          pic x(80).
           05 ws-rel-data                           pic x(08).
           05 ws-rel-hora                           pic x(06).
           05 ws-rel-pagina                         pic 9(04)
                                                    value 0.
           05 ws-rel-qtd-linhas                     pic 9(02)
                                                    value 99.
           05 ws-rel-max-linhas                     pic 9(02)
                                                    value 56.

      *>excecao corrente: jogador, descricao e os dois lados
       01 ws-excecao.
           05 ws-exc-jogador                        pic 9(04).
           05 ws-exc-nome                           pic x(20).
           05 ws-exc-descricao                      pic x(30).
           05 ws-exc-registrado                     pic s9(11)v99.
           05 ws-exc-calculado                      pic s9(11)v99.
           05 ws-exc-diferenca                      pic s9(11)v99.

       77 ws-ind-jogador                            pic 9(05).
       77 ws-sw-jogador-diverge                     pic x(01).
       77 ws-sw-relatorio-ok                        pic x(01)
                                                    value "N".
       77 ws-valor-exibe                            pic -zz.zzz.zzz.zz9,99.
       77 ws-registrado-exibe                       pic -zz.zzz.zzz.zz9,99.
       77 ws-calculado-exibe                        pic -zz.zzz.zzz.zz9,99.
       77 ws-qtd-exibe                              pic zzzzz9.
       77 ws-qtd-exibe-2                            pic zzzzz9.

       77 ws-fs-jogadores                           pic x(02).
       77 ws-fs-conta                               pic x(02).
       77 ws-fs-bilhetes                            pic x(02).
       77 ws-fs-relatorio                           pic x(02).

       procedure division.

           perform inicializa.
           perform acumular-conta-corrente.
           perform acumular-bilhetes.
           perform conferir-jogadores.
           perform conferir-sem-cadastro.
           perform imprime-conciliacao.
           perform finaliza.

      *>Abertura dos arquivos conciliados e do relatorio; a tabela de
      *>jogadores comeca zerada
       inicializa section.

           initialize ws-contas

           open input arq-jogadores
           open input arq-conta
           open input arq-bilhetes

           open output arq-relatorio
           if ws-fs-relatorio <> "00" then
               display "Nao foi possivel gravar CONCSALDO.TXT, status: "
                       ws-fs-relatorio
           else
               move "S" to ws-sw-relatorio-ok
               move function current-date(1:8) to ws-rel-data
               move function current-date(9:6) to ws-rel-hora
           end-if

           .
       inicializa-exit.
           exit.

      *>Le a conta corrente inteira refazendo o saldo de cada
      *>jogador: depositos, premios e estornos creditam, apostas e
      *>saques debitam. Guarda o ultimo cc-saldo gravado, o total
      *>debitado em apostas e a quantidade de creditos de premio que
      *>nao sao rateio de bolao.
       acumular-conta-corrente section.

           if ws-fs-conta <> "00" then
               display "Nao foi possivel abrir CONTACOR.DAT, status: "
                       ws-fs-conta
               add 1 to ws-qtd-diferencas
               go to acumular-conta-corrente-exit
           end-if

           read arq-conta
               at end move "10" to ws-fs-conta
           end-read

           perform until ws-fs-conta = "10"
               add 1 to ws-tot-movimentos

               if cc-jogador > 0 then
                   move cc-jogador to ws-ind-jogador
                   move "S" to ws-conc-tem-movimento(ws-ind-jogador)

                   evaluate cc-tipo
                       when "D"
                       when "E"
                           add cc-valor
                               to ws-conc-saldo-refeito(ws-ind-jogador)
                       when "P"
                           add cc-valor
                               to ws-conc-saldo-refeito(ws-ind-jogador)
                           if cc-descricao(1:12) <> "Rateio bolao" then
                               add 1
                                 to ws-conc-qtd-creditos(ws-ind-jogador)
                           end-if
                       when "A"
                           subtract cc-valor
                               from ws-conc-saldo-refeito(ws-ind-jogador)
                           add cc-valor
                               to ws-conc-debitos(ws-ind-jogador)
                       when "S"
                           subtract cc-valor
                               from ws-conc-saldo-refeito(ws-ind-jogador)
                       when other
                           display "Movimento com tipo desconhecido '"
                                   cc-tipo "' do jogador " cc-jogador
                                   " ignorado: " cc-descricao
                   end-evaluate

                   move cc-saldo to ws-conc-ultimo-saldo(ws-ind-jogador)
               end-if

               read arq-conta
                   at end move "10" to ws-fs-conta
               end-read
           end-perform

           close arq-conta

           .
       acumular-conta-corrente-exit.
           exit.

      *>Le os bilhetes somando, por jogador, o valor de todos os
      *>emitidos - o cancelado tambem, porque o debito dele continua
      *>na conta e o estorno entra como credito - e contando os
      *>premiados e pagos, fora os de bolao
       acumular-bilhetes section.

           if ws-fs-bilhetes <> "00" then
               display "Nao foi possivel abrir BILHETES.DAT, status: "
                       ws-fs-bilhetes
               add 1 to ws-qtd-diferencas
               go to acumular-bilhetes-exit
           end-if

           move 0 to bil-numero
           start arq-bilhetes key > bil-numero
           end-start

           perform until ws-fs-bilhetes <> "00"
               read arq-bilhetes next
                   at end move "10" to ws-fs-bilhetes
               end-read

               if ws-fs-bilhetes = "00"
               and bil-jogador > 0 then
                   add 1 to ws-tot-bilhetes
                   move bil-jogador to ws-ind-jogador
                   add bil-valor to ws-conc-bilhetes(ws-ind-jogador)

                   if bil-situacao = "P"
                   and bil-origem <> "B" then
                       add 1 to ws-conc-qtd-pagos(ws-ind-jogador)
                   end-if
               end-if
           end-perform

           close arq-bilhetes

           .
       acumular-bilhetes-exit.
           exit.

      *>Percorre o cadastro e confere cada jogador contra os totais
      *>refeitos
       conferir-jogadores section.

           if ws-fs-jogadores <> "00" then
               display "Nao foi possivel abrir CADJOGADOR.DAT, status: "
                       ws-fs-jogadores
               add 1 to ws-qtd-diferencas
               go to conferir-jogadores-exit
           end-if

           move 0 to jog-id
           start arq-jogadores key > jog-id
           end-start

           perform until ws-fs-jogadores <> "00"
               read arq-jogadores next
                   at end move "10" to ws-fs-jogadores
               end-read

               if ws-fs-jogadores = "00" then
                   perform conferir-jogador
               end-if
           end-perform

           close arq-jogadores

           .
       conferir-jogadores-exit.
           exit.

      *>Confere o jogador corrente (jog-registro): saldo do cadastro
      *>e ultimo cc-saldo contra o saldo refeito, debitos de aposta
      *>contra o valor dos bilhetes e bilhetes pagos contra creditos
      *>de premio
       conferir-jogador section.

           add 1 to ws-tot-jogadores
           move jog-id to ws-ind-jogador
           move "S" to ws-conc-no-cadastro(ws-ind-jogador)
           move "N" to ws-sw-jogador-diverge

           move jog-id   to ws-exc-jogador
           move jog-nome to ws-exc-nome

           if jog-saldo <> ws-conc-saldo-refeito(ws-ind-jogador) then
               move "SALDO CADASTRO X CONTACOR" to ws-exc-descricao
               move jog-saldo to ws-exc-registrado
               move ws-conc-saldo-refeito(ws-ind-jogador)
                   to ws-exc-calculado
               perform registrar-excecao
           end-if

           if ws-conc-tem-movimento(ws-ind-jogador) = "S"
           and ws-conc-ultimo-saldo(ws-ind-jogador) <>
               ws-conc-saldo-refeito(ws-ind-jogador) then
               move "ULTIMO CC-SALDO X CONTACOR" to ws-exc-descricao
               move ws-conc-ultimo-saldo(ws-ind-jogador)
                   to ws-exc-registrado
               move ws-conc-saldo-refeito(ws-ind-jogador)
                   to ws-exc-calculado
               perform registrar-excecao
           end-if

           if ws-conc-debitos(ws-ind-jogador) <>
              ws-conc-bilhetes(ws-ind-jogador) then
               move "DEBITOS APOSTA X BILHETES" to ws-exc-descricao
               move ws-conc-debitos(ws-ind-jogador)
                   to ws-exc-registrado
               move ws-conc-bilhetes(ws-ind-jogador)
                   to ws-exc-calculado
               perform registrar-excecao
           end-if

           if ws-conc-qtd-pagos(ws-ind-jogador) <>
              ws-conc-qtd-creditos(ws-ind-jogador) then
               perform registrar-excecao-premios
           end-if

           if ws-sw-jogador-diverge = "S" then
               add 1 to ws-tot-com-diferenca
           else
               add 1 to ws-tot-conciliados
           end-if

           .
       conferir-jogador-exit.
           exit.

      *>Movimentos de conta corrente de jogador que nao esta no
      *>cadastro: o saldo refeito nao tem onde bater
       conferir-sem-cadastro section.

           move 1 to ws-ind-jogador
           perform until ws-ind-jogador > 9999
               perform conferir-id-sem-cadastro
               add 1 to ws-ind-jogador
           end-perform

           .
       conferir-sem-cadastro-exit.
           exit.

      *>Confere a posicao corrente da tabela (ws-ind-jogador)
       conferir-id-sem-cadastro section.

           if ws-conc-tem-movimento(ws-ind-jogador) = "S"
           and ws-conc-no-cadastro(ws-ind-jogador) <> "S" then
               move ws-ind-jogador to ws-exc-jogador
               move "*** FORA DO CADASTRO ***" to ws-exc-nome
               move "MOVIMENTO SEM CADASTRO" to ws-exc-descricao
               move 0 to ws-exc-registrado
               move ws-conc-saldo-refeito(ws-ind-jogador)
                   to ws-exc-calculado
               perform registrar-excecao
               add 1 to ws-tot-com-diferenca
           end-if

           .
       conferir-id-sem-cadastro-exit.
           exit.

      *>Imprime a excecao corrente (ws-excecao) com os dois lados e a
      *>diferenca, e conta a diferenca
       registrar-excecao section.

           add 1 to ws-qtd-diferencas
           move "S" to ws-sw-jogador-diverge

           compute ws-exc-diferenca = ws-exc-registrado
                                    - ws-exc-calculado

           move ws-exc-diferenca to ws-valor-exibe
           move spaces to ws-rel-linha
           string ws-exc-jogador   delimited by size
                  " "              delimited by size
                  ws-exc-nome      delimited by size
                  " "              delimited by size
                  ws-exc-descricao delimited by size
                  " "              delimited by size
                  ws-valor-exibe   delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move ws-exc-registrado to ws-registrado-exibe
           move ws-exc-calculado  to ws-calculado-exibe
           move spaces to ws-rel-linha
           string "     REGISTRADO: "  delimited by size
                  ws-registrado-exibe  delimited by size
                  "   CALCULADO: "     delimited by size
                  ws-calculado-exibe   delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           .
       registrar-excecao-exit.
           exit.

      *>Imprime a diferenca entre bilhetes premiados e pagos e os
      *>creditos de premio do jogador corrente, em quantidade
       registrar-excecao-premios section.

           add 1 to ws-qtd-diferencas
           move "S" to ws-sw-jogador-diverge

           move spaces to ws-rel-linha
           string ws-exc-jogador   delimited by size
                  " "              delimited by size
                  ws-exc-nome      delimited by size
                  " "              delimited by size
                  "BILHETES PAGOS X CREDITOS PREMIO"
                                   delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move ws-conc-qtd-pagos(ws-ind-jogador)    to ws-qtd-exibe
           move ws-conc-qtd-creditos(ws-ind-jogador) to ws-qtd-exibe-2
           move spaces to ws-rel-linha
           string "     BILHETES PAGOS: "   delimited by size
                  ws-qtd-exibe              delimited by size
                  "   CREDITOS DE PREMIO: " delimited by size
                  ws-qtd-exibe-2            delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           .
       registrar-excecao-premios-exit.
           exit.

      *>Grava uma linha no relatorio, abrindo pagina nova com
      *>cabecalho quando a atual enche
       gravar-linha-relatorio section.

           if ws-sw-relatorio-ok <> "S" then
               display ws-rel-linha
               go to gravar-linha-relatorio-exit
           end-if

           if ws-rel-qtd-linhas >= ws-rel-max-linhas then
               perform cabecalho-relatorio
           end-if

           write rel-registro from ws-rel-linha
           add 1 to ws-rel-qtd-linhas

           .
       gravar-linha-relatorio-exit.
           exit.

      *>Cabecalho de pagina do relatorio, com data, hora e numero da
      *>pagina
       cabecalho-relatorio section.

           add 1 to ws-rel-pagina

           move all "-" to rel-registro
           write rel-registro

           move spaces to rel-registro
           string "RELATORIO DE EXCECOES - CONCILIACAO DE SALDOS"
                  delimited by size
             into rel-registro
           write rel-registro

           move spaces to rel-registro
           string "DATA: "     delimited by size
                  ws-rel-data  delimited by size
                  "  HORA: "   delimited by size
                  ws-rel-hora  delimited by size
                  "  PAGINA: " delimited by size
                  ws-rel-pagina delimited by size
             into rel-registro
           write rel-registro

           move spaces to rel-registro
           string "ID   NOME                 OCORRENCIA"
                  delimited by size
                  "                          DIFERENCA R$"
                  delimited by size
             into rel-registro
           write rel-registro

           move all "-" to rel-registro
           write rel-registro

           move 5 to ws-rel-qtd-linhas

           .
       cabecalho-relatorio-exit.
           exit.

      *>Rodape do relatorio e resumo na tela
       imprime-conciliacao section.

           if ws-qtd-diferencas = 0 then
               move "NENHUMA DIFERENCA ENCONTRADA." to ws-rel-linha
               perform gravar-linha-relatorio
           end-if

           move all "-" to ws-rel-linha
           perform gravar-linha-relatorio

           move spaces to ws-rel-linha
           string "MOVIMENTOS LIDOS: " delimited by size
                  ws-tot-movimentos    delimited by size
                  "  BILHETES LIDOS: " delimited by size
                  ws-tot-bilhetes      delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move spaces to ws-rel-linha
           string "JOGADORES: "        delimited by size
                  ws-tot-jogadores     delimited by size
                  "  CONCILIADOS: "    delimited by size
                  ws-tot-conciliados   delimited by size
                  "  COM DIFERENCA: "  delimited by size
                  ws-tot-com-diferenca delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           display "               "
           display "----- Conciliacao de saldos -----"
           display "Movimentos de conta corrente lidos: "
                   ws-tot-movimentos
           display "Bilhetes lidos:                     "
                   ws-tot-bilhetes
           display "Jogadores conferidos:               "
                   ws-tot-jogadores
           display "Jogadores conciliados:              "
                   ws-tot-conciliados
           display "Jogadores com diferenca:            "
                   ws-tot-com-diferenca

           if ws-qtd-diferencas > 0 then
               display "Diferencas encontradas: " ws-qtd-diferencas
                       " - veja o relatorio CONCSALDO.TXT."
           end-if

           .
       imprime-conciliacao-exit.
           exit.

      *>Fechamento do relatorio; com diferenca encontrada o programa
      *>devolve return-code 8 para o scheduler do lote
       finaliza section.

           if ws-sw-relatorio-ok = "S" then
               close arq-relatorio
           end-if

           if ws-qtd-diferencas > 0 then
               move 8 to return-code
               display "Conciliacao de saldos finalizada com "
                       "diferencas."
           else
               display "Conciliacao de saldos finalizada."
           end-if

           stop run

           .
       finaliza-exit.
           exit.
