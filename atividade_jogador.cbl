      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "atividade_jogador".
       Author. "Michele de Lima.
       Installation. "PC".
       Date-written. 14/10/2026.
       Date-compiled. 14/10/2026.

      *>Relatorio de atividade por apostador em um periodo: junta os
      *>bilhetes de BILHETES.DAT por origem (aposta, surpresinha,
      *>desdobramento e bolao, alem dos cancelados), os movimentos da
      *>conta corrente em CONTACOR.DAT (depositos, debitos de aposta,
      *>premios creditados, estornos e saques), a participacao nos
      *>boloes de BOLOES.DAT (cotas compradas, valor pago e premio
      *>recebido) e o cadastro CADJOGADOR.DAT, com uma linha de
      *>resumo por jogador - total apostado, premios recebidos e o
      *>resultado liquido (premios menos apostado) - e o ranking dos
      *>jogadores pelo valor apostado. Lista tambem os jogadores
      *>ativos que nao apostam ha N dias e ainda tem saldo na conta,
      *>para o balcao entrar em contato; a ultima aposta considera
      *>todo o arquivo de bilhetes e boloes, nao so o periodo. Sai no
      *>relatorio impresso ATIVIDADE.TXT, no formato dos demais
      *>relatorios, com resumo na tela.

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
           select arq-bilhetes assign to "BILHETES.DAT"
               organization is indexed
               access mode is dynamic
               record key is bil-numero
               file status is ws-fs-bilhetes.
           select arq-conta assign to "CONTACOR.DAT"
               organization is line sequential
               file status is ws-fs-conta.
           select arq-boloes assign to "BOLOES.DAT"
               organization is indexed
               access mode is dynamic
               record key is bol-id
               file status is ws-fs-boloes.
           select arq-relatorio assign to "ATIVIDADE.TXT"
               organization is line sequential
               file status is ws-fs-relatorio.
       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>cadastro permanente de jogadores
       fd  arq-jogadores.
       copy "JOGREG.CPY".

      *>bilhetes emitidos, com a origem da aposta
       fd  arq-bilhetes.
       copy "BILREG.CPY".

      *>movimentos da conta corrente dos jogadores
       fd  arq-conta.
       copy "CCREG.CPY".

      *>boloes com os participantes, cotas e premios
       fd  arq-boloes.
       copy "BOLREG.CPY".

      *>relatorio impresso da atividade
       fd  arq-relatorio.
       01 rel-registro                              pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

      *>atividade de cada jogador, na posicao do id dele
       01 ws-atividades.
           05 ws-atividade occurs 9999.
               10 ws-atv-sw-periodo                 pic x(01).
               10 ws-atv-qtd-aposta                 pic 9(05).
               10 ws-atv-val-aposta                 pic 9(09)v99.
               10 ws-atv-qtd-surpresinha            pic 9(05).
               10 ws-atv-val-surpresinha            pic 9(09)v99.
               10 ws-atv-qtd-desdobramento          pic 9(05).
               10 ws-atv-val-desdobramento          pic 9(09)v99.
               10 ws-atv-qtd-bolao                  pic 9(05).
               10 ws-atv-val-bolao                  pic 9(09)v99.
               10 ws-atv-qtd-cancelados             pic 9(05).
               10 ws-atv-apostado                   pic 9(09)v99.
               10 ws-atv-cc-depositos               pic 9(09)v99.
               10 ws-atv-cc-debitos                 pic 9(09)v99.
               10 ws-atv-cc-premios                 pic 9(09)v99.
               10 ws-atv-cc-estornos                pic 9(09)v99.
               10 ws-atv-cc-saques                  pic 9(09)v99.
               10 ws-atv-qtd-boloes                 pic 9(04).
               10 ws-atv-bol-cotas                  pic 9(05).
               10 ws-atv-bol-pago                   pic 9(09)v99.
               10 ws-atv-bol-premio                 pic 9(09)v99.
               10 ws-atv-ultima-aposta              pic x(08).

      *>ranking dos jogadores do periodo pelo valor apostado: ids em
      *>ordem decrescente de ws-atv-apostado
       01 ws-ranking.
           05 ws-rnk-jogador occurs 9999            pic 9(04).

       01 ws-totais.
           05 ws-tot-bilhetes                       pic 9(08)
                                                     value 0.
           05 ws-tot-movimentos                     pic 9(08)
                                                     value 0.
           05 ws-tot-boloes                         pic 9(06)
                                                     value 0.
           05 ws-tot-jogadores                      pic 9(06)
                                                     value 0.
           05 ws-tot-inativos                       pic 9(06)
                                                     value 0.
           05 ws-tot-apostado                       pic 9(11)v99
                                                     value 0.
           05 ws-tot-premios                        pic 9(11)v99
                                                     value 0.
           05 ws-tot-saldo-inativos                 pic s9(11)v99
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
           05 ws-rel-titulo                         pic x(40).
           05 ws-rel-colunas                        pic x(80).

       77 ws-data-inicial                           pic x(08).
       77 ws-data-final                             pic x(08).
       77 ws-data-hoje                              pic x(08).
       77 ws-data-limite                            pic x(08).
       77 ws-data-numerica                          pic 9(08).
       77 ws-dias-inativo                           pic 9(04).
       77 ws-dia-hoje                               pic 9(07).
       77 ws-dias-sem-apostar                       pic 9(06).
       77 ws-ind-jogador                            pic 9(05).
       77 ws-ind-participante                       pic 9(02).
       77 ws-ind-rank                               pic 9(05).
       77 ws-ind-anterior                           pic 9(05).
       77 ws-qtd-ranking                            pic 9(05) value 0.
       77 ws-rnk-chave                              pic 9(04).
       77 ws-nome-jogador                           pic x(20).
       77 ws-resultado                              pic s9(09)v99.
       77 ws-sw-posicao-achada                      pic x(01).
       77 ws-sw-relatorio-ok                        pic x(01)
                                                    value "N".
       77 ws-sw-cadastro-ok                         pic x(01)
                                                    value "N".
       77 ws-valor-exibe                            pic z.zzz.zz9,99.
       77 ws-valor-exibe-2                          pic z.zzz.zz9,99.
       77 ws-valor-exibe-3                          pic z.zzz.zz9,99.
       77 ws-saldo-exibe                            pic -z.zzz.zz9,99.
       77 ws-resultado-exibe                        pic -z.zzz.zz9,99.
       77 ws-total-exibe                            pic zz.zzz.zzz.zz9,99.
       77 ws-total-exibe-2                          pic -zz.zzz.zzz.zz9,99.
       77 ws-posicao-exibe                          pic zzzz9.
       77 ws-dias-exibe                             pic zzzzz9.

       77 ws-fs-jogadores                           pic x(02).
       77 ws-fs-bilhetes                            pic x(02).
       77 ws-fs-conta                               pic x(02).
       77 ws-fs-boloes                              pic x(02).
       77 ws-fs-relatorio                           pic x(02).

       procedure division.

           perform inicializa.
           perform acumular-bilhetes.
           perform acumular-conta-corrente.
           perform acumular-boloes.
           perform imprime-jogadores.
           perform imprime-ranking.
           perform imprime-inativos.
           perform imprime-resumo.
           perform finaliza.

      *>Escolha do periodo e do prazo de inatividade e abertura dos
      *>arquivos. Data final vazia vai ate hoje; prazo vazio e 90
      *>dias.
       inicializa section.

           move function current-date(1:8) to ws-data-hoje

           display "Data inicial do periodo (AAAAMMDD): "
           accept ws-data-inicial
           display "Data final (AAAAMMDD, vazio = hoje): "
           accept ws-data-final
           display "Dias sem apostar para a lista de inativos "
                   "(vazio = 90): "
           accept ws-dias-inativo

           if ws-data-final = spaces then
               move ws-data-hoje to ws-data-final
           end-if

           if ws-dias-inativo = 0 then
               move 90 to ws-dias-inativo
           end-if

           if ws-data-inicial is not numeric
           or ws-data-final   is not numeric
           or ws-data-final < ws-data-inicial then
               display "Periodo invalido."
               stop run
           end-if

      *>ultima aposta anterior a esta data entra na lista de inativos
           move ws-data-hoje to ws-data-numerica
           compute ws-dia-hoje =
                   function integer-of-date(ws-data-numerica)
           compute ws-data-numerica =
                   function date-of-integer(ws-dia-hoje - ws-dias-inativo)
           move ws-data-numerica to ws-data-limite

           initialize ws-atividades

           open input arq-jogadores
           if ws-fs-jogadores = "00" then
               move "S" to ws-sw-cadastro-ok
           else
               display "Nao foi possivel abrir CADJOGADOR.DAT, status: "
                       ws-fs-jogadores
           end-if

           open output arq-relatorio
           if ws-fs-relatorio <> "00" then
               display "Nao foi possivel gravar ATIVIDADE.TXT, status: "
                       ws-fs-relatorio
           else
               move "S" to ws-sw-relatorio-ok
               move function current-date(1:8) to ws-rel-data
               move function current-date(9:6) to ws-rel-hora
           end-if

           .
       inicializa-exit.
           exit.

      *>Le todos os bilhetes: os do periodo somam por origem e a data
      *>de todos os nao cancelados marca a ultima aposta do jogador
       acumular-bilhetes section.

           open input arq-bilhetes
           if ws-fs-bilhetes <> "00" then
               display "Nao foi possivel abrir BILHETES.DAT, status: "
                       ws-fs-bilhetes
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
                   move bil-jogador to ws-ind-jogador
                   perform acumula-bilhete
               end-if
           end-perform

           close arq-bilhetes

           .
       acumular-bilhetes-exit.
           exit.

      *>Acumula o bilhete lido no jogador ws-ind-jogador
       acumula-bilhete section.

           if bil-situacao <> "C"
           and bil-data > ws-atv-ultima-aposta(ws-ind-jogador) then
               move bil-data to ws-atv-ultima-aposta(ws-ind-jogador)
           end-if

           if bil-data < ws-data-inicial
           or bil-data > ws-data-final then
               go to acumula-bilhete-exit
           end-if

           add 1 to ws-tot-bilhetes
           move "S" to ws-atv-sw-periodo(ws-ind-jogador)

           if bil-situacao = "C" then
               add 1 to ws-atv-qtd-cancelados(ws-ind-jogador)
               go to acumula-bilhete-exit
           end-if

           add bil-valor to ws-atv-apostado(ws-ind-jogador)

           evaluate bil-origem
               when "A"
                   add 1 to ws-atv-qtd-aposta(ws-ind-jogador)
                   add bil-valor to ws-atv-val-aposta(ws-ind-jogador)
               when "S"
                   add 1 to ws-atv-qtd-surpresinha(ws-ind-jogador)
                   add bil-valor
                       to ws-atv-val-surpresinha(ws-ind-jogador)
               when "D"
                   add 1 to ws-atv-qtd-desdobramento(ws-ind-jogador)
                   add bil-valor
                       to ws-atv-val-desdobramento(ws-ind-jogador)
               when "B"
                   add 1 to ws-atv-qtd-bolao(ws-ind-jogador)
                   add bil-valor to ws-atv-val-bolao(ws-ind-jogador)
           end-evaluate

           .
       acumula-bilhete-exit.
           exit.

      *>Soma os movimentos da conta corrente do periodo por tipo
       acumular-conta-corrente section.

           open input arq-conta
           if ws-fs-conta <> "00" then
               display "Nao foi possivel abrir CONTACOR.DAT, status: "
                       ws-fs-conta
               go to acumular-conta-corrente-exit
           end-if

           read arq-conta
               at end move "10" to ws-fs-conta
           end-read

           perform until ws-fs-conta = "10"
               if cc-jogador > 0
               and cc-data >= ws-data-inicial
               and cc-data <= ws-data-final then
                   add 1 to ws-tot-movimentos
                   move cc-jogador to ws-ind-jogador
                   move "S" to ws-atv-sw-periodo(ws-ind-jogador)

                   evaluate cc-tipo
                       when "D"
                           add cc-valor
                               to ws-atv-cc-depositos(ws-ind-jogador)
                       when "A"
                           add cc-valor
                               to ws-atv-cc-debitos(ws-ind-jogador)
                       when "P"
                           add cc-valor
                               to ws-atv-cc-premios(ws-ind-jogador)
                       when "E"
                           add cc-valor
                               to ws-atv-cc-estornos(ws-ind-jogador)
                       when "S"
                           add cc-valor
                               to ws-atv-cc-saques(ws-ind-jogador)
                   end-evaluate
               end-if

               read arq-conta
                   at end move "10" to ws-fs-conta
               end-read
           end-perform

           close arq-conta

           .
       acumular-conta-corrente-exit.
           exit.

      *>Le todos os boloes: os do periodo somam as cotas, o valor
      *>pago e o premio de cada participante; a data de qualquer
      *>bolao conta como aposta do participante
       acumular-boloes section.

           open input arq-boloes
           if ws-fs-boloes <> "00" then
               display "Nao foi possivel abrir BOLOES.DAT, status: "
                       ws-fs-boloes
               go to acumular-boloes-exit
           end-if

           move 0 to bol-id
           start arq-boloes key > bol-id
           end-start

           perform until ws-fs-boloes <> "00"
               read arq-boloes next
                   at end move "10" to ws-fs-boloes
               end-read

               if ws-fs-boloes = "00" then
                   if bol-data >= ws-data-inicial
                   and bol-data <= ws-data-final then
                       add 1 to ws-tot-boloes
                   end-if

                   move 1 to ws-ind-participante
                   perform until ws-ind-participante >
                                 bol-qtd-participantes
                              or ws-ind-participante > 10
                       perform acumula-participante
                       add 1 to ws-ind-participante
                   end-perform
               end-if
           end-perform

           close arq-boloes

           .
       acumular-boloes-exit.
           exit.

      *>Acumula o participante ws-ind-participante do bolao lido
       acumula-participante section.

           if bol-part-jogador(ws-ind-participante) = 0 then
               go to acumula-participante-exit
           end-if

           move bol-part-jogador(ws-ind-participante)
               to ws-ind-jogador

           if bol-data > ws-atv-ultima-aposta(ws-ind-jogador) then
               move bol-data to ws-atv-ultima-aposta(ws-ind-jogador)
           end-if

           if bol-data < ws-data-inicial
           or bol-data > ws-data-final then
               go to acumula-participante-exit
           end-if

           move "S" to ws-atv-sw-periodo(ws-ind-jogador)
           add 1 to ws-atv-qtd-boloes(ws-ind-jogador)
           add bol-part-cotas(ws-ind-participante)
               to ws-atv-bol-cotas(ws-ind-jogador)
           add bol-part-pago(ws-ind-participante)
               to ws-atv-bol-pago(ws-ind-jogador)
           add bol-part-premio(ws-ind-participante)
               to ws-atv-bol-premio(ws-ind-jogador)

           .
       acumula-participante-exit.
           exit.

      *>Imprime o resumo de cada jogador com atividade no periodo e
      *>monta o ranking pelo valor apostado
       imprime-jogadores section.

           move "RESUMO POR JOGADOR" to ws-rel-titulo
           move spaces to ws-rel-colunas
           string "ID   NOME                     APOSTADO      PREMIOS"
                  delimited by size
                  "     RESULTADO        SALDO"
                  delimited by size
             into ws-rel-colunas
           move 99 to ws-rel-qtd-linhas

           move 1 to ws-ind-jogador
           perform until ws-ind-jogador > 9999
               if ws-atv-sw-periodo(ws-ind-jogador) = "S" then
                   perform imprime-jogador
                   perform inserir-ranking
               end-if
               add 1 to ws-ind-jogador
           end-perform

           if ws-tot-jogadores = 0 then
               move "NENHUM JOGADOR COM ATIVIDADE NO PERIODO."
                   to ws-rel-linha
               perform gravar-linha-relatorio
           end-if

           .
       imprime-jogadores-exit.
           exit.

      *>Busca nome e saldo do jogador ws-ind-jogador no cadastro
       ler-jogador section.

           move "(sem cadastro)" to ws-nome-jogador
           move 0 to jog-saldo
           move spaces to jog-status

           if ws-sw-cadastro-ok = "S" then
               move ws-ind-jogador to jog-id
               read arq-jogadores
               if ws-fs-jogadores = "00" then
                   move jog-nome to ws-nome-jogador
               else
                   move 0 to jog-saldo
                   move spaces to jog-status
               end-if
           end-if

           .
       ler-jogador-exit.
           exit.

      *>Linhas do jogador ws-ind-jogador: resumo, bilhetes por
      *>origem, conta corrente e boloes
       imprime-jogador section.

           add 1 to ws-tot-jogadores
           perform ler-jogador

           compute ws-resultado = ws-atv-cc-premios(ws-ind-jogador)
                                - ws-atv-apostado(ws-ind-jogador)

           add ws-atv-apostado(ws-ind-jogador)   to ws-tot-apostado
           add ws-atv-cc-premios(ws-ind-jogador) to ws-tot-premios

           move ws-atv-apostado(ws-ind-jogador)   to ws-valor-exibe
           move ws-atv-cc-premios(ws-ind-jogador) to ws-valor-exibe-2
           move ws-resultado                      to ws-resultado-exibe
           move jog-saldo                         to ws-saldo-exibe

           move spaces to ws-rel-linha
           string ws-ind-jogador(2:4)  delimited by size
                  " "                  delimited by size
                  ws-nome-jogador      delimited by size
                  " "                  delimited by size
                  ws-valor-exibe       delimited by size
                  " "                  delimited by size
                  ws-valor-exibe-2     delimited by size
                  " "                  delimited by size
                  ws-resultado-exibe   delimited by size
                  " "                  delimited by size
                  ws-saldo-exibe       delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move ws-atv-val-aposta(ws-ind-jogador) to ws-valor-exibe
           move ws-atv-val-surpresinha(ws-ind-jogador)
               to ws-valor-exibe-2
           move spaces to ws-rel-linha
           string "     APOSTA        "                  delimited by size
                  ws-atv-qtd-aposta(ws-ind-jogador)      delimited by size
                  " "                                    delimited by size
                  ws-valor-exibe                         delimited by size
                  "   SURPRESINHA   "                    delimited by size
                  ws-atv-qtd-surpresinha(ws-ind-jogador) delimited by size
                  " "                                    delimited by size
                  ws-valor-exibe-2                       delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move ws-atv-val-desdobramento(ws-ind-jogador)
               to ws-valor-exibe
           move ws-atv-val-bolao(ws-ind-jogador) to ws-valor-exibe-2
           move spaces to ws-rel-linha
           string "     DESDOBRAMENTO "                  delimited by size
                  ws-atv-qtd-desdobramento(ws-ind-jogador)
                                                         delimited by size
                  " "                                    delimited by size
                  ws-valor-exibe                         delimited by size
                  "   BOLAO         "                    delimited by size
                  ws-atv-qtd-bolao(ws-ind-jogador)       delimited by size
                  " "                                    delimited by size
                  ws-valor-exibe-2                       delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move ws-atv-cc-depositos(ws-ind-jogador) to ws-valor-exibe
           move ws-atv-cc-debitos(ws-ind-jogador)   to ws-valor-exibe-2
           move ws-atv-cc-saques(ws-ind-jogador)    to ws-valor-exibe-3
           move spaces to ws-rel-linha
           string "     CONTA: DEPOSITOS "  delimited by size
                  ws-valor-exibe           delimited by size
                  " DEBITOS "              delimited by size
                  ws-valor-exibe-2         delimited by size
                  " SAQUES "               delimited by size
                  ws-valor-exibe-3         delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           if ws-atv-cc-estornos(ws-ind-jogador) > 0
           or ws-atv-qtd-cancelados(ws-ind-jogador) > 0 then
               move ws-atv-cc-estornos(ws-ind-jogador)
                   to ws-valor-exibe
               move spaces to ws-rel-linha
               string "     CANCELADOS "      delimited by size
                      ws-atv-qtd-cancelados(ws-ind-jogador)
                                              delimited by size
                      "   ESTORNOS "          delimited by size
                      ws-valor-exibe          delimited by size
                 into ws-rel-linha
               perform gravar-linha-relatorio
           end-if

           if ws-atv-qtd-boloes(ws-ind-jogador) > 0 then
               move ws-atv-bol-pago(ws-ind-jogador)   to ws-valor-exibe
               move ws-atv-bol-premio(ws-ind-jogador)
                   to ws-valor-exibe-2
               move spaces to ws-rel-linha
               string "     BOLOES "                     delimited by size
                      ws-atv-qtd-boloes(ws-ind-jogador)  delimited by size
                      "  COTAS "                         delimited by size
                      ws-atv-bol-cotas(ws-ind-jogador)   delimited by size
                      "  PAGO "                          delimited by size
                      ws-valor-exibe                     delimited by size
                      "  PREMIO "                        delimited by size
                      ws-valor-exibe-2                   delimited by size
                 into ws-rel-linha
               perform gravar-linha-relatorio
           end-if

           .
       imprime-jogador-exit.
           exit.

      *>Insere o jogador ws-ind-jogador no ranking, mantendo a ordem
      *>decrescente do valor apostado (empate fica pela ordem do id)
       inserir-ranking section.

           add 1 to ws-qtd-ranking
           move ws-qtd-ranking to ws-ind-rank
           move "N" to ws-sw-posicao-achada

           perform until ws-sw-posicao-achada = "S"
               if ws-ind-rank = 1 then
                   move "S" to ws-sw-posicao-achada
               else
                   compute ws-ind-anterior = ws-ind-rank - 1
                   move ws-rnk-jogador(ws-ind-anterior) to ws-rnk-chave
                   if ws-atv-apostado(ws-rnk-chave) >=
                      ws-atv-apostado(ws-ind-jogador) then
                       move "S" to ws-sw-posicao-achada
                   else
                       move ws-rnk-chave to ws-rnk-jogador(ws-ind-rank)
                       move ws-ind-anterior to ws-ind-rank
                   end-if
               end-if
           end-perform

           move ws-ind-jogador to ws-rnk-jogador(ws-ind-rank)

           .
       inserir-ranking-exit.
           exit.

      *>Ranking dos jogadores do periodo pelo valor apostado
       imprime-ranking section.

           move "RANKING POR VALOR APOSTADO" to ws-rel-titulo
           move spaces to ws-rel-colunas
           string "POSICAO ID   NOME                     APOSTADO"
                  delimited by size
                  "      PREMIOS     RESULTADO"
                  delimited by size
             into ws-rel-colunas
           move 99 to ws-rel-qtd-linhas

           move 1 to ws-ind-rank
           perform until ws-ind-rank > ws-qtd-ranking
               move ws-rnk-jogador(ws-ind-rank) to ws-ind-jogador
               perform ler-jogador

               compute ws-resultado = ws-atv-cc-premios(ws-ind-jogador)
                                    - ws-atv-apostado(ws-ind-jogador)

               move ws-ind-rank                       to ws-posicao-exibe
               move ws-atv-apostado(ws-ind-jogador)   to ws-valor-exibe
               move ws-atv-cc-premios(ws-ind-jogador) to ws-valor-exibe-2
               move ws-resultado to ws-resultado-exibe

               move spaces to ws-rel-linha
               string "  "                 delimited by size
                      ws-posicao-exibe     delimited by size
                      " "                  delimited by size
                      ws-ind-jogador(2:4)  delimited by size
                      " "                  delimited by size
                      ws-nome-jogador      delimited by size
                      " "                  delimited by size
                      ws-valor-exibe       delimited by size
                      " "                  delimited by size
                      ws-valor-exibe-2     delimited by size
                      " "                  delimited by size
                      ws-resultado-exibe   delimited by size
                 into ws-rel-linha
               perform gravar-linha-relatorio

               add 1 to ws-ind-rank
           end-perform

           .
       imprime-ranking-exit.
           exit.

      *>Jogadores ativos sem aposta desde a data limite (ou que nunca
      *>apostaram) e com saldo na conta
       imprime-inativos section.

           if ws-sw-cadastro-ok <> "S" then
               go to imprime-inativos-exit
           end-if

           move spaces to ws-rel-titulo
           string "INATIVOS HA "   delimited by size
                  ws-dias-inativo  delimited by size
                  " DIAS COM SALDO" delimited by size
             into ws-rel-titulo
           move spaces to ws-rel-colunas
           string "ID   NOME                 ULTIMA APOSTA  DIAS SEM"
                  delimited by size
                  " APOSTAR         SALDO"
                  delimited by size
             into ws-rel-colunas
           move 99 to ws-rel-qtd-linhas

           move 0 to jog-id
           start arq-jogadores key > jog-id
           end-start

           perform until ws-fs-jogadores <> "00"
               read arq-jogadores next
                   at end move "10" to ws-fs-jogadores
               end-read

               if ws-fs-jogadores = "00"
               and jog-status = "A"
               and jog-saldo > 0 then
                   move jog-id to ws-ind-jogador
                   if ws-atv-ultima-aposta(ws-ind-jogador) <
                      ws-data-limite then
                       perform imprime-inativo
                   end-if
               end-if
           end-perform

           move "00" to ws-fs-jogadores

           if ws-tot-inativos = 0 then
               move "NENHUM JOGADOR ATIVO SEM APOSTAR COM SALDO."
                   to ws-rel-linha
               perform gravar-linha-relatorio
           end-if

           .
       imprime-inativos-exit.
           exit.

      *>Linha do jogador inativo corrente (jog-registro)
       imprime-inativo section.

           add 1 to ws-tot-inativos
           add jog-saldo to ws-tot-saldo-inativos

           move jog-saldo to ws-saldo-exibe

           move spaces to ws-rel-linha
           if ws-atv-ultima-aposta(ws-ind-jogador) = spaces then
               string jog-id            delimited by size
                      " "               delimited by size
                      jog-nome          delimited by size
                      " NUNCA APOSTOU                     "
                                        delimited by size
                      ws-saldo-exibe    delimited by size
                 into ws-rel-linha
           else
               move ws-atv-ultima-aposta(ws-ind-jogador)
                   to ws-data-numerica
               compute ws-dias-sem-apostar =
                       ws-dia-hoje
                     - function integer-of-date(ws-data-numerica)
               move ws-dias-sem-apostar to ws-dias-exibe

               string jog-id            delimited by size
                      " "               delimited by size
                      jog-nome          delimited by size
                      " "               delimited by size
                      ws-atv-ultima-aposta(ws-ind-jogador)
                                        delimited by size
                      "       "         delimited by size
                      ws-dias-exibe     delimited by size
                      "             "   delimited by size
                      ws-saldo-exibe    delimited by size
                 into ws-rel-linha
           end-if
           perform gravar-linha-relatorio

           .
       imprime-inativo-exit.
           exit.

      *>Rodape do relatorio e resumo na tela
       imprime-resumo section.

           move all "-" to ws-rel-linha
           perform gravar-linha-relatorio

           move ws-tot-apostado to ws-total-exibe
           move spaces to ws-rel-linha
           string "JOGADORES NO PERIODO: " delimited by size
                  ws-tot-jogadores         delimited by size
                  "  TOTAL APOSTADO: "     delimited by size
                  ws-total-exibe           delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move ws-tot-premios to ws-total-exibe
           move spaces to ws-rel-linha
           string "TOTAL DE PREMIOS CREDITADOS: " delimited by size
                  ws-total-exibe                 delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move ws-tot-saldo-inativos to ws-total-exibe-2
           move spaces to ws-rel-linha
           string "INATIVOS COM SALDO: " delimited by size
                  ws-tot-inativos        delimited by size
                  "  SALDO PARADO: "     delimited by size
                  ws-total-exibe-2       delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           display "               "
           display "----- Atividade por apostador -----"
           display "Periodo: " ws-data-inicial " a " ws-data-final
           display "Bilhetes no periodo:          " ws-tot-bilhetes
           display "Movimentos de conta corrente: " ws-tot-movimentos
           display "Boloes no periodo:            " ws-tot-boloes
           display "Jogadores com atividade:      " ws-tot-jogadores
           move ws-tot-apostado to ws-total-exibe
           display "Total apostado:   R$ " ws-total-exibe
           move ws-tot-premios to ws-total-exibe
           display "Total de premios: R$ " ws-total-exibe
           display "Inativos ha " ws-dias-inativo " dias com saldo: "
                   ws-tot-inativos
           display "Veja o relatorio ATIVIDADE.TXT."

           .
       imprime-resumo-exit.
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

      *>Cabecalho de pagina do relatorio, com data, hora, numero da
      *>pagina, o titulo e as colunas da parte em impressao
       cabecalho-relatorio section.

           add 1 to ws-rel-pagina

           move all "-" to rel-registro
           write rel-registro

           move spaces to rel-registro
           string "ATIVIDADE POR APOSTADOR - " delimited by size
                  ws-rel-titulo                delimited by size
             into rel-registro
           write rel-registro

           move spaces to rel-registro
           string "DATA: "        delimited by size
                  ws-rel-data     delimited by size
                  "  HORA: "      delimited by size
                  ws-rel-hora     delimited by size
                  "  PAGINA: "    delimited by size
                  ws-rel-pagina   delimited by size
                  "  PERIODO "    delimited by size
                  ws-data-inicial delimited by size
                  " A "           delimited by size
                  ws-data-final   delimited by size
             into rel-registro
           write rel-registro

           move ws-rel-colunas to rel-registro
           write rel-registro

           move all "-" to rel-registro
           write rel-registro

           move 5 to ws-rel-qtd-linhas

           .
       cabecalho-relatorio-exit.
           exit.

      *>Fechamento dos arquivos e encerramento do programa
       finaliza section.

           if ws-sw-cadastro-ok = "S" then
               close arq-jogadores
           end-if

           if ws-sw-relatorio-ok = "S" then
               close arq-relatorio
           end-if

           display "Relatorio de atividade finalizado."

           stop run

           .
       finaliza-exit.
           exit.
