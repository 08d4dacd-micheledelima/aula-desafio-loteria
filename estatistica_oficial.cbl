      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "estatistica_oficial".
       Author. "Michele de Lima.
       Installation. "PC".
       Date-written. 14/10/2026.
       Date-compiled. 14/10/2026.

      *>Estatisticas dos sorteios oficiais: le o cadastro permanente
      *>de resultados (RESULMEST.DAT, carregado por importa_resultado)
      *>em uma faixa de concursos e apresenta, para cada numero de 1 a
      *>60, quantas vezes foi sorteado e o atraso - quantos concursos
      *>seguidos ficou sem sair, o atual (desde a ultima vez ate o fim
      *>da faixa) e o maximo da faixa -, a divisao de impares e pares
      *>e de baixos (1 a 30) e altos (31 a 60) de cada sorteio, com a
      *>distribuicao dos sorteios por quantidade de impares e de
      *>baixos, e os pares de numeros que mais sairam juntos. O
      *>relatorio_loteria continua com as estatisticas dos sorteios
      *>simulados de SORTHIST.DAT; este responde sobre os sorteios
      *>reais. Sai no relatorio impresso ESTATISTICA.TXT, no formato
      *>dos demais relatorios, com resumo na tela.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arq-resultados-mestre assign to "RESULMEST.DAT"
               organization is indexed
               access mode is dynamic
               record key is resm-concurso
               file status is ws-fs-mestre.
           select arq-relatorio assign to "ESTATISTICA.TXT"
               organization is line sequential
               file status is ws-fs-relatorio.
       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>cadastro permanente dos resultados oficiais
       fd  arq-resultados-mestre.
       copy "RESMREG.CPY".

      *>relatorio impresso das estatisticas
       fd  arq-relatorio.
       01 rel-registro                              pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

      *>frequencia e atraso de cada numero; a ultima ocorrencia e a
      *>posicao do concurso na faixa lida (0 = ainda nao saiu)
       01 ws-numeros.
           05 ws-numero occurs 60.
               10 ws-num-frequencia                 pic 9(06).
               10 ws-num-ultima-ocorrencia          pic 9(06).
               10 ws-num-atraso-atual               pic 9(06).
               10 ws-num-atraso-maximo              pic 9(06).

      *>quantas vezes cada par de numeros saiu no mesmo sorteio; so a
      *>metade com o primeiro numero menor que o segundo e usada
       01 ws-pares.
           05 ws-par-linha occurs 60.
               10 ws-par-qtd occurs 60              pic 9(05).

      *>pares mais sorteados, do mais frequente para o menos
       01 ws-ranking-pares.
           05 ws-rank-par occurs 10.
               10 ws-rank-primeiro                  pic 9(02).
               10 ws-rank-segundo                   pic 9(02).
               10 ws-rank-qtd                       pic 9(05).

      *>distribuicao dos sorteios pela quantidade de impares e pela
      *>quantidade de baixos (0 a 15, na posicao quantidade + 1)
       01 ws-distribuicao.
           05 ws-dist-impares occurs 16             pic 9(06).
           05 ws-dist-baixos occurs 16              pic 9(06).

       01 ws-sorteio-corrente.
           05 ws-sor-impares                        pic 9(02).
           05 ws-sor-pares                          pic 9(02).
           05 ws-sor-baixos                         pic 9(02).
           05 ws-sor-altos                          pic 9(02).
           05 ws-sor-numeros                        pic x(45).

       01 ws-totais.
           05 ws-tot-concursos                      pic 9(06)
                                                     value 0.
           05 ws-tot-numeros                        pic 9(08)
                                                     value 0.
           05 ws-tot-impares                        pic 9(08)
                                                     value 0.
           05 ws-tot-baixos                         pic 9(08)
                                                     value 0.
           05 ws-primeiro-concurso                  pic 9(06)
                                                     value 0.
           05 ws-ultimo-concurso                    pic 9(06)
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

       77 ws-concurso-inicial                       pic 9(06).
       77 ws-concurso-final                         pic 9(06).
       77 ws-ind-numero                             pic 9(02).
       77 ws-ind-outro                              pic 9(02).
       77 ws-ind-posicao                            pic 9(02).
       77 ws-ind-outra-posicao                      pic 9(02).
       77 ws-ind-rank                               pic 9(02).
       77 ws-ind-dist                               pic 9(02).
       77 ws-numero-sorteado                        pic 9(02).
       77 ws-outro-sorteado                         pic 9(02).
       77 ws-atraso                                 pic 9(06).
       77 ws-qtd-ranking                            pic 9(02) value 0.
       77 ws-sw-candidato                           pic x(01).
       77 ws-sw-fim-faixa                           pic x(01).
       77 ws-sw-relatorio-ok                        pic x(01)
                                                    value "N".
       77 ws-melhor-primeiro                        pic 9(02).
       77 ws-melhor-segundo                         pic 9(02).
       77 ws-melhor-qtd                             pic 9(05).
       77 ws-qtd-exibe                              pic zzzzz9.
       77 ws-qtd-exibe-2                            pic zzzzz9.
       77 ws-qtd-exibe-3                            pic zzzzz9.
       77 ws-numero-exibe                           pic z9.
       77 ws-perc-exibe                             pic zz9,99.
       77 ws-percentual                             pic 9(03)v99.

       77 ws-fs-mestre                              pic x(02).
       77 ws-fs-relatorio                           pic x(02).

       procedure division.

           perform inicializa.
           perform processa-arquivo.
           perform calcular-atrasos.
           perform classificar-pares.
           perform imprime-frequencias.
           perform imprime-distribuicao.
           perform imprime-pares.
           perform imprime-resumo.
           perform finaliza.

      *>Escolha da faixa de concursos e abertura dos arquivos
       inicializa section.

           display "Concurso inicial (0 = o primeiro do cadastro): "
           accept ws-concurso-inicial
           display "Concurso final (0 = o ultimo do cadastro): "
           accept ws-concurso-final

           if ws-concurso-final = 0 then
               move 999999 to ws-concurso-final
           end-if

           initialize ws-numeros
           initialize ws-pares
           initialize ws-ranking-pares
           initialize ws-distribuicao

           open input arq-resultados-mestre

           open output arq-relatorio
           if ws-fs-relatorio <> "00" then
               display "Nao foi possivel gravar ESTATISTICA.TXT, "
                       "status: " ws-fs-relatorio
           else
               move "S" to ws-sw-relatorio-ok
               move function current-date(1:8) to ws-rel-data
               move function current-date(9:6) to ws-rel-hora
           end-if

           .
       inicializa-exit.
           exit.

      *>Le a faixa de concursos pela chave: o START posiciona no
      *>primeiro concurso da faixa e a leitura para no ultimo
       processa-arquivo section.

           if ws-fs-mestre <> "00" then
               display "Nao foi possivel abrir RESULMEST.DAT, status: "
                       ws-fs-mestre
               display "Importe os resultados oficiais com "
                       "importa_resultado."
               go to processa-arquivo-exit
           end-if

           move "SORTEIOS DA FAIXA" to ws-rel-titulo
           move spaces to ws-rel-colunas
           string "CONCURSO DATA     NUMEROS SORTEADOS"
                  delimited by size
                  "                            IMP PAR BAI ALT"
                  delimited by size
             into ws-rel-colunas

           move ws-concurso-inicial to resm-concurso
           start arq-resultados-mestre key >= resm-concurso
           end-start

           move "N" to ws-sw-fim-faixa
           perform until ws-fs-mestre <> "00"
                      or ws-sw-fim-faixa = "S"
               read arq-resultados-mestre next
                   at end move "10" to ws-fs-mestre
               end-read

               if ws-fs-mestre = "00" then
                   if resm-concurso > ws-concurso-final then
                       move "S" to ws-sw-fim-faixa
                   else
                       perform acumula-sorteio
                   end-if
               end-if
           end-perform

           move "00" to ws-fs-mestre

           .
       processa-arquivo-exit.
           exit.

      *>Acumula um sorteio: frequencia, atraso, pares, impares e
      *>baixos, e imprime a linha do sorteio
       acumula-sorteio section.

           add 1 to ws-tot-concursos
           if ws-primeiro-concurso = 0 then
               move resm-concurso to ws-primeiro-concurso
           end-if
           move resm-concurso to ws-ultimo-concurso

           move 0      to ws-sor-impares
           move 0      to ws-sor-pares
           move 0      to ws-sor-baixos
           move 0      to ws-sor-altos
           move spaces to ws-sor-numeros

           move 1 to ws-ind-posicao
           perform until ws-ind-posicao > resm-qtd-sorteio
               move resm-numeros(ws-ind-posicao) to ws-numero-sorteado

               if ws-numero-sorteado > 0 and ws-numero-sorteado <= 60
               then
                   perform acumula-numero
               end-if

               add 1 to ws-ind-posicao
           end-perform

           add 1 to ws-dist-impares(ws-sor-impares + 1)
           add 1 to ws-dist-baixos(ws-sor-baixos + 1)

           move spaces to ws-rel-linha
           string resm-concurso   delimited by size
                  "   "           delimited by size
                  resm-data       delimited by size
                  " "             delimited by size
                  ws-sor-numeros  delimited by size
                  " "             delimited by size
                  ws-sor-impares  delimited by size
                  "  "            delimited by size
                  ws-sor-pares    delimited by size
                  "  "            delimited by size
                  ws-sor-baixos   delimited by size
                  "  "            delimited by size
                  ws-sor-altos    delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           .
       acumula-sorteio-exit.
           exit.

      *>Acumula o numero da posicao ws-ind-posicao do sorteio lido
       acumula-numero section.

           add 1 to ws-tot-numeros
           add 1 to ws-num-frequencia(ws-numero-sorteado)

      *>concursos seguidos sem o numero antes desta ocorrencia
           compute ws-atraso = ws-tot-concursos
                   - ws-num-ultima-ocorrencia(ws-numero-sorteado) - 1
           if ws-atraso > ws-num-atraso-maximo(ws-numero-sorteado)
           then
               move ws-atraso
                   to ws-num-atraso-maximo(ws-numero-sorteado)
           end-if
           move ws-tot-concursos
               to ws-num-ultima-ocorrencia(ws-numero-sorteado)

           if function mod(ws-numero-sorteado, 2) = 1 then
               add 1 to ws-sor-impares
               add 1 to ws-tot-impares
           else
               add 1 to ws-sor-pares
           end-if

           if ws-numero-sorteado <= 30 then
               add 1 to ws-sor-baixos
               add 1 to ws-tot-baixos
           else
               add 1 to ws-sor-altos
           end-if

           move ws-numero-sorteado
               to ws-sor-numeros((ws-ind-posicao - 1) * 3 + 1:2)

      *>pares: conta o par com cada numero das posicoes seguintes
           move ws-ind-posicao to ws-ind-outra-posicao
           add 1 to ws-ind-outra-posicao
           perform until ws-ind-outra-posicao > resm-qtd-sorteio
               move resm-numeros(ws-ind-outra-posicao)
                   to ws-outro-sorteado
               if ws-outro-sorteado > 0 and ws-outro-sorteado <= 60
               and ws-outro-sorteado <> ws-numero-sorteado then
                   if ws-numero-sorteado < ws-outro-sorteado then
                       add 1 to ws-par-qtd(ws-numero-sorteado,
                                           ws-outro-sorteado)
                   else
                       add 1 to ws-par-qtd(ws-outro-sorteado,
                                           ws-numero-sorteado)
                   end-if
               end-if
               add 1 to ws-ind-outra-posicao
           end-perform

           .
       acumula-numero-exit.
           exit.

      *>Atraso atual de cada numero (concursos desde a ultima vez ate
      *>o fim da faixa); ele tambem conta para o atraso maximo
       calcular-atrasos section.

           move 1 to ws-ind-numero
           perform until ws-ind-numero > 60
               compute ws-num-atraso-atual(ws-ind-numero) =
                       ws-tot-concursos
                     - ws-num-ultima-ocorrencia(ws-ind-numero)
               if ws-num-atraso-atual(ws-ind-numero) >
                  ws-num-atraso-maximo(ws-ind-numero) then
                   move ws-num-atraso-atual(ws-ind-numero)
                       to ws-num-atraso-maximo(ws-ind-numero)
               end-if
               add 1 to ws-ind-numero
           end-perform

           .
       calcular-atrasos-exit.
           exit.

      *>Separa os 10 pares mais sorteados: a cada volta escolhe o
      *>maior par que vem depois do ultimo escolhido na ordem de
      *>quantidade decrescente (empate pelo menor numero)
       classificar-pares section.

           move 0 to ws-qtd-ranking

           perform until ws-qtd-ranking >= 10
               move 0 to ws-melhor-primeiro
               move 0 to ws-melhor-segundo
               move 0 to ws-melhor-qtd

               move 1 to ws-ind-numero
               perform until ws-ind-numero > 59
                   move ws-ind-numero to ws-ind-outro
                   add 1 to ws-ind-outro
                   perform until ws-ind-outro > 60
                       perform avaliar-par
                       add 1 to ws-ind-outro
                   end-perform
                   add 1 to ws-ind-numero
               end-perform

               if ws-melhor-qtd = 0 then
                   move 10 to ws-qtd-ranking
               else
                   add 1 to ws-qtd-ranking
                   move ws-melhor-primeiro
                       to ws-rank-primeiro(ws-qtd-ranking)
                   move ws-melhor-segundo
                       to ws-rank-segundo(ws-qtd-ranking)
                   move ws-melhor-qtd
                       to ws-rank-qtd(ws-qtd-ranking)
               end-if
           end-perform

           .
       classificar-pares-exit.
           exit.

      *>Confere se o par (ws-ind-numero, ws-ind-outro) vem depois do
      *>ultimo par escolhido e se e melhor que o melhor da volta
       avaliar-par section.

           if ws-par-qtd(ws-ind-numero, ws-ind-outro) = 0 then
               go to avaliar-par-exit
           end-if

           move "S" to ws-sw-candidato

           if ws-qtd-ranking > 0 then
               move ws-qtd-ranking to ws-ind-rank
               if ws-par-qtd(ws-ind-numero, ws-ind-outro) >
                  ws-rank-qtd(ws-ind-rank) then
                   move "N" to ws-sw-candidato
               end-if
               if ws-par-qtd(ws-ind-numero, ws-ind-outro) =
                  ws-rank-qtd(ws-ind-rank) then
                   if ws-ind-numero < ws-rank-primeiro(ws-ind-rank)
                   or (ws-ind-numero = ws-rank-primeiro(ws-ind-rank)
                       and ws-ind-outro <=
                           ws-rank-segundo(ws-ind-rank)) then
                       move "N" to ws-sw-candidato
                   end-if
               end-if
           end-if

           if ws-sw-candidato = "S"
           and ws-par-qtd(ws-ind-numero, ws-ind-outro) >
               ws-melhor-qtd then
               move ws-ind-numero to ws-melhor-primeiro
               move ws-ind-outro  to ws-melhor-segundo
               move ws-par-qtd(ws-ind-numero, ws-ind-outro)
                   to ws-melhor-qtd
           end-if

           .
       avaliar-par-exit.
           exit.

      *>Frequencia e atrasos de cada numero
       imprime-frequencias section.

           move "FREQUENCIA E ATRASO DOS NUMEROS" to ws-rel-titulo
           move 99 to ws-rel-qtd-linhas

           move spaces to ws-rel-colunas
           string "NUMERO   VEZES   % DOS SORTEIOS   ATRASO ATUAL"
                  delimited by size
                  "   ATRASO MAXIMO"
                  delimited by size
             into ws-rel-colunas

           move 1 to ws-ind-numero
           perform until ws-ind-numero > 60
               move ws-ind-numero to ws-numero-exibe
               move ws-num-frequencia(ws-ind-numero) to ws-qtd-exibe
               move ws-num-atraso-atual(ws-ind-numero)
                   to ws-qtd-exibe-2
               move ws-num-atraso-maximo(ws-ind-numero)
                   to ws-qtd-exibe-3

               if ws-tot-concursos > 0 then
                   compute ws-percentual rounded =
                           ws-num-frequencia(ws-ind-numero) * 100
                         / ws-tot-concursos
               else
                   move 0 to ws-percentual
               end-if
               move ws-percentual to ws-perc-exibe

               move spaces to ws-rel-linha
               string "    "          delimited by size
                      ws-numero-exibe delimited by size
                      "  "            delimited by size
                      ws-qtd-exibe    delimited by size
                      "           "   delimited by size
                      ws-perc-exibe   delimited by size
                      "         "     delimited by size
                      ws-qtd-exibe-2  delimited by size
                      "          "    delimited by size
                      ws-qtd-exibe-3  delimited by size
                 into ws-rel-linha
               perform gravar-linha-relatorio

               add 1 to ws-ind-numero
           end-perform

           .
       imprime-frequencias-exit.
           exit.

      *>Quantos sorteios tiveram cada quantidade de impares e de
      *>baixos (1 a 30)
       imprime-distribuicao section.

           move "IMPARES/PARES E BAIXOS/ALTOS" to ws-rel-titulo
           move 99 to ws-rel-qtd-linhas

           move spaces to ws-rel-colunas
           string "QUANTIDADE   SORTEIOS COM ESSA QTD DE IMPARES"
                  delimited by size
                  "   DE BAIXOS (1 A 30)"
                  delimited by size
             into ws-rel-colunas

           move 1 to ws-ind-dist
           perform until ws-ind-dist > 16
               if ws-dist-impares(ws-ind-dist) > 0
               or ws-dist-baixos(ws-ind-dist) > 0 then
                   compute ws-numero-exibe = ws-ind-dist - 1
                   move ws-dist-impares(ws-ind-dist) to ws-qtd-exibe
                   move ws-dist-baixos(ws-ind-dist)  to ws-qtd-exibe-2

                   move spaces to ws-rel-linha
                   string "        "       delimited by size
                          ws-numero-exibe  delimited by size
                          "                           "
                                           delimited by size
                          ws-qtd-exibe     delimited by size
                          "             "  delimited by size
                          ws-qtd-exibe-2   delimited by size
                     into ws-rel-linha
                   perform gravar-linha-relatorio
               end-if
               add 1 to ws-ind-dist
           end-perform

           move all "-" to ws-rel-linha
           perform gravar-linha-relatorio

           move ws-tot-impares to ws-qtd-exibe
           compute ws-qtd-exibe-2 = ws-tot-numeros - ws-tot-impares
           move spaces to ws-rel-linha
           string "TOTAL DE NUMEROS SORTEADOS IMPARES: " delimited by size
                  ws-qtd-exibe                           delimited by size
                  "  PARES: "                            delimited by size
                  ws-qtd-exibe-2                         delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move ws-tot-baixos to ws-qtd-exibe
           compute ws-qtd-exibe-2 = ws-tot-numeros - ws-tot-baixos
           move spaces to ws-rel-linha
           string "TOTAL DE NUMEROS SORTEADOS BAIXOS:  " delimited by size
                  ws-qtd-exibe                           delimited by size
                  "  ALTOS: "                            delimited by size
                  ws-qtd-exibe-2                         delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           .
       imprime-distribuicao-exit.
           exit.

      *>Pares de numeros que mais sairam juntos
       imprime-pares section.

           move "PARES MAIS SORTEADOS" to ws-rel-titulo
           move 99 to ws-rel-qtd-linhas

           move spaces to ws-rel-colunas
           string "POSICAO   PAR       VEZES JUNTOS"
                  delimited by size
             into ws-rel-colunas

           if ws-qtd-ranking = 0 then
               move "NENHUM PAR SORTEADO NA FAIXA." to ws-rel-linha
               perform gravar-linha-relatorio
               go to imprime-pares-exit
           end-if

           move 1 to ws-ind-rank
           perform until ws-ind-rank > ws-qtd-ranking
               move ws-rank-qtd(ws-ind-rank) to ws-qtd-exibe

               move spaces to ws-rel-linha
               string "     "                     delimited by size
                      ws-ind-rank                 delimited by size
                      "   "                       delimited by size
                      ws-rank-primeiro(ws-ind-rank) delimited by size
                      " - "                       delimited by size
                      ws-rank-segundo(ws-ind-rank) delimited by size
                      "     "                     delimited by size
                      ws-qtd-exibe                delimited by size
                 into ws-rel-linha
               perform gravar-linha-relatorio

               add 1 to ws-ind-rank
           end-perform

           .
       imprime-pares-exit.
           exit.

      *>Rodape do relatorio e resumo na tela
       imprime-resumo section.

           move all "-" to ws-rel-linha
           perform gravar-linha-relatorio

           move spaces to ws-rel-linha
           string "CONCURSOS LIDOS: "   delimited by size
                  ws-tot-concursos      delimited by size
                  "  DO CONCURSO "      delimited by size
                  ws-primeiro-concurso  delimited by size
                  " AO "                delimited by size
                  ws-ultimo-concurso    delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           display "               "
           display "----- Estatisticas dos sorteios oficiais -----"
           display "Concursos lidos: " ws-tot-concursos
           display "Faixa encontrada: " ws-primeiro-concurso " a "
                   ws-ultimo-concurso

           if ws-tot-concursos = 0 then
               display "Nenhum resultado oficial na faixa informada."
           else
               if ws-qtd-ranking > 0 then
                   display "Par mais sorteado: " ws-rank-primeiro(1)
                           " - " ws-rank-segundo(1) " ("
                           ws-rank-qtd(1) " vezes)"
               end-if
               display "Veja o relatorio ESTATISTICA.TXT."
           end-if

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
           string "ESTATISTICAS DOS SORTEIOS OFICIAIS - "
                  delimited by size
                  ws-rel-titulo
                  delimited by size
             into rel-registro
           write rel-registro

           move spaces to rel-registro
           string "DATA: "      delimited by size
                  ws-rel-data   delimited by size
                  "  HORA: "    delimited by size
                  ws-rel-hora   delimited by size
                  "  PAGINA: "  delimited by size
                  ws-rel-pagina delimited by size
                  "  CONCURSOS " delimited by size
                  ws-concurso-inicial delimited by size
                  " A "         delimited by size
                  ws-concurso-final delimited by size
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

           if ws-fs-mestre = "00" then
               close arq-resultados-mestre
           end-if

           if ws-sw-relatorio-ok = "S" then
               close arq-relatorio
           end-if

           display "Estatisticas finalizadas."

           stop run

           .
       finaliza-exit.
           exit.
