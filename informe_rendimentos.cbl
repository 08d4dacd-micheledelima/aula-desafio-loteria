      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "informe_rendimentos".
       Author. "Michele de Lima.
       Installation. "PC".
       Date-written. 14/10/2026.
       Date-compiled. 14/10/2026.

      *>Informe anual de rendimentos dos premios: para cada ano de uma
      *>faixa de anos, lista por jogador o premio bruto, o imposto de
      *>renda retido na fonte e o liquido creditado, com o CPF do
      *>cadastro, a partir de RETENCAO.DAT - gravado por jogo_loteria
      *>(premios do sorteio e rateio de bolao) e conferencia_loteria
      *>(rateio do concurso oficial) a cada premio pago. Os premios
      *>isentos entram com imposto zero, porque tambem sao rendimento
      *>a informar. Sai no relatorio impresso INFORME.TXT, no formato
      *>dos demais relatorios, para a loja arquivar e entregar a cada
      *>ganhador; jogador sem CPF no cadastro sai marcado para ser
      *>completado na manutencao_jogador antes da entrega.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arq-retencao assign to "RETENCAO.DAT"
               organization is line sequential
               file status is ws-fs-retencao.
           select arq-jogadores assign to "CADJOGADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is jog-id
               file status is ws-fs-jogadores.
           select arq-relatorio assign to "INFORME.TXT"
               organization is line sequential
               file status is ws-fs-relatorio.
       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>premios pagos com bruto, imposto retido e liquido
       fd  arq-retencao.
       copy "RETREG.CPY".

      *>cadastro permanente de jogadores, para o nome e o CPF
       fd  arq-jogadores.
       copy "JOGREG.CPY".

      *>relatorio impresso do informe
       fd  arq-relatorio.
       01 rel-registro                              pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

      *>totais do ano corrente de cada jogador, na posicao do id dele
       01 ws-informes.
           05 ws-informe occurs 9999.
               10 ws-inf-qtd                        pic 9(06).
               10 ws-inf-bruto                      pic 9(11)v99.
               10 ws-inf-imposto                    pic 9(11)v99.
               10 ws-inf-liquido                    pic 9(11)v99.

      *>premios sem apostador identificado (aposta avulsa no
      *>jogo_loteria): ficam no total do ano, fora dos informes
       01 ws-sem-apostador.
           05 ws-sem-qtd                            pic 9(06).
           05 ws-sem-bruto                          pic 9(11)v99.
           05 ws-sem-imposto                        pic 9(11)v99.
           05 ws-sem-liquido                        pic 9(11)v99.

       01 ws-totais-ano.
           05 ws-ano-qtd-premios                    pic 9(06).
           05 ws-ano-qtd-jogadores                  pic 9(06).
           05 ws-ano-bruto                          pic 9(11)v99.
           05 ws-ano-imposto                        pic 9(11)v99.
           05 ws-ano-liquido                        pic 9(11)v99.

       01 ws-totais.
           05 ws-tot-lidos                          pic 9(08)
                                                     value 0.
           05 ws-tot-premios                        pic 9(08)
                                                     value 0.
           05 ws-tot-sem-cpf                        pic 9(06)
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

       77 ws-ano-inicial                            pic 9(04).
       77 ws-ano-final                              pic 9(04).
       77 ws-ano-corrente                           pic 9(04).
       77 ws-ano-texto                              pic x(04).
       77 ws-ind-jogador                            pic 9(05).
       77 ws-nome-jogador                           pic x(20).
       77 ws-cpf-jogador                            pic x(11).
       77 ws-sw-relatorio-ok                        pic x(01)
                                                    value "N".
       77 ws-sw-jogadores-ok                        pic x(01)
                                                    value "N".
       77 ws-bruto-exibe                            pic z.zzz.zz9,99.
       77 ws-imposto-exibe                          pic z.zzz.zz9,99.
       77 ws-liquido-exibe                          pic z.zzz.zz9,99.
       77 ws-total-exibe                            pic zz.zzz.zzz.zz9,99.
       77 ws-qtd-exibe                              pic zzzzz9.

       77 ws-fs-retencao                            pic x(02).
       77 ws-fs-jogadores                           pic x(02).
       77 ws-fs-relatorio                           pic x(02).

       procedure division.

           perform inicializa.
           perform processamento.
           perform imprime-informe.
           perform finaliza.

      *>Escolha da faixa de anos e abertura do cadastro e do
      *>relatorio. Ano final vazio informa so o ano inicial.
       inicializa section.

           display "Ano inicial do informe (AAAA): "
           accept ws-ano-inicial
           display "Ano final do informe (AAAA, vazio = o mesmo): "
           accept ws-ano-final

           if ws-ano-final = 0 then
               move ws-ano-inicial to ws-ano-final
           end-if

           if ws-ano-inicial = 0
           or ws-ano-final < ws-ano-inicial then
               display "Faixa de anos invalida, informe nao gerado."
               stop run
           end-if

           open input arq-jogadores
           if ws-fs-jogadores = "00" then
               move "S" to ws-sw-jogadores-ok
           else
               display "CADJOGADOR.DAT indisponivel (status "
                       ws-fs-jogadores "), informe sem nome e CPF."
           end-if

           open output arq-relatorio
           if ws-fs-relatorio <> "00" then
               display "Nao foi possivel gravar INFORME.TXT, status: "
                       ws-fs-relatorio
           else
               move "S" to ws-sw-relatorio-ok
               move function current-date(1:8) to ws-rel-data
               move function current-date(9:6) to ws-rel-hora
           end-if

           .
       inicializa-exit.
           exit.

      *>Um bloco do informe para cada ano da faixa
       processamento section.

           move ws-ano-inicial to ws-ano-corrente
           perform until ws-ano-corrente > ws-ano-final
               perform acumular-ano
               perform imprimir-ano
               add 1 to ws-ano-corrente
           end-perform

           .
       processamento-exit.
           exit.

      *>Le RETENCAO.DAT inteiro somando os premios pagos no ano
      *>corrente na posicao de cada jogador
       acumular-ano section.

           initialize ws-informes
           initialize ws-sem-apostador
           initialize ws-totais-ano
           move ws-ano-corrente to ws-ano-texto

           open input arq-retencao
           if ws-fs-retencao <> "00" then
               display "Nao foi possivel abrir RETENCAO.DAT, status: "
                       ws-fs-retencao
               go to acumular-ano-exit
           end-if

           read arq-retencao
               at end move "10" to ws-fs-retencao
           end-read

           perform until ws-fs-retencao = "10"
               add 1 to ws-tot-lidos

               if ret-data(1:4) = ws-ano-texto then
                   add 1           to ws-ano-qtd-premios
                   add ret-bruto   to ws-ano-bruto
                   add ret-imposto to ws-ano-imposto
                   add ret-liquido to ws-ano-liquido

                   if ret-jogador > 0 then
                       move ret-jogador to ws-ind-jogador
                       add 1 to ws-inf-qtd(ws-ind-jogador)
                       add ret-bruto
                           to ws-inf-bruto(ws-ind-jogador)
                       add ret-imposto
                           to ws-inf-imposto(ws-ind-jogador)
                       add ret-liquido
                           to ws-inf-liquido(ws-ind-jogador)
                   else
                       add 1           to ws-sem-qtd
                       add ret-bruto   to ws-sem-bruto
                       add ret-imposto to ws-sem-imposto
                       add ret-liquido to ws-sem-liquido
                   end-if
               end-if

               read arq-retencao
                   at end move "10" to ws-fs-retencao
               end-read
           end-perform

           close arq-retencao

           add ws-ano-qtd-premios to ws-tot-premios

           .
       acumular-ano-exit.
           exit.

      *>Imprime o bloco do ano corrente: uma linha por jogador
      *>premiado e os totais do ano
       imprimir-ano section.

           move ws-rel-max-linhas to ws-rel-qtd-linhas

           if ws-ano-qtd-premios = 0 then
               move spaces to ws-rel-linha
               string "ANO "           delimited by size
                      ws-ano-texto     delimited by size
                      ": NENHUM PREMIO PAGO." delimited by size
                 into ws-rel-linha
               perform gravar-linha-relatorio
               go to imprimir-ano-exit
           end-if

           move 1 to ws-ind-jogador
           perform until ws-ind-jogador > 9999
               if ws-inf-qtd(ws-ind-jogador) > 0 then
                   perform imprimir-jogador
               end-if
               add 1 to ws-ind-jogador
           end-perform

           move all "-" to ws-rel-linha
           perform gravar-linha-relatorio

           if ws-sem-qtd > 0 then
               move ws-sem-qtd     to ws-qtd-exibe
               move ws-sem-imposto to ws-total-exibe
               move spaces to ws-rel-linha
               string "PREMIOS SEM APOSTADOR: " delimited by size
                      ws-qtd-exibe              delimited by size
                      "  IR RETIDO R$ "         delimited by size
                      ws-total-exibe            delimited by size
                 into ws-rel-linha
               perform gravar-linha-relatorio
           end-if

           move ws-ano-qtd-jogadores to ws-qtd-exibe
           move spaces to ws-rel-linha
           string "TOTAL DO ANO "   delimited by size
                  ws-ano-texto      delimited by size
                  " - JOGADORES: "  delimited by size
                  ws-qtd-exibe      delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move ws-ano-qtd-premios to ws-qtd-exibe
           move ws-ano-bruto       to ws-total-exibe
           move spaces to ws-rel-linha
           string "  PREMIOS PAGOS: " delimited by size
                  ws-qtd-exibe        delimited by size
                  "  BRUTO R$ "       delimited by size
                  ws-total-exibe      delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move ws-ano-imposto to ws-total-exibe
           move spaces to ws-rel-linha
           string "  IR RETIDO R$ "   delimited by size
                  ws-total-exibe      delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           move ws-ano-liquido to ws-total-exibe
           move spaces to ws-rel-linha
           string "  LIQUIDO PAGO R$ " delimited by size
                  ws-total-exibe       delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           .
       imprimir-ano-exit.
           exit.

      *>Linha do informe do jogador corrente (ws-ind-jogador), com
      *>nome e CPF do cadastro
       imprimir-jogador section.

           add 1 to ws-ano-qtd-jogadores

           move spaces to ws-nome-jogador
           move spaces to ws-cpf-jogador

           if ws-sw-jogadores-ok = "S" then
               move ws-ind-jogador to jog-id
               read arq-jogadores
               if ws-fs-jogadores = "00" then
                   move jog-nome to ws-nome-jogador
                   move jog-cpf  to ws-cpf-jogador
               else
                   move "(nao cadastrado)" to ws-nome-jogador
               end-if
           end-if

           if ws-cpf-jogador = spaces then
               move "SEM CPF" to ws-cpf-jogador
               add 1 to ws-tot-sem-cpf
           end-if

           move ws-ind-jogador                 to jog-id
           move ws-inf-bruto(ws-ind-jogador)   to ws-bruto-exibe
           move ws-inf-imposto(ws-ind-jogador) to ws-imposto-exibe
           move ws-inf-liquido(ws-ind-jogador) to ws-liquido-exibe

           move spaces to ws-rel-linha
           string jog-id           delimited by size
                  " "              delimited by size
                  ws-nome-jogador  delimited by size
                  " "              delimited by size
                  ws-cpf-jogador   delimited by size
                  " "              delimited by size
                  ws-bruto-exibe   delimited by size
                  " "              delimited by size
                  ws-imposto-exibe delimited by size
                  " "              delimited by size
                  ws-liquido-exibe delimited by size
             into ws-rel-linha
           perform gravar-linha-relatorio

           .
       imprimir-jogador-exit.
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

      *>Cabecalho de pagina do relatorio, com o ano do bloco, data,
      *>hora e numero da pagina
       cabecalho-relatorio section.

           add 1 to ws-rel-pagina

           move all "-" to rel-registro
           write rel-registro

           move spaces to rel-registro
           string "INFORME DE RENDIMENTOS - PREMIOS PAGOS E IR "
                  delimited by size
                  "RETIDO NA FONTE - ANO " delimited by size
                  ws-ano-texto             delimited by size
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
           string "ID   NOME                 CPF         "
                  delimited by size
                  "    BRUTO R$ IR RETIDO R$   LIQUIDO R$"
                  delimited by size
             into rel-registro
           write rel-registro

           move all "-" to rel-registro
           write rel-registro

           move 5 to ws-rel-qtd-linhas

           .
       cabecalho-relatorio-exit.
           exit.

      *>Resumo na tela
       imprime-informe section.

           display "               "
           display "----- Informe de rendimentos "
                   ws-ano-inicial " a " ws-ano-final " -----"
           display "Registros de premio lidos:      " ws-tot-lidos
           display "Premios pagos na faixa de anos: " ws-tot-premios

           if ws-tot-sem-cpf > 0 then
               display "ATENCAO: " ws-tot-sem-cpf " informe(s) de "
                       "jogador sem CPF - complete o cadastro na "
                       "manutencao_jogador."
           end-if

           if ws-sw-relatorio-ok = "S" then
               display "Informe gravado em INFORME.TXT."
           end-if

           .
       imprime-informe-exit.
           exit.

      *>Fechamento dos arquivos e encerramento do programa
       finaliza section.

           if ws-sw-relatorio-ok = "S" then
               close arq-relatorio
           end-if

           if ws-sw-jogadores-ok = "S" then
               close arq-jogadores
           end-if

           display "Informe de rendimentos finalizado."

           stop run

           .
       finaliza-exit.
           exit.
