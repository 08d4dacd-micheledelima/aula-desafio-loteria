      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "converte_fechamento".
       Author. "Michele de Lima.
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Conversao unica do fechamento diario: os totais de estornos,
      *>saques e imposto retido alongaram o registro de FECHADIA.DAT,
      *>e um arquivo gravado no layout antigo nao abre mais no
      *>fechamento_diario, no fechamento_mensal nem no
      *>exporta_contabil. Este job le o fechamento antigo (renomeado
      *>pelo operador para FECHADIA.OLD) e regrava cada dia fechado em
      *>um FECHADIA.DAT novo, no layout FECREG, com os totais de
      *>estornos, saques e impostos zerados - os dias antigos foram
      *>fechados antes desses movimentos existirem - mantendo os
      *>demais totais, o saldo e o carimbo do fechamento original,
      *>como o converte_cadastro fez com CADJOGADOR. Depois de
      *>conferir a conversao, o FECHADIA.OLD pode ser guardado como
      *>arquivo morto.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arq-fechamento-antigo assign to "FECHADIA.OLD"
               organization is indexed
               access mode is dynamic
               record key is fant-data
               file status is ws-fs-antigo.
           select arq-fechamento assign to "FECHADIA.DAT"
               organization is indexed
               access mode is dynamic
               record key is fec-data
               file status is ws-fs-fechamento.
       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>fechamento no layout antigo, sem estornos, saques e impostos
       fd  arq-fechamento-antigo.
       01 fant-registro.
           05 fant-data                             pic x(08).
           05 fant-qtd-apostas                      pic 9(06).
           05 fant-tot-arrecadado                   pic 9(09)v99.
           05 fant-qtd-premios                      pic 9(06).
           05 fant-tot-pago                         pic 9(09)v99.
           05 fant-qtd-depositos                    pic 9(06).
           05 fant-tot-depositos                    pic 9(09)v99.
           05 fant-saldo                            pic s9(09)v99.
           05 fant-carimbo-data                     pic x(08).
           05 fant-carimbo-hora                     pic x(06).

      *>fechamento no layout corrente
       fd  arq-fechamento.
       copy "FECREG.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       01 ws-totais.
           05 ws-qtd-convertidos                    pic 9(06)
                                                     value 0.
           05 ws-qtd-ja-existentes                  pic 9(06)
                                                     value 0.
           05 ws-qtd-erros                          pic 9(06)
                                                     value 0.

       77 ws-sw-prosseguir                         pic x(01)
                                                    value "S".
       77 ws-sw-antigo-ok                          pic x(01)
                                                    value "N".
       77 ws-sw-fechamento-ok                      pic x(01)
                                                    value "N".

       77 ws-fs-antigo                             pic x(02).
       77 ws-fs-fechamento                         pic x(02).

       procedure division.

           perform inicializa.
           perform converte-registros.
           perform imprime-conversao.
           perform finaliza.

      *>Abre o fechamento antigo e o novo (criando o novo se ainda
      *>nao existir)
       inicializa section.

           open input arq-fechamento-antigo
           if ws-fs-antigo <> "00" then
               display "Nao foi possivel abrir FECHADIA.OLD, "
                       "status: " ws-fs-antigo
               display "Renomeie o fechamento antigo para "
                       "FECHADIA.OLD antes de converter."
               move "N" to ws-sw-prosseguir
               go to inicializa-exit
           end-if
           move "S" to ws-sw-antigo-ok

           open i-o arq-fechamento
           if ws-fs-fechamento = "35" then
               open output arq-fechamento
               close arq-fechamento
               open i-o arq-fechamento
           end-if

           if ws-fs-fechamento <> "00" then
               display "Nao foi possivel abrir FECHADIA.DAT, "
                       "status: " ws-fs-fechamento
               move "N" to ws-sw-prosseguir
               go to inicializa-exit
           end-if
           move "S" to ws-sw-fechamento-ok

           .
       inicializa-exit.
           exit.

      *>Le cada dia do fechamento antigo e grava o equivalente no
      *>layout novo; dia ja existente no novo e mantido como esta
       converte-registros section.

           if ws-sw-prosseguir <> "S" then
               go to converte-registros-exit
           end-if

           move low-values to fant-data
           start arq-fechamento-antigo key > fant-data
           end-start

           perform until ws-fs-antigo <> "00"
               read arq-fechamento-antigo next
                   at end move "10" to ws-fs-antigo
               end-read

               if ws-fs-antigo = "00" then
                   perform gravar-convertido
               end-if
           end-perform

           .
       converte-registros-exit.
           exit.

      *>Monta e grava um dia do fechamento novo a partir do registro
      *>antigo corrente, com estornos, saques e impostos zerados
       gravar-convertido section.

           initialize fec-registro

           move fant-data           to fec-data
           move fant-qtd-apostas    to fec-qtd-apostas
           move fant-tot-arrecadado to fec-tot-arrecadado
           move fant-qtd-premios    to fec-qtd-premios
           move fant-tot-pago       to fec-tot-pago
           move fant-qtd-depositos  to fec-qtd-depositos
           move fant-tot-depositos  to fec-tot-depositos
           move 0                   to fec-qtd-estornos
           move 0                   to fec-tot-estornos
           move 0                   to fec-qtd-saques
           move 0                   to fec-tot-saques
           move 0                   to fec-qtd-impostos
           move 0                   to fec-tot-impostos
           move fant-saldo          to fec-saldo
           move fant-carimbo-data   to fec-carimbo-data
           move fant-carimbo-hora   to fec-carimbo-hora

           write fec-registro
           evaluate ws-fs-fechamento
               when "00"
                   add 1 to ws-qtd-convertidos
               when "22"
                   add 1 to ws-qtd-ja-existentes
               when other
                   add 1 to ws-qtd-erros
                   display "Erro ao gravar o fechamento de " fec-data
                           ", status: " ws-fs-fechamento
           end-evaluate

           .
       gravar-convertido-exit.
           exit.

      *>Exibe o resumo da conversao
       imprime-conversao section.

           if ws-sw-prosseguir = "S" then
               display "               "
               display "----- Conversao do fechamento diario -----"
               display "Dias convertidos de FECHADIA.OLD: "
                       ws-qtd-convertidos
               if ws-qtd-ja-existentes > 0 then
                   display "Dias ja existentes no fechamento "
                           "novo (mantidos): " ws-qtd-ja-existentes
               end-if
               if ws-qtd-erros > 0 then
                   display "Dias nao gravados por erro: "
                           ws-qtd-erros
               end-if
               display "Guarde o FECHADIA.OLD antigo como arquivo "
                       "morto apos conferir."
           end-if

           .
       imprime-conversao-exit.
           exit.

      *>Fechamento dos arquivos e encerramento do programa
       finaliza section.

           if ws-sw-antigo-ok = "S" then
               close arq-fechamento-antigo
           end-if
           if ws-sw-fechamento-ok = "S" then
               close arq-fechamento
           end-if

           display "Conversao finalizada."

           stop run

           .
       finaliza-exit.
           exit.
