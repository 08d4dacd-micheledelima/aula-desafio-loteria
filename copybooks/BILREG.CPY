      *> um bilhete com numero unico, o id do apostador do cadastro
      *> CADJOGADOR.DAT, a origem da aposta e os numeros jogados,
      *> permitindo provar de quem e cada aposta premiada meses
      *> depois. Situacao: "A" ativa, "P" premiada e paga ou "C"
      *> cancelada com estorno. Usado por jogo_loteria e
      *> desdobramento_loteria (emissao), por conferencia_loteria
      *> (lista de vencedores com nome e bilhete) e por
      *> cancela_bilhete (cancelamento).
      *>-------------------------------------------------------------
       01 bil-registro.
           05 bil-numero                            pic 9(08).
