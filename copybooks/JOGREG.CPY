      *> Um CADJOGADOR.DAT gravado antes do campo de saldo tem
      *> registro mais curto e nao abre neste layout: renomeie-o para
      *> CADJOGADOR.OLD e rode converte_cadastro, que regrava cada
      *> jogador no layout novo com saldo zerado. O CPF (so os 11
      *> digitos, em branco quando nao informado) sai no informe de
      *> rendimentos dos premios; um cadastro gravado antes dele
      *> tambem e convertido pelo converte_cadastro, preservando o
      *> saldo.
      *>-------------------------------------------------------------
       01 jog-registro.
           05 jog-id                                pic 9(04).
           05 jog-status                            pic x(01).
           05 jog-data-cadastro                     pic x(08).
           05 jog-saldo                             pic s9(09)v99.
           05 jog-cpf                               pic x(11).
