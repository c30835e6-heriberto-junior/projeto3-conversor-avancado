      *> Layout do registro do acervo de conversoes
      *> (conversoes.dat, arquivo indexado), carregado pelo
      *> COINLOAD a partir de audit.log, dos mensais
      *> audit-AAAAMM.log do COINARCH e de pendentes.txt, e
      *> consultado pelo COINCONS. Cada conversao vira um
      *> registro em campos, sem depender dos sufixos da linha
      *> livre (tier=, codcliente=, inverso=, direto=...).
      *>   CNV-CHAVE (chave primaria): data/hora e sequencia
      *>     CNV-DATA/CNV-HORA: AAAAMMDD e HHMMSSCC
      *>     CNV-FONTE : A linha de auditoria, P pedido em
      *>                 pendentes.txt
      *>     CNV-NUMERO: na linha com "ref=", o contador da
      *>                 referencia (data/hora tambem saem dela,
      *>                 entao chave e referencia se
      *>                 correspondem); na linha antiga sem
      *>                 referencia, 100000 + a ordem da linha
      *>                 dentro do mesmo segundo (centesimos
      *>                 zerados); no pedido, o PEN-ID
      *>   Chaves alternadas (com duplicatas): CNV-COD-CLIENTE,
      *>     CNV-USUARIO e CNV-PAR (origem + destino)
      *>   Valores com 3 decimais implicitos e as casas com que
      *>     foram gravados na linha (0 a 3). CNV-VALOR-CLIENTE
      *>     e o valor do cliente quando houve tier.
      *>   CNV-SITUACAO:
      *>     D direta      - executada sem passar pela alcada
      *>     A aprovada    - executada pelo COINAPRV
      *>                     (CNV-RESPONSAVEL = aprovador)
      *>     E estorno     - lancamento do COINESTR
      *>                     (CNV-RESPONSAVEL = operador,
      *>                     CNV-SEQ-ESTORNADA = MOV-SEQUENCIA
      *>                     da conversao desfeita)
      *>     P pendente    - pedido ainda na fila do COINAPRV
      *>     R rejeitada   - pedido rejeitado (CNV-RESPONSAVEL =
      *>                     revisor, CNV-MOTIVO)
      *>   CNV-ESTORNADA: S na conversao desfeita por um estorno
      *>   CNV-ARQUIVO  : arquivo de onde o registro foi lido
      *> Usado pelo COINLOAD e pelo COINCONS.
           05 CNV-CHAVE.
              10 CNV-DATA          PIC 9(8).
              10 CNV-HORA          PIC 9(8).
              10 CNV-FONTE         PIC X.
                 88 CNV-DA-AUDITORIA VALUE "A".
                 88 CNV-DO-PEDIDO    VALUE "P".
              10 CNV-NUMERO        PIC 9(6).
           05 CNV-COD-CLIENTE      PIC X(6).
           05 CNV-USUARIO          PIC X(30).
           05 CNV-PAR.
              10 CNV-MOEDA-ORIGEM  PIC X(3).
              10 CNV-MOEDA-DESTINO PIC X(3).
           05 CNV-VALOR-ORIGEM     PIC 9(13)V9(3).
           05 CNV-CASAS-ORIGEM     PIC 9(1).
           05 CNV-VALOR-DESTINO    PIC 9(13)V9(3).
           05 CNV-CASAS-DESTINO    PIC 9(1).
           05 CNV-TAXA             PIC 9(10)V9(6).
           05 CNV-TIER             PIC X(3).
           05 CNV-SPREAD           PIC X(10).
           05 CNV-VALOR-CLIENTE    PIC 9(13)V9(3).
           05 CNV-CASAS-CLIENTE    PIC 9(1).
           05 CNV-SITUACAO         PIC X.
              88 CNV-DIRETA        VALUE "D".
              88 CNV-APROVADA      VALUE "A".
              88 CNV-ESTORNO       VALUE "E".
              88 CNV-PENDENTE      VALUE "P".
              88 CNV-REJEITADA     VALUE "R".
              88 CNV-EXECUTADA     VALUE "D" "A".
           05 CNV-ESTORNADA        PIC X.
              88 CNV-FOI-ESTORNADA VALUE "S".
           05 CNV-RESPONSAVEL      PIC X(30).
           05 CNV-MOTIVO           PIC X(40).
           05 CNV-SEQ-ESTORNADA    PIC 9(6).
           05 CNV-INVERSO          PIC X.
           05 CNV-DIRETO           PIC X.
           05 CNV-DATA-LIQUIDACAO  PIC 9(8).
           05 CNV-REFERENCIA       PIC X(20).
           05 CNV-ARQUIVO          PIC X(20).
