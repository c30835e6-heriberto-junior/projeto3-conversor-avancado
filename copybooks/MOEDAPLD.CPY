      *> Layout do registro do arquivo de casos de prevencao a
      *> lavagem de dinheiro (pld-casos.txt), mantido pelo
      *> COINPLD: cada indicio achado na varredura vira um caso
      *> que o oficial de compliance trabalha ate fechar.
      *>   CASO-STATUS : A aberto, R em revisao, F fechado
      *>   CASO-REGRA  : FRACIONADA - varias conversoes abaixo
      *>                 da alcada que, somadas, passam dela;
      *>                 FREQUENCIA - cliente com mais conversoes
      *>                 na janela do que o parametro admite;
      *>                 ALCADA     - conversao logo abaixo do
      *>                 teto de aprovacao-limite.txt
      *>   CASO-TIPO-SUJEITO: C cliente (CASO-SUJEITO e o codigo
      *>                 de clientes.dat), U usuario/trader
      *>   CASO-MOEDA, CASO-QTDE, CASO-VALOR (nas CASO-CASAS da
      *>                 moeda), CASO-DATA-INI/-FIM: o que foi
      *>                 achado, no periodo achado
      *>   CASO-CHAVE  : referencia da conversao (regra ALCADA);
      *>                 espacos nas demais
      *>   CASO-RESPONSAVEL, CASO-DATA-STATUS: quem mudou a
      *>                 situacao por ultimo e quando
      *>   CASO-JUSTIFICATIVA: obrigatoria no fechamento
      *> Lido tambem pelo COINCHK (casos abertos ha muito tempo).
           05 CASO-ID           PIC 9(6).
           05 CASO-STATUS       PIC X.
              88 CASO-ABERTO    VALUE "A".
              88 CASO-EM-REVISAO VALUE "R".
              88 CASO-FECHADO   VALUE "F".
           05 CASO-REGRA        PIC X(10).
           05 CASO-DATA-ABERTURA PIC 9(8).
           05 CASO-TIPO-SUJEITO PIC X.
           05 CASO-SUJEITO      PIC X(30).
           05 CASO-MOEDA        PIC X(3).
           05 CASO-QTDE         PIC 9(4).
           05 CASO-VALOR        PIC 9(13)V9(3).
           05 CASO-CASAS        PIC 9(1).
           05 CASO-DATA-INI     PIC 9(8).
           05 CASO-DATA-FIM     PIC 9(8).
           05 CASO-CHAVE        PIC X(20).
           05 CASO-RESPONSAVEL  PIC X(30).
           05 CASO-DATA-STATUS  PIC 9(8).
           05 CASO-JUSTIFICATIVA PIC X(60).
