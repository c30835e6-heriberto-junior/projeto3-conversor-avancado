      *> Layout do registro da tabela de limites de posicao
      *> liquida por moeda (limites-posicao.txt), conferida pelo
      *> COINPOS ao fechar a posicao do dia e pelo COINCHK na
      *> verificacao da manha: o valor absoluto de
      *> POS-FECHAMENTO (comprada ou vendida) nao pode passar de
      *> LPO-MAX-INT + LPO-MAX-FRAC/100. Independente de
      *> limites.txt, que limita o volume bruto convertido no
      *> dia. Moeda sem linha aqui nao tem limite de posicao.
           05 LPO-COD-MOEDA     PIC X(3).
           05 LPO-MAX-INT       PIC 9(13).
           05 LPO-MAX-FRAC      PIC 9(2).
