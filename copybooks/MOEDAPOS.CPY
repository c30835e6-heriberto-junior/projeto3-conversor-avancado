      *> Layout do registro do arquivo de posicao cambial
      *> liquida (posicao.txt), mantido pelo COINPOS: uma linha
      *> por moeda com a posicao do ultimo dia processado
      *> (POS-DATA).
      *>   POS-ABERTURA  : posicao liquida herdada do fechamento
      *>                   do dia anterior
      *>   POS-COMPRAS   : o que a mesa comprou da moeda no dia
      *>                   (moeda de destino das conversoes)
      *>   POS-VENDAS    : o que a mesa vendeu da moeda no dia
      *>                   (moeda de origem das conversoes)
      *>   POS-FECHAMENTO: abertura + compras - vendas; negativo
      *>                   e posicao vendida
      *> Estornos (MOV-TIPO "E") abatem as compras/vendas da
      *> conversao que desfazem. Lido tambem pelo COINCHK.
      *> POS-CASAS e os campos -EXATA/-EXATO, no fim da linha,
      *> guardam os mesmos valores com as casas decimais da
      *> moeda no cadastro de moedas (0 a 3); os campos de 2
      *> casas continuam gravados para quem le so o inicio da
      *> linha. Linha antiga, sem POS-CASAS numerico, vale pelos
      *> campos de 2 casas.
           05 POS-COD-MOEDA     PIC X(3).
           05 POS-DATA          PIC 9(8).
           05 POS-ABERTURA      PIC S9(13)V9(2)
                                SIGN IS LEADING SEPARATE.
           05 POS-COMPRAS       PIC 9(13)V9(2).
           05 POS-VENDAS        PIC 9(13)V9(2).
           05 POS-FECHAMENTO    PIC S9(13)V9(2)
                                SIGN IS LEADING SEPARATE.
           05 POS-CASAS         PIC 9(1).
           05 POS-ABERTURA-EXATA PIC S9(13)V9(3)
                                SIGN IS LEADING SEPARATE.
           05 POS-COMPRAS-EXATA PIC 9(13)V9(3).
           05 POS-VENDAS-EXATA  PIC 9(13)V9(3).
           05 POS-FECHAMENTO-EXATO PIC S9(13)V9(3)
                                SIGN IS LEADING SEPARATE.
