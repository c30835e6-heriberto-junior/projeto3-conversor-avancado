      *> Layout do registro do cadastro de moedas (moedas.dat,
      *> arquivo indexado com chave CAD-COD-MOEDA), mantido
      *> pelo MOEDMAINT sob autorizacao de operador, a parte da
      *> cotacao de MOEDAREG.CPY: aqui fica o que a moeda E
      *> (codigo ISO, nome, casas decimais da unidade menor e
      *> situacao), la quanto ela VALE. CAD-CASAS vai de 0
      *> (JPY, CLP) a 3 (KWD, BHD); todo programa que calcula
      *> ou imprime valor arredonda e formata a moeda nessas
      *> casas. Moeda suspensa (CAD-SITUACAO "S") nao entra em
      *> conversao nova, nem como origem nem como destino.
      *> Moeda sem registro aqui segue a regra historica: duas
      *> casas e ativa.
           05 CAD-COD-MOEDA   PIC X(3).
           05 CAD-NOME        PIC X(30).
           05 CAD-CASAS       PIC 9(1).
           05 CAD-SITUACAO    PIC X.
              88 CAD-ATIVA    VALUE "A".
              88 CAD-SUSPENSA VALUE "S".
