      *> Layout de uma linha da definicao da cadeia noturna
      *> (cadeia.txt), lida pelo COINCAD: um passo por linha,
      *> executados na ordem do arquivo.
      *>   PAS-PROGRAMA  : executavel do passo (ex.: rateload,
      *>                   ./coin)
      *>   PAS-RC-MAXIMO : maior RETURN-CODE aceito; acima dele
      *>                   o passo falhou e a cadeia para
      *>   PAS-ARGUMENTOS: argumentos do passo; "AAAAMMDD" e
      *>                   trocado pela data de negocio
      *> Exemplo:
      *>   rateload    04feed-AAAAMMDD.txt
      *>   coin        04-B lote-AAAAMMDD.txt
      *>   coineod     00AAAAMMDD
      *>   coinrep     00AAAAMMDD
      *>   reconcil    04AAAAMMDD
      *>   coinload    04
      *>   coinarch    00AAAAMMDD
      *> Usado pelo COINCAD.
           05 PAS-PROGRAMA      PIC X(12).
           05 PAS-RC-MAXIMO     PIC 9(2).
           05 PAS-ARGUMENTOS    PIC X(80).
