      *> cadastrado aqui e o que o COIN aplica quando a
      *> conversao e feita com "-C <cliente>", no lugar da
      *> digitacao manual do tier com "-T".
      *> Os dados regulatorios alimentam a declaracao mensal de
      *> cambio do COINBCB:
      *>   CLI-TIPO-PESSOA: F fisica (CPF), J juridica (CNPJ)
      *>   CLI-CPF-CNPJ   : so digitos, alinhado a esquerda
      *>                    (11 do CPF ou 14 do CNPJ)
      *>   CLI-NATUREZA   : codigo de natureza da operacao de
      *>                    cambio (5 digitos)
      *> Cliente sem esses dados nao entra na declaracao e vai
      *> para os rejeitados. clientes.dat gravado antes desses
      *> campos e convertido uma vez pelo CLIMIGRA.
      *> Compartilhado entre COIN, CLIMAINT, CLIMIGRA, COINBILL
      *> e COINBCB.
           05 CLI-COD-CLIENTE PIC X(6).
           05 CLI-NOME        PIC X(30).
           05 CLI-TIER        PIC X(3).
           05 CLI-TIPO-PESSOA PIC X.
              88 CLI-PESSOA-FISICA   VALUE "F".
              88 CLI-PESSOA-JURIDICA VALUE "J".
           05 CLI-CPF-CNPJ    PIC X(14).
           05 CLI-NATUREZA    PIC X(5).
