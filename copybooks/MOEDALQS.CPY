      *> Layout do registro de liquidacao-status.txt, o livro
      *> (append-only, nunca regravado) em que o back-office
      *> marca, pelo COINLIQ, cada conversao do movimento como
      *> liquidada ("L") ou com falha de liquidacao ("F"). O
      *> item e identificado pelo dia do movimento
      *> (STL-DATA-MOV, o AAAAMMDD de movimento-AAAAMMDD.txt) e
      *> pela MOV-SEQUENCIA dentro dele; vale a ultima marca
      *> gravada para o item. Item sem marca esta pendente.
      *> STL-MOTIVO e obrigatorio na falha e fica em espacos na
      *> liquidacao.
           05 STL-DATA-MOV      PIC 9(8).
           05 STL-SEQUENCIA     PIC 9(6).
           05 STL-STATUS        PIC X.
              88 STL-LIQUIDADO  VALUE "L".
              88 STL-FALHOU     VALUE "F".
           05 STL-DATA-MARCA    PIC 9(8).
           05 STL-HORA-MARCA    PIC 9(8).
           05 STL-OPERADOR      PIC X(30).
           05 STL-MOTIVO        PIC X(60).
