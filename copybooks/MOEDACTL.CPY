      *> Layout do registro de controle da cadeia noturna
      *> (cadeia-controle.txt), gravado pelo COINCAD. Livro
      *> append-only: cada passo ganha um registro "I" ao
      *> comecar e um "C" ou "F" ao terminar; vale o ultimo
      *> registro da data de negocio + passo. Um passo que
      *> ficou em "I" (a cadeia caiu durante ele) conta como
      *> nao concluido na retomada.
      *>   CTL-INICIO/CTL-FIM: AAAAMMDDHHMMSS (fim zerado no
      *>                       registro "I")
      *>   CTL-RC            : RETURN-CODE do passo; 999 quando
      *>                       ele terminou de forma anormal
      *> Usado pelo COINCAD.
           05 CTL-DATA-NEGOCIO  PIC 9(8).
           05 CTL-PASSO         PIC 9(2).
           05 CTL-PROGRAMA      PIC X(12).
           05 CTL-SITUACAO      PIC X.
              88 CTL-INICIADO   VALUE "I".
              88 CTL-CONCLUIDO  VALUE "C".
              88 CTL-FALHOU     VALUE "F".
           05 CTL-INICIO        PIC 9(14).
           05 CTL-FIM           PIC 9(14).
           05 CTL-RC            PIC 9(3).
