      *>   PEN-LINHA : a linha de conversao original
      *>               ("valor destino [origem]")
      *>   PEN-INVERSO: S quando era uma cotacao inversa (-I)
      *>   PEN-REFERENCIA: referencia da transacao gravada pelo
      *>               COINAPRV ao executar a aprovada (a mesma
      *>               "ref=" de resultado.txt/audit.log e
      *>               MOV-REFERENCIA); espacos nas demais
      *> Compartilhado entre COIN e COINAPRV.
           05 PEN-ID          PIC 9(6).
           05 PEN-STATUS      PIC X.
           05 PEN-LOCALE      PIC X(2).
           05 PEN-REVISOR     PIC X(30).
           05 PEN-MOTIVO      PIC X(40).
           05 PEN-REFERENCIA  PIC X(20).
