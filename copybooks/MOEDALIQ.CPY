      *> Layout do registro da tabela de convencoes de
      *> liquidacao por par (prazos-liquidacao.txt), usada pelo
      *> COIN e pelo COINAPRV para calcular a data de
      *> liquidacao (MOV-DATA-VALOR) de cada conversao: a data
      *> da operacao mais LIQ-PRAZO dias uteis, pulando fins de
      *> semana e os feriados de feriados.txt (D+0 em dia nao
      *> util liquida no proximo dia util). Uma linha vale para
      *> o par nos dois sentidos, salvo se o sentido inverso
      *> tiver linha propria. Par sem linha liquida em D+2
      *> (spot).
           05 LIQ-MOEDA-ORIGEM  PIC X(3).
           05 LIQ-MOEDA-DESTINO PIC X(3).
           05 LIQ-PRAZO         PIC 9(1).
