      *> Layout do registro de parametros da monitoracao de
      *> prevencao a lavagem de dinheiro (pld-parametros.txt,
      *> uma unica linha), lido pelo COINPLD e pelo COINCHK.
      *> Campo nao numerico vale o padrao entre parenteses.
      *>   PLP-JANELA-DIAS  : dias varridos ate o dia pedido,
      *>                      inclusive (7; maximo 90)
      *>   PLP-FAIXA-PCT    : "logo abaixo da alcada" = ate
      *>                      este percentual abaixo do teto de
      *>                      aprovacao-limite.txt (10)
      *>   PLP-MIN-FRACOES  : quantas conversoes abaixo da
      *>                      alcada, do mesmo sujeito e moeda,
      *>                      somando mais que ela, caracterizam
      *>                      fracionamento (3)
      *>   PLP-MAX-OPERACOES: conversoes de um mesmo cliente na
      *>                      janela acima das quais a frequencia
      *>                      e incomum (20)
      *>   PLP-DIAS-ALERTA  : caso aberto ha mais dias do que
      *>                      isto aparece no COINCHK (5)
           05 PLP-JANELA-DIAS   PIC 9(3).
           05 PLP-FAIXA-PCT     PIC 9(2).
           05 PLP-MIN-FRACOES   PIC 9(3).
           05 PLP-MAX-OPERACOES PIC 9(4).
           05 PLP-DIAS-ALERTA   PIC 9(3).
