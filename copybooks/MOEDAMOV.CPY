      *> (clientes.dat) quando a conversao foi feita com
      *> "-C <cliente>"; fica em espacos nas conversoes sem
      *> cliente (inclusive as feitas so com "-T").
      *> MOV-TIPO distingue a conversao ("C") do estorno ("E")
      *> gravado pelo COINESTR; registros antigos sem o campo
      *> (espaco) sao conversoes. O estorno repete os valores da
      *> conversao original, sempre positivos, e quem totaliza o
      *> movimento subtrai os registros de tipo "E".
      *> MOV-SEQ-ORIGINAL traz, no estorno, a MOV-SEQUENCIA da
      *> conversao estornada (zeros nas conversoes).
      *> MOV-REFERENCIA e a referencia da transacao
      *> (AAAAMMDDHHMMSSCC + contador de 4 digitos), a mesma
      *> gravada como "ref=" nas linhas de resultado.txt e
      *> audit.log, para o COINMATC casar os tres arquivos
      *> registro a registro. Fica em espacos nos registros
      *> anteriores a ela.
      *> MOV-DATA-VALOR e a data de liquidacao (D+N dias uteis
      *> pela convencao do par em prazos-liquidacao.txt e pelo
      *> calendario de feriados.txt); o estorno repete a data
      *> de liquidacao da conversao original. Nos registros
      *> anteriores a ela o campo fica em espacos e quem o le
      *> assume a propria MOV-DATA.
      *> MOV-CASAS-ORIGEM/MOV-CASAS-DESTINO sao as casas
      *> decimais das moedas pelo cadastro de moedas
      *> (moedas.dat) no momento da conversao, e os campos
      *> -EXATO repetem original, convertido e cliente
      *> arredondados nessas casas, com 3 decimais implicitos
      *> (um valor em JPY fica sem fracao, um em KWD guarda a
      *> terceira casa). Os campos de 2 decimais acima
      *> continuam gravados, arredondados em duas casas, para
      *> quem so conhece o layout antigo. Nos registros
      *> anteriores a eles os campos ficam em espacos; quem le
      *> usa os -EXATO quando MOV-CASAS-DESTINO e numerico e,
      *> do contrario, os campos de 2 decimais com duas casas.
           05 MOV-SEQUENCIA       PIC 9(6).
           05 MOV-DATA            PIC 9(8).
           05 MOV-MOEDA-ORIGEM    PIC X(3).
           05 MOV-VALOR-CLIENTE   PIC 9(9)V9(2).
           05 MOV-USUARIO         PIC X(30).
           05 MOV-COD-CLIENTE     PIC X(6).
           05 MOV-TIPO            PIC X.
              88 MOV-EH-ESTORNO   VALUE "E".
           05 MOV-SEQ-ORIGINAL    PIC 9(6).
           05 MOV-REFERENCIA      PIC X(20).
           05 MOV-DATA-VALOR      PIC 9(8).
           05 MOV-CASAS-ORIGEM    PIC 9(1).
           05 MOV-CASAS-DESTINO   PIC 9(1).
           05 MOV-ORIGINAL-EXATO  PIC 9(13)V9(3).
           05 MOV-CONVERTIDO-EXATO PIC 9(9)V9(3).
           05 MOV-CLIENTE-EXATO   PIC 9(9)V9(3).
