      *> Layout do arquivo da declaracao mensal de operacoes de
      *> cambio ao regulador (bcb-cambio-AAAAMM.txt), gravado
      *> pelo COINBCB em posicoes fixas: um registro de header
      *> (tipo 0), um detalhe por operacao (tipo 1) e um
      *> trailer de controle (tipo 9) com a quantidade de
      *> detalhes e a soma dos valores em USD. Os valores sao
      *> numericos sem ponto, com 2 casas implicitas (a taxa
      *> com 6); datas em AAAAMMDD.
      *>   BCB-SEQUENCIAL     : numero do detalhe no arquivo
      *>   BCB-DATA-OPERACAO  : dia da conversao
      *>   BCB-DATA-LIQUIDACAO: data de liquidacao (D+N)
      *>   BCB-TIPO-PESSOA    : F (CPF) ou J (CNPJ)
      *>   BCB-VALOR-USD      : equivalente em USD do valor de
      *>                        origem, pela cotacao historica
      *>                        do dia da operacao
      *> Usado pelo COINBCB.
           05 BCB-TIPO-REG          PIC X.
              88 BCB-HEADER         VALUE "0".
              88 BCB-DETALHE        VALUE "1".
              88 BCB-TRAILER        VALUE "9".
           05 BCB-DADOS-DETALHE.
              10 BCB-SEQUENCIAL     PIC 9(7).
              10 BCB-DATA-OPERACAO  PIC 9(8).
              10 BCB-DATA-LIQUIDACAO PIC 9(8).
              10 BCB-REFERENCIA     PIC X(20).
              10 BCB-TIPO-PESSOA    PIC X.
              10 BCB-CPF-CNPJ       PIC X(14).
              10 BCB-NATUREZA       PIC X(5).
              10 BCB-MOEDA-ORIGEM   PIC X(3).
              10 BCB-VALOR-ORIGEM   PIC 9(15)V99.
              10 BCB-MOEDA-DESTINO  PIC X(3).
              10 BCB-VALOR-DESTINO  PIC 9(15)V99.
              10 BCB-TAXA           PIC 9(10)V9(6).
              10 BCB-VALOR-USD      PIC 9(15)V99.
           05 BCB-DADOS-HEADER REDEFINES BCB-DADOS-DETALHE.
              10 BCB-H-LAYOUT       PIC X(8).
              10 BCB-H-ANO-MES      PIC 9(6).
              10 BCB-H-DATA-GERACAO PIC 9(8).
              10 BCB-H-HORA-GERACAO PIC 9(6).
              10 FILLER             PIC X(108).
           05 BCB-DADOS-TRAILER REDEFINES BCB-DADOS-DETALHE.
              10 BCB-T-QTDE-DETALHES PIC 9(7).
              10 BCB-T-TOTAL-USD    PIC 9(17)V99.
              10 FILLER             PIC X(110).
