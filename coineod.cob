       *> atrasado nao consegue mais apensar movimento num dia
       *> que o contabil ja carregou. Uma divergencia de
       *> quantidade aqui recusa o fechamento e aponta qual lado
       *> esta aquem. Os estornos gravados pelo COINESTR
       *> (MOV-TIPO "E") entram na quantidade de registros - cada
       *> um tem sua linha em resultado.txt e audit.log - mas
       *> sao SUBTRAIDOS dos totais de controle, que saem
       *> liquidos; o trailer informa quantos estornos o dia
       *> teve. Alem da quantidade, cada conversao e pareada
       *> pela sua referencia de transacao (MOV-REFERENCIA e
       *> "ref=" nas linhas): uma referencia que falta em algum
       *> lado ou se repete num lado tambem recusa o fechamento
       *> - o coinmatc do dia lista cada item e as divergencias
       *> de valor/taxa. Registros anteriores a referencia ficam
       *> so na conferencia por quantidade.
       *>
       *> RETURN-CODE 8 quando o fechamento e recusado ou
       *> abortado.
       *>
       *> Uso: coineod [AAAAMMDD]
       *>   sem argumentos - fecha o dia de hoje
           COPY "MOEDAMOV.CPY".

       FD RESULTADO.
       01 RESULTADO-REG PIC X(300).

       FD AUDITORIA.
       01 AUDITORIA-REG PIC X(400).

       FD FECHAMENTO.
       01 FECHAMENTO-REG PIC X(120).
       01 WS-ARG-GROUP.
          05 WS-TOK PIC X(30) OCCURS 4 TIMES.
       01 WS-NUM-TOK         PIC 9(2) VALUE 0.
       01 J                  PIC 9(4).
       01 WS-DATA-FECHAMENTO PIC 9(8).
       01 WS-ARQ-MOVIMENTO   PIC X(30).
       01 WS-ARQ-FECHAMENTO  PIC X(30).
       *> Totais de controle do movimento: quantidade de
       *> registros e soma dos dois campos de valor que o
       *> contabil carrega (MOV-VALOR-CONVERTIDO e
       *> MOV-VALOR-CLIENTE). Os estornos sao somados a parte e
       *> abatidos no final, para os totais sairem liquidos.
       01 WS-QT-MOVIMENTO    PIC 9(8) VALUE 0.
       01 WS-TOT-CONVERTIDO  PIC 9(15)V99 VALUE 0.
       01 WS-TOT-CLIENTE     PIC 9(15)V99 VALUE 0.
       01 WS-QT-ESTORNOS     PIC 9(8) VALUE 0.
       01 WS-EST-CONVERTIDO  PIC 9(15)V99 VALUE 0.
       01 WS-EST-CLIENTE     PIC 9(15)V99 VALUE 0.
       01 WS-QT-EST-EDIT     PIC Z(7)9.
       01 WS-TOT-CONV-EDIT   PIC Z(14)9.99.
       01 WS-TOT-CLI-EDIT    PIC Z(14)9.99.

       *> Linha corrente dos arquivos textuais e seus tokens
       *> (os campos sao localizados pelo prefixo/posicao do
       *> token, como no COINREP).
       01 WS-LINHA           PIC X(400).
       01 WS-LIN-GROUP.
          05 WS-LTOK PIC X(40) OCCURS 20 TIMES.
       01 WS-NUM-LTOK        PIC 9(2) VALUE 0.
       01 WS-LIN-DATA-TXT    PIC X(10).
       01 WS-LIN-DATA        PIC 9(8).

       01 WS-LIN-REFERENCIA  PIC X(20).

       01 EOF-FLAG           PIC X VALUE "N".
       01 WS-DIVERGENTE      PIC X VALUE "N".

       *> Referencias de transacao do dia e quantas vezes cada
       *> uma aparece em cada lado (1 movimento, 2 resultado,
       *> 3 auditoria), para o casamento registro a registro.
       01 WS-REF-TABLE.
          05 WS-REF-ITEM OCCURS 5000 TIMES.
             10 WS-R-REFERENCIA PIC X(20).
             10 WS-R-QTDE       PIC 9(3) OCCURS 3 TIMES.
       01 WS-NUM-REFS        PIC 9(4) VALUE 0.
       01 WS-MAX-REFS        PIC 9(4) VALUE 5000.
       01 RX                 PIC 9(4).
       01 WS-LADO            PIC 9(1).
       01 WS-TABELA-CHEIA    PIC X VALUE "N".
       01 WS-QT-REF-RUINS    PIC 9(8) VALUE 0.

       *> Trailer apensado ao arquivo de movimento. Comeca com a
       *> palavra FECHAMENTO de proposito: MOV-SEQUENCIA dos
       *> registros de verdade e sempre numerica, entao qualquer
           PERFORM CONTA-RESULTADO.
           PERFORM CONTA-AUDITORIA.
           PERFORM CONFERE-QUANTIDADES.
           PERFORM CONFERE-REFERENCIAS.

           IF WS-DIVERGENTE = "Y"
              DISPLAY "Fechamento de " WS-DATA-FECHAMENTO
                 " RECUSADO: corrija a divergencia e rode o "
                 "coineod de novo."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

                    FUNCTION NUMVAL(WS-TOK(1))
              WHEN OTHER
                 DISPLAY "Uso: coineod [AAAAMMDD]"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

              DISPLAY "ERRO: o dia " WS-DATA-FECHAMENTO " ja foi "
                 "fechado (" FUNCTION TRIM(WS-ARQ-FECHAMENTO)
                 " existe); fechamento recusado."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> e normal ou se o movimento esta aquem. Um trailer ja
       *> presente no arquivo (sem o selo correspondente) indica
       *> fechamento anterior pela metade e recusa o novo.
       *> Registros de estorno contam na quantidade, mas seus
       *> valores sao abatidos dos totais.
       *> ---------------------------------------------------
       TOTALIZA-MOVIMENTO.
           OPEN INPUT MOVIMENTO.
                       "contem um trailer de fechamento; "
                       "fechamento recusado."
                    CLOSE MOVIMENTO
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF MOV-SEQUENCIA NUMERIC
                    ADD 1 TO WS-QT-MOVIMENTO
                    IF MOV-REFERENCIA NOT = SPACES
                       MOVE MOV-REFERENCIA TO WS-LIN-REFERENCIA
                       MOVE 1 TO WS-LADO
                       PERFORM REGISTRA-REFERENCIA
                    END-IF
                    IF MOV-EH-ESTORNO
                       ADD 1 TO WS-QT-ESTORNOS
                       ADD MOV-VALOR-CONVERTIDO
                          TO WS-EST-CONVERTIDO
                       ADD MOV-VALOR-CLIENTE TO WS-EST-CLIENTE
                    ELSE
                       ADD MOV-VALOR-CONVERTIDO
                          TO WS-TOT-CONVERTIDO
                       ADD MOV-VALOR-CLIENTE TO WS-TOT-CLIENTE
                    END-IF
                 ELSE
                    DISPLAY "AVISO: registro de movimento com "
                       "sequencia nao numerica ignorado nos "

           CLOSE MOVIMENTO.

           *> Um estorno sempre segue a conversao que desfaz no
           *> mesmo arquivo, entao o liquido nunca fica negativo;
           *> se ficasse, o arquivo foi editado fora do sistema.
           IF WS-EST-CONVERTIDO > WS-TOT-CONVERTIDO
              OR WS-EST-CLIENTE > WS-TOT-CLIENTE
              DISPLAY "ERRO: estornos em "
                 FUNCTION TRIM(WS-ARQ-MOVIMENTO) " superam as "
                 "conversoes do dia; fechamento recusado."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SUBTRACT WS-EST-CONVERTIDO FROM WS-TOT-CONVERTIDO.
           SUBTRACT WS-EST-CLIENTE FROM WS-TOT-CLIENTE.

       *> ---------------------------------------------------
       *> Quebra WS-LINHA em tokens, como o COINREP faz, para
       *> localizar a data da linha pelo prefixo/posicao.

              IF EOF-FLAG NOT = "Y" AND WS-LINHA NOT = SPACES
                 PERFORM QUEBRA-LINHA
                 MOVE SPACES TO WS-LIN-DATA-TXT WS-LIN-REFERENCIA
                 PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-NUM-LTOK
                    IF WS-LTOK(K) = "em" AND K < WS-NUM-LTOK
                       MOVE WS-LTOK(K + 1) TO WS-LIN-DATA-TXT
                    END-IF
                    IF WS-LTOK(K)(1:4) = "ref="
                       MOVE WS-LTOK(K)(5:) TO WS-LIN-REFERENCIA
                    END-IF
                 END-PERFORM
                 IF WS-LIN-DATA-TXT NOT = SPACES
                    PERFORM CONVERTE-DATA-LINHA
                    IF WS-LIN-DATA = WS-DATA-FECHAMENTO
                       ADD 1 TO WS-QT-RESULTADO
                       IF WS-LIN-REFERENCIA NOT = SPACES
                          MOVE 2 TO WS-LADO
                          PERFORM REGISTRA-REFERENCIA
                       END-IF
                    END-IF
                 END-IF
              END-IF
                 PERFORM CONVERTE-DATA-LINHA
                 IF WS-LIN-DATA = WS-DATA-FECHAMENTO
                    ADD 1 TO WS-QT-AUDITORIA
                    MOVE SPACES TO WS-LIN-REFERENCIA
                    PERFORM VARYING K FROM 1 BY 1
                          UNTIL K > WS-NUM-LTOK
                       IF WS-LTOK(K)(1:4) = "ref="
                          MOVE WS-LTOK(K)(5:) TO WS-LIN-REFERENCIA
                       END-IF
                    END-PERFORM
                    IF WS-LIN-REFERENCIA NOT = SPACES
                       MOVE 3 TO WS-LADO
                       PERFORM REGISTRA-REFERENCIA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
              END-IF
           END-IF.

       *> ---------------------------------------------------
       *> Localiza WS-LIN-REFERENCIA na tabela (criando a
       *> entrada quando nova) e conta a ocorrencia no lado
       *> WS-LADO.
       *> ---------------------------------------------------
       REGISTRA-REFERENCIA.
           MOVE 0 TO RX.
           PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > WS-NUM-REFS OR RX NOT = 0
              IF WS-R-REFERENCIA(J) = WS-LIN-REFERENCIA
                 MOVE J TO RX
              END-IF
           END-PERFORM.

           IF RX = 0
              IF WS-NUM-REFS >= WS-MAX-REFS
                 MOVE "Y" TO WS-TABELA-CHEIA
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NUM-REFS
              MOVE WS-NUM-REFS TO RX
              INITIALIZE WS-REF-ITEM(RX)
              MOVE WS-LIN-REFERENCIA TO WS-R-REFERENCIA(RX)
           END-IF.

           IF WS-R-QTDE(RX, WS-LADO) < 999
              ADD 1 TO WS-R-QTDE(RX, WS-LADO)
           END-IF.

       *> ---------------------------------------------------
       *> Casamento por referencia: cada referencia do dia tem
       *> que aparecer exatamente uma vez em cada lado. A
       *> quantidade pode bater com uma conversao faltando num
       *> lado e outra duplicada no mesmo lado; isto nao. O
       *> detalhe (e as divergencias de valor/taxa/par) sai no
       *> coinmatc.
       *> ---------------------------------------------------
       CONFERE-REFERENCIAS.
           MOVE 0 TO WS-QT-REF-RUINS.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-NUM-REFS
              IF WS-R-QTDE(RX, 1) NOT = 1
                 OR WS-R-QTDE(RX, 2) NOT = 1
                 OR WS-R-QTDE(RX, 3) NOT = 1
                 ADD 1 TO WS-QT-REF-RUINS
                 DISPLAY "DIVERGENCIA: ref=" WS-R-REFERENCIA(RX)
                    " movimento=" WS-R-QTDE(RX, 1)
                    " resultado=" WS-R-QTDE(RX, 2)
                    " auditoria=" WS-R-QTDE(RX, 3)
              END-IF
           END-PERFORM.

           IF WS-TABELA-CHEIA = "Y"
              MOVE "Y" TO WS-DIVERGENTE
              DISPLAY "DIVERGENCIA: o dia excede a tabela de "
                 WS-MAX-REFS " referencias; o casamento nao pode "
                 "ser concluido aqui."
           END-IF.

           IF WS-QT-REF-RUINS NOT = 0
              MOVE "Y" TO WS-DIVERGENTE
              MOVE WS-QT-REF-RUINS TO WS-QT-EDIT
              DISPLAY "DIVERGENCIA: " FUNCTION TRIM(WS-QT-EDIT)
                 " referencia(s) sem par exato nos tres lados; "
                 "rode coinmatc " WS-DATA-FECHAMENTO
                 " para o detalhe."
           END-IF.

       *> ---------------------------------------------------
       *> Monta o texto "AAAA-MM-DD HH:MM:SS" do instante do
       *> fechamento (mesma forma de GRAVA-RESULTADO do COIN).
       *> O contabil confere quantidade e totais contra o que
       *> carregou: um arquivo que chegou truncado nao tem
       *> trailer (ou tem totais que nao batem) e e recusado.
       *> Os totais ja sao liquidos dos estornos, cuja
       *> quantidade vai no fim da linha.
       *> ---------------------------------------------------
       GRAVA-TRAILER.
           PERFORM MONTA-DATA-HORA.
           MOVE WS-QT-MOVIMENTO TO WS-QT-EDIT.
           MOVE WS-QT-ESTORNOS TO WS-QT-EST-EDIT.
           MOVE WS-TOT-CONVERTIDO TO WS-TOT-CONV-EDIT.
           MOVE WS-TOT-CLIENTE TO WS-TOT-CLI-EDIT.
           MOVE SPACES TO WS-TRAILER-LINHA.
                  FUNCTION TRIM(WS-TOT-CONV-EDIT)
                  " total-cliente="
                  FUNCTION TRIM(WS-TOT-CLI-EDIT)
                  " estornos=" FUNCTION TRIM(WS-QT-EST-EDIT)
               DELIMITED BY SIZE INTO WS-TRAILER-LINHA
           END-STRING.

                 FUNCTION TRIM(WS-ARQ-MOVIMENTO) " (status "
                 WS-MOVIMENTO-STATUS "); fechamento abortado "
                 "sem gravar o selo."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE MOVIMENTO-REG FROM WS-TRAILER-LINHA.
                 WS-MOVIMENTO-STATUS "); fechamento abortado "
                 "sem gravar o selo."
              CLOSE MOVIMENTO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE MOVIMENTO.
                 WS-FECHAMENTO-STATUS "); o trailer ja foi "
                 "apensado - NAO rode o coineod de novo sem "
                 "remover o trailer."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

                  FUNCTION TRIM(WS-TOT-CONV-EDIT)
                  " total-cliente="
                  FUNCTION TRIM(WS-TOT-CLI-EDIT)
                  " estornos=" FUNCTION TRIM(WS-QT-EST-EDIT)
               DELIMITED BY SIZE INTO WS-TRAILER-LINHA
           END-STRING.
           WRITE FECHAMENTO-REG FROM WS-TRAILER-LINHA.
