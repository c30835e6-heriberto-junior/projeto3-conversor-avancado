       *> volumes somam valores em moedas de destino
       *> possivelmente diferentes, como o total por usuario do
       *> COINREP: servem como volume operado, nao como saldo.
       *> Os estornos do COINESTR (MOV-TIPO "E") desfazem a
       *> conversao original: sao abatidos da quantidade, do
       *> volume e das receitas do cliente, e nao contam como
       *> negocio novo.
       *>
       *> Uso: coinbill [AAAAMM]
       *>   sem argumentos - consolida o mes corrente
       01 WS-FIM-TARIFAS     PIC X VALUE "N".
       01 WS-TARIFA-MOV      PIC 9(7)V99.

       *> +1 para conversao, -1 para estorno: todo acumulo passa
       *> pelo sinal, para o estorno abater exatamente o que a
       *> conversao original somou.
       01 WS-SINAL-MOV       PIC S9 VALUE +1.
       01 WS-QT-ESTORNOS     PIC 9(8) VALUE 0.

       *> Acumuladores por cliente. A receita de spread e a
       *> diferenca cliente - interbancario - tarifa; com os
       *> arredondamentos do COIN ela pode, no limite, dar um
       *> Acumula o movimento corrente: a tarifa fixa vem da
       *> tabela pelo tier do movimento; o spread realizado e o
       *> que sobra de MOV-VALOR-CLIENTE depois do valor
       *> interbancario e da tarifa. O estorno entra com sinal
       *> negativo em todos os acumuladores; como ele sempre
       *> segue a conversao original no mesmo dia, os campos
       *> sem sinal nunca ficam negativos.
       *> ---------------------------------------------------
       ACUMULA-MOVIMENTO.
           IF MOV-EH-ESTORNO
              MOVE -1 TO WS-SINAL-MOV
              ADD 1 TO WS-QT-ESTORNOS
           ELSE
              MOVE +1 TO WS-SINAL-MOV
           END-IF.
           COMPUTE WS-GER-QTDE = WS-GER-QTDE + WS-SINAL-MOV.

           IF MOV-TIER = SPACES
              COMPUTE WS-QT-SEM-TIER = WS-QT-SEM-TIER + WS-SINAL-MOV
              EXIT PARAGRAPH
           END-IF.

           END-PERFORM.

           IF MOV-COD-CLIENTE = SPACES
              COMPUTE WS-SC-QTDE = WS-SC-QTDE + WS-SINAL-MOV
              COMPUTE WS-SC-VOLUME = WS-SC-VOLUME
                 + WS-SINAL-MOV * MOV-VALOR-CONVERTIDO
              COMPUTE WS-SC-SPREAD = WS-SC-SPREAD
                 + WS-SINAL-MOV * (MOV-VALOR-CLIENTE
                 - MOV-VALOR-CONVERTIDO - WS-TARIFA-MOV)
              COMPUTE WS-SC-TARIFA = WS-SC-TARIFA
                 + WS-SINAL-MOV * WS-TARIFA-MOV
           ELSE
              PERFORM ACUMULA-CLIENTE
           END-IF.

           COMPUTE WS-GER-SPREAD = WS-GER-SPREAD
              + WS-SINAL-MOV * (MOV-VALOR-CLIENTE
              - MOV-VALOR-CONVERTIDO - WS-TARIFA-MOV).
           COMPUTE WS-GER-TARIFA = WS-GER-TARIFA
              + WS-SINAL-MOV * WS-TARIFA-MOV.

       *> ---------------------------------------------------
       *> Acumula o movimento no cliente, criando-o na tabela
       *> quando ainda nao visto (mesma tecnica de ACUMULA-PAR
       *> do COINREP). Um estorno de cliente que nao esta na
       *> tabela (so acontece com a tabela cheia) fica apenas
       *> nos totais gerais, como a conversao que ele desfaz.
       *> ---------------------------------------------------
       ACUMULA-CLIENTE.
           MOVE "N" TO FOUND-FLAG.
                 UNTIL CX > WS-NUM-CLIENTES OR FOUND-FLAG = "Y"
              IF WS-C-COD(CX) = MOV-COD-CLIENTE
                 MOVE "Y" TO FOUND-FLAG
                 COMPUTE WS-C-QTDE(CX) = WS-C-QTDE(CX)
                    + WS-SINAL-MOV
                 COMPUTE WS-C-VOLUME(CX) = WS-C-VOLUME(CX)
                    + WS-SINAL-MOV * MOV-VALOR-CONVERTIDO
                 COMPUTE WS-C-SPREAD(CX) = WS-C-SPREAD(CX)
                    + WS-SINAL-MOV * (MOV-VALOR-CLIENTE
                    - MOV-VALOR-CONVERTIDO - WS-TARIFA-MOV)
                 COMPUTE WS-C-TARIFA(CX) = WS-C-TARIFA(CX)
                    + WS-SINAL-MOV * WS-TARIFA-MOV
              END-IF
           END-PERFORM.

           IF FOUND-FLAG NOT = "Y" AND MOV-EH-ESTORNO
              DISPLAY "AVISO: estorno do cliente " MOV-COD-CLIENTE
                 " sem a conversao original na tabela; abatido "
                 "apenas dos totais gerais."
              EXIT PARAGRAPH
           END-IF.

           IF FOUND-FLAG NOT = "Y"
              IF WS-NUM-CLIENTES >= WS-MAX-CLIENTES
                 DISPLAY "AVISO: numero de clientes excede a "
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           IF WS-QT-ESTORNOS NOT = 0
              MOVE WS-QT-ESTORNOS TO WS-QTDE-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING "  (ja liquido de "
                     FUNCTION TRIM(WS-QTDE-EDIT)
                     " estorno(s) no mes)"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
           END-IF.

           IF WS-QT-SEM-TIER NOT = 0
              MOVE WS-QT-SEM-TIER TO WS-QTDE-EDIT
              MOVE SPACES TO WS-REL-LINHA
