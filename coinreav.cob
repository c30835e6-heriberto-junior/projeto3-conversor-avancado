      IDENTIFICATION DIVISION.
       PROGRAM-ID. COINREAV.

       *> ---------------------------------------------------
       *> Reavaliacao de fim de dia e resultado da mesa. Para
       *> cada conversao do movimento do dia
       *> (movimento-AAAAMMDD.txt), compara a taxa negociada
       *> (MOV-TAXA) com a taxa de fechamento do par no dia: a
       *> cotacao direta de pares.dat quando o par e cotado
       *> direto e a cotacao do par e do dia (PAR-DATA nao
       *> posterior ao dia), senao a triangulacao
       *> taxa(destino)/taxa(origem) de cotacao-historico.dat,
       *> com a mesma regra "mais recente nao posterior" de
       *> BUSCA-TAXA-HISTORICA do COIN. Duas parcelas, sempre
       *> em BRL (valor na moeda de destino dividido pela taxa
       *> de fechamento do destino; BRL vale 1):
       *>   mercado - o que a mesa ganhou ou perdeu com o
       *>             movimento da taxa ate o fechamento. A mesa
       *>             entrega a moeda de origem e recebe a de
       *>             destino (o cliente paga o convertido mais
       *>             spread e tarifa), entao o resultado e
       *>             MOV-VALOR-CONVERTIDO recebido menos
       *>             MOV-VALOR-ORIGINAL x taxa de fechamento
       *>             (quanto valeria, no fechamento, o que a
       *>             mesa entregou);
       *>   spread  - receita cobrada do cliente nas conversoes
       *>             com tier: MOV-VALOR-CLIENTE menos
       *>             MOV-VALOR-CONVERTIDO (spread e tarifa fixa,
       *>             como a receita do COINBILL).
       *> Estornos (MOV-TIPO "E") entram com o sinal trocado e
       *> anulam a conversao que desfazem. O relatorio
       *> reavaliacao-AAAAMMDD.txt traz a linha de cada
       *> conversao e os subtotais por par, por trader
       *> (MOV-USUARIO) e por cliente (MOV-COD-CLIENTE), com
       *> mercado e spread sempre em colunas separadas.
       *> Conversao sem cotacao de fechamento utilizavel fica
       *> fora dos totais e e listada como SEM COTACAO.
       *> Os valores de origem, destino e cliente sao lidos com
       *> as casas decimais de cada moeda gravadas no movimento
       *> (campos -EXATO); o resultado, em BRL, sai com 2 casas.
       *>
       *> Uso: coinreav [AAAAMMDD]
       *>   sem argumentos - reavalia o dia de hoje
       *>   uma data       - reavalia aquele dia
       *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT HISTORICO ASSIGN TO "cotacao-historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT PARES ASSIGN TO "pares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-PARES-STATUS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMENTO.
       01 MOVIMENTO-REG.
           COPY "MOEDAMOV.CPY".

       FD HISTORICO.
       01 HISTORICO-REG.
           COPY "MOEDAHIST.CPY".

       FD PARES.
       01 PAR-REG.
           COPY "MOEDAPAR.CPY".

       FD RELATORIO.
       01 RELATORIO-REG PIC X(180).

       WORKING-STORAGE SECTION.

       01 WS-MOVIMENTO-STATUS PIC X(2).
       01 WS-HISTORICO-STATUS PIC X(2).
       01 WS-PARES-STATUS    PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).
       01 WS-TEM-PARES       PIC X VALUE "N".

       *> Dia reavaliado e nomes dos arquivos
       01 WS-ARGUMENTO       PIC X(100).
       01 WS-ARG-GROUP.
          05 WS-TOK PIC X(30) OCCURS 4 TIMES.
       01 WS-NUM-TOK         PIC 9(2) VALUE 0.
       01 J                  PIC 9(3).
       01 WS-DATA-REAV       PIC 9(8).
       01 WS-ARQ-MOVIMENTO   PIC X(30).
       01 WS-ARQ-RELATORIO   PIC X(30).
       01 EOF-FLAG           PIC X VALUE "N".

       *> Busca de cotacao historica (regra de
       *> BUSCA-TAXA-HISTORICA do COIN)
       01 WS-COD-BUSCA       PIC X(3).
       01 WS-TAXA-ACHADA     PIC 9(5)V9(10).
       01 FOUND-FLAG         PIC X VALUE "N".
       01 WS-FIM-HIST        PIC X VALUE "N".
       01 WS-SEM-COTACAO     PIC X VALUE "N".

       *> Taxas e resultado da conversao corrente
       01 WS-TAXA-ORIGEM     PIC 9(5)V9(10).
       01 WS-TAXA-DESTINO    PIC 9(5)V9(10).
       01 WS-TAXA-DESTINO-BRL PIC 9(5)V9(10).
       01 WS-TAXA-FECHAMENTO PIC 9(5)V9(10).
       01 WS-PAR-DIRETO      PIC X VALUE "N".
       01 WS-SINAL-MOV       PIC S9 VALUE +1.
       01 WS-MERCADO-DESTINO PIC S9(15)V9(6).
       01 WS-MERCADO-BRL     PIC S9(13)V99.
       01 WS-SPREAD-BRL      PIC S9(13)V99.
       01 WS-VAL-ORIGINAL    PIC 9(13)V9(3).
       01 WS-VAL-CONVERTIDO  PIC 9(9)V9(3).
       01 WS-VAL-CLIENTE     PIC 9(9)V9(3).

       *> Subtotais: grupo 1 por par, 2 por trader, 3 por
       *> cliente. A chave e "ORI->DES", o usuario ou o codigo
       *> do cliente ("(sem cliente)" quando em branco).
       01 WS-SUB-TABLE.
          05 WS-SUB-GRUPO OCCURS 3 TIMES.
             10 WS-SUB-NUM     PIC 9(4).
             10 WS-SUB-ITEM OCCURS 200 TIMES.
                15 WS-S-CHAVE   PIC X(30).
                15 WS-S-QTDE    PIC S9(6).
                15 WS-S-MERCADO PIC S9(13)V99.
                15 WS-S-SPREAD  PIC S9(13)V99.
       01 WS-MAX-SUB         PIC 9(4) VALUE 200.
       01 GX                 PIC 9(1).
       01 SX                 PIC 9(4).
       01 WS-SUB-CHAVE       PIC X(30).
       01 WS-SUB-TOTAL       PIC S9(13)V99.
       01 WS-NOMES-GRUPOS.
          05 FILLER PIC X(12) VALUE "POR PAR".
          05 FILLER PIC X(12) VALUE "POR TRADER".
          05 FILLER PIC X(12) VALUE "POR CLIENTE".
       01 WS-NOMES-GRUPOS-R REDEFINES WS-NOMES-GRUPOS.
          05 WS-NOME-GRUPO PIC X(12) OCCURS 3 TIMES.

       *> Totais do dia
       01 WS-QT-REAVALIADAS  PIC 9(8) VALUE 0.
       01 WS-QT-SEM-COTACAO  PIC 9(8) VALUE 0.
       01 WS-QT-ESTORNOS     PIC 9(8) VALUE 0.
       01 WS-GER-MERCADO     PIC S9(13)V99 VALUE 0.
       01 WS-GER-SPREAD      PIC S9(13)V99 VALUE 0.
       01 WS-GER-TOTAL       PIC S9(13)V99 VALUE 0.

       *> Linhas do relatorio
       01 WS-REL-LINHA       PIC X(180).
       01 WS-TAXA-EDIT       PIC Z(9)9.999999.
       01 WS-TAXA-FECH-EDIT  PIC Z(9)9.999999.
       01 WS-MERCADO-EDIT    PIC -(13)9.99.
       01 WS-SPREAD-EDIT     PIC -(13)9.99.
       01 WS-TOTAL-EDIT      PIC -(13)9.99.
       01 WS-QT-EDIT         PIC -(7)9.
       01 WS-TIPO-TXT        PIC X(8).

       PROCEDURE DIVISION.

       MAIN-START.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE.
           PERFORM TRATA-ARGUMENTOS.

           MOVE SPACES TO WS-ARQ-MOVIMENTO.
           STRING "movimento-" WS-DATA-REAV ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-MOVIMENTO
           END-STRING.
           MOVE SPACES TO WS-ARQ-RELATORIO.
           STRING "reavaliacao-" WS-DATA-REAV ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-RELATORIO
           END-STRING.

           PERFORM ABRE-ARQUIVOS.
           INITIALIZE WS-SUB-TABLE.
           PERFORM REAVALIA-MOVIMENTO.
           PERFORM GRAVA-SUBTOTAIS.
           PERFORM GRAVA-TOTAIS.

           CLOSE HISTORICO.
           IF WS-TEM-PARES = "Y"
              CLOSE PARES
           END-IF.
           CLOSE RELATORIO.

           MOVE WS-QT-REAVALIADAS TO WS-QT-EDIT.
           MOVE WS-GER-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Reavaliacao de " WS-DATA-REAV ": "
              FUNCTION TRIM(WS-QT-EDIT) " conversao(oes), "
              "resultado " FUNCTION TRIM(WS-TOTAL-EDIT) " BRL em "
              FUNCTION TRIM(WS-ARQ-RELATORIO) ".".
           IF WS-QT-SEM-COTACAO NOT = 0
              MOVE WS-QT-SEM-COTACAO TO WS-QT-EDIT
              DISPLAY "AVISO: " FUNCTION TRIM(WS-QT-EDIT)
                 " conversao(oes) sem cotacao de fechamento, "
                 "fora dos totais."
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       *> ---------------------------------------------------
       *> Interpreta os argumentos: nenhuma data reavalia o dia
       *> de hoje; uma data reavalia aquele dia.
       *> ---------------------------------------------------
       TRATA-ARGUMENTOS.
           INITIALIZE WS-ARG-GROUP.
           UNSTRING WS-ARGUMENTO DELIMITED BY ALL SPACE
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
           END-UNSTRING.

           MOVE 0 TO WS-NUM-TOK.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
              IF WS-TOK(J) NOT = SPACES
                 ADD 1 TO WS-NUM-TOK
              END-IF
           END-PERFORM.

           EVALUATE WS-NUM-TOK
              WHEN 0
                 ACCEPT WS-DATA-REAV FROM DATE YYYYMMDD
              WHEN 1
                 COMPUTE WS-DATA-REAV = FUNCTION NUMVAL(WS-TOK(1))
              WHEN OTHER
                 DISPLAY "Uso: coinreav [AAAAMMDD]"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       *> ---------------------------------------------------
       *> Abre o historico (obrigatorio: sem ele nao ha taxa de
       *> fechamento), pares.dat (opcional, como no COIN) e o
       *> relatorio.
       *> ---------------------------------------------------
       ABRE-ARQUIVOS.
           OPEN INPUT HISTORICO.
           IF WS-HISTORICO-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel abrir "
                 "cotacao-historico.dat (status "
                 WS-HISTORICO-STATUS "). Sem historico nao ha "
                 "taxa de fechamento para reavaliar."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE "N" TO WS-TEM-PARES.
           OPEN INPUT PARES.
           IF WS-PARES-STATUS = "00"
              MOVE "Y" TO WS-TEM-PARES
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF WS-RELATORIO-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel criar "
                 FUNCTION TRIM(WS-ARQ-RELATORIO) " (status "
                 WS-RELATORIO-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "REAVALIACAO DE FIM DE DIA - "
                  WS-DATA-REAV(1:4) "-" WS-DATA-REAV(5:2) "-"
                  WS-DATA-REAV(7:2) " (valores em BRL)"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

       *> ---------------------------------------------------
       *> Le o movimento do dia e reavalia cada conversao. O
       *> trailer do COINEOD e sequencias nao numericas ficam
       *> fora.
       *> ---------------------------------------------------
       REAVALIA-MOVIMENTO.
           OPEN INPUT MOVIMENTO.
           IF WS-MOVIMENTO-STATUS NOT = "00"
              DISPLAY "AVISO: " FUNCTION TRIM(WS-ARQ-MOVIMENTO)
                 " inexistente ou ilegivel (status "
                 WS-MOVIMENTO-STATUS "); nada a reavaliar."
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ MOVIMENTO
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 IF MOVIMENTO-REG(1:10) NOT = "FECHAMENTO"
                    AND MOV-SEQUENCIA NUMERIC
                    PERFORM REAVALIA-CONVERSAO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MOVIMENTO.

       *> ---------------------------------------------------
       *> Reavalia o registro de movimento corrente: taxa de
       *> fechamento do par, parcela de mercado e de spread em
       *> BRL, linha de detalhe e acumulo nos subtotais.
       *> ---------------------------------------------------
       REAVALIA-CONVERSAO.
           IF MOV-EH-ESTORNO
              MOVE -1 TO WS-SINAL-MOV
              MOVE "estorno" TO WS-TIPO-TXT
              ADD 1 TO WS-QT-ESTORNOS
           ELSE
              MOVE +1 TO WS-SINAL-MOV
              MOVE SPACES TO WS-TIPO-TXT
           END-IF.

           PERFORM BUSCA-TAXA-FECHAMENTO.
           IF WS-SEM-COTACAO = "Y"
              ADD 1 TO WS-QT-SEM-COTACAO
              MOVE SPACES TO WS-REL-LINHA
              STRING "SEM COTACAO: seq=" MOV-SEQUENCIA " "
                     MOV-MOEDA-ORIGEM "->" MOV-MOEDA-DESTINO
                     " usuario=" FUNCTION TRIM(MOV-USUARIO)
                     " (nenhuma cotacao de fechamento utilizavel "
                     "em ou antes de " WS-DATA-REAV ")"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
              EXIT PARAGRAPH
           END-IF.

           IF MOV-CASAS-DESTINO NUMERIC
              MOVE MOV-ORIGINAL-EXATO TO WS-VAL-ORIGINAL
              MOVE MOV-CONVERTIDO-EXATO TO WS-VAL-CONVERTIDO
              MOVE MOV-CLIENTE-EXATO TO WS-VAL-CLIENTE
           ELSE
              MOVE MOV-VALOR-ORIGINAL TO WS-VAL-ORIGINAL
              MOVE MOV-VALOR-CONVERTIDO TO WS-VAL-CONVERTIDO
              MOVE MOV-VALOR-CLIENTE TO WS-VAL-CLIENTE
           END-IF.

           *> Mercado, do lado da mesa: o valor de destino
           *> recebido contra o valor de origem entregue, este a
           *> taxa de fechamento.
           COMPUTE WS-MERCADO-DESTINO =
              WS-VAL-CONVERTIDO
              - WS-VAL-ORIGINAL * WS-TAXA-FECHAMENTO.
           COMPUTE WS-MERCADO-BRL ROUNDED =
              WS-SINAL-MOV * WS-MERCADO-DESTINO
              / WS-TAXA-DESTINO-BRL.

           *> Spread: so conversoes com tier tem valor do cliente.
           IF MOV-TIER NOT = SPACES
              COMPUTE WS-SPREAD-BRL ROUNDED =
                 WS-SINAL-MOV
                 * (WS-VAL-CLIENTE - WS-VAL-CONVERTIDO)
                 / WS-TAXA-DESTINO-BRL
           ELSE
              MOVE 0 TO WS-SPREAD-BRL
           END-IF.

           ADD 1 TO WS-QT-REAVALIADAS.
           ADD WS-MERCADO-BRL TO WS-GER-MERCADO.
           ADD WS-SPREAD-BRL TO WS-GER-SPREAD.

           MOVE MOV-TAXA TO WS-TAXA-EDIT.
           MOVE WS-TAXA-FECHAMENTO TO WS-TAXA-FECH-EDIT.
           MOVE WS-MERCADO-BRL TO WS-MERCADO-EDIT.
           MOVE WS-SPREAD-BRL TO WS-SPREAD-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "seq=" MOV-SEQUENCIA " " MOV-MOEDA-ORIGEM "->"
                  MOV-MOEDA-DESTINO " taxa="
                  FUNCTION TRIM(WS-TAXA-EDIT) " fechamento="
                  FUNCTION TRIM(WS-TAXA-FECH-EDIT) " usuario="
                  FUNCTION TRIM(MOV-USUARIO) " cliente="
                  MOV-COD-CLIENTE " mercado="
                  FUNCTION TRIM(WS-MERCADO-EDIT) " spread="
                  FUNCTION TRIM(WS-SPREAD-EDIT) " "
                  WS-TIPO-TXT
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE 1 TO GX.
           MOVE SPACES TO WS-SUB-CHAVE.
           STRING MOV-MOEDA-ORIGEM "->" MOV-MOEDA-DESTINO
               DELIMITED BY SIZE INTO WS-SUB-CHAVE
           END-STRING.
           PERFORM ACUMULA-SUBTOTAL.

           MOVE 2 TO GX.
           MOVE MOV-USUARIO TO WS-SUB-CHAVE.
           PERFORM ACUMULA-SUBTOTAL.

           MOVE 3 TO GX.
           IF MOV-COD-CLIENTE = SPACES
              MOVE "(sem cliente)" TO WS-SUB-CHAVE
           ELSE
              MOVE MOV-COD-CLIENTE TO WS-SUB-CHAVE
           END-IF.
           PERFORM ACUMULA-SUBTOTAL.

       *> ---------------------------------------------------
       *> Taxa de fechamento do par MOV-MOEDA-ORIGEM ->
       *> MOV-MOEDA-DESTINO no dia, e a taxa de fechamento do
       *> destino contra BRL (para levar o resultado a BRL).
       *> Liga WS-SEM-COTACAO quando falta alguma.
       *> ---------------------------------------------------
       BUSCA-TAXA-FECHAMENTO.
           MOVE "N" TO WS-SEM-COTACAO.

           IF MOV-MOEDA-ORIGEM = "BRL"
              MOVE 1 TO WS-TAXA-ORIGEM
           ELSE
              MOVE MOV-MOEDA-ORIGEM TO WS-COD-BUSCA
              PERFORM BUSCA-TAXA-HISTORICA
              MOVE WS-TAXA-ACHADA TO WS-TAXA-ORIGEM
           END-IF.
           IF MOV-MOEDA-DESTINO = "BRL"
              MOVE 1 TO WS-TAXA-DESTINO
           ELSE
              MOVE MOV-MOEDA-DESTINO TO WS-COD-BUSCA
              PERFORM BUSCA-TAXA-HISTORICA
              MOVE WS-TAXA-ACHADA TO WS-TAXA-DESTINO
           END-IF.
           IF WS-SEM-COTACAO = "Y"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TAXA-DESTINO TO WS-TAXA-DESTINO-BRL.

           COMPUTE WS-TAXA-FECHAMENTO =
              WS-TAXA-DESTINO / WS-TAXA-ORIGEM.
           PERFORM APLICA-PAR-DIRETO.

       *> ---------------------------------------------------
       *> Par cotado diretamente em pares.dat (mesma leitura de
       *> APLICA-PAR-DIRETO do COIN): vale como fechamento se a
       *> cotacao do par nao e posterior ao dia reavaliado;
       *> uma cotacao mais nova que o dia nao diz nada sobre o
       *> fechamento dele, e a triangulacao do historico fica.
       *> ---------------------------------------------------
       APLICA-PAR-DIRETO.
           MOVE "N" TO WS-PAR-DIRETO.
           IF WS-TEM-PARES NOT = "Y"
              EXIT PARAGRAPH
           END-IF.

           MOVE MOV-MOEDA-ORIGEM TO PAR-MOEDA-ORIGEM.
           MOVE MOV-MOEDA-DESTINO TO PAR-MOEDA-DESTINO.
           READ PARES
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           IF PAR-INT-PARTE NUMERIC AND PAR-FRAC-PARTE NUMERIC
              AND PAR-DATA NUMERIC AND PAR-DATA NOT > WS-DATA-REAV
              IF PAR-INT-PARTE NOT = 0 OR PAR-FRAC-PARTE NOT = 0
                 COMPUTE WS-TAXA-FECHAMENTO =
                    PAR-INT-PARTE + (PAR-FRAC-PARTE / 100000)
                 MOVE "Y" TO WS-PAR-DIRETO
              END-IF
           END-IF.

       *> ---------------------------------------------------
       *> Procura em cotacao-historico.dat a cotacao de
       *> WS-COD-BUSCA em vigor em WS-DATA-REAV: a maior data
       *> que nao seja posterior ao dia (mesma regra de
       *> BUSCA-TAXA-HISTORICA do COIN). Liga WS-SEM-COTACAO
       *> quando nao ha cotacao utilizavel.
       *> ---------------------------------------------------
       BUSCA-TAXA-HISTORICA.
           MOVE "N" TO FOUND-FLAG.
           MOVE 0 TO WS-TAXA-ACHADA.
           MOVE "N" TO WS-FIM-HIST.

           MOVE WS-COD-BUSCA TO HIST-COD-MOEDA.
           MOVE 0 TO HIST-DATA-COTACAO.
           START HISTORICO KEY >= HIST-CHAVE
              INVALID KEY MOVE "Y" TO WS-FIM-HIST
           END-START.

           PERFORM UNTIL WS-FIM-HIST = "Y"
              READ HISTORICO NEXT
                 AT END MOVE "Y" TO WS-FIM-HIST
              END-READ

              IF WS-FIM-HIST NOT = "Y"
                 IF HIST-COD-MOEDA NOT = WS-COD-BUSCA
                    OR HIST-DATA-COTACAO > WS-DATA-REAV
                    MOVE "Y" TO WS-FIM-HIST
                 ELSE
                    COMPUTE WS-TAXA-ACHADA =
                       HIST-INT-PARTE + (HIST-FRAC-PARTE / 100000)
                    MOVE "Y" TO FOUND-FLAG
                 END-IF
              END-IF
           END-PERFORM.

           IF FOUND-FLAG NOT = "Y" OR WS-TAXA-ACHADA = 0
              MOVE "Y" TO WS-SEM-COTACAO
           END-IF.

       *> ---------------------------------------------------
       *> Soma a conversao corrente no subtotal WS-SUB-CHAVE do
       *> grupo GX (criando a linha quando nova). Estorno
       *> desconta a quantidade.
       *> ---------------------------------------------------
       ACUMULA-SUBTOTAL.
           MOVE 0 TO SX.
           PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > WS-SUB-NUM(GX) OR SX NOT = 0
              IF WS-S-CHAVE(GX, J) = WS-SUB-CHAVE
                 MOVE J TO SX
              END-IF
           END-PERFORM.

           IF SX = 0
              IF WS-SUB-NUM(GX) >= WS-MAX-SUB
                 DISPLAY "AVISO: subtotais "
                    FUNCTION TRIM(WS-NOME-GRUPO(GX)) " cheios; "
                    FUNCTION TRIM(WS-SUB-CHAVE) " so no total."
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-SUB-NUM(GX)
              MOVE WS-SUB-NUM(GX) TO SX
              MOVE WS-SUB-CHAVE TO WS-S-CHAVE(GX, SX)
              MOVE 0 TO WS-S-QTDE(GX, SX)
              MOVE 0 TO WS-S-MERCADO(GX, SX)
              MOVE 0 TO WS-S-SPREAD(GX, SX)
           END-IF.

           ADD WS-SINAL-MOV TO WS-S-QTDE(GX, SX).
           ADD WS-MERCADO-BRL TO WS-S-MERCADO(GX, SX).
           ADD WS-SPREAD-BRL TO WS-S-SPREAD(GX, SX).

       *> ---------------------------------------------------
       *> Grava os tres blocos de subtotais (par, trader,
       *> cliente): quantidade liquida, mercado, spread e o
       *> resultado somado.
       *> ---------------------------------------------------
       GRAVA-SUBTOTAIS.
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 3
              MOVE SPACES TO WS-REL-LINHA
              WRITE RELATORIO-REG FROM WS-REL-LINHA
              MOVE SPACES TO WS-REL-LINHA
              STRING "SUBTOTAIS " WS-NOME-GRUPO(GX)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
              MOVE "  chave                               qtde          mercado           spread        resultado"
                 TO WS-REL-LINHA
              WRITE RELATORIO-REG FROM WS-REL-LINHA
              PERFORM VARYING SX FROM 1 BY 1
                    UNTIL SX > WS-SUB-NUM(GX)
                 MOVE WS-S-QTDE(GX, SX) TO WS-QT-EDIT
                 MOVE WS-S-MERCADO(GX, SX) TO WS-MERCADO-EDIT
                 MOVE WS-S-SPREAD(GX, SX) TO WS-SPREAD-EDIT
                 COMPUTE WS-SUB-TOTAL =
                    WS-S-MERCADO(GX, SX) + WS-S-SPREAD(GX, SX)
                 MOVE WS-SUB-TOTAL TO WS-TOTAL-EDIT
                 MOVE SPACES TO WS-REL-LINHA
                 STRING "  " WS-S-CHAVE(GX, SX) " " WS-QT-EDIT " "
                        WS-MERCADO-EDIT " " WS-SPREAD-EDIT " "
                        WS-TOTAL-EDIT
                     DELIMITED BY SIZE INTO WS-REL-LINHA
                 END-STRING
                 WRITE RELATORIO-REG FROM WS-REL-LINHA
              END-PERFORM
           END-PERFORM.

       *> ---------------------------------------------------
       *> Encerra o relatorio com o resultado do dia.
       *> ---------------------------------------------------
       GRAVA-TOTAIS.
           COMPUTE WS-GER-TOTAL = WS-GER-MERCADO + WS-GER-SPREAD.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE WS-QT-REAVALIADAS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TOTAIS: conversoes reavaliadas="
                  FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-QT-ESTORNOS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  estornos (com sinal trocado)="
                  FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-QT-SEM-COTACAO TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  sem cotacao (fora dos totais)="
                  FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-GER-MERCADO TO WS-MERCADO-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  resultado de mercado (BRL)="
                  FUNCTION TRIM(WS-MERCADO-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-GER-SPREAD TO WS-SPREAD-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  receita de spread (BRL)="
                  FUNCTION TRIM(WS-SPREAD-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-GER-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  resultado do dia (BRL)="
                  FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
