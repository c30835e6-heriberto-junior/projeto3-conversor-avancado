      IDENTIFICATION DIVISION.
       PROGRAM-ID. COINPOS.

       *> ---------------------------------------------------
       *> Posicao cambial liquida por moeda. O limites.txt do
       *> COIN so limita o volume bruto convertido PARA uma
       *> moeda no dia; a tesouraria administra a posicao
       *> liquida: quanto a mesa comprou de cada moeda (moeda de
       *> destino, MOV-MOEDA-DESTINO / MOV-VALOR-CONVERTIDO)
       *> menos quanto vendeu (moeda de origem,
       *> MOV-MOEDA-ORIGEM / MOV-VALOR-ORIGINAL), levada de um
       *> dia para o outro. O COINPOS le o movimento do dia
       *> (movimento-AAAAMMDD.txt) e mantem posicao.txt
       *> (MOEDAPOS.CPY) com abertura, compras, vendas e
       *> fechamento de cada moeda. Dias pulados desde a ultima
       *> posicao sao aplicados em ordem antes do dia pedido,
       *> para o fechamento de ontem ser sempre a abertura de
       *> hoje; rodar de novo o mesmo dia refaz o dia a partir
       *> da abertura gravada. Estornos (MOV-TIPO "E") abatem a
       *> compra e a venda da conversao que desfazem; estorno
       *> maior que as compras/vendas do dia na moeda e movimento
       *> inconsistente e interrompe o COINPOS (RETURN-CODE 8),
       *> sem gravar posicao.txt. Os valores
       *> sao apurados e impressos com as casas decimais da moeda
       *> no cadastro de moedas (moedas.dat), que o movimento
       *> traz em MOV-CASAS-ORIGEM / MOV-CASAS-DESTINO.
       *>
       *> Cada fechamento e conferido contra limites-posicao.txt
       *> (MOEDALPO.CPY), em valor absoluto - posicao comprada
       *> ou vendida. Rompimento vai para alertas.txt como linha
       *> de ALERTA e o COINCHK da manha o mostra em vermelho.
       *> O relatorio do dia sai em posicao-AAAAMMDD.txt.
       *> RETURN-CODE 4 quando ha rompimento de limite.
       *>
       *> Uso: coinpos [AAAAMMDD]
       *>   sem argumentos - posicao do dia de hoje
       *>   uma data       - posicao daquele dia
       *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT FECHAMENTO ASSIGN TO DYNAMIC WS-ARQ-FECHAMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAMENTO-STATUS.

           SELECT POSICAO ASSIGN TO "posicao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSICAO-STATUS.

           SELECT POS-TEMP ASSIGN TO "posicao.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTEMP-STATUS.

           SELECT LIMITES-POS ASSIGN TO "limites-posicao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMPOS-STATUS.

           SELECT ALERTAS ASSIGN TO "alertas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMENTO.
       01 MOVIMENTO-REG.
           COPY "MOEDAMOV.CPY".

       FD FECHAMENTO.
       01 FECHAMENTO-REG PIC X(120).

       FD POSICAO.
       01 POSICAO-REG.
           COPY "MOEDAPOS.CPY".

       FD POS-TEMP.
       01 POST-REG PIC X(140).

       FD LIMITES-POS.
       01 LIMITE-POS-REG.
           COPY "MOEDALPO.CPY".

       FD ALERTAS.
       01 ALERTA-REG PIC X(160).

       FD RELATORIO.
       01 RELATORIO-REG PIC X(160).

       WORKING-STORAGE SECTION.

       01 WS-MOVIMENTO-STATUS PIC X(2).
       01 WS-FECHAMENTO-STATUS PIC X(2).
       01 WS-POSICAO-STATUS  PIC X(2).
       01 WS-POSTEMP-STATUS  PIC X(2).
       01 WS-LIMPOS-STATUS   PIC X(2).
       01 WS-ALERTAS-STATUS  PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).

       *> Dia pedido e nomes dos arquivos
       01 WS-ARGUMENTO       PIC X(100).
       01 WS-ARG-GROUP.
          05 WS-TOK PIC X(30) OCCURS 4 TIMES.
       01 WS-NUM-TOK         PIC 9(2) VALUE 0.
       01 J                  PIC 9(3).
       01 WS-DATA-POSICAO    PIC 9(8).
       01 WS-DATA-DIA        PIC 9(8).
       01 WS-DATA-INT        PIC 9(8).
       01 WS-DATA-INT-FIM    PIC 9(8).
       01 WS-ARQ-MOVIMENTO   PIC X(30).
       01 WS-ARQ-FECHAMENTO  PIC X(30).
       01 WS-ARQ-RELATORIO   PIC X(30).
       01 EOF-FLAG           PIC X VALUE "N".

       *> Posicao em memoria, uma entrada por moeda (espelho de
       *> MOEDAPOS.CPY). WS-DATA-ULTIMA e o ultimo dia ja
       *> aplicado em posicao.txt (0 na primeira execucao).
       *> WS-P-CASAS sao as casas decimais da moeda (2 ate o
       *> movimento ou a posicao gravada dizerem outra coisa).
       01 WS-POS-TABLE.
          05 WS-POS-ITEM OCCURS 100 TIMES.
             10 WS-P-COD        PIC X(3).
             10 WS-P-ABERTURA   PIC S9(13)V9(3).
             10 WS-P-COMPRAS    PIC 9(13)V9(3).
             10 WS-P-VENDAS     PIC 9(13)V9(3).
             10 WS-P-FECHAMENTO PIC S9(13)V9(3).
             10 WS-P-CASAS      PIC 9(1).
       01 WS-NUM-POS         PIC 9(4) VALUE 0.
       01 WS-MAX-POS         PIC 9(4) VALUE 100.
       01 PX                 PIC 9(4).
       01 WS-DATA-ULTIMA     PIC 9(8) VALUE 0.
       01 WS-MOEDA-BUSCA     PIC X(3).
       01 WS-SINAL-MOV       PIC S9 VALUE +1.
       01 WS-VALOR-MOV       PIC 9(13)V9(3).
       01 WS-QT-MOV-DIA      PIC 9(8) VALUE 0.
       01 WS-QT-DIAS-ATRASO  PIC 9(4) VALUE 0.

       *> Regravacao de posicao.txt via temporario +
       *> CBL_RENAME_FILE, como o acumulado de volumes do COIN.
       01 WS-NOME-POS-TEMP   PIC X(30) VALUE "posicao.tmp".
       01 WS-NOME-POSICAO    PIC X(30) VALUE "posicao.txt".
       01 WS-POS-RENAME-RC   PIC 9(4) COMP.

       *> Limites de posicao (limites-posicao.txt)
       01 WS-LIMPOS-TABLE.
          05 WS-LIMPOS-ITEM OCCURS 100 TIMES.
             10 WS-LP-COD    PIC X(3).
             10 WS-LP-MAX    PIC 9(13)V9(2).
       01 WS-NUM-LIMPOS      PIC 9(4) VALUE 0.
       01 WS-MAX-LIMPOS      PIC 9(4) VALUE 100.
       01 LX                 PIC 9(4).
       01 WS-FIM-LIMPOS      PIC X VALUE "N".
       01 WS-ACHOU-LIMITE    PIC X VALUE "N".
       01 WS-LIMITE-MOEDA    PIC 9(13)V9(2).
       01 WS-POSICAO-ABS     PIC 9(13)V9(3).
       01 WS-QT-ROMPIDOS     PIC 9(4) VALUE 0.

       *> Linhas do relatorio e do alerta
       01 WS-REL-LINHA       PIC X(160).
       01 WS-ALERTA-LINHA    PIC X(160).
       01 WS-SITUACAO        PIC X(10).
       01 WS-ABERTURA-EDIT   PIC X(17).
       01 WS-COMPRAS-EDIT    PIC X(16).
       01 WS-VENDAS-EDIT     PIC X(16).
       01 WS-FECHAMENTO-EDIT PIC X(17).
       01 WS-LIM-EDIT        PIC X(16).

       *> Edicao de um valor com WS-CASAS-FMT casas decimais,
       *> alinhado a direita em WS-VALOR-TXT (17 posicoes, a
       *> largura das colunas do relatorio).
       01 WS-VALOR-FMT       PIC S9(13)V9(3).
       01 WS-CASAS-FMT       PIC 9(1).
       01 WS-VALOR-EDIT-0    PIC -(13)9.
       01 WS-VALOR-EDIT-1    PIC -(13)9.9.
       01 WS-VALOR-EDIT-2    PIC -(13)9.99.
       01 WS-VALOR-EDIT-3    PIC -(12)9.999.
       01 WS-VALOR-TXT       PIC X(17) JUSTIFIED RIGHT.
       01 WS-QT-EDIT         PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-START.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE.
           PERFORM TRATA-ARGUMENTOS.

           PERFORM CARREGA-POSICAO.

           IF WS-DATA-ULTIMA > WS-DATA-POSICAO
              DISPLAY "ERRO: posicao.txt ja esta em "
                 WS-DATA-ULTIMA "; a posicao de "
                 WS-DATA-POSICAO " nao pode ser refeita sem "
                 "desfazer os dias seguintes."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-DATA-ULTIMA = WS-DATA-POSICAO
              *> Mesmo dia de novo: volta a abertura gravada e
              *> reaplica o movimento do dia inteiro.
              PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-NUM-POS
                 MOVE 0 TO WS-P-COMPRAS(PX)
                 MOVE 0 TO WS-P-VENDAS(PX)
                 MOVE WS-P-ABERTURA(PX) TO WS-P-FECHAMENTO(PX)
              END-PERFORM
           ELSE
              IF WS-DATA-ULTIMA NOT = 0
                 PERFORM APLICA-DIAS-ATRASADOS
              END-IF
              PERFORM ABRE-DIA
           END-IF.

           MOVE WS-DATA-POSICAO TO WS-DATA-DIA.
           PERFORM APLICA-MOVIMENTO-DIA.
           PERFORM VERIFICA-DIA-FECHADO.

           PERFORM GRAVA-POSICAO.
           PERFORM CARREGA-LIMITES-POSICAO.
           PERFORM GRAVA-RELATORIO.

           MOVE WS-NUM-POS TO WS-QT-EDIT.
           DISPLAY "Posicao de " WS-DATA-POSICAO ": "
              FUNCTION TRIM(WS-QT-EDIT) " moeda(s) em "
              FUNCTION TRIM(WS-ARQ-RELATORIO) ".".
           IF WS-QT-ROMPIDOS NOT = 0
              MOVE WS-QT-ROMPIDOS TO WS-QT-EDIT
              DISPLAY "ATENCAO: " FUNCTION TRIM(WS-QT-EDIT)
                 " moeda(s) acima do limite de posicao; alerta "
                 "registrado em alertas.txt."
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       *> ---------------------------------------------------
       *> Interpreta os argumentos: nenhuma data e o dia de
       *> hoje; uma data e aquele dia.
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
                 ACCEPT WS-DATA-POSICAO FROM DATE YYYYMMDD
              WHEN 1
                 COMPUTE WS-DATA-POSICAO =
                    FUNCTION NUMVAL(WS-TOK(1))
              WHEN OTHER
                 DISPLAY "Uso: coinpos [AAAAMMDD]"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       *> ---------------------------------------------------
       *> Carrega posicao.txt para a tabela. Arquivo ausente e
       *> a primeira execucao: todas as moedas abrem em zero.
       *> ---------------------------------------------------
       CARREGA-POSICAO.
           MOVE 0 TO WS-NUM-POS.
           MOVE 0 TO WS-DATA-ULTIMA.
           OPEN INPUT POSICAO.
           IF WS-POSICAO-STATUS NOT = "00"
              DISPLAY "AVISO: posicao.txt inexistente; posicao "
                 "inicial zerada em todas as moedas."
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ POSICAO
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 IF POS-DATA NUMERIC AND POS-FECHAMENTO NUMERIC
                    AND POS-ABERTURA NUMERIC
                    AND POS-COMPRAS NUMERIC AND POS-VENDAS NUMERIC
                    IF WS-NUM-POS < WS-MAX-POS
                       ADD 1 TO WS-NUM-POS
                       MOVE POS-COD-MOEDA TO WS-P-COD(WS-NUM-POS)
                       IF POS-CASAS NUMERIC
                          AND POS-ABERTURA-EXATA NUMERIC
                          AND POS-COMPRAS-EXATA NUMERIC
                          AND POS-VENDAS-EXATA NUMERIC
                          AND POS-FECHAMENTO-EXATO NUMERIC
                          MOVE POS-CASAS TO WS-P-CASAS(WS-NUM-POS)
                          MOVE POS-ABERTURA-EXATA
                             TO WS-P-ABERTURA(WS-NUM-POS)
                          MOVE POS-COMPRAS-EXATA
                             TO WS-P-COMPRAS(WS-NUM-POS)
                          MOVE POS-VENDAS-EXATA
                             TO WS-P-VENDAS(WS-NUM-POS)
                          MOVE POS-FECHAMENTO-EXATO
                             TO WS-P-FECHAMENTO(WS-NUM-POS)
                       ELSE
                          MOVE 2 TO WS-P-CASAS(WS-NUM-POS)
                          MOVE POS-ABERTURA
                             TO WS-P-ABERTURA(WS-NUM-POS)
                          MOVE POS-COMPRAS
                             TO WS-P-COMPRAS(WS-NUM-POS)
                          MOVE POS-VENDAS TO WS-P-VENDAS(WS-NUM-POS)
                          MOVE POS-FECHAMENTO
                             TO WS-P-FECHAMENTO(WS-NUM-POS)
                       END-IF
                       IF POS-DATA > WS-DATA-ULTIMA
                          MOVE POS-DATA TO WS-DATA-ULTIMA
                       END-IF
                    END-IF
                 ELSE
                    DISPLAY "AVISO: linha ilegivel em posicao.txt "
                       "ignorada (" POS-COD-MOEDA ")."
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE POSICAO.

       *> ---------------------------------------------------
       *> Aplica, em ordem, os dias entre a ultima posicao
       *> gravada e o dia pedido (exclusive), cada um abrindo
       *> com o fechamento do anterior. Dia sem movimento so
       *> carrega a posicao adiante.
       *> ---------------------------------------------------
       APLICA-DIAS-ATRASADOS.
           COMPUTE WS-DATA-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATA-ULTIMA) + 1.
           COMPUTE WS-DATA-INT-FIM =
              FUNCTION INTEGER-OF-DATE(WS-DATA-POSICAO).
           MOVE 0 TO WS-QT-DIAS-ATRASO.
           PERFORM UNTIL WS-DATA-INT >= WS-DATA-INT-FIM
              COMPUTE WS-DATA-DIA =
                 FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
              PERFORM ABRE-DIA
              PERFORM APLICA-MOVIMENTO-DIA
              IF WS-QT-MOV-DIA NOT = 0
                 ADD 1 TO WS-QT-DIAS-ATRASO
                 MOVE WS-QT-MOV-DIA TO WS-QT-EDIT
                 DISPLAY "AVISO: dia " WS-DATA-DIA " sem posicao "
                    "apurada aplicado antes ("
                    FUNCTION TRIM(WS-QT-EDIT) " registro(s))."
              END-IF
              ADD 1 TO WS-DATA-INT
           END-PERFORM.

       *> ---------------------------------------------------
       *> Vira o dia: o fechamento passa a ser a abertura e as
       *> compras/vendas zeram.
       *> ---------------------------------------------------
       ABRE-DIA.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-NUM-POS
              MOVE WS-P-FECHAMENTO(PX) TO WS-P-ABERTURA(PX)
              MOVE 0 TO WS-P-COMPRAS(PX)
              MOVE 0 TO WS-P-VENDAS(PX)
           END-PERFORM.

       *> ---------------------------------------------------
       *> Le movimento-AAAAMMDD.txt de WS-DATA-DIA e soma cada
       *> conversao na compra da moeda de destino e na venda da
       *> moeda de origem (estorno subtrai). O estorno e sempre
       *> do proprio dia e vem depois da conversao que desfaz, e
       *> por isso nunca passa das compras/vendas ja somadas;
       *> se passar, o movimento esta inconsistente e o COINPOS
       *> para com erro, sem gravar a posicao. O trailer do
       *> COINEOD e sequencias nao numericas ficam fora.
       *> ---------------------------------------------------
       APLICA-MOVIMENTO-DIA.
           MOVE 0 TO WS-QT-MOV-DIA.
           MOVE SPACES TO WS-ARQ-MOVIMENTO.
           STRING "movimento-" WS-DATA-DIA ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-MOVIMENTO
           END-STRING.

           OPEN INPUT MOVIMENTO.
           IF WS-MOVIMENTO-STATUS NOT = "00"
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
                    ADD 1 TO WS-QT-MOV-DIA
                    IF MOV-EH-ESTORNO
                       MOVE -1 TO WS-SINAL-MOV
                    ELSE
                       MOVE +1 TO WS-SINAL-MOV
                    END-IF

                    MOVE MOV-MOEDA-DESTINO TO WS-MOEDA-BUSCA
                    PERFORM LOCALIZA-MOEDA
                    IF PX NOT = 0
                       IF MOV-CASAS-DESTINO NUMERIC
                          MOVE MOV-CONVERTIDO-EXATO TO WS-VALOR-MOV
                          MOVE MOV-CASAS-DESTINO TO WS-P-CASAS(PX)
                       ELSE
                          MOVE MOV-VALOR-CONVERTIDO TO WS-VALOR-MOV
                       END-IF
                       IF WS-SINAL-MOV < 0
                          AND WS-VALOR-MOV > WS-P-COMPRAS(PX)
                          DISPLAY "ERRO: estorno seq=" MOV-SEQUENCIA
                             " de " WS-DATA-DIA " maior que as compras"
                             " do dia em " MOV-MOEDA-DESTINO
                             "; movimento inconsistente, posicao "
                             "nao gravada."
                          CLOSE MOVIMENTO
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       COMPUTE WS-P-COMPRAS(PX) =
                          WS-P-COMPRAS(PX)
                          + WS-SINAL-MOV * WS-VALOR-MOV
                    END-IF

                    MOVE MOV-MOEDA-ORIGEM TO WS-MOEDA-BUSCA
                    PERFORM LOCALIZA-MOEDA
                    IF PX NOT = 0
                       IF MOV-CASAS-ORIGEM NUMERIC
                          MOVE MOV-ORIGINAL-EXATO TO WS-VALOR-MOV
                          MOVE MOV-CASAS-ORIGEM TO WS-P-CASAS(PX)
                       ELSE
                          MOVE MOV-VALOR-ORIGINAL TO WS-VALOR-MOV
                       END-IF
                       IF WS-SINAL-MOV < 0
                          AND WS-VALOR-MOV > WS-P-VENDAS(PX)
                          DISPLAY "ERRO: estorno seq=" MOV-SEQUENCIA
                             " de " WS-DATA-DIA " maior que as vendas"
                             " do dia em " MOV-MOEDA-ORIGEM
                             "; movimento inconsistente, posicao "
                             "nao gravada."
                          CLOSE MOVIMENTO
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       COMPUTE WS-P-VENDAS(PX) =
                          WS-P-VENDAS(PX)
                          + WS-SINAL-MOV * WS-VALOR-MOV
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MOVIMENTO.

           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-NUM-POS
              COMPUTE WS-P-FECHAMENTO(PX) = WS-P-ABERTURA(PX)
                 + WS-P-COMPRAS(PX) - WS-P-VENDAS(PX)
           END-PERFORM.

       *> ---------------------------------------------------
       *> Localiza WS-MOEDA-BUSCA na tabela de posicao, criando
       *> a moeda com abertura zero quando nova. PX = 0 quando a
       *> tabela esta cheia.
       *> ---------------------------------------------------
       LOCALIZA-MOEDA.
           MOVE 0 TO PX.
           PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > WS-NUM-POS OR PX NOT = 0
              IF WS-P-COD(J) = WS-MOEDA-BUSCA
                 MOVE J TO PX
              END-IF
           END-PERFORM.
           IF PX NOT = 0
              EXIT PARAGRAPH
           END-IF.

           IF WS-NUM-POS >= WS-MAX-POS
              DISPLAY "AVISO: tabela de posicao cheia; moeda "
                 WS-MOEDA-BUSCA " fora da posicao."
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-POS.
           MOVE WS-NUM-POS TO PX.
           MOVE WS-MOEDA-BUSCA TO WS-P-COD(PX).
           MOVE 0 TO WS-P-ABERTURA(PX).
           MOVE 0 TO WS-P-COMPRAS(PX).
           MOVE 0 TO WS-P-VENDAS(PX).
           MOVE 0 TO WS-P-FECHAMENTO(PX).
           MOVE 2 TO WS-P-CASAS(PX).

       *> ---------------------------------------------------
       *> Avisa quando o dia pedido ainda nao tem o selo do
       *> COINEOD: a posicao e apurada assim mesmo, mas pode
       *> mudar se entrar mais movimento (rodar de novo refaz o
       *> dia).
       *> ---------------------------------------------------
       VERIFICA-DIA-FECHADO.
           MOVE SPACES TO WS-ARQ-FECHAMENTO.
           STRING "fechamento-" WS-DATA-POSICAO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-FECHAMENTO
           END-STRING.
           OPEN INPUT FECHAMENTO.
           IF WS-FECHAMENTO-STATUS = "00"
              CLOSE FECHAMENTO
           ELSE
              DISPLAY "AVISO: dia " WS-DATA-POSICAO " ainda sem "
                 "fechamento do coineod; posicao parcial."
           END-IF.

       *> ---------------------------------------------------
       *> Regrava posicao.txt via temporario + CBL_RENAME_FILE:
       *> uma queda no meio nunca deixa o arquivo pela metade.
       *> ---------------------------------------------------
       GRAVA-POSICAO.
           OPEN OUTPUT POS-TEMP.
           IF WS-POSTEMP-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel criar posicao.tmp "
                 "(status " WS-POSTEMP-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-NUM-POS
              MOVE WS-P-COD(PX) TO POS-COD-MOEDA
              MOVE WS-DATA-POSICAO TO POS-DATA
              COMPUTE POS-ABERTURA ROUNDED = WS-P-ABERTURA(PX)
              COMPUTE POS-COMPRAS ROUNDED = WS-P-COMPRAS(PX)
              COMPUTE POS-VENDAS ROUNDED = WS-P-VENDAS(PX)
              COMPUTE POS-FECHAMENTO ROUNDED = WS-P-FECHAMENTO(PX)
              MOVE WS-P-CASAS(PX) TO POS-CASAS
              MOVE WS-P-ABERTURA(PX) TO POS-ABERTURA-EXATA
              MOVE WS-P-COMPRAS(PX) TO POS-COMPRAS-EXATA
              MOVE WS-P-VENDAS(PX) TO POS-VENDAS-EXATA
              MOVE WS-P-FECHAMENTO(PX) TO POS-FECHAMENTO-EXATO
              WRITE POST-REG FROM POSICAO-REG
           END-PERFORM.
           CLOSE POS-TEMP.
           IF WS-POSTEMP-STATUS NOT = "00"
              DISPLAY "ERRO: falha ao fechar posicao.tmp (status "
                 WS-POSTEMP-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "CBL_RENAME_FILE" USING WS-NOME-POS-TEMP
              WS-NOME-POSICAO
              RETURNING WS-POS-RENAME-RC
           END-CALL.
           IF WS-POS-RENAME-RC NOT = 0
              DISPLAY "ERRO: nao foi possivel substituir "
                 "posicao.txt (CBL_RENAME_FILE rc="
                 WS-POS-RENAME-RC ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> Carrega limites-posicao.txt (MOEDALPO.CPY). Arquivo
       *> ausente: nenhuma moeda tem limite de posicao.
       *> ---------------------------------------------------
       CARREGA-LIMITES-POSICAO.
           MOVE 0 TO WS-NUM-LIMPOS.
           OPEN INPUT LIMITES-POS.
           IF WS-LIMPOS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FIM-LIMPOS.
           PERFORM UNTIL WS-FIM-LIMPOS = "Y"
              READ LIMITES-POS
                 AT END MOVE "Y" TO WS-FIM-LIMPOS
              END-READ
              IF WS-FIM-LIMPOS NOT = "Y"
                 IF LPO-MAX-INT NUMERIC AND LPO-MAX-FRAC NUMERIC
                    IF WS-NUM-LIMPOS < WS-MAX-LIMPOS
                       ADD 1 TO WS-NUM-LIMPOS
                       MOVE LPO-COD-MOEDA TO WS-LP-COD(WS-NUM-LIMPOS)
                       COMPUTE WS-LP-MAX(WS-NUM-LIMPOS) =
                          LPO-MAX-INT + LPO-MAX-FRAC / 100
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LIMITES-POS.

       *> ---------------------------------------------------
       *> Grava posicao-AAAAMMDD.txt (uma linha por moeda) e
       *> registra em alertas.txt cada moeda cuja posicao
       *> liquida, em valor absoluto, passa do limite.
       *> ---------------------------------------------------
       GRAVA-RELATORIO.
           MOVE SPACES TO WS-ARQ-RELATORIO.
           STRING "posicao-" WS-DATA-POSICAO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO.
           IF WS-RELATORIO-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel criar "
                 FUNCTION TRIM(WS-ARQ-RELATORIO) " (status "
                 WS-RELATORIO-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "POSICAO CAMBIAL LIQUIDA - "
                  WS-DATA-POSICAO(1:4) "-" WS-DATA-POSICAO(5:2)
                  "-" WS-DATA-POSICAO(7:2)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE "MOEDA         ABERTURA          COMPRAS           VENDAS       FECHAMENTO           LIMITE  SITUACAO"
              TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE 0 TO WS-QT-ROMPIDOS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-NUM-POS
              PERFORM CONFERE-LIMITE-MOEDA
              MOVE WS-P-CASAS(PX) TO WS-CASAS-FMT
              MOVE WS-P-ABERTURA(PX) TO WS-VALOR-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT TO WS-ABERTURA-EDIT
              MOVE WS-P-COMPRAS(PX) TO WS-VALOR-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT(2:16) TO WS-COMPRAS-EDIT
              MOVE WS-P-VENDAS(PX) TO WS-VALOR-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT(2:16) TO WS-VENDAS-EDIT
              MOVE WS-P-FECHAMENTO(PX) TO WS-VALOR-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT TO WS-FECHAMENTO-EDIT
              MOVE SPACES TO WS-REL-LINHA
              IF WS-ACHOU-LIMITE = "Y"
                 MOVE WS-LIMITE-MOEDA TO WS-VALOR-FMT
                 PERFORM FORMATA-VALOR
                 MOVE WS-VALOR-TXT(2:16) TO WS-LIM-EDIT
                 STRING WS-P-COD(PX) " " WS-ABERTURA-EDIT " "
                        WS-COMPRAS-EDIT " " WS-VENDAS-EDIT " "
                        WS-FECHAMENTO-EDIT " " WS-LIM-EDIT "  "
                        WS-SITUACAO
                     DELIMITED BY SIZE INTO WS-REL-LINHA
                 END-STRING
              ELSE
                 STRING WS-P-COD(PX) " " WS-ABERTURA-EDIT " "
                        WS-COMPRAS-EDIT " " WS-VENDAS-EDIT " "
                        WS-FECHAMENTO-EDIT "        sem limite  "
                        WS-SITUACAO
                     DELIMITED BY SIZE INTO WS-REL-LINHA
                 END-STRING
              END-IF
              WRITE RELATORIO-REG FROM WS-REL-LINHA
           END-PERFORM.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE WS-QT-ROMPIDOS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  moedas acima do limite=" FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           CLOSE RELATORIO.

       *> ---------------------------------------------------
       *> Confere a posicao da moeda PX contra o seu limite e,
       *> no rompimento, registra o alerta.
       *> ---------------------------------------------------
       CONFERE-LIMITE-MOEDA.
           MOVE "N" TO WS-ACHOU-LIMITE.
           MOVE "OK" TO WS-SITUACAO.
           PERFORM VARYING LX FROM 1 BY 1
                 UNTIL LX > WS-NUM-LIMPOS OR WS-ACHOU-LIMITE = "Y"
              IF WS-LP-COD(LX) = WS-P-COD(PX)
                 MOVE "Y" TO WS-ACHOU-LIMITE
                 MOVE WS-LP-MAX(LX) TO WS-LIMITE-MOEDA
              END-IF
           END-PERFORM.
           IF WS-ACHOU-LIMITE NOT = "Y"
              EXIT PARAGRAPH
           END-IF.

           IF WS-P-FECHAMENTO(PX) < 0
              COMPUTE WS-POSICAO-ABS = 0 - WS-P-FECHAMENTO(PX)
           ELSE
              MOVE WS-P-FECHAMENTO(PX) TO WS-POSICAO-ABS
           END-IF.
           IF WS-POSICAO-ABS NOT > WS-LIMITE-MOEDA
              EXIT PARAGRAPH
           END-IF.

           MOVE "EXCEDIDO" TO WS-SITUACAO.
           ADD 1 TO WS-QT-ROMPIDOS.
           MOVE WS-P-CASAS(PX) TO WS-CASAS-FMT.
           MOVE WS-P-FECHAMENTO(PX) TO WS-VALOR-FMT.
           PERFORM FORMATA-VALOR.
           MOVE WS-VALOR-TXT TO WS-FECHAMENTO-EDIT.
           MOVE WS-LIMITE-MOEDA TO WS-VALOR-FMT.
           PERFORM FORMATA-VALOR.
           MOVE WS-VALOR-TXT(2:16) TO WS-LIM-EDIT.
           DISPLAY "ALERTA: posicao liquida de " WS-P-COD(PX)
              " acima do limite (posicao="
              FUNCTION TRIM(WS-FECHAMENTO-EDIT) " limite="
              FUNCTION TRIM(WS-LIM-EDIT) ")."
           MOVE SPACES TO WS-ALERTA-LINHA.
           STRING "ALERTA: posicao liquida de " WS-P-COD(PX)
                  " acima do limite em " WS-DATA-POSICAO
                  " (posicao=" FUNCTION TRIM(WS-FECHAMENTO-EDIT)
                  " limite=" FUNCTION TRIM(WS-LIM-EDIT) ")"
               DELIMITED BY SIZE INTO WS-ALERTA-LINHA
           END-STRING.
           PERFORM GRAVA-ALERTA-EXTEND.

       *> ---------------------------------------------------
       *> Edita WS-VALOR-FMT com WS-CASAS-FMT casas decimais em
       *> WS-VALOR-TXT (casas fora de 0 a 3 valem 2).
       *> ---------------------------------------------------
       FORMATA-VALOR.
           EVALUATE WS-CASAS-FMT
              WHEN 0
                 MOVE WS-VALOR-FMT TO WS-VALOR-EDIT-0
                 MOVE WS-VALOR-EDIT-0 TO WS-VALOR-TXT
              WHEN 1
                 MOVE WS-VALOR-FMT TO WS-VALOR-EDIT-1
                 MOVE WS-VALOR-EDIT-1 TO WS-VALOR-TXT
              WHEN 3
                 MOVE WS-VALOR-FMT TO WS-VALOR-EDIT-3
                 MOVE WS-VALOR-EDIT-3 TO WS-VALOR-TXT
              WHEN OTHER
                 MOVE WS-VALOR-FMT TO WS-VALOR-EDIT-2
                 MOVE WS-VALOR-EDIT-2 TO WS-VALOR-TXT
           END-EVALUATE.

       *> ---------------------------------------------------
       *> Apensa WS-ALERTA-LINHA em alertas.txt (livro de
       *> ocorrencias append-only, como no COIN).
       *> ---------------------------------------------------
       GRAVA-ALERTA-EXTEND.
           OPEN EXTEND ALERTAS.
           IF WS-ALERTAS-STATUS NOT = "00"
              OPEN OUTPUT ALERTAS
           END-IF.
           IF WS-ALERTAS-STATUS NOT = "00"
              DISPLAY "AVISO: nao foi possivel registrar o "
                 "alerta em alertas.txt (status "
                 WS-ALERTAS-STATUS ")."
              EXIT PARAGRAPH
           END-IF.
           WRITE ALERTA-REG FROM WS-ALERTA-LINHA.
           CLOSE ALERTAS.
