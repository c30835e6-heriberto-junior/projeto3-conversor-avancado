       *>   - divergencias/ilegiveis na ultima reconciliacao.txt;
       *>   - movimento-AAAAMMDD.txt de dias anteriores ainda
       *>     sem o selo de fechamento do COINEOD (o contabil
       *>     nao recebeu o dia);
       *>   - moedas cuja posicao liquida em posicao.txt (ultima
       *>     apurada pelo COINPOS) passa do limite de
       *>     limites-posicao.txt;
       *>   - casos de PLD (pld-casos.txt, do COINPLD) abertos
       *>     ha mais dias do que PLP-DIAS-ALERTA de
       *>     pld-parametros.txt sem que compliance os tenha
       *>     tomado para revisao.
       *> Qualquer item vermelho encerra com RETURN-CODE 8, para
       *> o script da madrugada poder acordar alguem em vez de o
       *> cliente acordar a mesa.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT POSICAO ASSIGN TO "posicao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSICAO-STATUS.

           SELECT LIMITES-POS ASSIGN TO "limites-posicao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMPOS-STATUS.

           SELECT PARAMETROS-PLD ASSIGN TO "pld-parametros.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-PLD-STATUS.

           SELECT CASOS-PLD ASSIGN TO "pld-casos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-PLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CKP-LOTE.
       FD FERIADOS.
       01 FERIADO-REG PIC X(8).

       FD POSICAO.
       01 POSICAO-REG.
           COPY "MOEDAPOS.CPY".

       FD LIMITES-POS.
       01 LIMITE-POS-REG.
           COPY "MOEDALPO.CPY".

       FD PARAMETROS-PLD.
       01 PARAMETRO-PLD-REG.
           COPY "MOEDAPLP.CPY".

       FD CASOS-PLD.
       01 CASO-PLD-REG.
           COPY "MOEDAPLD.CPY".

       WORKING-STORAGE SECTION.

       01 WS-CHECKPOINT-STATUS PIC X(2).
       01 WS-MOVIMENTO-STATUS PIC X(2).
       01 WS-FECHAMENTO-STATUS PIC X(2).
       01 WS-FERIADOS-STATUS PIC X(2).
       01 WS-POSICAO-STATUS  PIC X(2).
       01 WS-LIMPOS-STATUS   PIC X(2).
       01 WS-PARAM-PLD-STATUS PIC X(2).
       01 WS-CASOS-PLD-STATUS PIC X(2).

       01 WS-HOJE            PIC 9(8).
       01 WS-TEM-VERMELHO    PIC X VALUE "N".
       01 WS-ARQ-FECHAMENTO  PIC X(30).
       01 WS-QT-SEM-FECHO    PIC 9(2) VALUE 0.

       *> Posicao liquida contra limites-posicao.txt (mesma
       *> conferencia de CONFERE-LIMITE-MOEDA do COINPOS)
       01 WS-LIMPOS-TABLE.
          05 WS-LIMPOS-ITEM OCCURS 100 TIMES.
             10 WS-LP-COD    PIC X(3).
             10 WS-LP-MAX    PIC 9(13)V9(2).
       01 WS-NUM-LIMPOS      PIC 9(4) VALUE 0.
       01 WS-MAX-LIMPOS      PIC 9(4) VALUE 100.
       01 LX                 PIC 9(4).
       01 WS-POSICAO-ABS     PIC 9(13)V9(3).
       01 WS-QT-ROMPIDOS     PIC 9(4) VALUE 0.
       *> Posicao lida com as casas decimais da moeda gravadas
       *> pelo COINPOS (POS-CASAS); linha antiga vale 2 casas.
       01 WS-POS-VALOR       PIC S9(13)V9(3).
       01 WS-POS-CASAS       PIC 9(1).
       01 WS-POS-EDIT        PIC -(13)9.99.
       01 WS-POS-EDIT-0      PIC -(13)9.
       01 WS-POS-EDIT-1      PIC -(13)9.9.
       01 WS-POS-EDIT-3      PIC -(13)9.999.
       01 WS-POS-TXT         PIC X(18).
       01 WS-LIM-EDIT        PIC Z(12)9.99.

       *> Casos de PLD abertos ha mais de WS-DIAS-ALERTA-PLD
       *> dias (padrao do COINPLD quando nao ha parametro)
       01 WS-DIAS-ALERTA-PLD PIC 9(3) VALUE 5.
       01 WS-IDADE-CASO      PIC S9(9).
       01 WS-QT-CASOS-ATRASO PIC 9(6) VALUE 0.
       01 WS-DIAS-EDIT       PIC Z(8)9.

       01 WS-QT-EDIT         PIC Z(5)9.
       01 WS-QT-EDIT-2       PIC Z(5)9.

           PERFORM VERIFICA-CARGA-FEED.
           PERFORM VERIFICA-RECONCILIACAO.
           PERFORM VERIFICA-MOVIMENTOS-ABERTOS.
           PERFORM VERIFICA-POSICAO.
           PERFORM VERIFICA-CASOS-PLD.

           DISPLAY " ".
           IF WS-TEM-VERMELHO = "Y"
              " ainda sem o fechamento do coineod; o contabil "
              "nao recebeu o dia " WS-DATA-VERIFICADA "."
           MOVE "Y" TO WS-TEM-VERMELHO.

       *> ---------------------------------------------------
       *> Confere a ultima posicao liquida apurada pelo COINPOS
       *> (posicao.txt) contra limites-posicao.txt, em valor
       *> absoluto: cada moeda acima do limite e vermelho ate a
       *> tesouraria reduzir a posicao.
       *> ---------------------------------------------------
       VERIFICA-POSICAO.
           MOVE 0 TO WS-NUM-LIMPOS.
           OPEN INPUT LIMITES-POS.
           IF WS-LIMPOS-STATUS NOT = "00"
              DISPLAY "ok: limites-posicao.txt inexistente "
                 "(nenhum limite de posicao)."
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ LIMITES-POS
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 IF LPO-MAX-INT NUMERIC AND LPO-MAX-FRAC NUMERIC
                    AND WS-NUM-LIMPOS < WS-MAX-LIMPOS
                    ADD 1 TO WS-NUM-LIMPOS
                    MOVE LPO-COD-MOEDA TO WS-LP-COD(WS-NUM-LIMPOS)
                    COMPUTE WS-LP-MAX(WS-NUM-LIMPOS) =
                       LPO-MAX-INT + LPO-MAX-FRAC / 100
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LIMITES-POS.

           OPEN INPUT POSICAO.
           IF WS-POSICAO-STATUS NOT = "00"
              DISPLAY "aviso: posicao.txt inexistente; o coinpos "
                 "ainda nao apurou posicao."
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QT-ROMPIDOS.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ POSICAO
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y" AND POS-FECHAMENTO NUMERIC
                 IF POS-CASAS NUMERIC AND POS-FECHAMENTO-EXATO NUMERIC
                    MOVE POS-CASAS TO WS-POS-CASAS
                    MOVE POS-FECHAMENTO-EXATO TO WS-POS-VALOR
                 ELSE
                    MOVE 2 TO WS-POS-CASAS
                    MOVE POS-FECHAMENTO TO WS-POS-VALOR
                 END-IF
                 IF WS-POS-VALOR < 0
                    COMPUTE WS-POSICAO-ABS = 0 - WS-POS-VALOR
                 ELSE
                    MOVE WS-POS-VALOR TO WS-POSICAO-ABS
                 END-IF
                 PERFORM VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-NUM-LIMPOS
                    IF WS-LP-COD(LX) = POS-COD-MOEDA
                       AND WS-POSICAO-ABS > WS-LP-MAX(LX)
                       ADD 1 TO WS-QT-ROMPIDOS
                       EVALUATE WS-POS-CASAS
                          WHEN 0
                             MOVE WS-POS-VALOR TO WS-POS-EDIT-0
                             MOVE WS-POS-EDIT-0 TO WS-POS-TXT
                          WHEN 1
                             MOVE WS-POS-VALOR TO WS-POS-EDIT-1
                             MOVE WS-POS-EDIT-1 TO WS-POS-TXT
                          WHEN 3
                             MOVE WS-POS-VALOR TO WS-POS-EDIT-3
                             MOVE WS-POS-EDIT-3 TO WS-POS-TXT
                          WHEN OTHER
                             MOVE WS-POS-VALOR TO WS-POS-EDIT
                             MOVE WS-POS-EDIT TO WS-POS-TXT
                       END-EVALUATE
                       MOVE WS-LP-MAX(LX) TO WS-LIM-EDIT
                       DISPLAY "VERMELHO: posicao liquida de "
                          POS-COD-MOEDA " em " POS-DATA " ("
                          FUNCTION TRIM(WS-POS-TXT)
                          ") acima do limite de posicao ("
                          FUNCTION TRIM(WS-LIM-EDIT) ")."
                       MOVE "Y" TO WS-TEM-VERMELHO
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           CLOSE POSICAO.

           IF WS-QT-ROMPIDOS = 0
              DISPLAY "ok: nenhuma posicao liquida acima do "
                 "limite."
           END-IF.

       *> ---------------------------------------------------
       *> Casos de PLD ainda abertos (ninguem de compliance os
       *> tomou para revisao) ha mais de WS-DIAS-ALERTA-PLD
       *> dias: cada um e vermelho.
       *> ---------------------------------------------------
       VERIFICA-CASOS-PLD.
           OPEN INPUT PARAMETROS-PLD.
           IF WS-PARAM-PLD-STATUS = "00"
              READ PARAMETROS-PLD
                 AT END MOVE SPACES TO PARAMETRO-PLD-REG
              END-READ
              IF PLP-DIAS-ALERTA NUMERIC
                 MOVE PLP-DIAS-ALERTA TO WS-DIAS-ALERTA-PLD
              END-IF
              CLOSE PARAMETROS-PLD
           END-IF.

           OPEN INPUT CASOS-PLD.
           IF WS-CASOS-PLD-STATUS NOT = "00"
              DISPLAY "ok: pld-casos.txt inexistente (nenhum "
                 "caso de PLD)."
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QT-CASOS-ATRASO.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ CASOS-PLD
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y" AND CASO-ABERTO
                 AND CASO-DATA-ABERTURA NUMERIC
                 AND CASO-DATA-ABERTURA > 19000101
                 COMPUTE WS-IDADE-CASO =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)
                    - FUNCTION INTEGER-OF-DATE(CASO-DATA-ABERTURA)
                 IF WS-IDADE-CASO > WS-DIAS-ALERTA-PLD
                    ADD 1 TO WS-QT-CASOS-ATRASO
                    MOVE WS-IDADE-CASO TO WS-DIAS-EDIT
                    DISPLAY "VERMELHO: caso de PLD " CASO-ID " ("
                       FUNCTION TRIM(CASO-REGRA) " "
                       FUNCTION TRIM(CASO-SUJEITO)
                       ") aberto ha " FUNCTION TRIM(WS-DIAS-EDIT)
                       " dias sem revisao (coinpld -L)."
                    MOVE "Y" TO WS-TEM-VERMELHO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CASOS-PLD.

           IF WS-QT-CASOS-ATRASO = 0
              MOVE WS-DIAS-ALERTA-PLD TO WS-DIAS-EDIT
              DISPLAY "ok: nenhum caso de PLD aberto ha mais de "
                 FUNCTION TRIM(WS-DIAS-EDIT) " dias."
           END-IF.
