       *> motivo em alertas.txt. O arquivo de pendentes e
       *> regravado ao final via temporario + CBL_RENAME_FILE,
       *> mantendo as operacoes ja decididas como trilha
       *> (status A/R); a aprovada guarda a referencia da
       *> transacao executada (PEN-REFERENCIA), a mesma "ref="
       *> de resultado.txt/audit.log e do movimento. A data de
       *> liquidacao da execucao aprovada conta a partir do dia
       *> da aprovacao, pela mesma convencao do COIN
       *> (prazos-liquidacao.txt e feriados.txt). O resultado e
       *> arredondado e formatado nas casas decimais da moeda
       *> de destino pelo cadastro de moedas (moedas.dat), e a
       *> pendencia de ou para uma moeda suspensa depois do
       *> estacionamento nao e executada: fica na fila ate a
       *> moeda ser reativada ou a operacao ser rejeitada.
       *>
       *> Uso: coinaprv (sem argumentos)
       *> ---------------------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLTEMP-STATUS.

           SELECT FERIADOS ASSIGN TO "feriados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT PRAZOS ASSIGN TO "prazos-liquidacao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRAZOS-STATUS.

           SELECT CADMOEDAS ASSIGN TO "moedas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-COD-MOEDA
               FILE STATUS IS WS-CADMOEDAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDENTES.
           COPY "MOEDAPEN.CPY".

       FD PEN-TEMP.
       01 PEN-TEMP-REG PIC X(213).

       FD OPERADORES.
       01 OPERADOR-REG PIC X(30).
           COPY "MOEDATAR.CPY".

       FD RESULTADO.
       01 RESULTADO-REG PIC X(300).

       FD AUDITORIA.
       01 AUDITORIA-REG PIC X(400).

       FD ALERTAS.
       01 ALERTA-REG PIC X(160).
           05 VOLT-COD-MOEDA PIC X(3).
           05 VOLT-TOTAL     PIC 9(13)V9(2).

       FD FERIADOS.
       01 FERIADO-REG PIC X(8).

       FD PRAZOS.
       01 PRAZO-REG.
           COPY "MOEDALIQ.CPY".

       FD CADMOEDAS.
       01 MOEDA-CAD-REG.
           COPY "MOEDACAD.CPY".

       WORKING-STORAGE SECTION.

       01 WS-PENDENTES-STATUS PIC X(2).
       01 WS-FIM-OPERADORES  PIC X VALUE "N".

       *> Fila de pendentes em memoria: cada item e a imagem
       *> crua do registro (layout MOEDAPEN.CPY, 213 posicoes);
       *> WS-PEN-REG e o espelho com nomes proprios para nao
       *> colidir com os nomes do FD.
       01 WS-PEN-TABLE.
          05 WS-PEN-ITEM PIC X(213) OCCURS 500 TIMES.
       01 WS-NUM-PENDENTES   PIC 9(4) VALUE 0.
       01 WS-MAX-PENDENTES   PIC 9(4) VALUE 500.
       01 PX                 PIC 9(4).
          05 WP-LOCALE      PIC X(2).
          05 WP-REVISOR     PIC X(30).
          05 WP-MOTIVO      PIC X(40).
          05 WP-REFERENCIA  PIC X(20).

       01 EOF-FLAG           PIC X VALUE "N".
       01 FOUND-FLAG         PIC X VALUE "N".
       01 WS-ALVO-DESTINO    PIC 9(10)V9(10).
       01 WS-VALOR-NUM-2DEC  PIC 9(9)V99.
       01 WS-VALOR-CLIENTE-2DEC PIC 9(9)V99.
       01 WS-VALOR-NUM-EXATO PIC 9(9)V9(3).
       01 WS-VALOR-CLIENTE-EXATO PIC 9(9)V9(3).
       01 WS-COD-BUSCA       PIC X(3).
       01 WS-TAXA-ACHADA     PIC 9(10)V9(10).
       01 WS-TAXA-ORIGEM     PIC 9(10)V9(10).
       01 WS-TAXA-EFETIVA    PIC 9(10)V9(10).
       01 WS-TAXA-EFETIVA-EDIT PIC Z(9)9.999999.
       01 WS-ERRO-EXECUCAO   PIC X VALUE "N".
       01 WS-VALOR-INV-EDIT-0 PIC Z(9)9.
       01 WS-VALOR-INV-EDIT-1 PIC Z(9)9.9.
       01 WS-VALOR-INV-EDIT-2 PIC Z(9)9.99.
       01 WS-VALOR-INV-EDIT-3 PIC Z(9)9.999.

       *> Tarifa do tier da operacao (tabela de tarifas.txt,
       *> mesma carga do COIN)
       *> Formatacao do valor no locale pedido na hora do
       *> estacionamento (mesma tecnica do COIN)
       01 WS-VALOR-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-VALOR-EDIT-0    PIC Z(8)9.
       01 WS-VALOR-EDIT-1    PIC Z,ZZZ,ZZZ,ZZ9.9.
       01 WS-VALOR-EDIT-3    PIC Z,ZZZ,ZZZ,ZZ9.999.
       01 WS-VALOR-FMT       PIC 9(9)V9(3).
       01 WS-CASAS-FMT       PIC 9(1).
       01 WS-VALOR-SAIDA     PIC X(20).
       01 WS-VALOR-CLIENTE-SAIDA PIC X(20).

       *> Cadastro de moedas (moedas.dat), como no COIN: casas
       *> decimais de origem/destino e recusa de moeda
       *> suspensa. Sem o cadastro, ou moeda fora dele, valem
       *> duas casas e moeda ativa.
       01 WS-CADMOEDAS-STATUS PIC X(2).
       01 WS-TEM-CADMOEDAS   PIC X VALUE "N".
       01 WS-CAD-BUSCA       PIC X(3).
       01 WS-CAD-CASAS       PIC 9(1).
       01 WS-CAD-SUSPENSA    PIC X.
       01 WS-CASAS-ORIGEM    PIC 9(1) VALUE 2.
       01 WS-CASAS-DESTINO   PIC 9(1) VALUE 2.
       01 WS-ARRED-ENTRADA   PIC 9(13)V9(10).
       01 WS-ARRED-CASAS     PIC 9(1).
       01 WS-ARRED-SAIDA     PIC 9(13)V9(3).
       01 WS-ARRED-0         PIC 9(13).
       01 WS-ARRED-1         PIC 9(13)V9.
       01 WS-ARRED-2         PIC 9(13)V99.
       01 WS-ARRED-3         PIC 9(13)V9(3).

       *> Gravacao dos registros (mesmos formatos do COIN)
       01 WS-RESULTADO-LINHA PIC X(300).
       01 WS-AUDITORIA-LINHA PIC X(400).
       01 WS-ALERTA-LINHA    PIC X(160).
       01 WS-LINHA-GRAVA-TMP PIC X(400).
       01 WS-DATA-ATUAL      PIC 9(8).
       01 WS-HORA-ATUAL      PIC 9(8).
       01 WS-DATA-HORA-EDIT  PIC X(19).

       *> Referencia da transacao, montada como no COIN (data e
       *> hora da execucao mais um contador da sessao) e
       *> gravada em resultado.txt, audit.log, no movimento e
       *> no proprio registro da pendente aprovada.
       01 WS-REFERENCIA      PIC X(20).
       01 WS-REF-CONTADOR    PIC 9(4) VALUE 0.

       *> Movimento contabil do dia e selo de fechamento, como
       *> no COIN
       01 WS-ARQ-MOVIMENTO   PIC X(30).
       01 WS-TEM-LIMITE-MOEDA PIC X VALUE "N".
       01 WS-VOL-AVISADO     PIC X VALUE "N".

       *> Data de liquidacao da execucao aprovada, como em
       *> CALCULA-DATA-VALOR do COIN: D+N dias uteis pela
       *> convencao do par (prazos-liquidacao.txt, D+2 sem
       *> convencao), pulando fins de semana e os feriados de
       *> feriados.txt.
       01 WS-FERIADOS-STATUS PIC X(2).
       01 WS-FERIADO-TABLE.
          05 WS-FER-DATA PIC 9(8) OCCURS 200 TIMES.
       01 WS-NUM-FERIADOS    PIC 9(4) VALUE 0.
       01 WS-MAX-FERIADOS    PIC 9(4) VALUE 200.
       01 FX                 PIC 9(4).
       01 WS-FIM-FERIADOS    PIC X VALUE "N".
       01 WS-DATA-TESTE      PIC 9(8).
       01 WS-DIA-UTIL        PIC X.
       01 WS-DIA-SEMANA      PIC 9.
       01 WS-DATA-INT        PIC 9(8).
       01 WS-PRAZOS-STATUS   PIC X(2).
       01 WS-PRAZO-TABLE.
          05 WS-PRAZO-ITEM OCCURS 100 TIMES.
             10 WS-PZ-ORIGEM  PIC X(3).
             10 WS-PZ-DESTINO PIC X(3).
             10 WS-PZ-DIAS    PIC 9(1).
       01 WS-NUM-PRAZOS      PIC 9(3) VALUE 0.
       01 WS-MAX-PRAZOS      PIC 9(3) VALUE 100.
       01 PZ                 PIC 9(3).
       01 WS-FIM-PRAZOS      PIC X VALUE "N".
       01 WS-PRAZO-DIAS      PIC 9(1).
       01 WS-PRAZO-ACHADO    PIC X.
       01 WS-DATA-VALOR      PIC 9(8).
       01 WS-DATA-VALOR-EDIT PIC X(10).
       01 WS-DIAS-CONTADOS   PIC 9(1).

       PROCEDURE DIVISION.

       MAIN-START.
           PERFORM IDENTIFICA-REVISOR.
           PERFORM CARREGA-TARIFAS.
           PERFORM CARREGA-FERIADOS.
           PERFORM CARREGA-PRAZOS.
           PERFORM CARREGA-PENDENTES.

           IF WS-NUM-PENDENTES = 0
              MOVE "Y" TO WS-TEM-PARES
           END-IF.

           *> moedas.dat tambem e opcional, como no COIN.
           MOVE "N" TO WS-TEM-CADMOEDAS.
           OPEN INPUT CADMOEDAS.
           IF WS-CADMOEDAS-STATUS = "00"
              MOVE "Y" TO WS-TEM-CADMOEDAS
           END-IF.

           PERFORM VARYING PX FROM 1 BY 1
                 UNTIL PX > WS-NUM-PENDENTES
              MOVE WS-PEN-ITEM(PX) TO WS-PEN-REG
           IF WS-TEM-PARES = "Y"
              CLOSE PARES
           END-IF.
           IF WS-TEM-CADMOEDAS = "Y"
              CLOSE CADMOEDAS
           END-IF.
           PERFORM REGRAVA-PENDENTES.

           MOVE WS-QT-APROVADAS TO WS-QT-EDIT.
                 ELSE
                    MOVE "A" TO WP-STATUS
                    MOVE WS-REVISOR TO WP-REVISOR
                    MOVE WS-REFERENCIA TO WP-REFERENCIA
                    ADD 1 TO WS-QT-APROVADAS
                    DISPLAY "  Aprovada e executada."
                 END-IF
              MOVE "BRL" TO WS-ORIGEM
           END-IF.

           *> Moeda suspensa no cadastro depois do
           *> estacionamento: a operacao nao e executada.
           MOVE WS-ORIGEM TO WS-CAD-BUSCA.
           PERFORM BUSCA-CADASTRO-MOEDA.
           MOVE WS-CAD-CASAS TO WS-CASAS-ORIGEM.
           IF WS-CAD-SUSPENSA = "Y"
              DISPLAY "  ERRO: moeda " WS-ORIGEM " suspensa no "
                 "cadastro de moedas (moedas.dat); conversao "
                 "recusada."
              MOVE "Y" TO WS-ERRO-EXECUCAO
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DESTINO TO WS-CAD-BUSCA.
           PERFORM BUSCA-CADASTRO-MOEDA.
           MOVE WS-CAD-CASAS TO WS-CASAS-DESTINO.
           IF WS-CAD-SUSPENSA = "Y"
              DISPLAY "  ERRO: moeda " WS-DESTINO " suspensa no "
                 "cadastro de moedas (moedas.dat); conversao "
                 "recusada."
              MOVE "Y" TO WS-ERRO-EXECUCAO
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-VALOR-TXT TO WS-VALOR-NORM.
           INSPECT WS-VALOR-NORM REPLACING ALL "," BY ".".
           COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-VALOR-NORM).
              END-IF
           END-IF.

           COMPUTE WS-ARRED-ENTRADA =
              (WS-VALOR-NUM * WS-TAXA-DESTINO) / WS-TAXA-ORIGEM
              ON SIZE ERROR
                 MOVE "Y" TO WS-ERRO-EXECUCAO
           END-COMPUTE.
           IF WS-ERRO-EXECUCAO NOT = "Y"
              MOVE WS-CASAS-DESTINO TO WS-ARRED-CASAS
              PERFORM ARREDONDA-VALOR
              IF WS-ARRED-SAIDA > 999999999.99
                 MOVE "Y" TO WS-ERRO-EXECUCAO
              END-IF
           END-IF.
           IF WS-ERRO-EXECUCAO = "Y"
              DISPLAY "  ERRO: resultado excede a capacidade "
                 "do campo."
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ARRED-SAIDA TO WS-VALOR-NUM-EXATO.
           COMPUTE WS-VALOR-NUM-2DEC ROUNDED = WS-VALOR-NUM-EXATO.

           IF WS-TEM-TARIFA = "Y"
              COMPUTE WS-ARRED-ENTRADA =
                 ((WS-VALOR-NUM-ORIG * WS-TAXA-DESTINO)
                  / WS-TAXA-ORIGEM)
                 * (1 + (WS-SPREAD-PCT / 100)) + WS-TARIFA-FIXA
                 ON SIZE ERROR
                    MOVE "Y" TO WS-ERRO-EXECUCAO
              END-COMPUTE
              IF WS-ERRO-EXECUCAO NOT = "Y"
                 MOVE WS-CASAS-DESTINO TO WS-ARRED-CASAS
                 PERFORM ARREDONDA-VALOR
                 IF WS-ARRED-SAIDA > 999999999.99
                    MOVE "Y" TO WS-ERRO-EXECUCAO
                 END-IF
              END-IF
              IF WS-ERRO-EXECUCAO = "Y"
                 DISPLAY "  ERRO: valor do cliente excede a "
                    "capacidade do campo."
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-ARRED-SAIDA TO WS-VALOR-CLIENTE-EXATO
              COMPUTE WS-VALOR-CLIENTE-2DEC ROUNDED =
                 WS-VALOR-CLIENTE-EXATO
           END-IF.

           PERFORM GRAVA-REGISTROS-EXECUCAO.
       *> ---------------------------------------------------
       *> Cotacao inversa estacionada: refaz o calculo de tras
       *> para frente com a taxa de AGORA (mesma formula de
       *> CALCULA-VALOR-INVERSO do COIN) e poe o valor de origem,
       *> arredondado nas casas da moeda de origem, no lugar do
       *> valor da linha (ponto decimal, sem separador de
       *> milhar, como o COIN grava valor=).
       *> ---------------------------------------------------
       CALCULA-VALOR-INVERSO.
           MOVE WS-VALOR-NUM-ORIG TO WS-ALVO-DESTINO.
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-VALOR-NUM TO WS-ARRED-ENTRADA.
           MOVE WS-CASAS-ORIGEM TO WS-ARRED-CASAS.
           PERFORM ARREDONDA-VALOR.
           MOVE WS-ARRED-SAIDA TO WS-VALOR-NUM.
           MOVE WS-VALOR-NUM TO WS-VALOR-NUM-ORIG.
           MOVE SPACES TO WS-VALOR-TXT.
           EVALUATE WS-CASAS-ORIGEM
              WHEN 0
                 MOVE WS-VALOR-NUM TO WS-VALOR-INV-EDIT-0
                 MOVE FUNCTION TRIM(WS-VALOR-INV-EDIT-0)
                    TO WS-VALOR-TXT
              WHEN 1
                 MOVE WS-VALOR-NUM TO WS-VALOR-INV-EDIT-1
                 MOVE FUNCTION TRIM(WS-VALOR-INV-EDIT-1)
                    TO WS-VALOR-TXT
              WHEN 3
                 MOVE WS-VALOR-NUM TO WS-VALOR-INV-EDIT-3
                 MOVE FUNCTION TRIM(WS-VALOR-INV-EDIT-3)
                    TO WS-VALOR-TXT
              WHEN OTHER
                 MOVE WS-VALOR-NUM TO WS-VALOR-INV-EDIT-2
                 MOVE FUNCTION TRIM(WS-VALOR-INV-EDIT-2)
                    TO WS-VALOR-TXT
           END-EVALUATE.

       *> ---------------------------------------------------
       *> Prefere a cotacao direta do par quando ela existe em
           END-READ.

       *> ---------------------------------------------------
       *> Le pela chave o cadastro da moeda WS-CAD-BUSCA, como
       *> BUSCA-CADASTRO-MOEDA do COIN: casas decimais em
       *> WS-CAD-CASAS e WS-CAD-SUSPENSA "Y"/"N".
       *> ---------------------------------------------------
       BUSCA-CADASTRO-MOEDA.
           MOVE 2 TO WS-CAD-CASAS.
           MOVE "N" TO WS-CAD-SUSPENSA.
           IF WS-TEM-CADMOEDAS NOT = "Y"
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CAD-BUSCA TO CAD-COD-MOEDA.
           READ CADMOEDAS
              INVALID KEY EXIT PARAGRAPH
           END-READ.

           IF CAD-CASAS IS NUMERIC AND CAD-CASAS <= 3
              MOVE CAD-CASAS TO WS-CAD-CASAS
           END-IF.
           IF CAD-SUSPENSA
              MOVE "Y" TO WS-CAD-SUSPENSA
           END-IF.

       *> ---------------------------------------------------
       *> Arredonda WS-ARRED-ENTRADA em WS-ARRED-CASAS casas
       *> decimais, como ARREDONDA-VALOR do COIN.
       *> ---------------------------------------------------
       ARREDONDA-VALOR.
           EVALUATE WS-ARRED-CASAS
              WHEN 0
                 COMPUTE WS-ARRED-0 ROUNDED = WS-ARRED-ENTRADA
                 MOVE WS-ARRED-0 TO WS-ARRED-SAIDA
              WHEN 1
                 COMPUTE WS-ARRED-1 ROUNDED = WS-ARRED-ENTRADA
                 MOVE WS-ARRED-1 TO WS-ARRED-SAIDA
              WHEN 3
                 COMPUTE WS-ARRED-3 ROUNDED = WS-ARRED-ENTRADA
                 MOVE WS-ARRED-3 TO WS-ARRED-SAIDA
              WHEN OTHER
                 COMPUTE WS-ARRED-2 ROUNDED = WS-ARRED-ENTRADA
                 MOVE WS-ARRED-2 TO WS-ARRED-SAIDA
           END-EVALUATE.

       *> ---------------------------------------------------
       *> Edita WS-VALOR-FMT nas WS-CASAS-FMT casas da moeda e
       *> no locale pedido na hora do estacionamento (mesma
       *> tecnica de FORMATA-VALOR do COIN).
       *> ---------------------------------------------------
       FORMATA-VALOR.
           EVALUATE WS-CASAS-FMT
              WHEN 0
                 MOVE WS-VALOR-FMT TO WS-VALOR-EDIT-0
                 MOVE WS-VALOR-EDIT-0 TO WS-VALOR-SAIDA
              WHEN 1
                 MOVE WS-VALOR-FMT TO WS-VALOR-EDIT-1
                 MOVE WS-VALOR-EDIT-1 TO WS-VALOR-SAIDA
              WHEN 3
                 MOVE WS-VALOR-FMT TO WS-VALOR-EDIT-3
                 MOVE WS-VALOR-EDIT-3 TO WS-VALOR-SAIDA
              WHEN OTHER
                 MOVE WS-VALOR-FMT TO WS-VALOR-EDIT
                 MOVE WS-VALOR-EDIT TO WS-VALOR-SAIDA
           END-EVALUATE.
           IF WP-LOCALE = "BR"
              INSPECT WS-VALOR-SAIDA REPLACING ALL "," BY "|"
              INSPECT WS-VALOR-SAIDA REPLACING ALL "." BY ","
                  WS-HORA-ATUAL(3:2) ":" WS-HORA-ATUAL(5:2)
               DELIMITED BY SIZE INTO WS-DATA-HORA-EDIT
           END-STRING.
           PERFORM CALCULA-DATA-VALOR.

           IF WS-REF-CONTADOR = 9999
              MOVE 0 TO WS-REF-CONTADOR
           END-IF.
           ADD 1 TO WS-REF-CONTADOR.
           MOVE SPACES TO WS-REFERENCIA.
           STRING WS-DATA-ATUAL WS-HORA-ATUAL WS-REF-CONTADOR
               DELIMITED BY SIZE INTO WS-REFERENCIA
           END-STRING.

           MOVE WS-CASAS-DESTINO TO WS-CASAS-FMT.
           MOVE WS-VALOR-NUM-EXATO TO WS-VALOR-FMT.
           PERFORM FORMATA-VALOR.
           IF WS-TEM-TARIFA = "Y"
              MOVE WS-VALOR-SAIDA TO WS-LINHA-GRAVA-TMP
              MOVE WS-VALOR-CLIENTE-EXATO TO WS-VALOR-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-SAIDA TO WS-VALOR-CLIENTE-SAIDA
              MOVE WS-LINHA-GRAVA-TMP(1:20) TO WS-VALOR-SAIDA
              MOVE WS-SPREAD-PCT TO WS-SPREAD-EDIT
           END-IF.

                  DELIMITED BY SIZE INTO WS-RESULTADO-LINHA
              END-STRING
           END-IF.
           MOVE WS-RESULTADO-LINHA TO WS-LINHA-GRAVA-TMP.
           MOVE SPACES TO WS-RESULTADO-LINHA.
           STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                  " ref=" WS-REFERENCIA
               DELIMITED BY SIZE INTO WS-RESULTADO-LINHA
               ON OVERFLOW
                  DISPLAY "ERRO: linha de resultado.txt maior que o "
                     "registro; referencia " WS-REFERENCIA
                     " nao gravada."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
           END-STRING.

           OPEN EXTEND RESULTADO.
           IF WS-RESULTADO-STATUS NOT = "00"
           MOVE SPACES TO WS-AUDITORIA-LINHA.
           STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                  " aprovador=" FUNCTION TRIM(WS-REVISOR)
                  " liquida=" WS-DATA-VALOR-EDIT
                  " ref=" WS-REFERENCIA
               DELIMITED BY SIZE INTO WS-AUDITORIA-LINHA
               ON OVERFLOW
                  DISPLAY "ERRO: linha de audit.log maior que o "
                     "registro; referencia " WS-REFERENCIA
                     " nao gravada."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
           END-STRING.

           OPEN EXTEND AUDITORIA.
           END-IF.
           MOVE WP-COD-CLIENTE TO MOV-COD-CLIENTE.
           MOVE WP-USUARIO TO MOV-USUARIO.
           MOVE "C" TO MOV-TIPO.
           MOVE 0 TO MOV-SEQ-ORIGINAL.
           MOVE WS-REFERENCIA TO MOV-REFERENCIA.
           MOVE WS-DATA-VALOR TO MOV-DATA-VALOR.
           MOVE WS-CASAS-ORIGEM  TO MOV-CASAS-ORIGEM.
           MOVE WS-CASAS-DESTINO TO MOV-CASAS-DESTINO.
           MOVE WS-VALOR-NUM-ORIG TO WS-ARRED-ENTRADA.
           MOVE WS-CASAS-ORIGEM TO WS-ARRED-CASAS.
           PERFORM ARREDONDA-VALOR.
           MOVE WS-ARRED-SAIDA TO MOV-ORIGINAL-EXATO.
           MOVE WS-VALOR-NUM-EXATO TO MOV-CONVERTIDO-EXATO.
           IF WS-TEM-TARIFA = "Y"
              MOVE WS-VALOR-CLIENTE-EXATO TO MOV-CLIENTE-EXATO
           ELSE
              MOVE 0 TO MOV-CLIENTE-EXATO
           END-IF.

           WRITE MOVIMENTO-REG.
           IF WS-MOVIMENTO-STATUS NOT = "00"
           END-IF.
           CLOSE MOVIMENTO.

       *> ---------------------------------------------------
       *> Carrega feriados.txt (um AAAAMMDD por linha), como
       *> CARREGA-FERIADOS do COIN. Sem o arquivo, so sabado e
       *> domingo contam como dia nao util.
       *> ---------------------------------------------------
       CARREGA-FERIADOS.
           OPEN INPUT FERIADOS.
           IF WS-FERIADOS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-NUM-FERIADOS.
           MOVE "N" TO WS-FIM-FERIADOS.
           PERFORM UNTIL WS-FIM-FERIADOS = "Y"
              READ FERIADOS
                 AT END MOVE "Y" TO WS-FIM-FERIADOS
              END-READ

              IF WS-FIM-FERIADOS NOT = "Y"
                 IF FERIADO-REG NUMERIC
                    IF WS-NUM-FERIADOS < WS-MAX-FERIADOS
                       ADD 1 TO WS-NUM-FERIADOS
                       COMPUTE WS-FER-DATA(WS-NUM-FERIADOS) =
                          FUNCTION NUMVAL(FERIADO-REG)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FERIADOS.

       *> ---------------------------------------------------
       *> Carrega prazos-liquidacao.txt, como CARREGA-PRAZOS do
       *> COIN. Sem o arquivo, todo par liquida em D+2.
       *> ---------------------------------------------------
       CARREGA-PRAZOS.
           OPEN INPUT PRAZOS.
           IF WS-PRAZOS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-NUM-PRAZOS.
           MOVE "N" TO WS-FIM-PRAZOS.
           PERFORM UNTIL WS-FIM-PRAZOS = "Y"
              READ PRAZOS
                 AT END MOVE "Y" TO WS-FIM-PRAZOS
              END-READ

              IF WS-FIM-PRAZOS NOT = "Y"
                 IF LIQ-PRAZO NUMERIC
                    AND WS-NUM-PRAZOS < WS-MAX-PRAZOS
                    ADD 1 TO WS-NUM-PRAZOS
                    MOVE FUNCTION UPPER-CASE(LIQ-MOEDA-ORIGEM)
                       TO WS-PZ-ORIGEM(WS-NUM-PRAZOS)
                    MOVE FUNCTION UPPER-CASE(LIQ-MOEDA-DESTINO)
                       TO WS-PZ-DESTINO(WS-NUM-PRAZOS)
                    MOVE LIQ-PRAZO TO WS-PZ-DIAS(WS-NUM-PRAZOS)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PRAZOS.

       *> ---------------------------------------------------
       *> Calcula WS-DATA-VALOR da execucao aprovada (par no
       *> sentido da conversao, depois no inverso, D+2 sem
       *> convencao), contando os dias uteis a partir de
       *> WS-DATA-ATUAL, o dia da aprovacao.
       *> ---------------------------------------------------
       CALCULA-DATA-VALOR.
           MOVE 2 TO WS-PRAZO-DIAS.
           MOVE "N" TO WS-PRAZO-ACHADO.
           PERFORM VARYING PZ FROM 1 BY 1
                 UNTIL PZ > WS-NUM-PRAZOS OR WS-PRAZO-ACHADO = "Y"
              IF WS-PZ-ORIGEM(PZ) = WS-ORIGEM
                 AND WS-PZ-DESTINO(PZ) = WS-DESTINO
                 MOVE WS-PZ-DIAS(PZ) TO WS-PRAZO-DIAS
                 MOVE "Y" TO WS-PRAZO-ACHADO
              END-IF
           END-PERFORM.
           PERFORM VARYING PZ FROM 1 BY 1
                 UNTIL PZ > WS-NUM-PRAZOS OR WS-PRAZO-ACHADO = "Y"
              IF WS-PZ-ORIGEM(PZ) = WS-DESTINO
                 AND WS-PZ-DESTINO(PZ) = WS-ORIGEM
                 MOVE WS-PZ-DIAS(PZ) TO WS-PRAZO-DIAS
                 MOVE "Y" TO WS-PRAZO-ACHADO
              END-IF
           END-PERFORM.

           MOVE WS-DATA-ATUAL TO WS-DATA-TESTE.
           MOVE 0 TO WS-DIAS-CONTADOS.
           PERFORM UNTIL WS-DIAS-CONTADOS >= WS-PRAZO-DIAS
              PERFORM PROXIMO-DIA-UTIL
              ADD 1 TO WS-DIAS-CONTADOS
           END-PERFORM.
           PERFORM EH-DIA-UTIL.
           IF WS-DIA-UTIL NOT = "Y"
              PERFORM PROXIMO-DIA-UTIL
           END-IF.
           MOVE WS-DATA-TESTE TO WS-DATA-VALOR.

           MOVE SPACES TO WS-DATA-VALOR-EDIT.
           STRING WS-DATA-VALOR(1:4) "-" WS-DATA-VALOR(5:2) "-"
                  WS-DATA-VALOR(7:2)
               DELIMITED BY SIZE INTO WS-DATA-VALOR-EDIT
           END-STRING.

       *> ---------------------------------------------------
       *> Decide se WS-DATA-TESTE e dia util: nem sabado, nem
       *> domingo, nem feriado da tabela (como no COIN).
       *> ---------------------------------------------------
       EH-DIA-UTIL.
           MOVE "Y" TO WS-DIA-UTIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE) 7).
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
              MOVE "N" TO WS-DIA-UTIL
           ELSE
              PERFORM VARYING FX FROM 1 BY 1
                    UNTIL FX > WS-NUM-FERIADOS
                       OR WS-DIA-UTIL = "N"
                 IF WS-FER-DATA(FX) = WS-DATA-TESTE
                    MOVE "N" TO WS-DIA-UTIL
                 END-IF
              END-PERFORM
           END-IF.

       *> ---------------------------------------------------
       *> Avanca WS-DATA-TESTE para o proximo dia util.
       *> ---------------------------------------------------
       PROXIMO-DIA-UTIL.
           MOVE "N" TO WS-DIA-UTIL.
           PERFORM UNTIL WS-DIA-UTIL = "Y"
              COMPUTE WS-DATA-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE) + 1
              COMPUTE WS-DATA-TESTE =
                 FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
              PERFORM EH-DIA-UTIL
           END-PERFORM.

       *> ---------------------------------------------------
       *> Acumula o valor convertido da execucao aprovada no
       *> arquivo de volumes do dia, como VERIFICA-LIMITE-DIARIO
