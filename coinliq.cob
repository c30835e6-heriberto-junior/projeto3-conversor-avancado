      IDENTIFICATION DIVISION.
       PROGRAM-ID. COINLIQ.

       *> ---------------------------------------------------
       *> Liquidacao das conversoes por data de liquidacao
       *> (MOV-DATA-VALOR, calculada pelo COIN e pelo COINAPRV
       *> com a convencao D+N do par em prazos-liquidacao.txt).
       *> Na otica da mesa, como no COINPOS: cada conversao
       *> entrega a moeda de origem (MOV-VALOR-ORIGINAL) e
       *> recebe a moeda de destino - o valor do cliente
       *> (MOV-VALOR-CLIENTE) quando a conversao teve tier, o
       *> valor convertido nas demais.
       *>
       *> Sem opcao, le os movimentos dos ultimos dias (os
       *> prazos nunca passam de D+9 uteis) e grava em
       *> liquidacao-AAAAMMDD.txt os itens que liquidam naquele
       *> dia, com a situacao de cada um, os totais a pagar e a
       *> receber por moeda e os totais por cliente e moeda.
       *> Conversoes estornadas (e os proprios estornos) nao
       *> liquidam e ficam fora.
       *>
       *> Com -L/-F, um operador autorizado em operadores.txt
       *> marca um item como liquidado ou com falha de
       *> liquidacao (falha exige motivo). A marca vai para
       *> liquidacao-status.txt (MOEDALQS.CPY), um livro
       *> append-only em que vale a ultima marca de cada item;
       *> item ja liquidado nao aceita marca nova, e item cuja
       *> data de liquidacao ainda nao chegou nao pode ser
       *> marcado.
       *>
       *> Com -A, grava em liquidacao-atrasos-AAAAMMDD.txt os
       *> itens com data de liquidacao anterior ao dia pedido
       *> que nao foram marcados como liquidados (pendentes ou
       *> com falha), com os dias de atraso. RETURN-CODE 4
       *> quando ha item em atraso.
       *>
       *> Movimento gravado antes da data de liquidacao (campo
       *> em espacos) liquida na propria data da operacao.
       *>
       *> Valores saem com as casas decimais de cada moeda no
       *> cadastro de moedas (MOV-CASAS-ORIGEM/-DESTINO do
       *> movimento); movimento antigo, sem as casas, vale 2.
       *>
       *> Uso: coinliq [AAAAMMDD]
       *>   sem argumentos - itens que liquidam hoje
       *>   uma data       - itens que liquidam naquele dia
       *> Uso: coinliq -L <AAAAMMDD> <sequencia>
       *> Uso: coinliq -F <AAAAMMDD> <sequencia> <motivo...>
       *>   AAAAMMDD e o dia do movimento da conversao
       *> Uso: coinliq -A [AAAAMMDD]
       *>   itens vencidos antes do dia (hoje, se omitido)
       *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT STATUS-LIQ ASSIGN TO "liquidacao-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIQ-STATUS.

           SELECT OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMENTO.
       01 MOVIMENTO-REG.
           COPY "MOEDAMOV.CPY".

       FD STATUS-LIQ.
       01 STATUS-LIQ-REG.
           COPY "MOEDALQS.CPY".

       FD OPERADORES.
       01 OPERADOR-REG PIC X(30).

       FD RELATORIO.
       01 RELATORIO-REG PIC X(200).

       WORKING-STORAGE SECTION.

       01 WS-MOVIMENTO-STATUS PIC X(2).
       01 WS-STATUS-LIQ-STATUS PIC X(2).
       01 WS-OPERADORES-STATUS PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).

       *> Argumentos: a opcao, a data e, na marcacao, a
       *> sequencia e as palavras do motivo.
       01 WS-ARGUMENTO       PIC X(200).
       01 WS-ARG-GROUP.
          05 WS-TOK PIC X(30) OCCURS 10 TIMES.
       01 WS-NUM-TOK         PIC 9(2) VALUE 0.
       01 J                  PIC 9(4).
       01 WS-MODO            PIC X VALUE "G".
          88 MODO-GERA       VALUE "G".
          88 MODO-MARCA      VALUE "L" "F".
          88 MODO-ATRASOS    VALUE "A".
       01 WS-DATA-ALVO       PIC 9(8).
       01 WS-SEQ-PEDIDA      PIC 9(6) VALUE 0.
       01 WS-MOTIVO          PIC X(60).
       01 WS-MOTIVO-TMP      PIC X(60).
       01 WS-DATA-ATUAL      PIC 9(8).
       01 WS-HORA-ATUAL      PIC 9(8).

       *> Janela de dias de movimento lida em cada modo: a
       *> liquidacao do dia alcanca conversoes de ate D+9 uteis
       *> atras; os atrasos olham um trimestre para tras.
       01 WS-DIAS-JANELA-GERA PIC 9(3) VALUE 20.
       01 WS-DIAS-JANELA-ATRASO PIC 9(3) VALUE 90.
       01 WS-DATA-INT        PIC 9(8).
       01 WS-DATA-INT-FIM    PIC 9(8).
       01 WS-DATA-DIA        PIC 9(8).
       01 WS-ARQ-MOVIMENTO   PIC X(30).
       01 WS-ARQ-RELATORIO   PIC X(40).
       01 EOF-FLAG           PIC X VALUE "N".

       *> Sequencias estornadas no movimento que esta sendo
       *> lido (primeira passada em cada arquivo).
       01 WS-EST-TABLE.
          05 WS-EST-SEQ PIC 9(6) OCCURS 5000 TIMES.
       01 WS-NUM-EST         PIC 9(4) VALUE 0.
       01 WS-MAX-EST         PIC 9(4) VALUE 5000.
       01 EX                 PIC 9(4).
       01 WS-ESTORNADA       PIC X VALUE "N".

       *> Itens de liquidacao selecionados. WS-I-SITUACAO vem
       *> de liquidacao-status.txt: "P" pendente (sem marca),
       *> "L" liquidado, "F" falha.
       01 WS-ITEM-TABLE.
          05 WS-ITEM OCCURS 5000 TIMES.
             10 WS-I-DATA-MOV   PIC 9(8).
             10 WS-I-SEQUENCIA  PIC 9(6).
             10 WS-I-REFERENCIA PIC X(20).
             10 WS-I-DATA-VALOR PIC 9(8).
             10 WS-I-ORIGEM     PIC X(3).
             10 WS-I-DESTINO    PIC X(3).
             10 WS-I-PAGAR      PIC 9(13)V9(3).
             10 WS-I-RECEBER    PIC 9(13)V9(3).
             10 WS-I-CASAS-PAGAR   PIC 9(1).
             10 WS-I-CASAS-RECEBER PIC 9(1).
             10 WS-I-CLIENTE    PIC X(6).
             10 WS-I-SITUACAO   PIC X.
             10 WS-I-MOTIVO     PIC X(60).
       01 WS-NUM-ITENS       PIC 9(4) VALUE 0.
       01 WS-MAX-ITENS       PIC 9(4) VALUE 5000.
       01 IX                 PIC 9(4).
       01 WS-TABELA-CHEIA    PIC X VALUE "N".
       01 WS-DATA-VALOR-MOV  PIC 9(8).

       *> Totais por moeda e por cliente/moeda
       01 WS-MOE-TABLE.
          05 WS-MOE-ITEM OCCURS 100 TIMES.
             10 WS-M-COD        PIC X(3).
             10 WS-M-PAGAR      PIC 9(13)V9(3).
             10 WS-M-RECEBER    PIC 9(13)V9(3).
             10 WS-M-CASAS      PIC 9(1).
       01 WS-NUM-MOE         PIC 9(4) VALUE 0.
       01 WS-MAX-MOE         PIC 9(4) VALUE 100.
       01 MX                 PIC 9(4).
       01 WS-CLI-TABLE.
          05 WS-CLI-ITEM OCCURS 500 TIMES.
             10 WS-C-COD        PIC X(6).
             10 WS-C-MOEDA      PIC X(3).
             10 WS-C-PAGAR      PIC 9(13)V9(3).
             10 WS-C-RECEBER    PIC 9(13)V9(3).
             10 WS-C-CASAS      PIC 9(1).
       01 WS-NUM-CLI         PIC 9(4) VALUE 0.
       01 WS-MAX-CLI         PIC 9(4) VALUE 500.
       01 CX                 PIC 9(4).
       01 WS-MOEDA-BUSCA     PIC X(3).
       01 WS-CLIENTE-BUSCA   PIC X(6).
       01 WS-CASAS-BUSCA     PIC 9(1).
       01 WS-VALOR-PAGAR     PIC 9(13)V9(3).
       01 WS-VALOR-RECEBER   PIC 9(13)V9(3).
       01 WS-LIQUIDO         PIC S9(13)V9(3).

       *> Marcacao de item (-L/-F)
       01 WS-OPERADOR        PIC X(30).
       01 WS-AUTORIZADO      PIC X VALUE "N".
       01 WS-FIM-OPERADORES  PIC X VALUE "N".
       01 WS-ACHOU-ITEM      PIC X VALUE "N".

       *> Contadores e linhas do relatorio
       01 WS-QT-PENDENTES    PIC 9(6) VALUE 0.
       01 WS-QT-LIQUIDADOS   PIC 9(6) VALUE 0.
       01 WS-QT-FALHAS       PIC 9(6) VALUE 0.
       01 WS-DIAS-ATRASO     PIC 9(4).
       01 WS-REL-LINHA       PIC X(200).
       01 WS-REL-TMP         PIC X(200).
       01 WS-SITUACAO-TXT    PIC X(10).
       01 WS-CLIENTE-TXT     PIC X(12).
       01 WS-DATA-EDIT       PIC X(10).
       01 WS-PAGAR-EDIT      PIC X(18).
       01 WS-RECEBER-EDIT    PIC X(18).
       01 WS-LIQUIDO-EDIT    PIC X(18).

       *> Edicao de WS-VALOR-FMT com WS-CASAS-FMT casas
       *> decimais em WS-VALOR-TXT (FORMATA-VALOR)
       01 WS-VALOR-FMT       PIC S9(13)V9(3).
       01 WS-CASAS-FMT       PIC 9(1).
       01 WS-VALOR-EDIT-0    PIC -(13)9.
       01 WS-VALOR-EDIT-1    PIC -(13)9.9.
       01 WS-VALOR-EDIT-2    PIC -(13)9.99.
       01 WS-VALOR-EDIT-3    PIC -(13)9.999.
       01 WS-VALOR-TXT       PIC X(18).
       01 WS-QT-EDIT         PIC Z(7)9.
       01 WS-DIAS-EDIT       PIC Z(3)9.

       PROCEDURE DIVISION.

       MAIN-START.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE.
           PERFORM TRATA-ARGUMENTOS.

           EVALUATE TRUE
              WHEN MODO-MARCA
                 PERFORM MARCA-ITEM
              WHEN MODO-ATRASOS
                 PERFORM GERA-ATRASOS
              WHEN OTHER
                 PERFORM GERA-LIQUIDACAO
           END-EVALUATE.
           STOP RUN.

       *> ---------------------------------------------------
       *> Interpreta os argumentos (ver "Uso" no cabecalho).
       *> ---------------------------------------------------
       TRATA-ARGUMENTOS.
           INITIALIZE WS-ARG-GROUP.
           UNSTRING WS-ARGUMENTO DELIMITED BY ALL SPACE
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                    WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                    WS-TOK(9) WS-TOK(10)
           END-UNSTRING.

           MOVE 0 TO WS-NUM-TOK.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 10
              IF WS-TOK(J) NOT = SPACES
                 ADD 1 TO WS-NUM-TOK
              END-IF
           END-PERFORM.

           ACCEPT WS-DATA-ALVO FROM DATE YYYYMMDD.
           EVALUATE TRUE
              WHEN WS-NUM-TOK = 0
                 MOVE "G" TO WS-MODO
              WHEN WS-TOK(1) = "-A" OR WS-TOK(1) = "-a"
                 MOVE "A" TO WS-MODO
                 EVALUATE WS-NUM-TOK
                    WHEN 1
                       CONTINUE
                    WHEN 2
                       COMPUTE WS-DATA-ALVO =
                          FUNCTION NUMVAL(WS-TOK(2))
                    WHEN OTHER
                       PERFORM MOSTRA-USO
                 END-EVALUATE
              WHEN WS-TOK(1) = "-L" OR WS-TOK(1) = "-l"
                 MOVE "L" TO WS-MODO
                 IF WS-NUM-TOK NOT = 3
                    PERFORM MOSTRA-USO
                 END-IF
                 PERFORM TRATA-ITEM-PEDIDO
              WHEN WS-TOK(1) = "-F" OR WS-TOK(1) = "-f"
                 MOVE "F" TO WS-MODO
                 IF WS-NUM-TOK < 4
                    DISPLAY "ERRO: a falha de liquidacao exige o "
                       "motivo."
                    PERFORM MOSTRA-USO
                 END-IF
                 PERFORM TRATA-ITEM-PEDIDO
                 MOVE SPACES TO WS-MOTIVO
                 PERFORM VARYING J FROM 4 BY 1 UNTIL J > WS-NUM-TOK
                    MOVE WS-MOTIVO TO WS-MOTIVO-TMP
                    MOVE SPACES TO WS-MOTIVO
                    STRING FUNCTION TRIM(WS-MOTIVO-TMP) " "
                           FUNCTION TRIM(WS-TOK(J))
                        DELIMITED BY SIZE INTO WS-MOTIVO
                    END-STRING
                 END-PERFORM
                 MOVE FUNCTION TRIM(WS-MOTIVO) TO WS-MOTIVO
              WHEN WS-NUM-TOK = 1
                 MOVE "G" TO WS-MODO
                 COMPUTE WS-DATA-ALVO = FUNCTION NUMVAL(WS-TOK(1))
              WHEN OTHER
                 PERFORM MOSTRA-USO
           END-EVALUATE.

           IF WS-DATA-ALVO < 19000101 OR WS-DATA-ALVO > 99991231
              DISPLAY "ERRO: data invalida: " WS-DATA-ALVO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> Dia do movimento e sequencia do item a marcar.
       *> ---------------------------------------------------
       TRATA-ITEM-PEDIDO.
           COMPUTE WS-DATA-ALVO = FUNCTION NUMVAL(WS-TOK(2)).
           COMPUTE WS-SEQ-PEDIDA = FUNCTION NUMVAL(WS-TOK(3)).
           IF WS-SEQ-PEDIDA = 0
              DISPLAY "ERRO: sequencia invalida: "
                 FUNCTION TRIM(WS-TOK(3))
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       MOSTRA-USO.
           DISPLAY "Uso: coinliq [AAAAMMDD]".
           DISPLAY "     coinliq -L <AAAAMMDD> <sequencia>".
           DISPLAY "     coinliq -F <AAAAMMDD> <sequencia> "
              "<motivo>".
           DISPLAY "     coinliq -A [AAAAMMDD]".
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       *> ---------------------------------------------------
       *> Liquidacao do dia: itens com data de liquidacao igual
       *> ao dia pedido, lidos dos movimentos da janela, com a
       *> situacao de liquidacao-status.txt e os totais.
       *> ---------------------------------------------------
       GERA-LIQUIDACAO.
           COMPUTE WS-DATA-INT-FIM =
              FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO).
           COMPUTE WS-DATA-INT =
              WS-DATA-INT-FIM - WS-DIAS-JANELA-GERA.
           PERFORM LE-JANELA-MOVIMENTO.
           PERFORM APLICA-STATUS.
           PERFORM TOTALIZA-ITENS.

           MOVE SPACES TO WS-ARQ-RELATORIO.
           STRING "liquidacao-" WS-DATA-ALVO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-RELATORIO
           END-STRING.
           PERFORM ABRE-RELATORIO.

           MOVE WS-DATA-ALVO TO WS-DATA-DIA.
           PERFORM EDITA-DATA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "LIQUIDACAO DE " WS-DATA-EDIT
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE "ITENS" TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-NUM-ITENS
              PERFORM GRAVA-LINHA-ITEM
           END-PERFORM.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE "TOTAIS POR MOEDA" TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > WS-NUM-MOE
              MOVE WS-M-CASAS(MX) TO WS-CASAS-FMT
              MOVE WS-M-PAGAR(MX) TO WS-VALOR-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT TO WS-PAGAR-EDIT
              MOVE WS-M-RECEBER(MX) TO WS-VALOR-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT TO WS-RECEBER-EDIT
              COMPUTE WS-LIQUIDO =
                 WS-M-RECEBER(MX) - WS-M-PAGAR(MX)
              MOVE WS-LIQUIDO TO WS-VALOR-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT TO WS-LIQUIDO-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING WS-M-COD(MX)
                     " a pagar=" FUNCTION TRIM(WS-PAGAR-EDIT)
                     " a receber=" FUNCTION TRIM(WS-RECEBER-EDIT)
                     " liquido=" FUNCTION TRIM(WS-LIQUIDO-EDIT)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
           END-PERFORM.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE "TOTAIS POR CLIENTE" TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-CLI
              IF WS-C-COD(CX) = SPACES
                 MOVE "(sem cliente)" TO WS-CLIENTE-TXT
              ELSE
                 MOVE WS-C-COD(CX) TO WS-CLIENTE-TXT
              END-IF
              MOVE WS-C-CASAS(CX) TO WS-CASAS-FMT
              MOVE WS-C-PAGAR(CX) TO WS-VALOR-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT TO WS-PAGAR-EDIT
              MOVE WS-C-RECEBER(CX) TO WS-VALOR-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT TO WS-RECEBER-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING WS-CLIENTE-TXT " " WS-C-MOEDA(CX)
                     " a pagar=" FUNCTION TRIM(WS-PAGAR-EDIT)
                     " a receber=" FUNCTION TRIM(WS-RECEBER-EDIT)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
           END-PERFORM.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           PERFORM GRAVA-RODAPE.
           CLOSE RELATORIO.

           MOVE WS-NUM-ITENS TO WS-QT-EDIT.
           DISPLAY "Liquidacao de " WS-DATA-ALVO ": "
              FUNCTION TRIM(WS-QT-EDIT) " item(ns) em "
              FUNCTION TRIM(WS-ARQ-RELATORIO) ".".

       *> ---------------------------------------------------
       *> Itens vencidos: data de liquidacao anterior ao dia
       *> pedido e sem marca de liquidado.
       *> ---------------------------------------------------
       GERA-ATRASOS.
           COMPUTE WS-DATA-INT-FIM =
              FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO) - 1.
           COMPUTE WS-DATA-INT =
              WS-DATA-INT-FIM - WS-DIAS-JANELA-ATRASO.
           PERFORM LE-JANELA-MOVIMENTO.
           PERFORM APLICA-STATUS.

           MOVE SPACES TO WS-ARQ-RELATORIO.
           STRING "liquidacao-atrasos-" WS-DATA-ALVO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-RELATORIO
           END-STRING.
           PERFORM ABRE-RELATORIO.

           MOVE WS-DATA-ALVO TO WS-DATA-DIA.
           PERFORM EDITA-DATA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "LIQUIDACOES EM ATRASO EM " WS-DATA-EDIT
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-NUM-ITENS
              IF WS-I-SITUACAO(IX) NOT = "L"
                 PERFORM GRAVA-LINHA-ITEM
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           COMPUTE WS-QT-PENDENTES = WS-QT-PENDENTES + WS-QT-FALHAS.
           MOVE WS-QT-PENDENTES TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "Itens em atraso: " FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           CLOSE RELATORIO.

           DISPLAY "Liquidacoes em atraso em " WS-DATA-ALVO ": "
              FUNCTION TRIM(WS-QT-EDIT) " item(ns) em "
              FUNCTION TRIM(WS-ARQ-RELATORIO) ".".
           IF WS-QT-PENDENTES NOT = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       *> ---------------------------------------------------
       *> Marca um item como liquidado (-L) ou com falha (-F):
       *> confere o operador, o item no movimento do dia, a
       *> data de liquidacao e a ultima marca, e apensa a marca
       *> nova em liquidacao-status.txt.
       *> ---------------------------------------------------
       MARCA-ITEM.
           PERFORM IDENTIFICA-OPERADOR.

           MOVE WS-DATA-ALVO TO WS-DATA-DIA.
           PERFORM LE-MOVIMENTO-DIA.
           MOVE "N" TO WS-ACHOU-ITEM.
           PERFORM VARYING IX FROM 1 BY 1
                 UNTIL IX > WS-NUM-ITENS OR WS-ACHOU-ITEM = "Y"
              IF WS-I-SEQUENCIA(IX) = WS-SEQ-PEDIDA
                 MOVE "Y" TO WS-ACHOU-ITEM
              END-IF
           END-PERFORM.
           IF WS-ACHOU-ITEM NOT = "Y"
              DISPLAY "ERRO: conversao de sequencia "
                 WS-SEQ-PEDIDA " nao encontrada em "
                 FUNCTION TRIM(WS-ARQ-MOVIMENTO)
                 " (ou estornada)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SUBTRACT 1 FROM IX.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           IF WS-I-DATA-VALOR(IX) > WS-DATA-ATUAL
              DISPLAY "ERRO: a conversao " WS-SEQ-PEDIDA
                 " so liquida em " WS-I-DATA-VALOR(IX)
                 "; marca recusada."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM APLICA-STATUS.
           IF WS-I-SITUACAO(IX) = "L"
              DISPLAY "ERRO: a conversao " WS-SEQ-PEDIDA
                 " ja esta marcada como liquidada."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND STATUS-LIQ.
           IF WS-STATUS-LIQ-STATUS NOT = "00"
              OPEN OUTPUT STATUS-LIQ
           END-IF.
           IF WS-STATUS-LIQ-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel gravar "
                 "liquidacao-status.txt (status "
                 WS-STATUS-LIQ-STATUS "); marca NAO gravada."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO STATUS-LIQ-REG.
           MOVE WS-DATA-ALVO TO STL-DATA-MOV.
           MOVE WS-SEQ-PEDIDA TO STL-SEQUENCIA.
           MOVE WS-MODO TO STL-STATUS.
           MOVE WS-DATA-ATUAL TO STL-DATA-MARCA.
           MOVE WS-HORA-ATUAL TO STL-HORA-MARCA.
           MOVE WS-OPERADOR TO STL-OPERADOR.
           IF STL-FALHOU
              MOVE WS-MOTIVO TO STL-MOTIVO
           END-IF.
           WRITE STATUS-LIQ-REG.
           CLOSE STATUS-LIQ.

           IF STL-LIQUIDADO
              DISPLAY "Conversao " WS-SEQ-PEDIDA " de "
                 WS-DATA-ALVO " (" WS-I-ORIGEM(IX) " -> "
                 WS-I-DESTINO(IX) ") marcada como liquidada."
           ELSE
              DISPLAY "Conversao " WS-SEQ-PEDIDA " de "
                 WS-DATA-ALVO " (" WS-I-ORIGEM(IX) " -> "
                 WS-I-DESTINO(IX) ") marcada com falha de "
                 "liquidacao: " FUNCTION TRIM(WS-MOTIVO)
           END-IF.

       *> ---------------------------------------------------
       *> Identifica o operador e exige que ele conste de
       *> operadores.txt, como o COINESTR.
       *> ---------------------------------------------------
       IDENTIFICA-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
           IF WS-OPERADOR = SPACES
              MOVE "DESCONHECIDO" TO WS-OPERADOR
           END-IF.

           MOVE "N" TO WS-AUTORIZADO.
           OPEN INPUT OPERADORES.
           IF WS-OPERADORES-STATUS NOT = "00"
              DISPLAY "ERRO: operadores.txt inexistente ou "
                 "ilegivel (status " WS-OPERADORES-STATUS "); "
                 "marcacao bloqueada."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE "N" TO WS-FIM-OPERADORES.
           PERFORM UNTIL WS-FIM-OPERADORES = "Y"
              READ OPERADORES
                 AT END MOVE "Y" TO WS-FIM-OPERADORES
              END-READ
              IF WS-FIM-OPERADORES NOT = "Y"
                 IF OPERADOR-REG = WS-OPERADOR
                    MOVE "Y" TO WS-AUTORIZADO
                    MOVE "Y" TO WS-FIM-OPERADORES
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE OPERADORES.

           IF WS-AUTORIZADO NOT = "Y"
              DISPLAY "ERRO: operador " FUNCTION TRIM(WS-OPERADOR)
                 " nao autorizado em operadores.txt para "
                 "marcar liquidacoes."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> Le os movimentos do dia interno WS-DATA-INT ate
       *> WS-DATA-INT-FIM (inclusive). Dia sem arquivo de
       *> movimento e simplesmente pulado.
       *> ---------------------------------------------------
       LE-JANELA-MOVIMENTO.
           PERFORM UNTIL WS-DATA-INT > WS-DATA-INT-FIM
              COMPUTE WS-DATA-DIA =
                 FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
              PERFORM LE-MOVIMENTO-DIA
              ADD 1 TO WS-DATA-INT
           END-PERFORM.
           IF WS-TABELA-CHEIA = "Y"
              DISPLAY "AVISO: mais de " WS-MAX-ITENS " itens; os "
                 "excedentes ficaram fora do relatorio."
           END-IF.

       *> ---------------------------------------------------
       *> Le movimento-AAAAMMDD.txt de WS-DATA-DIA em duas
       *> passadas: a primeira junta as sequencias estornadas,
       *> a segunda seleciona as conversoes nao estornadas que
       *> interessam ao modo (liquidam no dia pedido, venceram
       *> antes dele, ou todas, na marcacao). Trailer do
       *> COINEOD e sequencias nao numericas ficam fora.
       *> ---------------------------------------------------
       LE-MOVIMENTO-DIA.
           MOVE SPACES TO WS-ARQ-MOVIMENTO.
           STRING "movimento-" WS-DATA-DIA ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-MOVIMENTO
           END-STRING.

           OPEN INPUT MOVIMENTO.
           IF WS-MOVIMENTO-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NUM-EST.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ MOVIMENTO
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 IF MOVIMENTO-REG(1:10) NOT = "FECHAMENTO"
                    AND MOV-SEQUENCIA NUMERIC
                    AND MOV-EH-ESTORNO
                    AND WS-NUM-EST < WS-MAX-EST
                    ADD 1 TO WS-NUM-EST
                    MOVE MOV-SEQ-ORIGINAL TO WS-EST-SEQ(WS-NUM-EST)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MOVIMENTO.

           OPEN INPUT MOVIMENTO.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ MOVIMENTO
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 IF MOVIMENTO-REG(1:10) NOT = "FECHAMENTO"
                    AND MOV-SEQUENCIA NUMERIC
                    AND NOT MOV-EH-ESTORNO
                    PERFORM SELECIONA-ITEM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MOVIMENTO.

       *> ---------------------------------------------------
       *> Guarda a conversao corrente na tabela de itens se ela
       *> nao foi estornada e interessa ao modo.
       *> ---------------------------------------------------
       SELECIONA-ITEM.
           MOVE "N" TO WS-ESTORNADA.
           PERFORM VARYING EX FROM 1 BY 1
                 UNTIL EX > WS-NUM-EST OR WS-ESTORNADA = "Y"
              IF WS-EST-SEQ(EX) = MOV-SEQUENCIA
                 MOVE "Y" TO WS-ESTORNADA
              END-IF
           END-PERFORM.
           IF WS-ESTORNADA = "Y"
              EXIT PARAGRAPH
           END-IF.

           IF MOV-DATA-VALOR NUMERIC AND MOV-DATA-VALOR NOT = 0
              MOVE MOV-DATA-VALOR TO WS-DATA-VALOR-MOV
           ELSE
              MOVE MOV-DATA TO WS-DATA-VALOR-MOV
           END-IF.
           EVALUATE TRUE
              WHEN MODO-GERA
                 IF WS-DATA-VALOR-MOV NOT = WS-DATA-ALVO
                    EXIT PARAGRAPH
                 END-IF
              WHEN MODO-ATRASOS
                 IF WS-DATA-VALOR-MOV NOT < WS-DATA-ALVO
                    EXIT PARAGRAPH
                 END-IF
           END-EVALUATE.

           IF WS-NUM-ITENS NOT < WS-MAX-ITENS
              MOVE "Y" TO WS-TABELA-CHEIA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-ITENS.
           MOVE WS-NUM-ITENS TO IX.
           MOVE WS-DATA-DIA TO WS-I-DATA-MOV(IX).
           MOVE MOV-SEQUENCIA TO WS-I-SEQUENCIA(IX).
           MOVE MOV-REFERENCIA TO WS-I-REFERENCIA(IX).
           MOVE WS-DATA-VALOR-MOV TO WS-I-DATA-VALOR(IX).
           MOVE MOV-MOEDA-ORIGEM TO WS-I-ORIGEM(IX).
           MOVE MOV-MOEDA-DESTINO TO WS-I-DESTINO(IX).
           IF MOV-CASAS-ORIGEM NUMERIC AND MOV-CASAS-DESTINO NUMERIC
              MOVE MOV-CASAS-ORIGEM TO WS-I-CASAS-PAGAR(IX)
              MOVE MOV-CASAS-DESTINO TO WS-I-CASAS-RECEBER(IX)
              MOVE MOV-ORIGINAL-EXATO TO WS-I-PAGAR(IX)
              IF MOV-TIER NOT = SPACES
                 MOVE MOV-CLIENTE-EXATO TO WS-I-RECEBER(IX)
              ELSE
                 MOVE MOV-CONVERTIDO-EXATO TO WS-I-RECEBER(IX)
              END-IF
           ELSE
              MOVE 2 TO WS-I-CASAS-PAGAR(IX)
              MOVE 2 TO WS-I-CASAS-RECEBER(IX)
              MOVE MOV-VALOR-ORIGINAL TO WS-I-PAGAR(IX)
              IF MOV-TIER NOT = SPACES
                 MOVE MOV-VALOR-CLIENTE TO WS-I-RECEBER(IX)
              ELSE
                 MOVE MOV-VALOR-CONVERTIDO TO WS-I-RECEBER(IX)
              END-IF
           END-IF.
           MOVE MOV-COD-CLIENTE TO WS-I-CLIENTE(IX).
           MOVE "P" TO WS-I-SITUACAO(IX).
           MOVE SPACES TO WS-I-MOTIVO(IX).

       *> ---------------------------------------------------
       *> Le liquidacao-status.txt e aplica a cada item da
       *> tabela a ultima marca gravada para ele. Sem o
       *> arquivo, todos os itens estao pendentes.
       *> ---------------------------------------------------
       APLICA-STATUS.
           OPEN INPUT STATUS-LIQ.
           IF WS-STATUS-LIQ-STATUS = "00"
              PERFORM LE-STATUS-LIQ
              CLOSE STATUS-LIQ
           END-IF.

           MOVE 0 TO WS-QT-PENDENTES.
           MOVE 0 TO WS-QT-LIQUIDADOS.
           MOVE 0 TO WS-QT-FALHAS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-NUM-ITENS
              EVALUATE WS-I-SITUACAO(J)
                 WHEN "L"
                    ADD 1 TO WS-QT-LIQUIDADOS
                 WHEN "F"
                    ADD 1 TO WS-QT-FALHAS
                 WHEN OTHER
                    ADD 1 TO WS-QT-PENDENTES
              END-EVALUATE
           END-PERFORM.

       LE-STATUS-LIQ.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ STATUS-LIQ
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 AND STL-DATA-MOV NUMERIC
                 AND STL-SEQUENCIA NUMERIC
                 AND (STL-LIQUIDADO OR STL-FALHOU)
                 PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-NUM-ITENS
                    IF WS-I-DATA-MOV(J) = STL-DATA-MOV
                       AND WS-I-SEQUENCIA(J) = STL-SEQUENCIA
                       MOVE STL-STATUS TO WS-I-SITUACAO(J)
                       MOVE STL-MOTIVO TO WS-I-MOTIVO(J)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       *> ---------------------------------------------------
       *> Soma cada item nos totais por moeda (entrega da
       *> origem, recebimento do destino) e por cliente/moeda.
       *> ---------------------------------------------------
       TOTALIZA-ITENS.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-NUM-ITENS
              MOVE WS-I-ORIGEM(IX) TO WS-MOEDA-BUSCA
              MOVE WS-I-CASAS-PAGAR(IX) TO WS-CASAS-BUSCA
              MOVE WS-I-PAGAR(IX) TO WS-VALOR-PAGAR
              MOVE 0 TO WS-VALOR-RECEBER
              PERFORM SOMA-TOTAIS

              MOVE WS-I-DESTINO(IX) TO WS-MOEDA-BUSCA
              MOVE WS-I-CASAS-RECEBER(IX) TO WS-CASAS-BUSCA
              MOVE 0 TO WS-VALOR-PAGAR
              MOVE WS-I-RECEBER(IX) TO WS-VALOR-RECEBER
              PERFORM SOMA-TOTAIS
           END-PERFORM.

       SOMA-TOTAIS.
           MOVE WS-I-CLIENTE(IX) TO WS-CLIENTE-BUSCA.

           PERFORM VARYING MX FROM 1 BY 1
                 UNTIL MX > WS-NUM-MOE
                    OR WS-M-COD(MX) = WS-MOEDA-BUSCA
              CONTINUE
           END-PERFORM.
           IF MX > WS-NUM-MOE
              IF WS-NUM-MOE < WS-MAX-MOE
                 ADD 1 TO WS-NUM-MOE
                 MOVE WS-NUM-MOE TO MX
                 MOVE WS-MOEDA-BUSCA TO WS-M-COD(MX)
                 MOVE 0 TO WS-M-PAGAR(MX)
                 MOVE 0 TO WS-M-RECEBER(MX)
              ELSE
                 MOVE 0 TO MX
              END-IF
           END-IF.
           IF MX NOT = 0
              MOVE WS-CASAS-BUSCA TO WS-M-CASAS(MX)
              ADD WS-VALOR-PAGAR TO WS-M-PAGAR(MX)
              ADD WS-VALOR-RECEBER TO WS-M-RECEBER(MX)
           END-IF.

           PERFORM VARYING CX FROM 1 BY 1
                 UNTIL CX > WS-NUM-CLI
                    OR (WS-C-COD(CX) = WS-CLIENTE-BUSCA
                        AND WS-C-MOEDA(CX) = WS-MOEDA-BUSCA)
              CONTINUE
           END-PERFORM.
           IF CX > WS-NUM-CLI
              IF WS-NUM-CLI < WS-MAX-CLI
                 ADD 1 TO WS-NUM-CLI
                 MOVE WS-NUM-CLI TO CX
                 MOVE WS-CLIENTE-BUSCA TO WS-C-COD(CX)
                 MOVE WS-MOEDA-BUSCA TO WS-C-MOEDA(CX)
                 MOVE 0 TO WS-C-PAGAR(CX)
                 MOVE 0 TO WS-C-RECEBER(CX)
              ELSE
                 MOVE 0 TO CX
              END-IF
           END-IF.
           IF CX NOT = 0
              MOVE WS-CASAS-BUSCA TO WS-C-CASAS(CX)
              ADD WS-VALOR-PAGAR TO WS-C-PAGAR(CX)
              ADD WS-VALOR-RECEBER TO WS-C-RECEBER(CX)
           END-IF.

       *> ---------------------------------------------------
       *> Linha de detalhe do item IX: dia e sequencia do
       *> movimento, referencia, par, valores a pagar/receber,
       *> cliente, data de liquidacao e situacao (no relatorio
       *> de atrasos, tambem os dias de atraso).
       *> ---------------------------------------------------
       GRAVA-LINHA-ITEM.
           EVALUATE WS-I-SITUACAO(IX)
              WHEN "L"
                 MOVE "LIQUIDADO" TO WS-SITUACAO-TXT
              WHEN "F"
                 MOVE "FALHA" TO WS-SITUACAO-TXT
              WHEN OTHER
                 MOVE "PENDENTE" TO WS-SITUACAO-TXT
           END-EVALUATE.
           IF WS-I-CLIENTE(IX) = SPACES
              MOVE "-" TO WS-CLIENTE-TXT
           ELSE
              MOVE WS-I-CLIENTE(IX) TO WS-CLIENTE-TXT
           END-IF.
           MOVE WS-I-CASAS-PAGAR(IX) TO WS-CASAS-FMT.
           MOVE WS-I-PAGAR(IX) TO WS-VALOR-FMT.
           PERFORM FORMATA-VALOR.
           MOVE WS-VALOR-TXT TO WS-PAGAR-EDIT.
           MOVE WS-I-CASAS-RECEBER(IX) TO WS-CASAS-FMT.
           MOVE WS-I-RECEBER(IX) TO WS-VALOR-FMT.
           PERFORM FORMATA-VALOR.
           MOVE WS-VALOR-TXT TO WS-RECEBER-EDIT.
           MOVE WS-I-DATA-VALOR(IX) TO WS-DATA-DIA.
           PERFORM EDITA-DATA.

           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-I-DATA-MOV(IX) " " WS-I-SEQUENCIA(IX)
                  " " WS-I-ORIGEM(IX) "->" WS-I-DESTINO(IX)
                  " paga " WS-I-ORIGEM(IX) " "
                  FUNCTION TRIM(WS-PAGAR-EDIT)
                  " recebe " WS-I-DESTINO(IX) " "
                  FUNCTION TRIM(WS-RECEBER-EDIT)
                  " cliente=" FUNCTION TRIM(WS-CLIENTE-TXT)
                  " liquida=" WS-DATA-EDIT
                  " " FUNCTION TRIM(WS-SITUACAO-TXT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           IF MODO-ATRASOS
              COMPUTE WS-DIAS-ATRASO =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO)
                 - FUNCTION INTEGER-OF-DATE(WS-I-DATA-VALOR(IX))
              MOVE WS-DIAS-ATRASO TO WS-DIAS-EDIT
              MOVE WS-REL-LINHA TO WS-REL-TMP
              MOVE SPACES TO WS-REL-LINHA
              STRING FUNCTION TRIM(WS-REL-TMP)
                     " atraso=" FUNCTION TRIM(WS-DIAS-EDIT)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
           END-IF.
           IF WS-I-SITUACAO(IX) = "F"
              MOVE WS-REL-LINHA TO WS-REL-TMP
              MOVE SPACES TO WS-REL-LINHA
              STRING FUNCTION TRIM(WS-REL-TMP)
                     " motivo=" FUNCTION TRIM(WS-I-MOTIVO(IX))
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
           END-IF.
           IF WS-I-REFERENCIA(IX) NOT = SPACES
              MOVE WS-REL-LINHA TO WS-REL-TMP
              MOVE SPACES TO WS-REL-LINHA
              STRING FUNCTION TRIM(WS-REL-TMP)
                     " ref=" WS-I-REFERENCIA(IX)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
           END-IF.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

       GRAVA-RODAPE.
           MOVE WS-NUM-ITENS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "Itens: " FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-REL-LINHA TO WS-REL-TMP.
           MOVE WS-QT-PENDENTES TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING FUNCTION TRIM(WS-REL-TMP)
                  "  pendentes: " FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-REL-LINHA TO WS-REL-TMP.
           MOVE WS-QT-LIQUIDADOS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING FUNCTION TRIM(WS-REL-TMP)
                  "  liquidados: " FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-REL-LINHA TO WS-REL-TMP.
           MOVE WS-QT-FALHAS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING FUNCTION TRIM(WS-REL-TMP)
                  "  falhas: " FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

       ABRE-RELATORIO.
           OPEN OUTPUT RELATORIO.
           IF WS-RELATORIO-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel gravar "
                 FUNCTION TRIM(WS-ARQ-RELATORIO) " (status "
                 WS-RELATORIO-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> WS-DATA-DIA (AAAAMMDD) em WS-DATA-EDIT (AAAA-MM-DD).
       *> ---------------------------------------------------
       EDITA-DATA.
           MOVE SPACES TO WS-DATA-EDIT.
           STRING WS-DATA-DIA(1:4) "-" WS-DATA-DIA(5:2) "-"
                  WS-DATA-DIA(7:2)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING.

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
