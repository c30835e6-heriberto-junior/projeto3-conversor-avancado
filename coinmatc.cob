      IDENTIFICATION DIVISION.
       PROGRAM-ID. COINMATC.

       *> ---------------------------------------------------
       *> Casamento registro a registro dos tres lados de um
       *> dia: o movimento contabil (movimento-AAAAMMDD.txt),
       *> resultado.txt e audit.log (mais os mensais
       *> resultado-AAAAMM.txt/audit-AAAAMM.log do COINARCH, se
       *> o dia ja foi arquivado). Cada conversao carrega uma
       *> referencia de transacao unica - MOV-REFERENCIA no
       *> movimento e "ref=" nas duas linhas textuais - e os
       *> tres lados sao pareados por ela. Sai em
       *> casamento-AAAAMMDD.txt:
       *>   ORFAO      - referencia ausente de algum lado (a
       *>                linha diz de qual lado falta);
       *>   DUPLICADO  - referencia repetida dentro de um lado;
       *>   DIVERGENCIA- os lados discordam do par, do valor
       *>                convertido ou da taxa aplicada.
       *> A contagem por quantidade do COINEOD nao enxerga uma
       *> conversao faltando num lado e outra duplicada no mesmo
       *> lado; este casamento enxerga. Linhas e registros
       *> gravados antes da referencia existir sao contados a
       *> parte (sem referencia) e ficam so na conferencia por
       *> quantidade do COINEOD. RETURN-CODE 8 quando ha
       *> qualquer item nao casado ou divergente, 0 quando o
       *> dia casa inteiro.
       *>
       *> Uso: coinmatc [AAAAMMDD]
       *>   sem argumentos - casa o dia de hoje
       *>   uma data       - casa aquele dia
       *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT RESULTADO ASSIGN TO "resultado.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTADO-STATUS.

           SELECT AUDITORIA ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT RESULTADO-ARQ ASSIGN TO DYNAMIC WS-ARQ-RES-MES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-ARQ-STATUS.

           SELECT AUDITORIA-ARQ ASSIGN TO DYNAMIC WS-ARQ-AUD-MES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-ARQ-STATUS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMENTO.
       01 MOVIMENTO-REG.
           COPY "MOEDAMOV.CPY".

       FD RESULTADO.
       01 RESULTADO-REG PIC X(300).

       FD AUDITORIA.
       01 AUDITORIA-REG PIC X(400).

       FD RESULTADO-ARQ.
       01 RESULTADO-ARQ-REG PIC X(300).

       FD AUDITORIA-ARQ.
       01 AUDITORIA-ARQ-REG PIC X(400).

       FD RELATORIO.
       01 RELATORIO-REG PIC X(160).

       WORKING-STORAGE SECTION.

       01 WS-MOVIMENTO-STATUS PIC X(2).
       01 WS-RESULTADO-STATUS PIC X(2).
       01 WS-AUDITORIA-STATUS PIC X(2).
       01 WS-RES-ARQ-STATUS  PIC X(2).
       01 WS-AUD-ARQ-STATUS  PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).

       *> Dia a casar e nomes dos arquivos
       01 WS-ARGUMENTO       PIC X(100).
       01 WS-ARG-GROUP.
          05 WS-TOK PIC X(30) OCCURS 4 TIMES.
       01 WS-NUM-TOK         PIC 9(2) VALUE 0.
       01 J                  PIC 9(4).
       01 WS-DATA-CASAMENTO  PIC 9(8).
       01 WS-ARQ-MOVIMENTO   PIC X(30).
       01 WS-ARQ-RES-MES     PIC X(30).
       01 WS-ARQ-AUD-MES     PIC X(30).
       01 WS-ARQ-RELATORIO   PIC X(30).

       *> Linha corrente dos arquivos textuais e seus tokens (os
       *> campos sao localizados pelo prefixo, como no COINREP)
       01 WS-LINHA           PIC X(400).
       01 WS-LIN-GROUP.
          05 WS-LTOK PIC X(40) OCCURS 20 TIMES.
       01 WS-NUM-LTOK        PIC 9(2) VALUE 0.
       01 K                  PIC 9(3).

       *> Campos extraidos da linha corrente
       01 WS-LIN-DATA-TXT    PIC X(10).
       01 WS-LIN-DATA        PIC 9(8).
       01 WS-LIN-REFERENCIA  PIC X(20).
       01 WS-LIN-ORIGEM      PIC X(3).
       01 WS-LIN-DESTINO     PIC X(3).
       01 WS-LIN-VALOR-TXT   PIC X(30).
       01 WS-LIN-VALOR       PIC 9(11)V9(3).
       01 WS-LIN-TAXA-TXT    PIC X(30).
       01 WS-LIN-TAXA        PIC 9(10)V9(6).

       *> Conversao do valor "resultado=" (locale da conversao)
       *> de volta para numero, como no COINREP
       01 WS-VAL-NORM        PIC X(30).
       01 WS-POS-DECIMAL     PIC 9(3).
       01 L                  PIC 9(3).
       01 M                  PIC 9(3).

       *> Tabela de referencias do dia. Cada referencia guarda,
       *> para cada lado (1 movimento, 2 resultado, 3
       *> auditoria), quantas vezes apareceu e o par, o valor
       *> convertido e a taxa da primeira ocorrencia.
       01 WS-REF-TABLE.
          05 WS-REF-ITEM OCCURS 5000 TIMES.
             10 WS-R-REFERENCIA PIC X(20).
             10 WS-R-LADO OCCURS 3 TIMES.
                15 WS-R-QTDE    PIC 9(3).
                15 WS-R-ORIGEM  PIC X(3).
                15 WS-R-DESTINO PIC X(3).
                15 WS-R-VALOR   PIC 9(11)V9(3).
                15 WS-R-TAXA    PIC 9(10)V9(6).
       01 WS-NUM-REFS        PIC 9(4) VALUE 0.
       01 WS-MAX-REFS        PIC 9(4) VALUE 5000.
       01 RX                 PIC 9(4).
       01 LX                 PIC 9(1).
       01 WS-LADO            PIC 9(1).
       01 WS-TABELA-CHEIA    PIC X VALUE "N".

       *> Nomes dos lados para o relatorio
       01 WS-NOMES-LADOS.
          05 FILLER PIC X(10) VALUE "movimento".
          05 FILLER PIC X(10) VALUE "resultado".
          05 FILLER PIC X(10) VALUE "auditoria".
       01 WS-NOMES-LADOS-R REDEFINES WS-NOMES-LADOS.
          05 WS-NOME-LADO PIC X(10) OCCURS 3 TIMES.

       *> Contadores do casamento
       01 WS-SEM-REF-TABLE.
          05 WS-QT-SEM-REF   PIC 9(8) OCCURS 3 TIMES.
       01 WS-QT-CASADOS      PIC 9(8) VALUE 0.
       01 WS-QT-ORFAOS       PIC 9(8) VALUE 0.
       01 WS-QT-DUPLICADOS   PIC 9(8) VALUE 0.
       01 WS-QT-DIVERGENTES  PIC 9(8) VALUE 0.
       01 WS-QT-PROBLEMAS    PIC 9(8) VALUE 0.
       01 WS-ITEM-COM-PROBLEMA PIC X VALUE "N".

       *> Montagem das linhas do relatorio
       01 EOF-FLAG           PIC X VALUE "N".
       01 WS-REL-LINHA       PIC X(160).
       01 WS-REL-TMP         PIC X(160).
       01 WS-LISTA-PRESENTE  PIC X(40).
       01 WS-LISTA-FALTA     PIC X(40).
       01 WS-LISTA-TMP       PIC X(40).
       01 WS-QT-EDIT         PIC Z(7)9.
       01 WS-QTDE-LADO-EDIT  PIC ZZ9.
       *> Tres casas: cobre qualquer moeda do cadastro de
       *> moedas (JPY sai com ",000", KWD com a terceira casa).
       01 WS-VALOR-EDIT-1    PIC Z(10)9.999.
       01 WS-VALOR-EDIT-2    PIC Z(10)9.999.
       01 WS-TAXA-EDIT-1     PIC Z(9)9.999999.
       01 WS-TAXA-EDIT-2     PIC Z(9)9.999999.

       PROCEDURE DIVISION.

       MAIN-START.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE.
           PERFORM TRATA-ARGUMENTOS.

           MOVE SPACES TO WS-ARQ-MOVIMENTO.
           STRING "movimento-" WS-DATA-CASAMENTO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-MOVIMENTO
           END-STRING.
           MOVE SPACES TO WS-ARQ-RES-MES.
           STRING "resultado-" WS-DATA-CASAMENTO(1:6) ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-RES-MES
           END-STRING.
           MOVE SPACES TO WS-ARQ-AUD-MES.
           STRING "audit-" WS-DATA-CASAMENTO(1:6) ".log"
               DELIMITED BY SIZE INTO WS-ARQ-AUD-MES
           END-STRING.
           MOVE SPACES TO WS-ARQ-RELATORIO.
           STRING "casamento-" WS-DATA-CASAMENTO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-RELATORIO
           END-STRING.

           INITIALIZE WS-SEM-REF-TABLE.
           PERFORM CARREGA-MOVIMENTO.
           PERFORM CARREGA-RESULTADO.
           PERFORM CARREGA-AUDITORIA.
           PERFORM GRAVA-RELATORIO.

           MOVE WS-NUM-REFS TO WS-QT-EDIT.
           DISPLAY "Casamento de " WS-DATA-CASAMENTO ": "
              FUNCTION TRIM(WS-QT-EDIT) " referencia(s), "
              WITH NO ADVANCING.
           COMPUTE WS-QT-PROBLEMAS = WS-QT-ORFAOS + WS-QT-DUPLICADOS
              + WS-QT-DIVERGENTES.
           MOVE WS-QT-PROBLEMAS TO WS-QT-EDIT.
           DISPLAY FUNCTION TRIM(WS-QT-EDIT) " problema(s); "
              "detalhes em " FUNCTION TRIM(WS-ARQ-RELATORIO) ".".

           IF WS-QT-PROBLEMAS NOT = 0 OR WS-TABELA-CHEIA = "Y"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       *> ---------------------------------------------------
       *> Interpreta os argumentos: nenhuma data casa o dia de
       *> hoje; uma data casa aquele dia.
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
                 ACCEPT WS-DATA-CASAMENTO FROM DATE YYYYMMDD
              WHEN 1
                 COMPUTE WS-DATA-CASAMENTO =
                    FUNCTION NUMVAL(WS-TOK(1))
              WHEN OTHER
                 DISPLAY "Uso: coinmatc [AAAAMMDD]"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       *> ---------------------------------------------------
       *> Le o movimento do dia e registra cada registro pela
       *> sua referencia (lado 1). O trailer do COINEOD e as
       *> linhas de sequencia nao numerica ficam fora.
       *> ---------------------------------------------------
       CARREGA-MOVIMENTO.
           OPEN INPUT MOVIMENTO.
           IF WS-MOVIMENTO-STATUS NOT = "00"
              DISPLAY "AVISO: " FUNCTION TRIM(WS-ARQ-MOVIMENTO)
                 " inexistente ou ilegivel (status "
                 WS-MOVIMENTO-STATUS "); lado movimento conta "
                 "como vazio."
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
                    IF MOV-REFERENCIA = SPACES
                       ADD 1 TO WS-QT-SEM-REF(1)
                    ELSE
                       MOVE 1 TO WS-LADO
                       MOVE MOV-REFERENCIA TO WS-LIN-REFERENCIA
                       MOVE MOV-MOEDA-ORIGEM TO WS-LIN-ORIGEM
                       MOVE MOV-MOEDA-DESTINO TO WS-LIN-DESTINO
                       *> Valor nas casas da moeda de destino
                       *> quando o registro ja as traz (o texto
                       *> de resultado.txt/audit.log e gravado
                       *> nelas); os antigos, em duas casas.
                       IF MOV-CASAS-DESTINO NUMERIC
                          MOVE MOV-CONVERTIDO-EXATO TO WS-LIN-VALOR
                       ELSE
                          MOVE MOV-VALOR-CONVERTIDO TO WS-LIN-VALOR
                       END-IF
                       MOVE MOV-TAXA TO WS-LIN-TAXA
                       PERFORM REGISTRA-REFERENCIA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MOVIMENTO.

       *> ---------------------------------------------------
       *> Le o resultado-AAAAMM.txt do mes (quando o COINARCH ja
       *> arquivou o dia) e o resultado.txt vivo, e registra as
       *> linhas do dia (lado 2).
       *> ---------------------------------------------------
       CARREGA-RESULTADO.
           OPEN INPUT RESULTADO-ARQ.
           IF WS-RES-ARQ-STATUS = "00"
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ RESULTADO-ARQ INTO WS-LINHA
                    AT END MOVE "Y" TO EOF-FLAG
                 END-READ
                 IF EOF-FLAG NOT = "Y"
                    PERFORM TRATA-LINHA-RESULTADO
                 END-IF
              END-PERFORM
              CLOSE RESULTADO-ARQ
           END-IF.

           OPEN INPUT RESULTADO.
           IF WS-RESULTADO-STATUS NOT = "00"
              DISPLAY "AVISO: resultado.txt inexistente ou "
                 "ilegivel (status " WS-RESULTADO-STATUS ")."
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ RESULTADO INTO WS-LINHA
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 PERFORM TRATA-LINHA-RESULTADO
              END-IF
           END-PERFORM.
           CLOSE RESULTADO.

       *> ---------------------------------------------------
       *> Extrai de uma linha de resultado.txt a data (token
       *> depois do "em"), o par (em volta do "->"), o valor
       *> ("resultado="), a taxa ("taxa=") e a referencia
       *> ("ref="), e registra a linha quando ela e do dia.
       *> ---------------------------------------------------
       TRATA-LINHA-RESULTADO.
           IF WS-LINHA = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM QUEBRA-LINHA.
           MOVE SPACES TO WS-LIN-DATA-TXT WS-LIN-REFERENCIA
              WS-LIN-ORIGEM WS-LIN-DESTINO WS-LIN-VALOR-TXT
              WS-LIN-TAXA-TXT.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-NUM-LTOK
              EVALUATE TRUE
                 WHEN WS-LTOK(K) = "->" AND K > 1
                       AND K < WS-NUM-LTOK
                    MOVE WS-LTOK(K - 1) TO WS-LIN-ORIGEM
                    MOVE WS-LTOK(K + 1) TO WS-LIN-DESTINO
                 WHEN WS-LTOK(K)(1:10) = "resultado="
                    MOVE WS-LTOK(K)(11:) TO WS-LIN-VALOR-TXT
                 WHEN WS-LTOK(K)(1:5) = "taxa="
                    MOVE WS-LTOK(K)(6:) TO WS-LIN-TAXA-TXT
                 WHEN WS-LTOK(K)(1:4) = "ref="
                    MOVE WS-LTOK(K)(5:) TO WS-LIN-REFERENCIA
                 WHEN WS-LTOK(K) = "em" AND K < WS-NUM-LTOK
                    MOVE WS-LTOK(K + 1) TO WS-LIN-DATA-TXT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

           PERFORM CONVERTE-DATA-LINHA.
           IF WS-LIN-DATA NOT = WS-DATA-CASAMENTO
              EXIT PARAGRAPH
           END-IF.
           IF WS-LIN-REFERENCIA = SPACES
              ADD 1 TO WS-QT-SEM-REF(2)
              EXIT PARAGRAPH
           END-IF.
           PERFORM CONVERTE-VALOR-LINHA.
           PERFORM CONVERTE-TAXA-LINHA.
           MOVE 2 TO WS-LADO.
           PERFORM REGISTRA-REFERENCIA.

       *> ---------------------------------------------------
       *> Le o audit-AAAAMM.log do mes (quando o COINARCH ja
       *> arquivou o dia) e o audit.log vivo, e registra as
       *> linhas do dia (lado 3).
       *> ---------------------------------------------------
       CARREGA-AUDITORIA.
           OPEN INPUT AUDITORIA-ARQ.
           IF WS-AUD-ARQ-STATUS = "00"
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ AUDITORIA-ARQ INTO WS-LINHA
                    AT END MOVE "Y" TO EOF-FLAG
                 END-READ
                 IF EOF-FLAG NOT = "Y"
                    PERFORM TRATA-LINHA-AUDITORIA
                 END-IF
              END-PERFORM
              CLOSE AUDITORIA-ARQ
           END-IF.

           OPEN INPUT AUDITORIA.
           IF WS-AUDITORIA-STATUS NOT = "00"
              DISPLAY "AVISO: audit.log inexistente ou ilegivel "
                 "(status " WS-AUDITORIA-STATUS ")."
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ AUDITORIA INTO WS-LINHA
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 PERFORM TRATA-LINHA-AUDITORIA
              END-IF
           END-PERFORM.
           CLOSE AUDITORIA.

       *> ---------------------------------------------------
       *> Extrai de uma linha de audit.log a data (primeiro
       *> token), o par ("origem="/"destino="), o valor
       *> ("resultado="), a taxa e a referencia, e registra a
       *> linha quando ela e do dia.
       *> ---------------------------------------------------
       TRATA-LINHA-AUDITORIA.
           IF WS-LINHA = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM QUEBRA-LINHA.
           MOVE SPACES TO WS-LIN-REFERENCIA WS-LIN-ORIGEM
              WS-LIN-DESTINO WS-LIN-VALOR-TXT WS-LIN-TAXA-TXT.
           MOVE WS-LTOK(1) TO WS-LIN-DATA-TXT.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-NUM-LTOK
              EVALUATE TRUE
                 WHEN WS-LTOK(K)(1:7) = "origem="
                    MOVE WS-LTOK(K)(8:) TO WS-LIN-ORIGEM
                 WHEN WS-LTOK(K)(1:8) = "destino="
                    MOVE WS-LTOK(K)(9:) TO WS-LIN-DESTINO
                 WHEN WS-LTOK(K)(1:10) = "resultado="
                    MOVE WS-LTOK(K)(11:) TO WS-LIN-VALOR-TXT
                 WHEN WS-LTOK(K)(1:5) = "taxa="
                    MOVE WS-LTOK(K)(6:) TO WS-LIN-TAXA-TXT
                 WHEN WS-LTOK(K)(1:4) = "ref="
                    MOVE WS-LTOK(K)(5:) TO WS-LIN-REFERENCIA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

           PERFORM CONVERTE-DATA-LINHA.
           IF WS-LIN-DATA NOT = WS-DATA-CASAMENTO
              EXIT PARAGRAPH
           END-IF.
           IF WS-LIN-REFERENCIA = SPACES
              ADD 1 TO WS-QT-SEM-REF(3)
              EXIT PARAGRAPH
           END-IF.
           PERFORM CONVERTE-VALOR-LINHA.
           PERFORM CONVERTE-TAXA-LINHA.
           MOVE 3 TO WS-LADO.
           PERFORM REGISTRA-REFERENCIA.

       *> ---------------------------------------------------
       *> Localiza WS-LIN-REFERENCIA na tabela (criando a
       *> entrada quando nova) e conta a ocorrencia no lado
       *> WS-LADO; a primeira ocorrencia de cada lado guarda
       *> par, valor e taxa para a conferencia.
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
                 IF WS-TABELA-CHEIA NOT = "Y"
                    DISPLAY "AVISO: o dia excede a tabela de "
                       WS-MAX-REFS " referencias; o casamento "
                       "ficou incompleto."
                    MOVE "Y" TO WS-TABELA-CHEIA
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NUM-REFS
              MOVE WS-NUM-REFS TO RX
              INITIALIZE WS-REF-ITEM(RX)
              MOVE WS-LIN-REFERENCIA TO WS-R-REFERENCIA(RX)
           END-IF.

           IF WS-R-QTDE(RX, WS-LADO) = 0
              MOVE WS-LIN-ORIGEM TO WS-R-ORIGEM(RX, WS-LADO)
              MOVE WS-LIN-DESTINO TO WS-R-DESTINO(RX, WS-LADO)
              MOVE WS-LIN-VALOR TO WS-R-VALOR(RX, WS-LADO)
              MOVE WS-LIN-TAXA TO WS-R-TAXA(RX, WS-LADO)
           END-IF.
           IF WS-R-QTDE(RX, WS-LADO) < 999
              ADD 1 TO WS-R-QTDE(RX, WS-LADO)
           END-IF.

       *> ---------------------------------------------------
       *> Quebra WS-LINHA em ate 20 tokens, como no COINREP.
       *> ---------------------------------------------------
       QUEBRA-LINHA.
           INITIALIZE WS-LIN-GROUP.
           UNSTRING WS-LINHA DELIMITED BY ALL SPACE
               INTO WS-LTOK(1) WS-LTOK(2) WS-LTOK(3) WS-LTOK(4)
                    WS-LTOK(5) WS-LTOK(6) WS-LTOK(7) WS-LTOK(8)
                    WS-LTOK(9) WS-LTOK(10) WS-LTOK(11) WS-LTOK(12)
                    WS-LTOK(13) WS-LTOK(14) WS-LTOK(15) WS-LTOK(16)
                    WS-LTOK(17) WS-LTOK(18) WS-LTOK(19) WS-LTOK(20)
           END-UNSTRING.

           MOVE 0 TO WS-NUM-LTOK.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 20
              IF WS-LTOK(K) NOT = SPACES
                 MOVE K TO WS-NUM-LTOK
              END-IF
           END-PERFORM.

       *> ---------------------------------------------------
       *> Converte WS-LIN-DATA-TXT ("AAAA-MM-DD") para o numero
       *> AAAAMMDD em WS-LIN-DATA (0 quando o texto nao tem o
       *> formato esperado).
       *> ---------------------------------------------------
       CONVERTE-DATA-LINHA.
           MOVE 0 TO WS-LIN-DATA.
           IF WS-LIN-DATA-TXT(5:1) = "-" AND WS-LIN-DATA-TXT(8:1) = "-"
              AND WS-LIN-DATA-TXT(1:4) IS NUMERIC
              AND WS-LIN-DATA-TXT(6:2) IS NUMERIC
              AND WS-LIN-DATA-TXT(9:2) IS NUMERIC
              COMPUTE WS-LIN-DATA =
                 FUNCTION NUMVAL(WS-LIN-DATA-TXT(1:4)) * 10000
                 + FUNCTION NUMVAL(WS-LIN-DATA-TXT(6:2)) * 100
                 + FUNCTION NUMVAL(WS-LIN-DATA-TXT(9:2))
           END-IF.

       *> ---------------------------------------------------
       *> Converte WS-LIN-VALOR-TXT (gravado no locale da
       *> conversao) para numero em WS-LIN-VALOR: o ponto ou a
       *> virgula mais a direita e o separador decimal, como
       *> CONVERTE-VALOR-LINHA do COINREP.
       *> ---------------------------------------------------
       CONVERTE-VALOR-LINHA.
           MOVE 0 TO WS-LIN-VALOR.
           IF WS-LIN-VALOR-TXT = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-POS-DECIMAL.
           PERFORM VARYING L FROM 1 BY 1
                 UNTIL L > LENGTH OF WS-LIN-VALOR-TXT
              IF WS-LIN-VALOR-TXT(L:1) = "." OR
                 WS-LIN-VALOR-TXT(L:1) = ","
                 MOVE L TO WS-POS-DECIMAL
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-VAL-NORM.
           MOVE 0 TO M.
           PERFORM VARYING L FROM 1 BY 1
                 UNTIL L > LENGTH OF WS-LIN-VALOR-TXT
              EVALUATE TRUE
                 WHEN WS-LIN-VALOR-TXT(L:1) >= "0" AND
                      WS-LIN-VALOR-TXT(L:1) <= "9"
                    ADD 1 TO M
                    MOVE WS-LIN-VALOR-TXT(L:1) TO WS-VAL-NORM(M:1)
                 WHEN L = WS-POS-DECIMAL
                    ADD 1 TO M
                    MOVE "." TO WS-VAL-NORM(M:1)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

           COMPUTE WS-LIN-VALOR = FUNCTION NUMVAL(WS-VAL-NORM).

       *> ---------------------------------------------------
       *> Converte WS-LIN-TAXA-TXT para WS-LIN-TAXA. A taxa sai
       *> sempre com ponto decimal (edicao Z(9)9.999999 do
       *> COIN), independente do locale.
       *> ---------------------------------------------------
       CONVERTE-TAXA-LINHA.
           MOVE 0 TO WS-LIN-TAXA.
           IF WS-LIN-TAXA-TXT NOT = SPACES
              COMPUTE WS-LIN-TAXA = FUNCTION NUMVAL(WS-LIN-TAXA-TXT)
           END-IF.

       *> ---------------------------------------------------
       *> Grava casamento-AAAAMMDD.txt: um bloco por referencia
       *> com problema e, no fim, os totais do casamento.
       *> ---------------------------------------------------
       GRAVA-RELATORIO.
           OPEN OUTPUT RELATORIO.
           IF WS-RELATORIO-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel criar "
                 FUNCTION TRIM(WS-ARQ-RELATORIO) " (status "
                 WS-RELATORIO-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "CASAMENTO MOVIMENTO x RESULTADO x AUDITORIA - "
                  WS-DATA-CASAMENTO(1:4) "-" WS-DATA-CASAMENTO(5:2)
                  "-" WS-DATA-CASAMENTO(7:2)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-NUM-REFS
              PERFORM CONFERE-REFERENCIA
           END-PERFORM.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE "TOTAIS" TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-QT-CASADOS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  casados nos tres lados=" FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-QT-ORFAOS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  orfaos=" FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-QT-DUPLICADOS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  duplicados=" FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-QT-DIVERGENTES TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  com valor/taxa/par divergente="
                  FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 3
              MOVE WS-QT-SEM-REF(LX) TO WS-QT-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING "  sem referencia (anteriores a ela) em "
                     FUNCTION TRIM(WS-NOME-LADO(LX)) "="
                     FUNCTION TRIM(WS-QT-EDIT)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
           END-PERFORM.

           IF WS-TABELA-CHEIA = "Y"
              MOVE "  ATENCAO: tabela de referencias cheia; casamento incompleto."
                 TO WS-REL-LINHA
              WRITE RELATORIO-REG FROM WS-REL-LINHA
           END-IF.

           CLOSE RELATORIO.

       *> ---------------------------------------------------
       *> Confere uma referencia da tabela: presenca em cada
       *> lado (orfao), repeticao dentro de um lado (duplicado)
       *> e, entre os lados presentes, par, valor e taxa
       *> (divergencia, sempre contra o lado movimento ou, sem
       *> ele, contra o resultado).
       *> ---------------------------------------------------
       CONFERE-REFERENCIA.
           MOVE "N" TO WS-ITEM-COM-PROBLEMA.
           MOVE SPACES TO WS-LISTA-PRESENTE WS-LISTA-FALTA.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 3
              IF WS-R-QTDE(RX, LX) = 0
                 MOVE WS-LISTA-FALTA TO WS-LISTA-TMP
                 MOVE SPACES TO WS-LISTA-FALTA
                 STRING FUNCTION TRIM(WS-LISTA-TMP) " "
                        FUNCTION TRIM(WS-NOME-LADO(LX))
                     DELIMITED BY SIZE INTO WS-LISTA-FALTA
                 END-STRING
              ELSE
                 MOVE WS-LISTA-PRESENTE TO WS-LISTA-TMP
                 MOVE SPACES TO WS-LISTA-PRESENTE
                 STRING FUNCTION TRIM(WS-LISTA-TMP) " "
                        FUNCTION TRIM(WS-NOME-LADO(LX))
                     DELIMITED BY SIZE INTO WS-LISTA-PRESENTE
                 END-STRING
              END-IF
           END-PERFORM.

           IF WS-LISTA-FALTA NOT = SPACES
              MOVE "Y" TO WS-ITEM-COM-PROBLEMA
              ADD 1 TO WS-QT-ORFAOS
              MOVE SPACES TO WS-REL-LINHA
              STRING "ORFAO ref=" WS-R-REFERENCIA(RX)
                     "  presente em:" FUNCTION TRIM(WS-LISTA-PRESENTE)
                     "  falta em:" FUNCTION TRIM(WS-LISTA-FALTA)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
           END-IF.

           IF WS-R-QTDE(RX, 1) > 1 OR WS-R-QTDE(RX, 2) > 1
              OR WS-R-QTDE(RX, 3) > 1
              MOVE "Y" TO WS-ITEM-COM-PROBLEMA
              ADD 1 TO WS-QT-DUPLICADOS
              MOVE SPACES TO WS-REL-LINHA
              STRING "DUPLICADO ref=" WS-R-REFERENCIA(RX) " "
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 3
                 MOVE WS-R-QTDE(RX, LX) TO WS-QTDE-LADO-EDIT
                 MOVE WS-REL-LINHA TO WS-REL-TMP
                 MOVE SPACES TO WS-REL-LINHA
                 STRING FUNCTION TRIM(WS-REL-TMP) "  "
                        FUNCTION TRIM(WS-NOME-LADO(LX)) "="
                        FUNCTION TRIM(WS-QTDE-LADO-EDIT)
                     DELIMITED BY SIZE INTO WS-REL-LINHA
                 END-STRING
              END-PERFORM
              WRITE RELATORIO-REG FROM WS-REL-LINHA
           END-IF.

           *> Lado de referencia para a comparacao de valores: o
           *> movimento, ou o resultado quando falta o movimento.
           IF WS-R-QTDE(RX, 1) NOT = 0
              MOVE 1 TO WS-LADO
           ELSE
              MOVE 2 TO WS-LADO
           END-IF.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 3
              IF LX NOT = WS-LADO AND WS-R-QTDE(RX, LX) NOT = 0
                 AND WS-R-QTDE(RX, WS-LADO) NOT = 0
                 PERFORM COMPARA-LADOS
              END-IF
           END-PERFORM.

           IF WS-ITEM-COM-PROBLEMA = "N"
              ADD 1 TO WS-QT-CASADOS
           END-IF.

       *> ---------------------------------------------------
       *> Compara par, valor convertido e taxa do lado LX com o
       *> lado de referencia WS-LADO da referencia RX.
       *> ---------------------------------------------------
       COMPARA-LADOS.
           IF WS-R-ORIGEM(RX, LX) NOT = WS-R-ORIGEM(RX, WS-LADO)
              OR WS-R-DESTINO(RX, LX) NOT = WS-R-DESTINO(RX, WS-LADO)
              PERFORM CONTA-DIVERGENCIA
              MOVE SPACES TO WS-REL-LINHA
              STRING "DIVERGENCIA ref=" WS-R-REFERENCIA(RX)
                     "  par: " FUNCTION TRIM(WS-NOME-LADO(WS-LADO))
                     "=" WS-R-ORIGEM(RX, WS-LADO) "->"
                     WS-R-DESTINO(RX, WS-LADO) "  "
                     FUNCTION TRIM(WS-NOME-LADO(LX)) "="
                     WS-R-ORIGEM(RX, LX) "->" WS-R-DESTINO(RX, LX)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
           END-IF.

           IF WS-R-VALOR(RX, LX) NOT = WS-R-VALOR(RX, WS-LADO)
              PERFORM CONTA-DIVERGENCIA
              MOVE WS-R-VALOR(RX, WS-LADO) TO WS-VALOR-EDIT-1
              MOVE WS-R-VALOR(RX, LX) TO WS-VALOR-EDIT-2
              MOVE SPACES TO WS-REL-LINHA
              STRING "DIVERGENCIA ref=" WS-R-REFERENCIA(RX)
                     "  valor: " FUNCTION TRIM(WS-NOME-LADO(WS-LADO))
                     "=" FUNCTION TRIM(WS-VALOR-EDIT-1) "  "
                     FUNCTION TRIM(WS-NOME-LADO(LX)) "="
                     FUNCTION TRIM(WS-VALOR-EDIT-2)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
           END-IF.

           IF WS-R-TAXA(RX, LX) NOT = WS-R-TAXA(RX, WS-LADO)
              PERFORM CONTA-DIVERGENCIA
              MOVE WS-R-TAXA(RX, WS-LADO) TO WS-TAXA-EDIT-1
              MOVE WS-R-TAXA(RX, LX) TO WS-TAXA-EDIT-2
              MOVE SPACES TO WS-REL-LINHA
              STRING "DIVERGENCIA ref=" WS-R-REFERENCIA(RX)
                     "  taxa: " FUNCTION TRIM(WS-NOME-LADO(WS-LADO))
                     "=" FUNCTION TRIM(WS-TAXA-EDIT-1) "  "
                     FUNCTION TRIM(WS-NOME-LADO(LX)) "="
                     FUNCTION TRIM(WS-TAXA-EDIT-2)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
           END-IF.

       *> ---------------------------------------------------
       *> Conta a referencia como divergente uma unica vez,
       *> mesmo que varios campos/lados discordem.
       *> ---------------------------------------------------
       CONTA-DIVERGENCIA.
           IF WS-ITEM-COM-PROBLEMA NOT = "D"
              ADD 1 TO WS-QT-DIVERGENTES
              MOVE "D" TO WS-ITEM-COM-PROBLEMA
           END-IF.
