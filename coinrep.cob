       *> origem -> destino e por usuario, com totais gerais.
       *> Linhas rejeitadas nao entram no relatorio: COIN so
       *> grava em resultado.txt/audit.log as conversoes que
       *> terminaram com sucesso. As linhas de estorno gravadas
       *> pelo COINESTR (marcadas com "estorno=") desfazem a
       *> conversao original do mesmo dia: abatem a quantidade e
       *> o valor do par, do usuario e dos totais gerais, em vez
       *> de contar como conversao nova.
       *>
       *> RETURN-CODE 8 quando o relatorio nao pode ser gerado.
       *>
       *> Uso: coinrep [AAAAMMDD [AAAAMMDD]]
       *>   sem argumentos      - consolida o dia de hoje
       DATA DIVISION.
       FILE SECTION.
       FD RESULTADO.
       01 RESULTADO-REG PIC X(300).

       FD AUDITORIA.
       01 AUDITORIA-REG PIC X(400).

       FD RESULTADO-ARQ.
       01 RESULTADO-ARQ-REG PIC X(300).

       FD AUDITORIA-ARQ.
       01 AUDITORIA-ARQ-REG PIC X(400).

       FD RELATORIO.
       01 RELATORIO-REG PIC X(120).
       *> das linhas em versoes futuras dos dois arquivos: a
       *> leitura abaixo localiza os campos pelo prefixo
       *> ("resultado=", "usuario=", ...) e nao pela posicao.
       01 WS-LINHA           PIC X(400).
       01 WS-LIN-GROUP.
          05 WS-LTOK PIC X(40) OCCURS 20 TIMES.
       01 WS-NUM-LTOK        PIC 9(2) VALUE 0.
       01 WS-LIN-DATA        PIC 9(8).
       01 WS-LIN-DATA-TXT    PIC X(10).
       01 WS-LIN-VALOR-TXT   PIC X(30).
       01 WS-LIN-VALOR       PIC 9(11)V9(3).
       01 WS-LIN-CASAS       PIC 9(1).
       01 WS-LINHA-VALIDA    PIC X VALUE "N".
       01 WS-LIN-ESTORNO     PIC X VALUE "N".

       *> Conversao do valor "resultado=" (que sai formatado no
       *> locale escolhido na hora da conversao: 1.234,56 ou

       *> Acumuladores por par origem -> destino. O total soma
       *> valores na moeda de destino do proprio par, portanto
       *> cada linha do relatorio fica numa unica moeda. WS-P-CASAS
       *> guarda as casas decimais com que a moeda de destino foi
       *> gravada (0 a 3, conforme o cadastro de moedas na hora da
       *> conversao) para imprimir o total com as mesmas casas.
       01 WS-PAR-TABLE.
          05 WS-PAR-ITEM OCCURS 400 TIMES.
             10 WS-P-ORIGEM  PIC X(3).
             10 WS-P-DESTINO PIC X(3).
             10 WS-P-QTDE    PIC 9(6).
             10 WS-P-TOTAL   PIC 9(13)V9(3).
             10 WS-P-CASAS   PIC 9(1).
       01 WS-NUM-PARES       PIC 9(4) VALUE 0.
       01 WS-MAX-PARES       PIC 9(4) VALUE 400.
       01 PX                 PIC 9(4).
          05 WS-USU-ITEM OCCURS 100 TIMES.
             10 WS-U-NOME    PIC X(30).
             10 WS-U-QTDE    PIC 9(6).
             10 WS-U-TOTAL   PIC 9(13)V9(3).
       01 WS-NUM-USUARIOS    PIC 9(4) VALUE 0.
       01 WS-MAX-USUARIOS    PIC 9(4) VALUE 100.
       01 UX                 PIC 9(4).

       *> Totais gerais (contados sobre resultado.txt)
       01 WS-GER-QTDE        PIC 9(8) VALUE 0.
       01 WS-GER-TOTAL       PIC 9(13)V9(3) VALUE 0.
       01 WS-GER-ESTORNOS    PIC 9(8) VALUE 0.

       01 EOF-FLAG           PIC X VALUE "N".
       01 FOUND-FLAG         PIC X VALUE "N".
       *> Campos editados para o relatorio
       01 WS-QTDE-EDIT       PIC Z(7)9.
       01 WS-TOTAL-EDIT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       *> Totais por par nas casas da moeda de destino; os totais
       *> por usuario e gerais misturam moedas e continuam com 2.
       01 WS-TOTAL-EDIT-0    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOTAL-EDIT-1    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9.
       01 WS-TOTAL-EDIT-3    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.999.
       01 WS-TOTAL-TXT       PIC X(22).
       01 WS-DATA-EDIT       PIC X(10).
       01 WS-DATA-EDIT-2     PIC X(10).
       01 WS-REL-LINHA       PIC X(120).
                 COMPUTE WS-DATA-FINAL   = FUNCTION NUMVAL(WS-TOK(2))
              WHEN OTHER
                 DISPLAY "Uso: coinrep [AAAAMMDD [AAAAMMDD]]"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

           IF WS-DATA-INICIAL > WS-DATA-FINAL
              DISPLAY "ERRO: data inicial posterior a data final."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> Converte o texto de WS-LIN-VALOR-TXT (gravado no locale
       *> da conversao original) para numero em WS-LIN-VALOR: o
       *> ponto/virgula mais a direita e o separador decimal, os
       *> demais sao separadores de milhar e caem fora. As casas
       *> depois do separador (0 a 3) vao para WS-LIN-CASAS.
       *> ---------------------------------------------------
       CONVERTE-VALOR-LINHA.
           MOVE 0 TO WS-POS-DECIMAL.

           COMPUTE WS-LIN-VALOR = FUNCTION NUMVAL(WS-VAL-NORM).

           MOVE 0 TO WS-LIN-CASAS.
           IF WS-POS-DECIMAL > 0
              PERFORM VARYING L FROM WS-POS-DECIMAL BY 1
                    UNTIL L > LENGTH OF WS-LIN-VALOR-TXT
                 IF WS-LIN-VALOR-TXT(L:1) >= "0" AND
                    WS-LIN-VALOR-TXT(L:1) <= "9" AND
                    WS-LIN-CASAS < 3
                    ADD 1 TO WS-LIN-CASAS
                 END-IF
              END-PERFORM
           END-IF.

       *> ---------------------------------------------------
       *> Le resultado.txt inteiro e acumula, para as linhas do
       *> periodo pedido, a quantidade e o valor convertido por
              AND WS-LIN-DATA >= WS-DATA-INICIAL
              AND WS-LIN-DATA <= WS-DATA-FINAL
              PERFORM ACUMULA-PAR
              IF WS-LIN-ESTORNO = "Y"
                 ADD 1 TO WS-GER-ESTORNOS
                 IF WS-GER-QTDE > 0
                    SUBTRACT 1 FROM WS-GER-QTDE
                 END-IF
                 IF WS-GER-TOTAL >= WS-LIN-VALOR
                    SUBTRACT WS-LIN-VALOR FROM WS-GER-TOTAL
                 ELSE
                    MOVE 0 TO WS-GER-TOTAL
                 END-IF
              ELSE
                 ADD 1 TO WS-GER-QTDE
                 ADD WS-LIN-VALOR TO WS-GER-TOTAL
              END-IF
           END-IF.

       *> ---------------------------------------------------
       EXTRAI-CAMPOS-RESULTADO.
           PERFORM QUEBRA-LINHA.
           MOVE "N" TO WS-LINHA-VALIDA.
           MOVE "N" TO WS-LIN-ESTORNO.
           MOVE SPACES TO WS-LIN-ORIGEM WS-LIN-DESTINO
              WS-LIN-VALOR-TXT WS-LIN-DATA-TXT.

                    MOVE WS-LTOK(K)(11:) TO WS-LIN-VALOR-TXT
                 WHEN WS-LTOK(K) = "em" AND K < WS-NUM-LTOK
                    MOVE WS-LTOK(K + 1) TO WS-LIN-DATA-TXT
                 WHEN WS-LTOK(K)(1:8) = "estorno="
                    MOVE "Y" TO WS-LIN-ESTORNO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
       *> Acumula a linha corrente no par origem -> destino,
       *> criando o par na tabela quando ainda nao visto. Um
       *> excesso de pares alem da tabela e reportado uma vez e
       *> as linhas excedentes ficam so nos totais gerais. Um
       *> estorno abate do par a conversao que desfaz (que o
       *> precede no mesmo dia, portanto ja esta na tabela).
       *> ---------------------------------------------------
       ACUMULA-PAR.
           MOVE "N" TO FOUND-FLAG.
              IF WS-P-ORIGEM(PX) = WS-LIN-ORIGEM
                 AND WS-P-DESTINO(PX) = WS-LIN-DESTINO
                 MOVE "Y" TO FOUND-FLAG
                 IF WS-LIN-ESTORNO = "Y"
                    IF WS-P-QTDE(PX) > 0
                       SUBTRACT 1 FROM WS-P-QTDE(PX)
                    END-IF
                    IF WS-P-TOTAL(PX) >= WS-LIN-VALOR
                       SUBTRACT WS-LIN-VALOR FROM WS-P-TOTAL(PX)
                    ELSE
                       MOVE 0 TO WS-P-TOTAL(PX)
                    END-IF
                 ELSE
                    ADD 1 TO WS-P-QTDE(PX)
                    ADD WS-LIN-VALOR TO WS-P-TOTAL(PX)
                    MOVE WS-LIN-CASAS TO WS-P-CASAS(PX)
                 END-IF
              END-IF
           END-PERFORM.

           IF FOUND-FLAG NOT = "Y" AND WS-LIN-ESTORNO = "Y"
              DISPLAY "AVISO: estorno do par " WS-LIN-ORIGEM "->"
                 WS-LIN-DESTINO " sem a conversao original no "
                 "periodo; abatido apenas dos totais gerais."
              EXIT PARAGRAPH
           END-IF.

           IF FOUND-FLAG NOT = "Y"
              IF WS-NUM-PARES >= WS-MAX-PARES
                 DISPLAY "AVISO: numero de pares excede a tabela; "
                 MOVE WS-LIN-DESTINO TO WS-P-DESTINO(WS-NUM-PARES)
                 MOVE 1 TO WS-P-QTDE(WS-NUM-PARES)
                 MOVE WS-LIN-VALOR TO WS-P-TOTAL(WS-NUM-PARES)
                 MOVE WS-LIN-CASAS TO WS-P-CASAS(WS-NUM-PARES)
              END-IF
           END-IF.

       EXTRAI-CAMPOS-AUDITORIA.
           PERFORM QUEBRA-LINHA.
           MOVE "N" TO WS-LINHA-VALIDA.
           MOVE "N" TO WS-LIN-ESTORNO.
           MOVE SPACES TO WS-LIN-USUARIO
              WS-LIN-VALOR-TXT WS-LIN-DATA-TXT.

                    MOVE WS-LTOK(K)(9:) TO WS-LIN-USUARIO
                 WHEN WS-LTOK(K)(1:10) = "resultado="
                    MOVE WS-LTOK(K)(11:) TO WS-LIN-VALOR-TXT
                 WHEN WS-LTOK(K)(1:8) = "estorno="
                    MOVE "Y" TO WS-LIN-ESTORNO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE

       *> ---------------------------------------------------
       *> Acumula a linha corrente no usuario, criando-o na
       *> tabela quando ainda nao visto. O estorno leva em
       *> "usuario=" o trader da conversao original e abate dele.
       *> ---------------------------------------------------
       ACUMULA-USUARIO.
           MOVE "N" TO FOUND-FLAG.
                 UNTIL UX > WS-NUM-USUARIOS OR FOUND-FLAG = "Y"
              IF WS-U-NOME(UX) = WS-LIN-USUARIO
                 MOVE "Y" TO FOUND-FLAG
                 IF WS-LIN-ESTORNO = "Y"
                    IF WS-U-QTDE(UX) > 0
                       SUBTRACT 1 FROM WS-U-QTDE(UX)
                    END-IF
                    IF WS-U-TOTAL(UX) >= WS-LIN-VALOR
                       SUBTRACT WS-LIN-VALOR FROM WS-U-TOTAL(UX)
                    ELSE
                       MOVE 0 TO WS-U-TOTAL(UX)
                    END-IF
                 ELSE
                    ADD 1 TO WS-U-QTDE(UX)
                    ADD WS-LIN-VALOR TO WS-U-TOTAL(UX)
                 END-IF
              END-IF
           END-PERFORM.

           IF FOUND-FLAG NOT = "Y" AND WS-LIN-ESTORNO = "Y"
              EXIT PARAGRAPH
           END-IF.

           IF FOUND-FLAG NOT = "Y"
              IF WS-NUM-USUARIOS >= WS-MAX-USUARIOS
                 DISPLAY "AVISO: numero de usuarios excede a tabela; "
              DISPLAY "ERRO: nao foi possivel criar "
                 "relatorio-fechamento.txt (status "
                 WS-RELATORIO-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           END-IF.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-NUM-PARES
              MOVE WS-P-QTDE(PX) TO WS-QTDE-EDIT
              EVALUATE WS-P-CASAS(PX)
                 WHEN 0
                    MOVE WS-P-TOTAL(PX) TO WS-TOTAL-EDIT-0
                    MOVE WS-TOTAL-EDIT-0 TO WS-TOTAL-TXT
                 WHEN 1
                    MOVE WS-P-TOTAL(PX) TO WS-TOTAL-EDIT-1
                    MOVE WS-TOTAL-EDIT-1 TO WS-TOTAL-TXT
                 WHEN 3
                    MOVE WS-P-TOTAL(PX) TO WS-TOTAL-EDIT-3
                    MOVE WS-TOTAL-EDIT-3 TO WS-TOTAL-TXT
                 WHEN OTHER
                    MOVE WS-P-TOTAL(PX) TO WS-TOTAL-EDIT
                    MOVE WS-TOTAL-EDIT TO WS-TOTAL-TXT
              END-EVALUATE
              MOVE SPACES TO WS-REL-LINHA
              STRING "  " WS-P-ORIGEM(PX) " -> " WS-P-DESTINO(PX)
                     "  conversoes=" FUNCTION TRIM(WS-QTDE-EDIT)
                     "  total=" FUNCTION TRIM(WS-TOTAL-TXT)
                     " " WS-P-DESTINO(PX)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           IF WS-GER-ESTORNOS NOT = 0
              MOVE WS-GER-ESTORNOS TO WS-QTDE-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING "  (liquido de " FUNCTION TRIM(WS-QTDE-EDIT)
                     " estorno(s) no periodo)"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
           END-IF.

           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em relatorio-fechamento.txt.".
