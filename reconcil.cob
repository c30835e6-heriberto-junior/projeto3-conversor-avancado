       *> (taxa ou resultado) e o recalculado vira uma linha no
       *> relatorio de divergencias (reconciliacao.txt). Um
       *> relatorio limpo e o documento de aprovacao da
       *> conferencia. O resultado e recalculado nas casas
       *> decimais com que foi gravado (0 para JPY, 3 para KWD,
       *> pelo cadastro de moedas da epoca; 2 nas linhas
       *> anteriores a ele).
       *>
       *> RETURN-CODE 4 quando ha divergencia; 8 quando a
       *> conferencia nao pode ser feita.
       *>
       *> Uso: reconcil [AAAAMMDD [AAAAMMDD]]
       *>   sem argumentos - confere o audit.log inteiro
       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA.
       01 AUDITORIA-REG PIC X(400).

       FD AUDITORIA-ARQ.
       01 AUDITORIA-ARQ-REG PIC X(400).

       FD HISTORICO.
       01 HISTORICO-REG.
       *> Linha corrente de audit.log e seus tokens (os campos
       *> sao localizados pelo prefixo, nao pela posicao, para
       *> tolerar campos acrescentados no fim da linha).
       01 WS-LINHA           PIC X(400).
       01 WS-LIN-GROUP.
          05 WS-LTOK PIC X(40) OCCURS 20 TIMES.
       01 WS-NUM-LTOK        PIC 9(2) VALUE 0.
       01 WS-LIN-DIRETO      PIC X VALUE "N".
       01 WS-QT-DIRETOS      PIC 9(8) VALUE 0.

       *> Lancamento de estorno ("estorno=" na linha, gravado
       *> pelo COINESTR): repete os valores ja conferidos na
       *> linha da conversao original, com a taxa efetiva
       *> guardada no movimento, entao e contado a parte.
       01 WS-LIN-ESTORNO     PIC X VALUE "N".
       01 WS-QT-ESTORNOS     PIC 9(8) VALUE 0.

       *> Valores numericos do lancamento
       01 WS-VALOR-NORM      PIC X(30).
       01 WS-VALOR-NUM       PIC 9(10)V9(10).
       01 WS-TAXA-GRAVADA    PIC 9(10)V9(6).
       01 WS-RES-GRAVADO     PIC 9(11)V9(3).

       *> Conversao de texto "locale" para numero (separador
       *> decimal = ponto/virgula mais a direita), usada para o
       *> campo resultado=; a taxa= e gravada sempre com ponto.
       01 WS-VAL-NORM        PIC X(30).
       01 WS-POS-DECIMAL     PIC 9(3).
       *> Casas decimais do resultado gravado (digitos depois
       *> do separador decimal; 0 quando nao ha separador): sao
       *> as casas da moeda de destino na hora da conversao, e
       *> o recalculo arredonda nelas.
       01 WS-CASAS-RES       PIC 9(1).
       01 L                  PIC 9(3).
       01 M                  PIC 9(3).

       01 WS-TAXA-DESTINO    PIC 9(10)V9(10).
       01 WS-TAXA-ESPERADA   PIC 9(10)V9(10).
       01 WS-TAXA-ESPERADA-6 PIC 9(10)V9(6).
       01 WS-RES-ESPERADO    PIC 9(9)V9(3).
       01 WS-RES-BRUTO       PIC 9(10)V9(10).
       01 WS-RES-ESP-0       PIC 9(10).
       01 WS-RES-ESP-1       PIC 9(10)V9.
       01 WS-RES-ESP-2       PIC 9(10)V99.
       01 WS-RES-ESP-3       PIC 9(10)V9(3).
       01 WS-COD-BUSCA       PIC X(3).
       01 WS-TAXA-ACHADA     PIC 9(10)V9(10).
       01 WS-SEM-HISTORICO   PIC X VALUE "N".
       01 WS-REL-LINHA       PIC X(160).
       01 WS-TAXA-GRAV-EDIT  PIC Z(9)9.999999.
       01 WS-TAXA-ESP-EDIT   PIC Z(9)9.999999.
       01 WS-RES-GRAV-EDIT   PIC Z,ZZZ,ZZZ,ZZ9.999.
       01 WS-RES-ESP-EDIT    PIC Z,ZZZ,ZZZ,ZZ9.999.
       01 WS-RES-GRAV-TXT    PIC X(20).
       01 WS-RES-ESP-TXT     PIC X(20).

       PROCEDURE DIVISION.

              DISPLAY "ERRO: nao foi possivel criar "
                 "reconciliacao.txt (status " WS-RELATORIO-STATUS
                 ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "Conferencia concluida: "
              FUNCTION TRIM(WS-QT-EDIT)
              " divergencia(s). Detalhes em reconciliacao.txt.".
           IF WS-QT-DIVERGENTES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

                 COMPUTE WS-DATA-FINAL   = FUNCTION NUMVAL(WS-TOK(2))
              WHEN OTHER
                 DISPLAY "Uso: reconcil [AAAAMMDD [AAAAMMDD]]"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

           IF WS-DATA-INICIAL > WS-DATA-FINAL
              DISPLAY "ERRO: data inicial posterior a data final."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

                 WS-HISTORICO-STATUS "). Sem historico nao ha "
                 "contra o que conferir. Se o historico ainda "
                 "esta em cotacao-historico.txt, rode o COTMIGRA."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ELSE
              IF WS-LIN-DATA >= WS-DATA-INICIAL
                 AND WS-LIN-DATA <= WS-DATA-FINAL
                 EVALUATE TRUE
                    WHEN WS-LIN-ESTORNO = "Y"
                       ADD 1 TO WS-QT-ESTORNOS
                    WHEN WS-LIN-DIRETO = "Y"
                       ADD 1 TO WS-QT-DIRETOS
                    WHEN OTHER
                       PERFORM CONFERE-LANCAMENTO
                 END-EVALUATE
              END-IF
           END-IF.


           MOVE "N" TO WS-LINHA-VALIDA.
           MOVE "N" TO WS-LIN-DIRETO.
           MOVE "N" TO WS-LIN-ESTORNO.
           MOVE SPACES TO WS-LIN-USUARIO WS-LIN-VALOR-TXT
              WS-LIN-ORIGEM WS-LIN-DESTINO WS-LIN-TAXA-TXT
              WS-LIN-RES-TXT.
                    MOVE WS-LTOK(K)(11:) TO WS-LIN-RES-TXT
                 WHEN WS-LTOK(K) = "direto=S"
                    MOVE "Y" TO WS-LIN-DIRETO
                 WHEN WS-LTOK(K)(1:8) = "estorno="
                    MOVE "Y" TO WS-LIN-ESTORNO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
       *> destino em vigor na data, recalcula a taxa efetiva e
       *> o resultado exatamente como o COIN calculou na epoca
       *> (taxa truncada a 6 casas para comparar com o que a
       *> linha gravou; resultado arredondado nas casas com que
       *> foi gravado), e grava a divergencia quando algo nao
       *> bate.
       *> ---------------------------------------------------
       CONFERE-LANCAMENTO.
           ADD 1 TO WS-QT-CONFERIDOS.
           COMPUTE WS-TAXA-ESPERADA =
              WS-TAXA-DESTINO / WS-TAXA-ORIGEM.
           MOVE WS-TAXA-ESPERADA TO WS-TAXA-ESPERADA-6.
           MOVE 0 TO WS-RES-ESPERADO.
           COMPUTE WS-RES-BRUTO =
              (WS-VALOR-NUM * WS-TAXA-DESTINO) / WS-TAXA-ORIGEM
              ON SIZE ERROR
                 MOVE 0 TO WS-RES-BRUTO
           END-COMPUTE.
           EVALUATE WS-CASAS-RES
              WHEN 0
                 COMPUTE WS-RES-ESP-0 ROUNDED = WS-RES-BRUTO
                 MOVE WS-RES-ESP-0 TO WS-RES-ESPERADO
              WHEN 1
                 COMPUTE WS-RES-ESP-1 ROUNDED = WS-RES-BRUTO
                 MOVE WS-RES-ESP-1 TO WS-RES-ESPERADO
              WHEN 3
                 COMPUTE WS-RES-ESP-3 ROUNDED = WS-RES-BRUTO
                 MOVE WS-RES-ESP-3 TO WS-RES-ESPERADO
              WHEN OTHER
                 COMPUTE WS-RES-ESP-2 ROUNDED = WS-RES-BRUTO
                 MOVE WS-RES-ESP-2 TO WS-RES-ESPERADO
           END-EVALUATE.

           IF WS-TAXA-GRAVADA = WS-TAXA-ESPERADA-6
              AND WS-RES-GRAVADO = WS-RES-ESPERADO
              MOVE WS-TAXA-ESPERADA-6 TO WS-TAXA-ESP-EDIT
              MOVE WS-RES-GRAVADO TO WS-RES-GRAV-EDIT
              MOVE WS-RES-ESPERADO TO WS-RES-ESP-EDIT
              *> Mostra so as casas da moeda (a mascara tem 3).
              MOVE SPACES TO WS-RES-GRAV-TXT WS-RES-ESP-TXT
              EVALUATE WS-CASAS-RES
                 WHEN 0
                    MOVE WS-RES-GRAV-EDIT(1:13) TO WS-RES-GRAV-TXT
                    MOVE WS-RES-ESP-EDIT(1:13) TO WS-RES-ESP-TXT
                 WHEN 3
                    MOVE WS-RES-GRAV-EDIT TO WS-RES-GRAV-TXT
                    MOVE WS-RES-ESP-EDIT TO WS-RES-ESP-TXT
                 WHEN 1
                    MOVE WS-RES-GRAV-EDIT(1:15) TO WS-RES-GRAV-TXT
                    MOVE WS-RES-ESP-EDIT(1:15) TO WS-RES-ESP-TXT
                 WHEN OTHER
                    MOVE WS-RES-GRAV-EDIT(1:16) TO WS-RES-GRAV-TXT
                    MOVE WS-RES-ESP-EDIT(1:16) TO WS-RES-ESP-TXT
              END-EVALUATE
              MOVE SPACES TO WS-REL-LINHA
              STRING "DIVERGENTE: " WS-LIN-DATA-TXT " "
                     WS-LIN-ORIGEM " -> " WS-LIN-DESTINO
                     " esperada="
                     FUNCTION TRIM(WS-TAXA-ESP-EDIT)
                     " resultado gravado="
                     FUNCTION TRIM(WS-RES-GRAV-TXT)
                     " esperado="
                     FUNCTION TRIM(WS-RES-ESP-TXT)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
       *> Converte WS-LIN-RES-TXT (formatado no locale da
       *> epoca: 1.234,56 ou 1,234.56) para WS-RES-GRAVADO: o
       *> ponto/virgula mais a direita e o separador decimal,
       *> os demais sao separadores de milhar. Conta tambem as
       *> casas decimais gravadas em WS-CASAS-RES.
       *> ---------------------------------------------------
       CONVERTE-VALOR-LOCALE.
           MOVE 0 TO WS-POS-DECIMAL.

           COMPUTE WS-RES-GRAVADO = FUNCTION NUMVAL(WS-VAL-NORM).

           MOVE 0 TO WS-CASAS-RES.
           IF WS-POS-DECIMAL > 0
              PERFORM VARYING L FROM WS-POS-DECIMAL BY 1
                    UNTIL L > LENGTH OF WS-LIN-RES-TXT
                 IF WS-LIN-RES-TXT(L:1) >= "0" AND
                    WS-LIN-RES-TXT(L:1) <= "9" AND
                    WS-CASAS-RES < 3
                    ADD 1 TO WS-CASAS-RES
                 END-IF
              END-PERFORM
           END-IF.

       *> ---------------------------------------------------
       *> Procura em cotacao-historico.dat a cotacao de
       *> WS-COD-BUSCA em vigor em WS-LIN-DATA: como a chave e
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-QT-ESTORNOS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  estornos (nao conferidos)="
                  FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-QT-ILEGIVEIS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  ilegiveis=" FUNCTION TRIM(WS-QT-EDIT)
