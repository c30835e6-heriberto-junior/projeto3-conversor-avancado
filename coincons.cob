       IDENTIFICATION DIVISION.
       PROGRAM-ID. COINCONS.

       *> ---------------------------------------------------
       *> Consulta ao acervo de conversoes (conversoes.dat,
       *> MOEDACNV.CPY, carregado pelo COINLOAD) para o
       *> atendimento: lista as conversoes de um cliente, de um
       *> usuario e/ou de um par de moedas, num periodo, com
       *> taxa, valores, tier e situacao (direta, aprovada - com
       *> o aprovador -, estorno, estornada, pendente ou
       *> rejeitada - com o revisor e o motivo).
       *>
       *> O acesso e pela chave alternada do primeiro filtro
       *> informado (cliente, depois usuario, depois par); so
       *> com periodo, pela chave primaria a partir do dia
       *> inicial. Os demais filtros sao conferidos registro a
       *> registro. Pela chave alternada as conversoes saem na
       *> ordem de carga, que e a cronologica.
       *>
       *> -E grava, alem da lista, o extrato do cliente no
       *> periodo em extrato-<cliente>-<inicio>-<fim>.txt, lido
       *> pela chave primaria (ordem cronologica), com o nome
       *> do cliente (clientes.dat) e os totais por par das
       *> conversoes executadas e nao estornadas. Pedidos
       *> pendentes/rejeitados e estornos aparecem no extrato
       *> mas nao entram nos totais. Sem -D, o extrato e do mes
       *> corrente ate hoje.
       *>
       *> Uso: coincons [-C cliente] [-U usuario] [-P par]
       *>               [-D AAAAMMDD [AAAAMMDD]] [-E]
       *>   pelo menos um filtro; par como USDBRL, USD/BRL ou
       *>   USD-BRL; -D com um dia so consulta aquele dia;
       *>   -E exige -C
       *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVERSOES ASSIGN TO "conversoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNV-CHAVE
               ALTERNATE RECORD KEY IS CNV-COD-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNV-USUARIO
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNV-PAR
                  WITH DUPLICATES
               FILE STATUS IS WS-CONVERSOES-STATUS.

           SELECT CLIENTES ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT EXTRATO ASSIGN TO DYNAMIC WS-ARQ-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONVERSOES.
       01 CONVERSAO-REG.
           COPY "MOEDACNV.CPY".

       FD CLIENTES.
       01 CLIENTE-REG.
           COPY "MOEDACLI.CPY".

       FD EXTRATO.
       01 EXTRATO-REG PIC X(200).

       WORKING-STORAGE SECTION.

       01 WS-CONVERSOES-STATUS PIC X(2).
       01 WS-CLIENTES-STATUS PIC X(2).
       01 WS-EXTRATO-STATUS  PIC X(2).

       *> Argumentos e filtros
       01 WS-ARGUMENTO       PIC X(200).
       01 WS-ARG-GROUP.
          05 WS-TOK PIC X(30) OCCURS 10 TIMES.
       01 WS-NUM-TOK         PIC 9(2) VALUE 0.
       01 J                  PIC 9(5).
       01 WS-FILTRO-CLIENTE  PIC X(6) VALUE SPACES.
       01 WS-FILTRO-USUARIO  PIC X(30) VALUE SPACES.
       01 WS-FILTRO-PAR      PIC X(6) VALUE SPACES.
       01 WS-PAR-DIGITADO    PIC X(30).
       01 WS-TEM-PERIODO     PIC X VALUE "N".
       01 WS-DATA-INI        PIC 9(8) VALUE 0.
       01 WS-DATA-FIM        PIC 9(8) VALUE 99999999.
       01 WS-DATA-LIDA       PIC 9(8).
       01 WS-EXTRATO-PEDIDO  PIC X VALUE "N".
       01 WS-DATA-ATUAL      PIC 9(8).
       01 WS-HORA-ATUAL      PIC 9(8).

       *> Leitura: chave usada e fim da varredura
       01 WS-ACESSO          PIC X.
          88 ACESSO-CLIENTE  VALUE "C".
          88 ACESSO-USUARIO  VALUE "U".
          88 ACESSO-PAR      VALUE "P".
          88 ACESSO-DATA     VALUE "D".
       01 WS-FIM-LEITURA     PIC X VALUE "N".
       01 WS-SELECIONADA     PIC X VALUE "N".
       01 WS-QT-ENCONTRADAS  PIC 9(7) VALUE 0.
       01 WS-QT-EXTRATO      PIC 9(7) VALUE 0.

       *> Extrato
       01 WS-ARQ-EXTRATO     PIC X(60).
       01 WS-NOME-CLIENTE    PIC X(30).
       01 WS-TOT-TABLE.
          05 WS-TOT-ITEM OCCURS 200 TIMES.
             10 WS-T-PAR        PIC X(6).
             10 WS-T-QTDE       PIC 9(7).
             10 WS-T-ORIGEM     PIC 9(13)V9(3).
             10 WS-T-CASAS-ORIG PIC 9(1).
             10 WS-T-RECEBIDO   PIC 9(13)V9(3).
             10 WS-T-CASAS-REC  PIC 9(1).
       01 WS-NUM-TOT         PIC 9(3) VALUE 0.
       01 WS-MAX-TOT         PIC 9(3) VALUE 200.
       01 TX                 PIC 9(3).
       01 WS-ACHOU-PAR       PIC X VALUE "N".

       *> Linha de detalhe e edicao
       01 WS-REL-LINHA       PIC X(200).
       01 WS-REL-TMP         PIC X(200).
       01 WS-DATA-DIA        PIC 9(8).
       01 WS-DATA-EDIT       PIC X(10).
       01 WS-DATA-INI-EDIT   PIC X(10).
       01 WS-HORA-EDIT       PIC X(8).
       01 WS-SITUACAO-TXT    PIC X(9).
       01 WS-ORIGEM-TXT      PIC X(18).
       01 WS-DESTINO-TXT     PIC X(18).
       01 WS-CLIENTE-TXT     PIC X(18).
       01 WS-TAXA-EDIT       PIC Z(9)9.999999.
       01 WS-TAXA-TXT        PIC X(17).
       01 WS-QT-EDIT         PIC Z(6)9.

       *> Edicao de WS-VALOR-FMT com WS-CASAS-FMT casas
       *> decimais em WS-VALOR-TXT (FORMATA-VALOR)
       01 WS-VALOR-FMT       PIC S9(13)V9(3).
       01 WS-CASAS-FMT       PIC 9(1).
       01 WS-VALOR-EDIT-0    PIC -(13)9.
       01 WS-VALOR-EDIT-1    PIC -(13)9.9.
       01 WS-VALOR-EDIT-2    PIC -(13)9.99.
       01 WS-VALOR-EDIT-3    PIC -(13)9.999.
       01 WS-VALOR-TXT       PIC X(18).

       PROCEDURE DIVISION.

       MAIN-START.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           PERFORM TRATA-ARGUMENTOS.

           OPEN INPUT CONVERSOES.
           IF WS-CONVERSOES-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel abrir conversoes.dat "
                 "(status " WS-CONVERSOES-STATUS "). Rode o COINLOAD "
                 "para montar o acervo."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM LISTA-CONVERSOES.
           IF WS-EXTRATO-PEDIDO = "Y"
              PERFORM GRAVA-EXTRATO
           END-IF.
           CLOSE CONVERSOES.
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
           IF WS-NUM-TOK = 0
              PERFORM MOSTRA-USO
           END-IF.

           MOVE 1 TO J.
           PERFORM UNTIL J > WS-NUM-TOK
              EVALUATE FUNCTION UPPER-CASE(WS-TOK(J))
                 WHEN "-C"
                    ADD 1 TO J
                    IF J > WS-NUM-TOK
                       PERFORM MOSTRA-USO
                    END-IF
                    MOVE FUNCTION UPPER-CASE(WS-TOK(J))
                       TO WS-FILTRO-CLIENTE
                 WHEN "-U"
                    ADD 1 TO J
                    IF J > WS-NUM-TOK
                       PERFORM MOSTRA-USO
                    END-IF
                    MOVE WS-TOK(J) TO WS-FILTRO-USUARIO
                 WHEN "-P"
                    ADD 1 TO J
                    IF J > WS-NUM-TOK
                       PERFORM MOSTRA-USO
                    END-IF
                    PERFORM TRATA-PAR
                 WHEN "-D"
                    ADD 1 TO J
                    IF J > WS-NUM-TOK
                       PERFORM MOSTRA-USO
                    END-IF
                    PERFORM VALIDA-DATA
                    MOVE WS-DATA-LIDA TO WS-DATA-INI
                    MOVE WS-DATA-LIDA TO WS-DATA-FIM
                    MOVE "Y" TO WS-TEM-PERIODO
                    IF J < WS-NUM-TOK
                       AND WS-TOK(J + 1)(1:1) NOT = "-"
                       ADD 1 TO J
                       PERFORM VALIDA-DATA
                       MOVE WS-DATA-LIDA TO WS-DATA-FIM
                    END-IF
                 WHEN "-E"
                    MOVE "Y" TO WS-EXTRATO-PEDIDO
                 WHEN OTHER
                    PERFORM MOSTRA-USO
              END-EVALUATE
              ADD 1 TO J
           END-PERFORM.

           IF WS-DATA-FIM < WS-DATA-INI
              DISPLAY "ERRO: data final anterior a inicial."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-EXTRATO-PEDIDO = "Y" AND WS-FILTRO-CLIENTE = SPACES
              DISPLAY "ERRO: o extrato (-E) exige o cliente (-C)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-EXTRATO-PEDIDO = "Y" AND WS-TEM-PERIODO NOT = "Y"
              COMPUTE WS-DATA-INI = (WS-DATA-ATUAL / 100) * 100 + 1
              MOVE WS-DATA-ATUAL TO WS-DATA-FIM
              MOVE "Y" TO WS-TEM-PERIODO
           END-IF.

           EVALUATE TRUE
              WHEN WS-FILTRO-CLIENTE NOT = SPACES
                 SET ACESSO-CLIENTE TO TRUE
              WHEN WS-FILTRO-USUARIO NOT = SPACES
                 SET ACESSO-USUARIO TO TRUE
              WHEN WS-FILTRO-PAR NOT = SPACES
                 SET ACESSO-PAR TO TRUE
              WHEN WS-TEM-PERIODO = "Y"
                 SET ACESSO-DATA TO TRUE
              WHEN OTHER
                 PERFORM MOSTRA-USO
           END-EVALUATE.

       *> ---------------------------------------------------
       *> Par em WS-TOK(J): USDBRL, USD/BRL ou USD-BRL.
       *> ---------------------------------------------------
       TRATA-PAR.
           MOVE FUNCTION UPPER-CASE(WS-TOK(J)) TO WS-PAR-DIGITADO.
           EVALUATE TRUE
              WHEN WS-PAR-DIGITADO(7:) = SPACES
                 AND WS-PAR-DIGITADO(6:1) NOT = SPACE
                 AND WS-PAR-DIGITADO(4:1) NOT = "/"
                 AND WS-PAR-DIGITADO(4:1) NOT = "-"
                 MOVE WS-PAR-DIGITADO(1:6) TO WS-FILTRO-PAR
              WHEN WS-PAR-DIGITADO(8:) = SPACES
                 AND (WS-PAR-DIGITADO(4:1) = "/"
                      OR WS-PAR-DIGITADO(4:1) = "-")
                 AND WS-PAR-DIGITADO(7:1) NOT = SPACE
                 MOVE WS-PAR-DIGITADO(1:3) TO WS-FILTRO-PAR(1:3)
                 MOVE WS-PAR-DIGITADO(5:3) TO WS-FILTRO-PAR(4:3)
              WHEN OTHER
                 DISPLAY "ERRO: par invalido: "
                    FUNCTION TRIM(WS-TOK(J))
                    " (use USDBRL, USD/BRL ou USD-BRL)."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       *> ---------------------------------------------------
       *> Data AAAAMMDD em WS-TOK(J), devolvida em WS-DATA-LIDA.
       *> ---------------------------------------------------
       VALIDA-DATA.
           IF WS-TOK(J)(1:8) IS NOT NUMERIC
              OR WS-TOK(J)(9:) NOT = SPACES
              DISPLAY "ERRO: data invalida: " FUNCTION TRIM(WS-TOK(J))
                 " (use AAAAMMDD)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-TOK(J)(1:8) TO WS-DATA-LIDA.
           IF WS-DATA-LIDA < 19000101 OR WS-DATA-LIDA > 99991231
              DISPLAY "ERRO: data invalida: " WS-DATA-LIDA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       MOSTRA-USO.
           DISPLAY "Uso: coincons [-C cliente] [-U usuario] [-P par]".
           DISPLAY "              [-D AAAAMMDD [AAAAMMDD]] [-E]".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       *> ---------------------------------------------------
       *> Lista na tela as conversoes que passam nos filtros,
       *> posicionando pela chave escolhida em TRATA-ARGUMENTOS.
       *> ---------------------------------------------------
       LISTA-CONVERSOES.
           MOVE "N" TO WS-FIM-LEITURA.
           EVALUATE TRUE
              WHEN ACESSO-CLIENTE
                 MOVE WS-FILTRO-CLIENTE TO CNV-COD-CLIENTE
                 START CONVERSOES KEY = CNV-COD-CLIENTE
                    INVALID KEY MOVE "Y" TO WS-FIM-LEITURA
                 END-START
              WHEN ACESSO-USUARIO
                 MOVE WS-FILTRO-USUARIO TO CNV-USUARIO
                 START CONVERSOES KEY = CNV-USUARIO
                    INVALID KEY MOVE "Y" TO WS-FIM-LEITURA
                 END-START
              WHEN ACESSO-PAR
                 MOVE WS-FILTRO-PAR TO CNV-PAR
                 START CONVERSOES KEY = CNV-PAR
                    INVALID KEY MOVE "Y" TO WS-FIM-LEITURA
                 END-START
              WHEN OTHER
                 PERFORM POSICIONA-DATA
           END-EVALUATE.

           PERFORM UNTIL WS-FIM-LEITURA = "Y"
              READ CONVERSOES NEXT
                 AT END MOVE "Y" TO WS-FIM-LEITURA
              END-READ
              IF WS-FIM-LEITURA NOT = "Y"
                 EVALUATE TRUE
                    WHEN ACESSO-CLIENTE
                       AND CNV-COD-CLIENTE NOT = WS-FILTRO-CLIENTE
                       MOVE "Y" TO WS-FIM-LEITURA
                    WHEN ACESSO-USUARIO
                       AND CNV-USUARIO NOT = WS-FILTRO-USUARIO
                       MOVE "Y" TO WS-FIM-LEITURA
                    WHEN ACESSO-PAR AND CNV-PAR NOT = WS-FILTRO-PAR
                       MOVE "Y" TO WS-FIM-LEITURA
                    WHEN ACESSO-DATA AND CNV-DATA > WS-DATA-FIM
                       MOVE "Y" TO WS-FIM-LEITURA
                    WHEN OTHER
                       PERFORM CONFERE-FILTROS
                       IF WS-SELECIONADA = "Y"
                          IF WS-QT-ENCONTRADAS = 0
                             PERFORM MONTA-CABECALHO
                             DISPLAY FUNCTION TRIM(WS-REL-LINHA
                                TRAILING)
                          END-IF
                          ADD 1 TO WS-QT-ENCONTRADAS
                          PERFORM MONTA-DETALHE
                          DISPLAY FUNCTION TRIM(WS-REL-LINHA TRAILING)
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.

           IF WS-QT-ENCONTRADAS = 0
              DISPLAY "Nenhuma conversao encontrada."
           ELSE
              MOVE WS-QT-ENCONTRADAS TO WS-QT-EDIT
              DISPLAY FUNCTION TRIM(WS-QT-EDIT)
                 " conversao(oes) encontrada(s)."
           END-IF.

       *> ---------------------------------------------------
       *> START pela chave primaria no primeiro registro do dia
       *> WS-DATA-INI (espaco em CNV-FONTE vem antes de "A" e
       *> "P").
       *> ---------------------------------------------------
       POSICIONA-DATA.
           MOVE WS-DATA-INI TO CNV-DATA.
           MOVE 0 TO CNV-HORA.
           MOVE SPACE TO CNV-FONTE.
           MOVE 0 TO CNV-NUMERO.
           START CONVERSOES KEY >= CNV-CHAVE
              INVALID KEY MOVE "Y" TO WS-FIM-LEITURA
           END-START.

       CONFERE-FILTROS.
           MOVE "Y" TO WS-SELECIONADA.
           IF CNV-DATA < WS-DATA-INI OR CNV-DATA > WS-DATA-FIM
              MOVE "N" TO WS-SELECIONADA
           END-IF.
           IF WS-FILTRO-CLIENTE NOT = SPACES
              AND CNV-COD-CLIENTE NOT = WS-FILTRO-CLIENTE
              MOVE "N" TO WS-SELECIONADA
           END-IF.
           IF WS-FILTRO-USUARIO NOT = SPACES
              AND CNV-USUARIO NOT = WS-FILTRO-USUARIO
              MOVE "N" TO WS-SELECIONADA
           END-IF.
           IF WS-FILTRO-PAR NOT = SPACES
              AND CNV-PAR NOT = WS-FILTRO-PAR
              MOVE "N" TO WS-SELECIONADA
           END-IF.

       MONTA-CABECALHO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "DATA       HORA     USUARIO      CLIENT PAR     "
                  "VALOR ORIGEM       TAXA              "
                  "RESULTADO          TIE VALOR CLIENTE      "
                  "SITUACAO"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.

       *> ---------------------------------------------------
       *> Linha de uma conversao em WS-REL-LINHA: valores nas
       *> casas com que foram gravados; o que o pedido parado
       *> na alcada ainda nao tem (taxa, resultado) fica em
       *> branco. Aprovada, estorno e rejeitada levam quem
       *> decidiu; rejeitada, tambem o motivo.
       *> ---------------------------------------------------
       MONTA-DETALHE.
           MOVE CNV-DATA TO WS-DATA-DIA.
           PERFORM EDITA-DATA.
           MOVE SPACES TO WS-HORA-EDIT.
           STRING CNV-HORA(1:2) ":" CNV-HORA(3:2) ":" CNV-HORA(5:2)
               DELIMITED BY SIZE INTO WS-HORA-EDIT
           END-STRING.

           MOVE SPACES TO WS-ORIGEM-TXT WS-DESTINO-TXT
              WS-CLIENTE-TXT WS-TAXA-TXT.
           IF CNV-VALOR-ORIGEM NOT = 0 OR CNV-EXECUTADA
              OR CNV-ESTORNO
              MOVE CNV-VALOR-ORIGEM TO WS-VALOR-FMT
              MOVE CNV-CASAS-ORIGEM TO WS-CASAS-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT TO WS-ORIGEM-TXT
           END-IF.
           IF CNV-VALOR-DESTINO NOT = 0 OR CNV-EXECUTADA
              OR CNV-ESTORNO
              MOVE CNV-VALOR-DESTINO TO WS-VALOR-FMT
              MOVE CNV-CASAS-DESTINO TO WS-CASAS-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT TO WS-DESTINO-TXT
           END-IF.
           IF CNV-TAXA NOT = 0
              MOVE CNV-TAXA TO WS-TAXA-EDIT
              MOVE WS-TAXA-EDIT TO WS-TAXA-TXT
           END-IF.
           IF CNV-TIER NOT = SPACES AND CNV-VALOR-CLIENTE NOT = 0
              MOVE CNV-VALOR-CLIENTE TO WS-VALOR-FMT
              MOVE CNV-CASAS-CLIENTE TO WS-CASAS-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT TO WS-CLIENTE-TXT
           END-IF.
           PERFORM EDITA-SITUACAO.

           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-DATA-EDIT " " WS-HORA-EDIT " "
                  CNV-USUARIO(1:12) " " CNV-COD-CLIENTE " "
                  CNV-MOEDA-ORIGEM "/" CNV-MOEDA-DESTINO " "
                  WS-ORIGEM-TXT " " WS-TAXA-TXT " "
                  WS-DESTINO-TXT " " CNV-TIER " "
                  WS-CLIENTE-TXT " " WS-SITUACAO-TXT
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           IF CNV-INVERSO = "S"
              MOVE WS-REL-LINHA TO WS-REL-TMP
              MOVE SPACES TO WS-REL-LINHA
              STRING FUNCTION TRIM(WS-REL-TMP TRAILING) " inversa"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
           END-IF.
           IF CNV-RESPONSAVEL NOT = SPACES
              MOVE WS-REL-LINHA TO WS-REL-TMP
              MOVE SPACES TO WS-REL-LINHA
              STRING FUNCTION TRIM(WS-REL-TMP TRAILING) " por "
                     FUNCTION TRIM(CNV-RESPONSAVEL)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
           END-IF.
           IF CNV-MOTIVO NOT = SPACES
              MOVE WS-REL-LINHA TO WS-REL-TMP
              MOVE SPACES TO WS-REL-LINHA
              STRING FUNCTION TRIM(WS-REL-TMP TRAILING) ": "
                     FUNCTION TRIM(CNV-MOTIVO)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
           END-IF.

       EDITA-SITUACAO.
           EVALUATE TRUE
              WHEN CNV-FOI-ESTORNADA
                 MOVE "ESTORNADA" TO WS-SITUACAO-TXT
              WHEN CNV-DIRETA
                 MOVE "DIRETA" TO WS-SITUACAO-TXT
              WHEN CNV-APROVADA
                 MOVE "APROVADA" TO WS-SITUACAO-TXT
              WHEN CNV-ESTORNO
                 MOVE "ESTORNO" TO WS-SITUACAO-TXT
              WHEN CNV-PENDENTE
                 MOVE "PENDENTE" TO WS-SITUACAO-TXT
              WHEN CNV-REJEITADA
                 MOVE "REJEITADA" TO WS-SITUACAO-TXT
              WHEN OTHER
                 MOVE CNV-SITUACAO TO WS-SITUACAO-TXT
           END-EVALUATE.

       *> ---------------------------------------------------
       *> Extrato do cliente no periodo, em ordem cronologica
       *> (chave primaria), com os totais por par.
       *> ---------------------------------------------------
       GRAVA-EXTRATO.
           MOVE SPACES TO WS-ARQ-EXTRATO.
           STRING "extrato-" FUNCTION TRIM(WS-FILTRO-CLIENTE) "-"
                  WS-DATA-INI "-" WS-DATA-FIM ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-EXTRATO
           END-STRING.
           OPEN OUTPUT EXTRATO.
           IF WS-EXTRATO-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel criar "
                 FUNCTION TRIM(WS-ARQ-EXTRATO)
                 " (status " WS-EXTRATO-STATUS ")."
              CLOSE CONVERSOES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM BUSCA-NOME-CLIENTE.
           PERFORM GRAVA-CABECALHO-EXTRATO.

           MOVE 0 TO WS-NUM-TOT.
           MOVE 0 TO WS-QT-EXTRATO.
           MOVE "N" TO WS-FIM-LEITURA.
           PERFORM POSICIONA-DATA.
           PERFORM UNTIL WS-FIM-LEITURA = "Y"
              READ CONVERSOES NEXT
                 AT END MOVE "Y" TO WS-FIM-LEITURA
              END-READ
              IF WS-FIM-LEITURA NOT = "Y"
                 IF CNV-DATA > WS-DATA-FIM
                    MOVE "Y" TO WS-FIM-LEITURA
                 ELSE
                    PERFORM CONFERE-FILTROS
                    IF WS-SELECIONADA = "Y"
                       ADD 1 TO WS-QT-EXTRATO
                       PERFORM MONTA-DETALHE
                       WRITE EXTRATO-REG FROM WS-REL-LINHA
                       IF CNV-EXECUTADA AND NOT CNV-FOI-ESTORNADA
                          PERFORM SOMA-PAR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM GRAVA-TOTAIS-EXTRATO.
           CLOSE EXTRATO.
           DISPLAY "Extrato gravado em " FUNCTION TRIM(WS-ARQ-EXTRATO)
              ".".

       BUSCA-NOME-CLIENTE.
           MOVE "(cliente nao cadastrado)" TO WS-NOME-CLIENTE.
           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILTRO-CLIENTE TO CLI-COD-CLIENTE.
           READ CLIENTES
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE CLI-NOME TO WS-NOME-CLIENTE
           END-READ.
           CLOSE CLIENTES.

       GRAVA-CABECALHO-EXTRATO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "EXTRATO DE CONVERSOES DE CAMBIO"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE EXTRATO-REG FROM WS-REL-LINHA.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "Cliente: " FUNCTION TRIM(WS-FILTRO-CLIENTE) " - "
                  FUNCTION TRIM(WS-NOME-CLIENTE)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE EXTRATO-REG FROM WS-REL-LINHA.

           MOVE WS-DATA-INI TO WS-DATA-DIA.
           PERFORM EDITA-DATA.
           MOVE WS-DATA-EDIT TO WS-DATA-INI-EDIT.
           MOVE WS-DATA-FIM TO WS-DATA-DIA.
           PERFORM EDITA-DATA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "Periodo: " WS-DATA-INI-EDIT " a " WS-DATA-EDIT
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-DATA-ATUAL TO WS-DATA-DIA.
           PERFORM EDITA-DATA.
           MOVE WS-REL-LINHA TO WS-REL-TMP.
           MOVE SPACES TO WS-REL-LINHA.
           STRING FUNCTION TRIM(WS-REL-TMP TRAILING)
                  "   Emitido em " WS-DATA-EDIT " "
                  WS-HORA-ATUAL(1:2) ":" WS-HORA-ATUAL(3:2)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE EXTRATO-REG FROM WS-REL-LINHA.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE EXTRATO-REG FROM WS-REL-LINHA.
           PERFORM MONTA-CABECALHO.
           WRITE EXTRATO-REG FROM WS-REL-LINHA.

       *> ---------------------------------------------------
       *> Acumula a conversao no total do par: o que o cliente
       *> entregou (origem) e recebeu (valor do cliente quando
       *> houve tier, senao o resultado).
       *> ---------------------------------------------------
       SOMA-PAR.
           MOVE "N" TO WS-ACHOU-PAR.
           PERFORM VARYING TX FROM 1 BY 1
                 UNTIL TX > WS-NUM-TOT OR WS-ACHOU-PAR = "Y"
              IF WS-T-PAR(TX) = CNV-PAR
                 MOVE "Y" TO WS-ACHOU-PAR
              END-IF
           END-PERFORM.
           IF WS-ACHOU-PAR = "Y"
              SUBTRACT 1 FROM TX
           ELSE
              IF WS-NUM-TOT NOT < WS-MAX-TOT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NUM-TOT
              MOVE WS-NUM-TOT TO TX
              MOVE CNV-PAR TO WS-T-PAR(TX)
              MOVE 0 TO WS-T-QTDE(TX) WS-T-ORIGEM(TX)
                 WS-T-RECEBIDO(TX)
              MOVE 0 TO WS-T-CASAS-ORIG(TX) WS-T-CASAS-REC(TX)
           END-IF.

           ADD 1 TO WS-T-QTDE(TX).
           ADD CNV-VALOR-ORIGEM TO WS-T-ORIGEM(TX).
           IF CNV-CASAS-ORIGEM > WS-T-CASAS-ORIG(TX)
              MOVE CNV-CASAS-ORIGEM TO WS-T-CASAS-ORIG(TX)
           END-IF.
           IF CNV-TIER NOT = SPACES AND CNV-VALOR-CLIENTE NOT = 0
              ADD CNV-VALOR-CLIENTE TO WS-T-RECEBIDO(TX)
              IF CNV-CASAS-CLIENTE > WS-T-CASAS-REC(TX)
                 MOVE CNV-CASAS-CLIENTE TO WS-T-CASAS-REC(TX)
              END-IF
           ELSE
              ADD CNV-VALOR-DESTINO TO WS-T-RECEBIDO(TX)
              IF CNV-CASAS-DESTINO > WS-T-CASAS-REC(TX)
                 MOVE CNV-CASAS-DESTINO TO WS-T-CASAS-REC(TX)
              END-IF
           END-IF.

       GRAVA-TOTAIS-EXTRATO.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE EXTRATO-REG FROM WS-REL-LINHA.
           MOVE WS-QT-EXTRATO TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "Lancamentos no periodo: " FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE EXTRATO-REG FROM WS-REL-LINHA.

           MOVE SPACES TO WS-REL-LINHA.
           IF WS-NUM-TOT = 0
              STRING "Nenhuma conversao executada no periodo."
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE EXTRATO-REG FROM WS-REL-LINHA
              EXIT PARAGRAPH
           END-IF.
           STRING "Totais das conversoes executadas (sem as "
                  "estornadas):"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE EXTRATO-REG FROM WS-REL-LINHA.

           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > WS-NUM-TOT
              MOVE WS-T-QTDE(TX) TO WS-QT-EDIT
              MOVE WS-T-ORIGEM(TX) TO WS-VALOR-FMT
              MOVE WS-T-CASAS-ORIG(TX) TO WS-CASAS-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-TXT TO WS-ORIGEM-TXT
              MOVE WS-T-RECEBIDO(TX) TO WS-VALOR-FMT
              MOVE WS-T-CASAS-REC(TX) TO WS-CASAS-FMT
              PERFORM FORMATA-VALOR
              MOVE SPACES TO WS-REL-LINHA
              STRING "  " WS-T-PAR(TX)(1:3) "/" WS-T-PAR(TX)(4:3)
                     " " WS-QT-EDIT " conversao(oes)  entregue "
                     WS-T-PAR(TX)(1:3) " " WS-ORIGEM-TXT
                     "  recebido " WS-T-PAR(TX)(4:3) " "
                     WS-VALOR-TXT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE EXTRATO-REG FROM WS-REL-LINHA
           END-PERFORM.

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
