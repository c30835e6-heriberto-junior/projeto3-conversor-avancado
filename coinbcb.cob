       IDENTIFICATION DIVISION.
       PROGRAM-ID. COINBCB.

       *> ---------------------------------------------------
       *> Declaracao mensal das operacoes de cambio ao regulador:
       *> le os arquivos de movimento do mes
       *> (movimento-AAAAMMDD.txt, layout MOEDAMOV.CPY) e grava
       *> bcb-cambio-AAAAMM.txt no layout de posicoes fixas do
       *> regulador (MOEDABCB.CPY) - um header, um detalhe por
       *> conversao e um trailer com a quantidade de detalhes e
       *> o total em USD, para conferencia do arquivo.
       *>
       *> Cada detalhe leva o CPF/CNPJ e o codigo de natureza
       *> da operacao do cliente (clientes.dat, mantidos pelo
       *> CLIMAINT), os valores de origem e de destino (o valor
       *> do cliente quando a conversao teve tier, como no
       *> COINLIQ), a data de liquidacao (MOV-DATA-VALOR; no
       *> movimento antigo, sem ela, a propria data da
       *> operacao) e o equivalente em USD do valor de origem,
       *> pela cotacao historica do dia da operacao
       *> (cotacao-historico.dat, mesma regra de
       *> BUSCA-TAXA-HISTORICA do COIN). Valores com 3 casas
       *> decimais sao arredondados para as 2 do layout.
       *>
       *> Conversoes estornadas (e os proprios estornos) nao
       *> sao operacoes de cambio e ficam fora. Operacao que nao
       *> pode ser declarada - sem cliente, cliente fora do
       *> cadastro, cliente sem CPF/CNPJ ou sem natureza, ou sem
       *> cotacao para chegar ao USD - nao entra no arquivo e
       *> vai para bcb-rejeitados-AAAAMM.txt com os motivos,
       *> para ser corrigida (no cadastro pelo CLIMAINT) e a
       *> declaracao gerada de novo antes do prazo. RETURN-CODE
       *> 4 quando ha rejeitado.
       *>
       *> Uso: coinbcb [AAAAMM]
       *>   sem argumentos - declara o mes anterior
       *>   um mes         - declara aquele mes
       *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT CLIENTES ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT HISTORICO ASSIGN TO "cotacao-historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT EXTRATO ASSIGN TO DYNAMIC WS-ARQ-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.

           SELECT REJEITADOS ASSIGN TO DYNAMIC WS-ARQ-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJEITADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMENTO.
       01 MOVIMENTO-REG.
           COPY "MOEDAMOV.CPY".

       FD CLIENTES.
       01 CLIENTE-REG.
           COPY "MOEDACLI.CPY".

       FD HISTORICO.
       01 HISTORICO-REG.
           COPY "MOEDAHIST.CPY".

       FD EXTRATO.
       01 EXTRATO-REG.
           COPY "MOEDABCB.CPY".

       FD REJEITADOS.
       01 REJEITADOS-REG PIC X(160).

       WORKING-STORAGE SECTION.

       01 WS-MOVIMENTO-STATUS  PIC X(2).
       01 WS-CLIENTES-STATUS   PIC X(2).
       01 WS-HISTORICO-STATUS  PIC X(2).
       01 WS-EXTRATO-STATUS    PIC X(2).
       01 WS-REJEITADOS-STATUS PIC X(2).

       *> Mes declarado e nomes dos arquivos
       01 WS-ARGUMENTO       PIC X(100).
       01 WS-ARG-GROUP.
          05 WS-TOK PIC X(30) OCCURS 4 TIMES.
       01 WS-NUM-TOK         PIC 9(2) VALUE 0.
       01 J                  PIC 9(3).
       01 WS-HOJE            PIC 9(8).
       01 WS-HORA-ATUAL      PIC 9(8).
       01 WS-MES-PEDIDO      PIC 9(6).
       01 WS-ANO             PIC 9(4).
       01 WS-MES             PIC 9(2).
       01 WS-DIA             PIC 9(2).
       01 WS-DATA-DIA        PIC 9(8).
       01 WS-ARQ-MOVIMENTO   PIC X(30).
       01 WS-ARQ-EXTRATO     PIC X(30).
       01 WS-ARQ-REJEITADOS  PIC X(30).
       01 WS-QT-ARQUIVOS     PIC 9(4) VALUE 0.
       01 EOF-FLAG           PIC X VALUE "N".

       *> Sequencias estornadas no dia (o estorno sempre sai no
       *> mesmo arquivo de movimento da conversao original)
       01 WS-EST-TABLE.
          05 WS-EST-SEQ PIC 9(6) OCCURS 5000 TIMES.
       01 WS-NUM-EST         PIC 9(4) VALUE 0.
       01 WS-MAX-EST         PIC 9(4) VALUE 5000.
       01 EX                 PIC 9(4).
       01 WS-ESTORNADA       PIC X VALUE "N".

       *> Busca de cotacao historica (regra de
       *> BUSCA-TAXA-HISTORICA do COIN)
       01 WS-COD-BUSCA       PIC X(3).
       01 WS-DATA-BUSCA      PIC 9(8).
       01 WS-TAXA-ACHADA     PIC 9(5)V9(10).
       01 FOUND-FLAG         PIC X VALUE "N".
       01 WS-FIM-HIST        PIC X VALUE "N".
       01 WS-SEM-COTACAO     PIC X VALUE "N".
       01 WS-TAXA-ORIGEM     PIC 9(5)V9(10).
       01 WS-TAXA-USD        PIC 9(5)V9(10).
       01 WS-VALOR-BRL       PIC 9(15)V9(6).

       *> Operacao corrente
       01 WS-VALOR-ORIGEM    PIC 9(13)V9(3).
       01 WS-VALOR-DESTINO   PIC 9(13)V9(3).
       01 WS-VALOR-USD       PIC 9(15)V99.
       01 WS-DATA-VALOR-MOV  PIC 9(8).
       01 WS-MOTIVO          PIC X(60).
       01 WS-MOTIVO-PTR      PIC 9(3).
       01 WS-MOTIVO-NOVO     PIC X(25).

       *> Totais de controle
       01 WS-QT-DETALHES     PIC 9(7) VALUE 0.
       01 WS-QT-REJEITADOS   PIC 9(7) VALUE 0.
       01 WS-QT-ESTORNADAS   PIC 9(7) VALUE 0.
       01 WS-TOTAL-USD       PIC 9(17)V99 VALUE 0.

       *> Campos editados para o relatorio de rejeitados
       01 WS-QTDE-EDIT       PIC Z(6)9.
       01 WS-VALOR-EDIT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.999.
       01 WS-USD-EDIT        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-REL-LINHA       PIC X(160).

       PROCEDURE DIVISION.

       MAIN-START.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE.
           PERFORM TRATA-ARGUMENTOS.
           PERFORM ABRE-ARQUIVOS.

           *> Um arquivo de movimento por dia do mes; dias sem
           *> arquivo (fim de semana, feriado, dia sem operacao)
           *> sao simplesmente pulados.
           PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
              COMPUTE WS-DATA-DIA =
                 (WS-MES-PEDIDO * 100) + WS-DIA
              PERFORM LE-MOVIMENTO-DIA
           END-PERFORM.

           IF WS-QT-ARQUIVOS = 0
              DISPLAY "AVISO: nenhum arquivo de movimento "
                 "encontrado para o mes " WS-MES-PEDIDO "."
           END-IF.

           PERFORM FECHA-ARQUIVOS.

           MOVE WS-QT-DETALHES TO WS-QTDE-EDIT.
           MOVE WS-TOTAL-USD TO WS-USD-EDIT.
           DISPLAY "Declaracao gravada em "
              FUNCTION TRIM(WS-ARQ-EXTRATO) ": "
              FUNCTION TRIM(WS-QTDE-EDIT) " operacao(oes), total "
              "USD " FUNCTION TRIM(WS-USD-EDIT) ".".
           IF WS-QT-REJEITADOS > 0
              MOVE WS-QT-REJEITADOS TO WS-QTDE-EDIT
              DISPLAY "AVISO: " FUNCTION TRIM(WS-QTDE-EDIT)
                 " operacao(oes) rejeitada(s), listada(s) em "
                 FUNCTION TRIM(WS-ARQ-REJEITADOS)
                 "; corrija e gere a declaracao de novo."
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       *> ---------------------------------------------------
       *> Interpreta os argumentos: nenhum mes declara o mes
       *> anterior ao corrente (a declaracao e feita depois que
       *> o mes fecha); um mes (AAAAMM) declara aquele mes.
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

           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           EVALUATE WS-NUM-TOK
              WHEN 0
                 COMPUTE WS-ANO = WS-HOJE / 10000
                 MOVE WS-HOJE(5:2) TO WS-MES
                 IF WS-MES = 1
                    SUBTRACT 1 FROM WS-ANO
                    MOVE 12 TO WS-MES
                 ELSE
                    SUBTRACT 1 FROM WS-MES
                 END-IF
                 COMPUTE WS-MES-PEDIDO = (WS-ANO * 100) + WS-MES
              WHEN 1
                 IF WS-TOK(1)(7:1) NOT = SPACE
                    OR WS-TOK(1)(1:6) IS NOT NUMERIC
                    DISPLAY "ERRO: mes invalido: "
                       FUNCTION TRIM(WS-TOK(1)) " (use AAAAMM)."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE WS-TOK(1)(1:6) TO WS-MES-PEDIDO
                 MOVE WS-MES-PEDIDO(5:2) TO WS-MES
                 IF WS-MES < 1 OR WS-MES > 12
                    DISPLAY "ERRO: mes invalido: "
                       FUNCTION TRIM(WS-TOK(1)) " (use AAAAMM)."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN OTHER
                 DISPLAY "Uso: coinbcb [AAAAMM]"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

           MOVE SPACES TO WS-ARQ-EXTRATO.
           STRING "bcb-cambio-" WS-MES-PEDIDO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-EXTRATO
           END-STRING.
           MOVE SPACES TO WS-ARQ-REJEITADOS.
           STRING "bcb-rejeitados-" WS-MES-PEDIDO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-REJEITADOS
           END-STRING.

       *> ---------------------------------------------------
       *> Abre cadastro e historico (sem eles nenhuma operacao
       *> poderia ser declarada) e cria a declaracao, com o
       *> header, e o relatorio de rejeitados, com o cabecalho.
       *> ---------------------------------------------------
       ABRE-ARQUIVOS.
           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS NOT = "00"
              DISPLAY "ERRO: clientes.dat inexistente ou ilegivel "
                 "(status " WS-CLIENTES-STATUS "). Sem o cadastro "
                 "nao ha CPF/CNPJ para a declaracao."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT HISTORICO.
           IF WS-HISTORICO-STATUS NOT = "00"
              DISPLAY "ERRO: cotacao-historico.dat inexistente ou "
                 "ilegivel (status " WS-HISTORICO-STATUS "). Sem "
                 "historico nao ha valor em USD para a declaracao."
              CLOSE CLIENTES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT EXTRATO.
           IF WS-EXTRATO-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel criar "
                 FUNCTION TRIM(WS-ARQ-EXTRATO) " (status "
                 WS-EXTRATO-STATUS ")."
              CLOSE CLIENTES
              CLOSE HISTORICO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REJEITADOS.
           IF WS-REJEITADOS-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel criar "
                 FUNCTION TRIM(WS-ARQ-REJEITADOS) " (status "
                 WS-REJEITADOS-STATUS ")."
              CLOSE CLIENTES
              CLOSE HISTORICO
              CLOSE EXTRATO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO EXTRATO-REG.
           SET BCB-HEADER TO TRUE.
           MOVE "CAMBIO01" TO BCB-H-LAYOUT.
           MOVE WS-MES-PEDIDO TO BCB-H-ANO-MES.
           MOVE WS-HOJE TO BCB-H-DATA-GERACAO.
           MOVE WS-HORA-ATUAL(1:6) TO BCB-H-HORA-GERACAO.
           WRITE EXTRATO-REG.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "OPERACOES REJEITADAS DA DECLARACAO DE CAMBIO - "
                  WS-MES-PEDIDO(1:4) "-" WS-MES-PEDIDO(5:2)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE REJEITADOS-REG FROM WS-REL-LINHA.
           MOVE SPACES TO REJEITADOS-REG.
           WRITE REJEITADOS-REG.
           MOVE "DATA     SEQ.   REFERENCIA           CLIENTE ORI"
              TO WS-REL-LINHA.
           MOVE "          VALOR ORIGEM MOTIVO(S)"
              TO WS-REL-LINHA(48:).
           WRITE REJEITADOS-REG FROM WS-REL-LINHA.

       *> ---------------------------------------------------
       *> Fecha a declaracao com o trailer de controle e o
       *> relatorio de rejeitados com o total.
       *> ---------------------------------------------------
       FECHA-ARQUIVOS.
           MOVE SPACES TO EXTRATO-REG.
           SET BCB-TRAILER TO TRUE.
           MOVE WS-QT-DETALHES TO BCB-T-QTDE-DETALHES.
           MOVE WS-TOTAL-USD TO BCB-T-TOTAL-USD.
           WRITE EXTRATO-REG.
           CLOSE EXTRATO.

           MOVE SPACES TO REJEITADOS-REG.
           WRITE REJEITADOS-REG.
           MOVE WS-QT-REJEITADOS TO WS-QTDE-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "Total de operacoes rejeitadas: "
                  FUNCTION TRIM(WS-QTDE-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE REJEITADOS-REG FROM WS-REL-LINHA.
           MOVE WS-QT-ESTORNADAS TO WS-QTDE-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "Conversoes estornadas (fora da declaracao): "
                  FUNCTION TRIM(WS-QTDE-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE REJEITADOS-REG FROM WS-REL-LINHA.
           CLOSE REJEITADOS.

           CLOSE CLIENTES.
           CLOSE HISTORICO.

       *> ---------------------------------------------------
       *> Le o arquivo de movimento de um dia em duas passadas,
       *> como o COINLIQ: a primeira junta as sequencias
       *> estornadas, a segunda declara as conversoes que nao
       *> foram estornadas. O trailer de fechamento do COINEOD e
       *> as linhas de sequencia nao numerica ficam fora.
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
           ADD 1 TO WS-QT-ARQUIVOS.
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
                    PERFORM DECLARA-OPERACAO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MOVIMENTO.

       *> ---------------------------------------------------
       *> Confere a conversao corrente e grava o detalhe da
       *> declaracao, ou a linha de rejeitado com todos os
       *> motivos encontrados (para corrigir tudo de uma vez).
       *> ---------------------------------------------------
       DECLARA-OPERACAO.
           MOVE "N" TO WS-ESTORNADA.
           PERFORM VARYING EX FROM 1 BY 1
                 UNTIL EX > WS-NUM-EST OR WS-ESTORNADA = "Y"
              IF WS-EST-SEQ(EX) = MOV-SEQUENCIA
                 MOVE "Y" TO WS-ESTORNADA
              END-IF
           END-PERFORM.
           IF WS-ESTORNADA = "Y"
              ADD 1 TO WS-QT-ESTORNADAS
              EXIT PARAGRAPH
           END-IF.

           *> Valores com as casas exatas quando o movimento as
           *> tem; movimento antigo so tem 2 casas.
           IF MOV-CASAS-DESTINO NUMERIC
              MOVE MOV-ORIGINAL-EXATO TO WS-VALOR-ORIGEM
              IF MOV-TIER NOT = SPACES
                 MOVE MOV-CLIENTE-EXATO TO WS-VALOR-DESTINO
              ELSE
                 MOVE MOV-CONVERTIDO-EXATO TO WS-VALOR-DESTINO
              END-IF
           ELSE
              MOVE MOV-VALOR-ORIGINAL TO WS-VALOR-ORIGEM
              IF MOV-TIER NOT = SPACES
                 MOVE MOV-VALOR-CLIENTE TO WS-VALOR-DESTINO
              ELSE
                 MOVE MOV-VALOR-CONVERTIDO TO WS-VALOR-DESTINO
              END-IF
           END-IF.
           IF MOV-DATA-VALOR NUMERIC AND MOV-DATA-VALOR NOT = 0
              MOVE MOV-DATA-VALOR TO WS-DATA-VALOR-MOV
           ELSE
              MOVE MOV-DATA TO WS-DATA-VALOR-MOV
           END-IF.

           MOVE SPACES TO WS-MOTIVO.
           MOVE 1 TO WS-MOTIVO-PTR.
           MOVE SPACES TO CLIENTE-REG.
           IF MOV-COD-CLIENTE = SPACES
              MOVE "SEM CLIENTE" TO WS-MOTIVO-NOVO
              PERFORM ADICIONA-MOTIVO
           ELSE
              MOVE MOV-COD-CLIENTE TO CLI-COD-CLIENTE
              READ CLIENTES
                 INVALID KEY
                    MOVE SPACES TO CLIENTE-REG
                    MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO-NOVO
                    PERFORM ADICIONA-MOTIVO
                 NOT INVALID KEY
                    IF CLI-CPF-CNPJ = SPACES
                       OR NOT (CLI-PESSOA-FISICA
                               OR CLI-PESSOA-JURIDICA)
                       MOVE "SEM CPF/CNPJ" TO WS-MOTIVO-NOVO
                       PERFORM ADICIONA-MOTIVO
                    END-IF
                    IF CLI-NATUREZA = SPACES
                       MOVE "SEM NATUREZA" TO WS-MOTIVO-NOVO
                       PERFORM ADICIONA-MOTIVO
                    END-IF
              END-READ
           END-IF.

           PERFORM CALCULA-VALOR-USD.
           IF WS-SEM-COTACAO = "Y"
              MOVE "SEM COTACAO USD" TO WS-MOTIVO-NOVO
              PERFORM ADICIONA-MOTIVO
           END-IF.

           IF WS-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEITADO
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QT-DETALHES.
           MOVE SPACES TO EXTRATO-REG.
           SET BCB-DETALHE TO TRUE.
           MOVE WS-QT-DETALHES TO BCB-SEQUENCIAL.
           MOVE MOV-DATA TO BCB-DATA-OPERACAO.
           MOVE WS-DATA-VALOR-MOV TO BCB-DATA-LIQUIDACAO.
           MOVE MOV-REFERENCIA TO BCB-REFERENCIA.
           MOVE CLI-TIPO-PESSOA TO BCB-TIPO-PESSOA.
           MOVE CLI-CPF-CNPJ TO BCB-CPF-CNPJ.
           MOVE CLI-NATUREZA TO BCB-NATUREZA.
           MOVE MOV-MOEDA-ORIGEM TO BCB-MOEDA-ORIGEM.
           COMPUTE BCB-VALOR-ORIGEM ROUNDED = WS-VALOR-ORIGEM.
           MOVE MOV-MOEDA-DESTINO TO BCB-MOEDA-DESTINO.
           COMPUTE BCB-VALOR-DESTINO ROUNDED = WS-VALOR-DESTINO.
           MOVE MOV-TAXA TO BCB-TAXA.
           MOVE WS-VALOR-USD TO BCB-VALOR-USD.
           WRITE EXTRATO-REG.
           ADD WS-VALOR-USD TO WS-TOTAL-USD.

       *> ---------------------------------------------------
       *> Acrescenta WS-MOTIVO-NOVO a lista de motivos da
       *> operacao corrente, separados por "; ".
       *> ---------------------------------------------------
       ADICIONA-MOTIVO.
           IF WS-MOTIVO-PTR > 1
              STRING "; " DELIMITED BY SIZE
                 INTO WS-MOTIVO WITH POINTER WS-MOTIVO-PTR
              END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-MOTIVO-NOVO) DELIMITED BY SIZE
              INTO WS-MOTIVO WITH POINTER WS-MOTIVO-PTR
           END-STRING.

       *> ---------------------------------------------------
       *> Equivalente em USD do valor de origem, pelas cotacoes
       *> historicas do dia da operacao: o valor vai a BRL pela
       *> taxa da moeda de origem (unidades da moeda por 1 BRL;
       *> BRL vale 1) e de BRL a USD pela taxa do USD. Origem
       *> em USD dispensa cotacao. Liga WS-SEM-COTACAO quando
       *> falta alguma.
       *> ---------------------------------------------------
       CALCULA-VALOR-USD.
           MOVE "N" TO WS-SEM-COTACAO.
           MOVE 0 TO WS-VALOR-USD.
           IF MOV-MOEDA-ORIGEM = "USD"
              COMPUTE WS-VALOR-USD ROUNDED = WS-VALOR-ORIGEM
              EXIT PARAGRAPH
           END-IF.

           MOVE MOV-DATA TO WS-DATA-BUSCA.
           IF MOV-MOEDA-ORIGEM = "BRL"
              MOVE 1 TO WS-TAXA-ORIGEM
           ELSE
              MOVE MOV-MOEDA-ORIGEM TO WS-COD-BUSCA
              PERFORM BUSCA-TAXA-HISTORICA
              MOVE WS-TAXA-ACHADA TO WS-TAXA-ORIGEM
           END-IF.
           MOVE "USD" TO WS-COD-BUSCA.
           PERFORM BUSCA-TAXA-HISTORICA.
           MOVE WS-TAXA-ACHADA TO WS-TAXA-USD.
           IF WS-SEM-COTACAO = "Y"
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VALOR-BRL ROUNDED =
              WS-VALOR-ORIGEM / WS-TAXA-ORIGEM.
           COMPUTE WS-VALOR-USD ROUNDED =
              WS-VALOR-BRL * WS-TAXA-USD.

       *> ---------------------------------------------------
       *> Procura em cotacao-historico.dat a cotacao de
       *> WS-COD-BUSCA em vigor em WS-DATA-BUSCA: a maior data
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
                    OR HIST-DATA-COTACAO > WS-DATA-BUSCA
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
       *> Linha do relatorio de rejeitados para a operacao
       *> corrente: dia, sequencia, referencia, cliente, moeda
       *> e valor de origem, e os motivos.
       *> ---------------------------------------------------
       GRAVA-REJEITADO.
           ADD 1 TO WS-QT-REJEITADOS.
           MOVE WS-VALOR-ORIGEM TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING MOV-DATA " " MOV-SEQUENCIA " " MOV-REFERENCIA
                  " " MOV-COD-CLIENTE "  " MOV-MOEDA-ORIGEM " "
                  WS-VALOR-EDIT " " FUNCTION TRIM(WS-MOTIVO)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE REJEITADOS-REG FROM WS-REL-LINHA.
