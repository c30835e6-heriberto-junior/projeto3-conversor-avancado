       IDENTIFICATION DIVISION.
       PROGRAM-ID. COINPLD.

       *> ---------------------------------------------------
       *> Monitoracao de prevencao a lavagem de dinheiro (PLD)
       *> sobre as conversoes. A alcada de aprovacao-limite.txt
       *> manda as conversoes grandes para o COINAPRV, mas nao
       *> enxerga quem quebra uma conversao grande em varias
       *> logo abaixo do teto, no mesmo dia ou em poucos dias.
       *> Esta varredura le, numa janela de dias que termina no
       *> dia pedido:
       *>   - os movimentos (movimento-AAAAMMDD.txt), que sao a
       *>     fonte principal; conversoes estornadas e os
       *>     proprios estornos ficam fora;
       *>   - audit.log e os mensais audit-AAAAMM.log do
       *>     COINARCH, para os dias sem movimento e para as
       *>     linhas cuja referencia nao esta no movimento;
       *>   - pendentes.txt: pedidos estacionados (P) ou
       *>     rejeitados (R) na janela contam como tentativa na
       *>     frequencia do cliente.
       *> e aponta tres indicios (parametros em
       *> pld-parametros.txt, MOEDAPLP.CPY):
       *>   FRACIONADA - o mesmo sujeito (o cliente, quando a
       *>                conversao tem codigo de cliente; o
       *>                usuario, nas demais) fez, na mesma
       *>                moeda de destino, PLP-MIN-FRACOES ou
       *>                mais conversoes abaixo da alcada que,
       *>                somadas, passam dela;
       *>   FREQUENCIA - o cliente tem mais de PLP-MAX-OPERACOES
       *>                conversoes (e tentativas) na janela;
       *>   ALCADA     - conversao ate PLP-FAIXA-PCT por cento
       *>                abaixo do teto.
       *> Sem alcada configurada, FRACIONADA e ALCADA ficam
       *> desligadas (nao ha teto para contornar).
       *>
       *> Cada indicio novo vira um caso em pld-casos.txt
       *> (MOEDAPLD.CPY), aberto; indicio ja coberto por caso
       *> aberto ou em revisao - ou por caso fechado que ja
       *> cobria o mesmo periodo - nao abre outro. O relatorio
       *> sai em pld-AAAAMMDD.txt. RETURN-CODE 4 quando algum
       *> caso novo foi aberto.
       *>
       *> O oficial de compliance (oficiais-pld.txt) trabalha os
       *> casos com -R (em revisao) e -F (fechado, com
       *> justificativa obrigatoria); ninguem trata caso em que
       *> ele mesmo e o sujeito. Cada mudanca regrava
       *> pld-casos.txt via temporario + CBL_RENAME_FILE, como
       *> a fila do COINAPRV, e fica registrada em
       *> pld-audit.log. O COINCHK aponta os casos abertos ha
       *> mais de PLP-DIAS-ALERTA dias.
       *>
       *> Uso: coinpld [AAAAMMDD [dias]]
       *>   sem argumentos - janela terminando hoje
       *>   uma data       - janela terminando naquele dia
       *>   dias           - tamanho da janela (maximo 90; o
       *>                    padrao vem de pld-parametros.txt)
       *> Uso: coinpld -L
       *>   lista os casos abertos e em revisao
       *> Uso: coinpld -R <caso>
       *> Uso: coinpld -F <caso> <justificativa...>
       *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO "pld-parametros.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT ALCADA ASSIGN TO "aprovacao-limite.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALCADA-STATUS.

           SELECT MOVIMENTO ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT AUDITORIA ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT AUDITORIA-ARQ ASSIGN TO DYNAMIC WS-ARQ-AUD-MES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-ARQ-STATUS.

           SELECT PENDENTES ASSIGN TO "pendentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDENTES-STATUS.

           SELECT CASOS ASSIGN TO "pld-casos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-STATUS.

           SELECT CASOS-TEMP ASSIGN TO "pld-casos.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-TEMP-STATUS.

           SELECT OFICIAIS ASSIGN TO "oficiais-pld.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFICIAIS-STATUS.

           SELECT LOG-PLD ASSIGN TO "pld-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-PLD-STATUS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
       01 PARAMETRO-REG.
           COPY "MOEDAPLP.CPY".

       FD ALCADA.
       01 ALCADA-REG PIC X(30).

       FD MOVIMENTO.
       01 MOVIMENTO-REG.
           COPY "MOEDAMOV.CPY".

       FD AUDITORIA.
       01 AUDITORIA-REG PIC X(400).

       FD AUDITORIA-ARQ.
       01 AUDITORIA-ARQ-REG PIC X(400).

       FD PENDENTES.
       01 PENDENTE-REG.
           COPY "MOEDAPEN.CPY".

       FD CASOS.
       01 CASO-REG.
           COPY "MOEDAPLD.CPY".

       FD CASOS-TEMP.
       01 CASO-TEMP-REG PIC X(214).

       FD OFICIAIS.
       01 OFICIAL-REG PIC X(30).

       FD LOG-PLD.
       01 LOG-PLD-REG PIC X(200).

       FD RELATORIO.
       01 RELATORIO-REG PIC X(200).

       WORKING-STORAGE SECTION.

       01 WS-PARAMETROS-STATUS PIC X(2).
       01 WS-ALCADA-STATUS   PIC X(2).
       01 WS-MOVIMENTO-STATUS PIC X(2).
       01 WS-AUDITORIA-STATUS PIC X(2).
       01 WS-AUD-ARQ-STATUS  PIC X(2).
       01 WS-PENDENTES-STATUS PIC X(2).
       01 WS-CASOS-STATUS    PIC X(2).
       01 WS-CASOS-TEMP-STATUS PIC X(2).
       01 WS-OFICIAIS-STATUS PIC X(2).
       01 WS-LOG-PLD-STATUS  PIC X(2).
       01 WS-RELATORIO-STATUS PIC X(2).

       *> Argumentos: a opcao ou a data, e o caso e as palavras
       *> da justificativa.
       01 WS-ARGUMENTO       PIC X(200).
       01 WS-ARG-GROUP.
          05 WS-TOK PIC X(30) OCCURS 10 TIMES.
       01 WS-NUM-TOK         PIC 9(2) VALUE 0.
       01 J                  PIC 9(5).
       01 WS-MODO            PIC X VALUE "V".
          88 MODO-VARREDURA  VALUE "V".
          88 MODO-LISTA      VALUE "L".
          88 MODO-TRATA      VALUE "R" "F".
       01 WS-DATA-ALVO       PIC 9(8).
       01 WS-DIAS-PEDIDOS    PIC 9(3) VALUE 0.
       01 WS-CASO-PEDIDO     PIC 9(6) VALUE 0.
       01 WS-JUSTIFICATIVA   PIC X(60).
       01 WS-JUSTIFICATIVA-TMP PIC X(60).
       01 WS-DATA-ATUAL      PIC 9(8).
       01 WS-HORA-ATUAL      PIC 9(8).

       *> Parametros (pld-parametros.txt ou os padroes)
       01 WS-JANELA-DIAS     PIC 9(3) VALUE 7.
       01 WS-MAX-JANELA      PIC 9(3) VALUE 90.
       01 WS-FAIXA-PCT       PIC 9(2) VALUE 10.
       01 WS-MIN-FRACOES     PIC 9(3) VALUE 3.
       01 WS-MAX-OPERACOES   PIC 9(4) VALUE 20.
       01 WS-DIAS-ALERTA     PIC 9(3) VALUE 5.

       *> Teto de aprovacao e o piso da faixa logo abaixo dele
       01 WS-TEM-ALCADA      PIC X VALUE "N".
       01 WS-LIMITE-ALCADA   PIC 9(13)V99 VALUE 0.
       01 WS-PISO-ALCADA     PIC 9(13)V9(3) VALUE 0.
       01 WS-ALCADA-TXT      PIC X(30).

       *> Janela varrida: datas AAAAMMDD e dias internos
       01 WS-DATA-INICIO     PIC 9(8).
       01 WS-DATA-INT-INI    PIC 9(8).
       01 WS-DATA-INT-FIM    PIC 9(8).
       01 WS-DATA-INT        PIC 9(8).
       01 WS-DATA-DIA        PIC 9(8).
       01 WS-DX              PIC S9(9).
       01 WS-MES-CORRENTE    PIC 9(6).
       01 WS-MES-FINAL       PIC 9(6).
       01 WS-MES-ANO         PIC 9(4).
       01 WS-MES-MM          PIC 9(2).
       01 WS-ARQ-MOVIMENTO   PIC X(30).
       01 WS-ARQ-AUD-MES     PIC X(30).
       01 WS-ARQ-RELATORIO   PIC X(30).
       01 EOF-FLAG           PIC X VALUE "N".

       *> Por dia da janela: se houve movimento e a faixa da
       *> tabela de operacoes que veio dele (para conferir as
       *> referencias da auditoria so contra o proprio dia).
       01 WS-DIA-TABLE.
          05 WS-DIA-ITEM OCCURS 90 TIMES.
             10 WS-DIA-MOV      PIC X.
             10 WS-DIA-PRIM     PIC 9(5).
             10 WS-DIA-ULT      PIC 9(5).

       *> Sequencias estornadas no movimento que esta sendo lido
       01 WS-EST-TABLE.
          05 WS-EST-SEQ PIC 9(6) OCCURS 5000 TIMES.
       01 WS-NUM-EST         PIC 9(4) VALUE 0.
       01 WS-MAX-EST         PIC 9(4) VALUE 5000.
       01 EX                 PIC 9(4).

       *> Operacoes da janela. WS-O-FONTE: "M" movimento, "A"
       *> auditoria, "P" pedido em pendentes.txt (so conta na
       *> frequencia), "X" conversao estornada (fica na tabela
       *> apenas para que a linha de auditoria dela nao entre).
       *> WS-O-VALOR e o valor convertido, na moeda de destino,
       *> o mesmo que o COIN compara com a alcada.
       01 WS-OPER-TABLE.
          05 WS-OPER-ITEM OCCURS 20000 TIMES.
             10 WS-O-DATA       PIC 9(8).
             10 WS-O-SEQUENCIA  PIC 9(6).
             10 WS-O-USUARIO    PIC X(30).
             10 WS-O-CLIENTE    PIC X(6).
             10 WS-O-MOEDA      PIC X(3).
             10 WS-O-VALOR      PIC 9(13)V9(3).
             10 WS-O-CASAS      PIC 9(1).
             10 WS-O-CHAVE      PIC X(20).
             10 WS-O-FONTE      PIC X.
       01 WS-NUM-OPER        PIC 9(5) VALUE 0.
       01 WS-MAX-OPER        PIC 9(5) VALUE 20000.
       01 OX                 PIC 9(5).
       01 WS-TABELA-CHEIA    PIC X VALUE "N".
       01 WS-ACHOU-CHAVE     PIC X VALUE "N".

       *> Somas por sujeito e moeda (FRACIONADA)
       01 WS-SUJ-TABLE.
          05 WS-SUJ-ITEM OCCURS 2000 TIMES.
             10 WS-S-TIPO       PIC X.
             10 WS-S-SUJEITO    PIC X(30).
             10 WS-S-MOEDA      PIC X(3).
             10 WS-S-QTDE       PIC 9(5).
             10 WS-S-SOMA       PIC 9(13)V9(3).
             10 WS-S-CASAS      PIC 9(1).
             10 WS-S-DATA-INI   PIC 9(8).
             10 WS-S-DATA-FIM   PIC 9(8).
       01 WS-NUM-SUJ         PIC 9(4) VALUE 0.
       01 WS-MAX-SUJ         PIC 9(4) VALUE 2000.
       01 SX                 PIC 9(4).

       *> Contagem por cliente (FREQUENCIA)
       01 WS-FRQ-TABLE.
          05 WS-FRQ-ITEM OCCURS 2000 TIMES.
             10 WS-F-CLIENTE    PIC X(6).
             10 WS-F-QTDE       PIC 9(5).
             10 WS-F-DATA-INI   PIC 9(8).
             10 WS-F-DATA-FIM   PIC 9(8).
       01 WS-NUM-FRQ         PIC 9(4) VALUE 0.
       01 WS-MAX-FRQ         PIC 9(4) VALUE 2000.
       01 FX                 PIC 9(4).

       *> Sujeito de uma operacao: o cliente quando ha codigo,
       *> o usuario nas demais
       01 WS-TIPO-BUSCA      PIC X.
       01 WS-SUJEITO-BUSCA   PIC X(30).

       *> Indicio corrente (REGISTRA-ACHADO)
       01 WS-ACHADO.
          05 WS-A-REGRA      PIC X(10).
          05 WS-A-TIPO       PIC X.
          05 WS-A-SUJEITO    PIC X(30).
          05 WS-A-MOEDA      PIC X(3).
          05 WS-A-QTDE       PIC 9(4).
          05 WS-A-VALOR      PIC 9(13)V9(3).
          05 WS-A-CASAS      PIC 9(1).
          05 WS-A-DATA-INI   PIC 9(8).
          05 WS-A-DATA-FIM   PIC 9(8).
          05 WS-A-CHAVE      PIC X(20).

       *> Casos de pld-casos.txt em memoria (imagem do registro)
       *> e a visao de um deles em campos, como a fila do
       *> COINAPRV
       01 WS-CASO-TABLE.
          05 WS-CASO-ITEM PIC X(214) OCCURS 9999 TIMES.
       01 WS-NUM-CASOS       PIC 9(4) VALUE 0.
       01 WS-MAX-CASOS       PIC 9(4) VALUE 9999.
       01 CX                 PIC 9(4).
       01 WS-ULTIMO-ID       PIC 9(6) VALUE 0.
       01 WS-CASO-REG.
          05 WC-ID           PIC 9(6).
          05 WC-STATUS       PIC X.
          05 WC-REGRA        PIC X(10).
          05 WC-DATA-ABERTURA PIC 9(8).
          05 WC-TIPO-SUJEITO PIC X.
          05 WC-SUJEITO      PIC X(30).
          05 WC-MOEDA        PIC X(3).
          05 WC-QTDE         PIC 9(4).
          05 WC-VALOR        PIC 9(13)V9(3).
          05 WC-CASAS        PIC 9(1).
          05 WC-DATA-INI     PIC 9(8).
          05 WC-DATA-FIM     PIC 9(8).
          05 WC-CHAVE        PIC X(20).
          05 WC-RESPONSAVEL  PIC X(30).
          05 WC-DATA-STATUS  PIC 9(8).
          05 WC-JUSTIFICATIVA PIC X(60).
       01 WS-CASO-EXISTENTE  PIC 9(4) VALUE 0.
       01 WS-STATUS-ANTERIOR PIC X.
       01 WS-NOME-CASOS      PIC X(30) VALUE "pld-casos.txt".
       01 WS-NOME-CASOS-TEMP PIC X(30) VALUE "pld-casos.tmp".
       01 WS-CASOS-RENAME-RC PIC 9(4) COMP.
       01 WS-REGRAVA-OK      PIC X VALUE "Y".

       *> Oficial de compliance (-R/-F)
       01 WS-OFICIAL         PIC X(30).
       01 WS-AUTORIZADO      PIC X VALUE "N".
       01 WS-FIM-OFICIAIS    PIC X VALUE "N".

       *> Linha corrente da auditoria e seus tokens (os campos
       *> sao localizados pelo prefixo, como no COINMATC)
       01 WS-LINHA           PIC X(400).
       01 WS-LIN-GROUP.
          05 WS-LTOK PIC X(40) OCCURS 20 TIMES.
       01 WS-NUM-LTOK        PIC 9(2) VALUE 0.
       01 K                  PIC 9(3).
       01 WS-LIN-DATA-TXT    PIC X(10).
       01 WS-LIN-DATA        PIC 9(8).
       01 WS-LIN-HORA-TXT    PIC X(8).
       01 WS-LIN-USUARIO     PIC X(30).
       01 WS-LIN-CLIENTE     PIC X(6).
       01 WS-LIN-DESTINO     PIC X(3).
       01 WS-LIN-REFERENCIA  PIC X(20).
       01 WS-LIN-ESTORNO     PIC X VALUE "N".
       01 WS-LIN-VALOR-TXT   PIC X(30).
       01 WS-LIN-VALOR       PIC 9(13)V9(3).
       01 WS-LIN-CASAS       PIC 9(1).
       01 WS-VAL-NORM        PIC X(30).
       01 WS-POS-DECIMAL     PIC 9(3).
       01 L                  PIC 9(3).
       01 M                  PIC 9(3).

       *> Contadores, linhas do relatorio e edicao
       01 WS-QT-MOVIMENTO    PIC 9(6) VALUE 0.
       01 WS-QT-AUDITORIA    PIC 9(6) VALUE 0.
       01 WS-QT-PEDIDOS      PIC 9(6) VALUE 0.
       01 WS-QT-NOVOS        PIC 9(6) VALUE 0.
       01 WS-QT-JA-EM-CASO   PIC 9(6) VALUE 0.
       01 WS-QT-LISTADOS     PIC 9(6) VALUE 0.
       01 WS-IDADE           PIC S9(9).
       01 WS-REL-LINHA       PIC X(200).
       01 WS-REL-TMP         PIC X(200).
       01 WS-DESCRICAO       PIC X(200).
       01 WS-SITUACAO-TXT    PIC X(10).
       01 WS-DATA-EDIT       PIC X(10).
       01 WS-DATA-INI-EDIT   PIC X(10).
       01 WS-QT-EDIT         PIC Z(7)9.
       01 WS-DIAS-EDIT       PIC Z(3)9.
       01 WS-PCT-EDIT        PIC Z9.
       01 WS-ALCADA-EDIT     PIC Z(12)9.99.
       01 WS-LOG-LINHA       PIC X(200).

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
           PERFORM TRATA-ARGUMENTOS.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.

           EVALUATE TRUE
              WHEN MODO-LISTA
                 PERFORM LISTA-CASOS
              WHEN MODO-TRATA
                 PERFORM TRATA-CASO
              WHEN OTHER
                 PERFORM VARRE-JANELA
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
                 MOVE "V" TO WS-MODO
              WHEN WS-TOK(1) = "-L" OR WS-TOK(1) = "-l"
                 MOVE "L" TO WS-MODO
                 IF WS-NUM-TOK NOT = 1
                    PERFORM MOSTRA-USO
                 END-IF
              WHEN WS-TOK(1) = "-R" OR WS-TOK(1) = "-r"
                 MOVE "R" TO WS-MODO
                 IF WS-NUM-TOK NOT = 2
                    PERFORM MOSTRA-USO
                 END-IF
                 PERFORM TRATA-CASO-PEDIDO
              WHEN WS-TOK(1) = "-F" OR WS-TOK(1) = "-f"
                 MOVE "F" TO WS-MODO
                 IF WS-NUM-TOK < 3
                    DISPLAY "ERRO: o fechamento do caso exige a "
                       "justificativa."
                    PERFORM MOSTRA-USO
                 END-IF
                 PERFORM TRATA-CASO-PEDIDO
                 MOVE SPACES TO WS-JUSTIFICATIVA
                 PERFORM VARYING J FROM 3 BY 1 UNTIL J > WS-NUM-TOK
                    MOVE WS-JUSTIFICATIVA TO WS-JUSTIFICATIVA-TMP
                    MOVE SPACES TO WS-JUSTIFICATIVA
                    STRING FUNCTION TRIM(WS-JUSTIFICATIVA-TMP) " "
                           FUNCTION TRIM(WS-TOK(J))
                        DELIMITED BY SIZE INTO WS-JUSTIFICATIVA
                    END-STRING
                 END-PERFORM
                 MOVE FUNCTION TRIM(WS-JUSTIFICATIVA)
                    TO WS-JUSTIFICATIVA
              WHEN WS-NUM-TOK = 1 OR WS-NUM-TOK = 2
                 MOVE "V" TO WS-MODO
                 COMPUTE WS-DATA-ALVO = FUNCTION NUMVAL(WS-TOK(1))
                 IF WS-NUM-TOK = 2
                    COMPUTE WS-DIAS-PEDIDOS =
                       FUNCTION NUMVAL(WS-TOK(2))
                    IF WS-DIAS-PEDIDOS = 0
                       OR WS-DIAS-PEDIDOS > WS-MAX-JANELA
                       DISPLAY "ERRO: janela invalida: "
                          FUNCTION TRIM(WS-TOK(2))
                          " (de 1 a " WS-MAX-JANELA " dias)."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
              WHEN OTHER
                 PERFORM MOSTRA-USO
           END-EVALUATE.

           IF WS-DATA-ALVO < 19000101 OR WS-DATA-ALVO > 99991231
              DISPLAY "ERRO: data invalida: " WS-DATA-ALVO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       TRATA-CASO-PEDIDO.
           COMPUTE WS-CASO-PEDIDO = FUNCTION NUMVAL(WS-TOK(2)).
           IF WS-CASO-PEDIDO = 0
              DISPLAY "ERRO: caso invalido: "
                 FUNCTION TRIM(WS-TOK(2))
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       MOSTRA-USO.
           DISPLAY "Uso: coinpld [AAAAMMDD [dias]]".
           DISPLAY "     coinpld -L".
           DISPLAY "     coinpld -R <caso>".
           DISPLAY "     coinpld -F <caso> <justificativa>".
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       *> ---------------------------------------------------
       *> Varredura da janela: junta as operacoes, aplica as
       *> tres regras, abre os casos novos e grava o relatorio.
       *> ---------------------------------------------------
       VARRE-JANELA.
           PERFORM CARREGA-PARAMETROS.
           IF WS-DIAS-PEDIDOS NOT = 0
              MOVE WS-DIAS-PEDIDOS TO WS-JANELA-DIAS
           END-IF.
           PERFORM CARREGA-ALCADA.
           PERFORM CARREGA-CASOS.

           COMPUTE WS-DATA-INT-FIM =
              FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO).
           COMPUTE WS-DATA-INT-INI =
              WS-DATA-INT-FIM - WS-JANELA-DIAS + 1.
           COMPUTE WS-DATA-INICIO =
              FUNCTION DATE-OF-INTEGER(WS-DATA-INT-INI).
           INITIALIZE WS-DIA-TABLE.

           PERFORM LE-JANELA-MOVIMENTO.
           PERFORM LE-JANELA-AUDITORIA.
           PERFORM LE-PENDENTES.
           IF WS-TABELA-CHEIA = "Y"
              DISPLAY "AVISO: mais de " WS-MAX-OPER " operacoes "
                 "na janela; as excedentes ficaram fora da "
                 "varredura."
           END-IF.

           MOVE SPACES TO WS-ARQ-RELATORIO.
           STRING "pld-" WS-DATA-ALVO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO.
           IF WS-RELATORIO-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel gravar "
                 FUNCTION TRIM(WS-ARQ-RELATORIO) " (status "
                 WS-RELATORIO-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM GRAVA-CABECALHO.

           PERFORM APURA-FRACIONAMENTO.
           PERFORM APURA-FREQUENCIA.
           PERFORM APURA-FAIXA-ALCADA.

           PERFORM GRAVA-RODAPE.
           CLOSE RELATORIO.

           MOVE WS-QT-NOVOS TO WS-QT-EDIT.
           DISPLAY "Monitoracao PLD de " WS-DATA-INICIO " a "
              WS-DATA-ALVO ": " FUNCTION TRIM(WS-QT-EDIT)
              " caso(s) novo(s) em "
              FUNCTION TRIM(WS-ARQ-RELATORIO) ".".
           IF WS-QT-NOVOS NOT = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       *> ---------------------------------------------------
       *> Le pld-parametros.txt. Sem o arquivo valem os
       *> padroes; campo nao numerico (ou zerado, onde zero nao
       *> faz sentido) mantem o padrao.
       *> ---------------------------------------------------
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-PARAMETROS-STATUS NOT = "00"
              IF MODO-VARREDURA
                 DISPLAY "AVISO: pld-parametros.txt inexistente; "
                    "usando os parametros padrao."
              END-IF
              EXIT PARAGRAPH
           END-IF.
           READ PARAMETROS
              AT END
                 CLOSE PARAMETROS
                 EXIT PARAGRAPH
           END-READ.
           CLOSE PARAMETROS.

           IF PLP-JANELA-DIAS NUMERIC AND PLP-JANELA-DIAS > 0
              MOVE PLP-JANELA-DIAS TO WS-JANELA-DIAS
              IF WS-JANELA-DIAS > WS-MAX-JANELA
                 MOVE WS-MAX-JANELA TO WS-JANELA-DIAS
              END-IF
           END-IF.
           IF PLP-FAIXA-PCT NUMERIC
              MOVE PLP-FAIXA-PCT TO WS-FAIXA-PCT
           END-IF.
           IF PLP-MIN-FRACOES NUMERIC AND PLP-MIN-FRACOES > 1
              MOVE PLP-MIN-FRACOES TO WS-MIN-FRACOES
           END-IF.
           IF PLP-MAX-OPERACOES NUMERIC AND PLP-MAX-OPERACOES > 0
              MOVE PLP-MAX-OPERACOES TO WS-MAX-OPERACOES
           END-IF.
           IF PLP-DIAS-ALERTA NUMERIC
              MOVE PLP-DIAS-ALERTA TO WS-DIAS-ALERTA
           END-IF.

       *> ---------------------------------------------------
       *> Teto de aprovacao, lido como no COIN. Arquivo
       *> ausente, vazio ou zerado: sem alcada.
       *> ---------------------------------------------------
       CARREGA-ALCADA.
           OPEN INPUT ALCADA.
           IF WS-ALCADA-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           READ ALCADA INTO WS-ALCADA-TXT
              AT END
                 CLOSE ALCADA
                 EXIT PARAGRAPH
           END-READ.
           CLOSE ALCADA.

           INSPECT WS-ALCADA-TXT REPLACING ALL "," BY ".".
           COMPUTE WS-LIMITE-ALCADA =
              FUNCTION NUMVAL(WS-ALCADA-TXT).
           IF WS-LIMITE-ALCADA NOT = 0
              MOVE "Y" TO WS-TEM-ALCADA
              COMPUTE WS-PISO-ALCADA = WS-LIMITE-ALCADA
                 - (WS-LIMITE-ALCADA * WS-FAIXA-PCT / 100)
           END-IF.

       *> ---------------------------------------------------
       *> Carrega pld-casos.txt na tabela e guarda o maior ID
       *> ja usado. Sem o arquivo, nao ha casos.
       *> ---------------------------------------------------
       CARREGA-CASOS.
           MOVE 0 TO WS-NUM-CASOS.
           MOVE 0 TO WS-ULTIMO-ID.
           OPEN INPUT CASOS.
           IF WS-CASOS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ CASOS
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 IF WS-NUM-CASOS NOT < WS-MAX-CASOS
                    DISPLAY "ERRO: pld-casos.txt excede "
                       WS-MAX-CASOS " casos; arquive os casos "
                       "fechados antes de continuar."
                    CLOSE CASOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-NUM-CASOS
                 MOVE CASO-REG TO WS-CASO-ITEM(WS-NUM-CASOS)
                 IF CASO-ID NUMERIC AND CASO-ID > WS-ULTIMO-ID
                    MOVE CASO-ID TO WS-ULTIMO-ID
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CASOS.

       *> ---------------------------------------------------
       *> Le os movimentos de cada dia da janela. Dia sem
       *> arquivo e pulado (a auditoria cobre o dia).
       *> ---------------------------------------------------
       LE-JANELA-MOVIMENTO.
           MOVE WS-DATA-INT-INI TO WS-DATA-INT.
           PERFORM UNTIL WS-DATA-INT > WS-DATA-INT-FIM
              COMPUTE WS-DATA-DIA =
                 FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
              COMPUTE WS-DX = WS-DATA-INT - WS-DATA-INT-INI + 1
              PERFORM LE-MOVIMENTO-DIA
              ADD 1 TO WS-DATA-INT
           END-PERFORM.

       *> ---------------------------------------------------
       *> Le movimento-AAAAMMDD.txt de WS-DATA-DIA: cada
       *> conversao entra na tabela; no fim do arquivo as que
       *> foram estornadas no proprio dia viram fonte "X".
       *> Trailer do COINEOD e sequencias nao numericas ficam
       *> fora.
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
           MOVE "Y" TO WS-DIA-MOV(WS-DX).
           COMPUTE WS-DIA-PRIM(WS-DX) = WS-NUM-OPER + 1.
           MOVE 0 TO WS-NUM-EST.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ MOVIMENTO
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 IF MOVIMENTO-REG(1:10) NOT = "FECHAMENTO"
                    AND MOV-SEQUENCIA NUMERIC
                    IF MOV-EH-ESTORNO
                       IF WS-NUM-EST < WS-MAX-EST
                          ADD 1 TO WS-NUM-EST
                          MOVE MOV-SEQ-ORIGINAL
                             TO WS-EST-SEQ(WS-NUM-EST)
                       END-IF
                    ELSE
                       PERFORM GUARDA-MOVIMENTO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MOVIMENTO.
           MOVE WS-NUM-OPER TO WS-DIA-ULT(WS-DX).

           PERFORM VARYING OX FROM WS-DIA-PRIM(WS-DX) BY 1
                 UNTIL OX > WS-DIA-ULT(WS-DX)
              PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-NUM-EST
                 IF WS-EST-SEQ(EX) = WS-O-SEQUENCIA(OX)
                    MOVE "X" TO WS-O-FONTE(OX)
                 END-IF
              END-PERFORM
              IF WS-O-FONTE(OX) = "M"
                 ADD 1 TO WS-QT-MOVIMENTO
              END-IF
           END-PERFORM.

       GUARDA-MOVIMENTO.
           IF WS-NUM-OPER NOT < WS-MAX-OPER
              MOVE "Y" TO WS-TABELA-CHEIA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-OPER.
           MOVE WS-NUM-OPER TO OX.
           MOVE WS-DATA-DIA TO WS-O-DATA(OX).
           MOVE MOV-SEQUENCIA TO WS-O-SEQUENCIA(OX).
           MOVE MOV-USUARIO TO WS-O-USUARIO(OX).
           MOVE MOV-COD-CLIENTE TO WS-O-CLIENTE(OX).
           MOVE MOV-MOEDA-DESTINO TO WS-O-MOEDA(OX).
           IF MOV-CASAS-DESTINO NUMERIC
              MOVE MOV-CASAS-DESTINO TO WS-O-CASAS(OX)
              MOVE MOV-CONVERTIDO-EXATO TO WS-O-VALOR(OX)
           ELSE
              MOVE 2 TO WS-O-CASAS(OX)
              MOVE MOV-VALOR-CONVERTIDO TO WS-O-VALOR(OX)
           END-IF.
           IF MOV-REFERENCIA NOT = SPACES
              MOVE MOV-REFERENCIA TO WS-O-CHAVE(OX)
           ELSE
              MOVE SPACES TO WS-O-CHAVE(OX)
              STRING "MOV" WS-DATA-DIA MOV-SEQUENCIA
                  DELIMITED BY SIZE INTO WS-O-CHAVE(OX)
              END-STRING
           END-IF.
           MOVE "M" TO WS-O-FONTE(OX).

       *> ---------------------------------------------------
       *> Le os audit-AAAAMM.log dos meses da janela (quando o
       *> COINARCH ja arquivou) e o audit.log vivo.
       *> ---------------------------------------------------
       LE-JANELA-AUDITORIA.
           COMPUTE WS-MES-CORRENTE = WS-DATA-INICIO / 100.
           COMPUTE WS-MES-FINAL = WS-DATA-ALVO / 100.
           PERFORM UNTIL WS-MES-CORRENTE > WS-MES-FINAL
              MOVE SPACES TO WS-ARQ-AUD-MES
              STRING "audit-" WS-MES-CORRENTE ".log"
                  DELIMITED BY SIZE INTO WS-ARQ-AUD-MES
              END-STRING
              OPEN INPUT AUDITORIA-ARQ
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
              END-IF
              PERFORM AVANCA-MES
           END-PERFORM.

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
       *> Avanca WS-MES-CORRENTE um mes, como no COINREP.
       *> ---------------------------------------------------
       AVANCA-MES.
           MOVE WS-MES-CORRENTE(1:4) TO WS-MES-ANO.
           MOVE WS-MES-CORRENTE(5:2) TO WS-MES-MM.
           IF WS-MES-MM >= 12
              COMPUTE WS-MES-CORRENTE =
                 ((WS-MES-ANO + 1) * 100) + 1
           ELSE
              ADD 1 TO WS-MES-CORRENTE
           END-IF.

       *> ---------------------------------------------------
       *> Uma linha de auditoria da janela entra na tabela
       *> quando o dia nao tem movimento, ou quando tem mas a
       *> referencia da linha nao esta nele. Linhas de estorno
       *> ficam fora; linha sem referencia em dia com
       *> movimento e a propria conversao do movimento,
       *> gravada antes de existir a referencia.
       *> ---------------------------------------------------
       TRATA-LINHA-AUDITORIA.
           IF WS-LINHA = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM QUEBRA-LINHA.
           MOVE SPACES TO WS-LIN-USUARIO WS-LIN-CLIENTE
              WS-LIN-DESTINO WS-LIN-REFERENCIA WS-LIN-VALOR-TXT.
           MOVE "N" TO WS-LIN-ESTORNO.
           MOVE WS-LTOK(1) TO WS-LIN-DATA-TXT.
           MOVE WS-LTOK(2) TO WS-LIN-HORA-TXT.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-NUM-LTOK
              EVALUATE TRUE
                 WHEN WS-LTOK(K)(1:8) = "usuario="
                    MOVE WS-LTOK(K)(9:) TO WS-LIN-USUARIO
                 WHEN WS-LTOK(K)(1:11) = "codcliente="
                    MOVE WS-LTOK(K)(12:) TO WS-LIN-CLIENTE
                 WHEN WS-LTOK(K)(1:8) = "destino="
                    MOVE WS-LTOK(K)(9:) TO WS-LIN-DESTINO
                 WHEN WS-LTOK(K)(1:10) = "resultado="
                    MOVE WS-LTOK(K)(11:) TO WS-LIN-VALOR-TXT
                 WHEN WS-LTOK(K)(1:4) = "ref="
                    MOVE WS-LTOK(K)(5:) TO WS-LIN-REFERENCIA
                 WHEN WS-LTOK(K)(1:8) = "estorno="
                    MOVE "Y" TO WS-LIN-ESTORNO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

           IF WS-LIN-ESTORNO = "Y" OR WS-LIN-DESTINO = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM CONVERTE-DATA-LINHA.
           IF WS-LIN-DATA < WS-DATA-INICIO
              OR WS-LIN-DATA > WS-DATA-ALVO
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DX = FUNCTION INTEGER-OF-DATE(WS-LIN-DATA)
              - WS-DATA-INT-INI + 1.
           IF WS-DX < 1 OR WS-DX > WS-JANELA-DIAS
              EXIT PARAGRAPH
           END-IF.

           IF WS-DIA-MOV(WS-DX) = "Y"
              IF WS-LIN-REFERENCIA = SPACES
                 EXIT PARAGRAPH
              END-IF
              MOVE "N" TO WS-ACHOU-CHAVE
              PERFORM VARYING OX FROM WS-DIA-PRIM(WS-DX) BY 1
                    UNTIL OX > WS-DIA-ULT(WS-DX)
                       OR WS-ACHOU-CHAVE = "Y"
                 IF WS-O-CHAVE(OX) = WS-LIN-REFERENCIA
                    MOVE "Y" TO WS-ACHOU-CHAVE
                 END-IF
              END-PERFORM
              IF WS-ACHOU-CHAVE = "Y"
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF WS-NUM-OPER NOT < WS-MAX-OPER
              MOVE "Y" TO WS-TABELA-CHEIA
              EXIT PARAGRAPH
           END-IF.
           PERFORM CONVERTE-VALOR-LINHA.
           ADD 1 TO WS-NUM-OPER.
           MOVE WS-NUM-OPER TO OX.
           MOVE WS-LIN-DATA TO WS-O-DATA(OX).
           MOVE 0 TO WS-O-SEQUENCIA(OX).
           MOVE WS-LIN-USUARIO TO WS-O-USUARIO(OX).
           MOVE WS-LIN-CLIENTE TO WS-O-CLIENTE(OX).
           MOVE WS-LIN-DESTINO TO WS-O-MOEDA(OX).
           MOVE WS-LIN-VALOR TO WS-O-VALOR(OX).
           MOVE WS-LIN-CASAS TO WS-O-CASAS(OX).
           IF WS-LIN-REFERENCIA NOT = SPACES
              MOVE WS-LIN-REFERENCIA TO WS-O-CHAVE(OX)
           ELSE
              MOVE SPACES TO WS-O-CHAVE(OX)
              STRING "AUD" WS-LIN-DATA WS-LIN-HORA-TXT(1:2)
                     WS-LIN-HORA-TXT(4:2) WS-LIN-HORA-TXT(7:2)
                  DELIMITED BY SIZE INTO WS-O-CHAVE(OX)
              END-STRING
           END-IF.
           MOVE "A" TO WS-O-FONTE(OX).
           ADD 1 TO WS-QT-AUDITORIA.

       *> ---------------------------------------------------
       *> Pedidos de pendentes.txt ainda na fila (P) ou
       *> rejeitados (R) dentro da janela: nao executaram, mas
       *> sao tentativas do cliente e contam na frequencia. Os
       *> aprovados ja estao no movimento/auditoria.
       *> ---------------------------------------------------
       LE-PENDENTES.
           OPEN INPUT PENDENTES.
           IF WS-PENDENTES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ PENDENTES
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 IF (PEN-STATUS = "P" OR PEN-STATUS = "R")
                    AND PEN-DATA NUMERIC
                    AND PEN-DATA NOT < WS-DATA-INICIO
                    AND PEN-DATA NOT > WS-DATA-ALVO
                    AND PEN-COD-CLIENTE NOT = SPACES
                    PERFORM GUARDA-PEDIDO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PENDENTES.

       GUARDA-PEDIDO.
           IF WS-NUM-OPER NOT < WS-MAX-OPER
              MOVE "Y" TO WS-TABELA-CHEIA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-OPER.
           MOVE WS-NUM-OPER TO OX.
           MOVE PEN-DATA TO WS-O-DATA(OX).
           MOVE PEN-ID TO WS-O-SEQUENCIA(OX).
           MOVE PEN-USUARIO TO WS-O-USUARIO(OX).
           MOVE PEN-COD-CLIENTE TO WS-O-CLIENTE(OX).
           MOVE SPACES TO WS-O-MOEDA(OX).
           MOVE 0 TO WS-O-VALOR(OX).
           MOVE 2 TO WS-O-CASAS(OX).
           MOVE SPACES TO WS-O-CHAVE(OX).
           STRING "PEN" PEN-ID
               DELIMITED BY SIZE INTO WS-O-CHAVE(OX)
           END-STRING.
           MOVE "P" TO WS-O-FONTE(OX).
           ADD 1 TO WS-QT-PEDIDOS.

       *> ---------------------------------------------------
       *> FRACIONADA: soma por sujeito e moeda de destino as
       *> conversoes executadas ate a alcada; quem tem
       *> WS-MIN-FRACOES ou mais delas somando acima do teto
       *> vira indicio.
       *> ---------------------------------------------------
       APURA-FRACIONAMENTO.
           IF WS-TEM-ALCADA NOT = "Y"
              MOVE SPACES TO WS-REL-LINHA
              STRING "Regras FRACIONADA e ALCADA desligadas: "
                     "sem teto em aprovacao-limite.txt."
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-NUM-SUJ.
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-NUM-OPER
              IF (WS-O-FONTE(OX) = "M" OR WS-O-FONTE(OX) = "A")
                 AND WS-O-VALOR(OX) NOT > WS-LIMITE-ALCADA
                 PERFORM SOMA-SUJEITO
              END-IF
           END-PERFORM.

           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-NUM-SUJ
              IF WS-S-QTDE(SX) NOT < WS-MIN-FRACOES
                 AND WS-S-SOMA(SX) > WS-LIMITE-ALCADA
                 INITIALIZE WS-ACHADO
                 MOVE "FRACIONADA" TO WS-A-REGRA
                 MOVE WS-S-TIPO(SX) TO WS-A-TIPO
                 MOVE WS-S-SUJEITO(SX) TO WS-A-SUJEITO
                 MOVE WS-S-MOEDA(SX) TO WS-A-MOEDA
                 MOVE WS-S-QTDE(SX) TO WS-A-QTDE
                 MOVE WS-S-SOMA(SX) TO WS-A-VALOR
                 MOVE WS-S-CASAS(SX) TO WS-A-CASAS
                 MOVE WS-S-DATA-INI(SX) TO WS-A-DATA-INI
                 MOVE WS-S-DATA-FIM(SX) TO WS-A-DATA-FIM
                 PERFORM REGISTRA-ACHADO
              END-IF
           END-PERFORM.

       SOMA-SUJEITO.
           PERFORM DEFINE-SUJEITO.
           PERFORM VARYING SX FROM 1 BY 1
                 UNTIL SX > WS-NUM-SUJ
                    OR (WS-S-TIPO(SX) = WS-TIPO-BUSCA
                        AND WS-S-SUJEITO(SX) = WS-SUJEITO-BUSCA
                        AND WS-S-MOEDA(SX) = WS-O-MOEDA(OX))
              CONTINUE
           END-PERFORM.
           IF SX > WS-NUM-SUJ
              IF WS-NUM-SUJ NOT < WS-MAX-SUJ
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NUM-SUJ
              MOVE WS-NUM-SUJ TO SX
              MOVE WS-TIPO-BUSCA TO WS-S-TIPO(SX)
              MOVE WS-SUJEITO-BUSCA TO WS-S-SUJEITO(SX)
              MOVE WS-O-MOEDA(OX) TO WS-S-MOEDA(SX)
              MOVE 0 TO WS-S-QTDE(SX)
              MOVE 0 TO WS-S-SOMA(SX)
              MOVE WS-O-DATA(OX) TO WS-S-DATA-INI(SX)
              MOVE WS-O-DATA(OX) TO WS-S-DATA-FIM(SX)
           END-IF.
           ADD 1 TO WS-S-QTDE(SX).
           ADD WS-O-VALOR(OX) TO WS-S-SOMA(SX).
           MOVE WS-O-CASAS(OX) TO WS-S-CASAS(SX).
           IF WS-O-DATA(OX) < WS-S-DATA-INI(SX)
              MOVE WS-O-DATA(OX) TO WS-S-DATA-INI(SX)
           END-IF.
           IF WS-O-DATA(OX) > WS-S-DATA-FIM(SX)
              MOVE WS-O-DATA(OX) TO WS-S-DATA-FIM(SX)
           END-IF.

       *> ---------------------------------------------------
       *> Sujeito da operacao OX: o cliente quando a conversao
       *> tem codigo de cliente, o usuario nas demais.
       *> ---------------------------------------------------
       DEFINE-SUJEITO.
           IF WS-O-CLIENTE(OX) NOT = SPACES
              MOVE "C" TO WS-TIPO-BUSCA
              MOVE WS-O-CLIENTE(OX) TO WS-SUJEITO-BUSCA
           ELSE
              MOVE "U" TO WS-TIPO-BUSCA
              MOVE WS-O-USUARIO(OX) TO WS-SUJEITO-BUSCA
           END-IF.

       *> ---------------------------------------------------
       *> FREQUENCIA: conversoes e pedidos por cliente na
       *> janela acima de WS-MAX-OPERACOES.
       *> ---------------------------------------------------
       APURA-FREQUENCIA.
           MOVE 0 TO WS-NUM-FRQ.
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-NUM-OPER
              IF WS-O-FONTE(OX) NOT = "X"
                 AND WS-O-CLIENTE(OX) NOT = SPACES
                 PERFORM CONTA-CLIENTE
              END-IF
           END-PERFORM.

           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-NUM-FRQ
              IF WS-F-QTDE(FX) > WS-MAX-OPERACOES
                 INITIALIZE WS-ACHADO
                 MOVE "FREQUENCIA" TO WS-A-REGRA
                 MOVE "C" TO WS-A-TIPO
                 MOVE WS-F-CLIENTE(FX) TO WS-A-SUJEITO
                 IF WS-F-QTDE(FX) > 9999
                    MOVE 9999 TO WS-A-QTDE
                 ELSE
                    MOVE WS-F-QTDE(FX) TO WS-A-QTDE
                 END-IF
                 MOVE 2 TO WS-A-CASAS
                 MOVE WS-F-DATA-INI(FX) TO WS-A-DATA-INI
                 MOVE WS-F-DATA-FIM(FX) TO WS-A-DATA-FIM
                 PERFORM REGISTRA-ACHADO
              END-IF
           END-PERFORM.

       CONTA-CLIENTE.
           PERFORM VARYING FX FROM 1 BY 1
                 UNTIL FX > WS-NUM-FRQ
                    OR WS-F-CLIENTE(FX) = WS-O-CLIENTE(OX)
              CONTINUE
           END-PERFORM.
           IF FX > WS-NUM-FRQ
              IF WS-NUM-FRQ NOT < WS-MAX-FRQ
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NUM-FRQ
              MOVE WS-NUM-FRQ TO FX
              MOVE WS-O-CLIENTE(OX) TO WS-F-CLIENTE(FX)
              MOVE 0 TO WS-F-QTDE(FX)
              MOVE WS-O-DATA(OX) TO WS-F-DATA-INI(FX)
              MOVE WS-O-DATA(OX) TO WS-F-DATA-FIM(FX)
           END-IF.
           ADD 1 TO WS-F-QTDE(FX).
           IF WS-O-DATA(OX) < WS-F-DATA-INI(FX)
              MOVE WS-O-DATA(OX) TO WS-F-DATA-INI(FX)
           END-IF.
           IF WS-O-DATA(OX) > WS-F-DATA-FIM(FX)
              MOVE WS-O-DATA(OX) TO WS-F-DATA-FIM(FX)
           END-IF.

       *> ---------------------------------------------------
       *> ALCADA: cada conversao executada entre o piso da
       *> faixa e o teto vira indicio proprio, identificado
       *> pela referencia.
       *> ---------------------------------------------------
       APURA-FAIXA-ALCADA.
           IF WS-TEM-ALCADA NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-NUM-OPER
              IF (WS-O-FONTE(OX) = "M" OR WS-O-FONTE(OX) = "A")
                 AND WS-O-VALOR(OX) NOT < WS-PISO-ALCADA
                 AND WS-O-VALOR(OX) NOT > WS-LIMITE-ALCADA
                 PERFORM DEFINE-SUJEITO
                 INITIALIZE WS-ACHADO
                 MOVE "ALCADA" TO WS-A-REGRA
                 MOVE WS-TIPO-BUSCA TO WS-A-TIPO
                 MOVE WS-SUJEITO-BUSCA TO WS-A-SUJEITO
                 MOVE WS-O-MOEDA(OX) TO WS-A-MOEDA
                 MOVE 1 TO WS-A-QTDE
                 MOVE WS-O-VALOR(OX) TO WS-A-VALOR
                 MOVE WS-O-CASAS(OX) TO WS-A-CASAS
                 MOVE WS-O-DATA(OX) TO WS-A-DATA-INI
                 MOVE WS-O-DATA(OX) TO WS-A-DATA-FIM
                 MOVE WS-O-CHAVE(OX) TO WS-A-CHAVE
                 PERFORM REGISTRA-ACHADO
              END-IF
           END-PERFORM.

       *> ---------------------------------------------------
       *> Abre caso para o indicio corrente, a menos que ja
       *> haja caso da mesma regra, sujeito, moeda e chave que
       *> esteja aberto/em revisao, ou fechado cobrindo o
       *> periodo (nada de novo depois do que o oficial ja
       *> justificou). O caso novo e apensado ja, para nao se
       *> perder se a varredura cair no meio.
       *> ---------------------------------------------------
       REGISTRA-ACHADO.
           MOVE 0 TO WS-CASO-EXISTENTE.
           PERFORM VARYING CX FROM 1 BY 1
                 UNTIL CX > WS-NUM-CASOS OR WS-CASO-EXISTENTE NOT = 0
              MOVE WS-CASO-ITEM(CX) TO WS-CASO-REG
              IF WC-REGRA = WS-A-REGRA
                 AND WC-TIPO-SUJEITO = WS-A-TIPO
                 AND WC-SUJEITO = WS-A-SUJEITO
                 AND WC-MOEDA = WS-A-MOEDA
                 AND WC-CHAVE = WS-A-CHAVE
                 IF WC-STATUS NOT = "F"
                    OR WS-A-DATA-FIM NOT > WC-DATA-FIM
                    MOVE CX TO WS-CASO-EXISTENTE
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM MONTA-DESCRICAO.
           IF WS-CASO-EXISTENTE NOT = 0
              MOVE WS-CASO-ITEM(WS-CASO-EXISTENTE) TO WS-CASO-REG
              PERFORM EDITA-SITUACAO
              MOVE SPACES TO WS-REL-LINHA
              STRING "JA EM CASO " WC-ID " ("
                     FUNCTION TRIM(WS-SITUACAO-TXT) ") "
                     FUNCTION TRIM(WS-DESCRICAO)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE RELATORIO-REG FROM WS-REL-LINHA
              ADD 1 TO WS-QT-JA-EM-CASO
              EXIT PARAGRAPH
           END-IF.

           IF WS-NUM-CASOS NOT < WS-MAX-CASOS
              DISPLAY "ERRO: pld-casos.txt excede " WS-MAX-CASOS
                 " casos; o caso de " FUNCTION TRIM(WS-DESCRICAO)
                 " NAO foi aberto."
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ULTIMO-ID.
           MOVE SPACES TO WS-CASO-REG.
           MOVE WS-ULTIMO-ID TO WC-ID.
           MOVE "A" TO WC-STATUS.
           MOVE WS-A-REGRA TO WC-REGRA.
           MOVE WS-DATA-ATUAL TO WC-DATA-ABERTURA.
           MOVE WS-A-TIPO TO WC-TIPO-SUJEITO.
           MOVE WS-A-SUJEITO TO WC-SUJEITO.
           MOVE WS-A-MOEDA TO WC-MOEDA.
           MOVE WS-A-QTDE TO WC-QTDE.
           MOVE WS-A-VALOR TO WC-VALOR.
           MOVE WS-A-CASAS TO WC-CASAS.
           MOVE WS-A-DATA-INI TO WC-DATA-INI.
           MOVE WS-A-DATA-FIM TO WC-DATA-FIM.
           MOVE WS-A-CHAVE TO WC-CHAVE.
           MOVE WS-DATA-ATUAL TO WC-DATA-STATUS.

           OPEN EXTEND CASOS.
           IF WS-CASOS-STATUS NOT = "00"
              OPEN OUTPUT CASOS
           END-IF.
           IF WS-CASOS-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel gravar "
                 "pld-casos.txt (status " WS-CASOS-STATUS
                 "); varredura interrompida."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE CASO-REG FROM WS-CASO-REG.
           CLOSE CASOS.

           ADD 1 TO WS-NUM-CASOS.
           MOVE WS-CASO-REG TO WS-CASO-ITEM(WS-NUM-CASOS).
           ADD 1 TO WS-QT-NOVOS.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "NOVO CASO " WC-ID " " FUNCTION TRIM(WS-DESCRICAO)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           IF WS-A-REGRA = "FRACIONADA"
              PERFORM GRAVA-FRACOES
           END-IF.

       *> ---------------------------------------------------
       *> Lista, abaixo de um caso FRACIONADA novo, as
       *> conversoes que o compoem.
       *> ---------------------------------------------------
       GRAVA-FRACOES.
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-NUM-OPER
              IF (WS-O-FONTE(OX) = "M" OR WS-O-FONTE(OX) = "A")
                 AND WS-O-VALOR(OX) NOT > WS-LIMITE-ALCADA
                 AND WS-O-MOEDA(OX) = WS-A-MOEDA
                 PERFORM DEFINE-SUJEITO
                 IF WS-TIPO-BUSCA = WS-A-TIPO
                    AND WS-SUJEITO-BUSCA = WS-A-SUJEITO
                    MOVE WS-O-DATA(OX) TO WS-DATA-DIA
                    PERFORM EDITA-DATA
                    MOVE WS-O-CASAS(OX) TO WS-CASAS-FMT
                    MOVE WS-O-VALOR(OX) TO WS-VALOR-FMT
                    PERFORM FORMATA-VALOR
                    MOVE SPACES TO WS-REL-LINHA
                    STRING "    " WS-DATA-EDIT " "
                           WS-O-MOEDA(OX) " "
                           FUNCTION TRIM(WS-VALOR-TXT)
                           " usuario="
                           FUNCTION TRIM(WS-O-USUARIO(OX))
                           " ref=" WS-O-CHAVE(OX)
                        DELIMITED BY SIZE INTO WS-REL-LINHA
                    END-STRING
                    WRITE RELATORIO-REG FROM WS-REL-LINHA
                 END-IF
              END-IF
           END-PERFORM.

       *> ---------------------------------------------------
       *> Descricao do indicio WS-ACHADO em WS-DESCRICAO:
       *> regra, sujeito, moeda, quantidade, valor e periodo.
       *> ---------------------------------------------------
       MONTA-DESCRICAO.
           MOVE SPACES TO WS-DESCRICAO.
           IF WS-A-TIPO = "C"
              STRING WS-A-REGRA " cliente="
                     FUNCTION TRIM(WS-A-SUJEITO)
                  DELIMITED BY SIZE INTO WS-DESCRICAO
              END-STRING
           ELSE
              STRING WS-A-REGRA " usuario="
                     FUNCTION TRIM(WS-A-SUJEITO)
                  DELIMITED BY SIZE INTO WS-DESCRICAO
              END-STRING
           END-IF.

           MOVE WS-A-QTDE TO WS-QT-EDIT.
           MOVE WS-DESCRICAO TO WS-REL-TMP.
           MOVE SPACES TO WS-DESCRICAO.
           STRING FUNCTION TRIM(WS-REL-TMP)
                  " conversoes=" FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-DESCRICAO
           END-STRING.

           IF WS-A-MOEDA NOT = SPACES
              MOVE WS-A-CASAS TO WS-CASAS-FMT
              MOVE WS-A-VALOR TO WS-VALOR-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-DESCRICAO TO WS-REL-TMP
              MOVE SPACES TO WS-DESCRICAO
              STRING FUNCTION TRIM(WS-REL-TMP)
                     " " WS-A-MOEDA " " FUNCTION TRIM(WS-VALOR-TXT)
                  DELIMITED BY SIZE INTO WS-DESCRICAO
              END-STRING
           END-IF.

           MOVE WS-A-DATA-INI TO WS-DATA-DIA.
           PERFORM EDITA-DATA.
           MOVE WS-DATA-EDIT TO WS-DATA-INI-EDIT.
           MOVE WS-A-DATA-FIM TO WS-DATA-DIA.
           PERFORM EDITA-DATA.
           MOVE WS-DESCRICAO TO WS-REL-TMP.
           MOVE SPACES TO WS-DESCRICAO.
           STRING FUNCTION TRIM(WS-REL-TMP)
                  " periodo=" WS-DATA-INI-EDIT ".." WS-DATA-EDIT
               DELIMITED BY SIZE INTO WS-DESCRICAO
           END-STRING.

           IF WS-A-CHAVE NOT = SPACES
              MOVE WS-DESCRICAO TO WS-REL-TMP
              MOVE SPACES TO WS-DESCRICAO
              STRING FUNCTION TRIM(WS-REL-TMP)
                     " ref=" WS-A-CHAVE
                  DELIMITED BY SIZE INTO WS-DESCRICAO
              END-STRING
           END-IF.

       *> ---------------------------------------------------
       *> Copia o caso WC- para WS-ACHADO (para a descricao).
       *> ---------------------------------------------------
       CASO-PARA-ACHADO.
           MOVE WC-REGRA TO WS-A-REGRA.
           MOVE WC-TIPO-SUJEITO TO WS-A-TIPO.
           MOVE WC-SUJEITO TO WS-A-SUJEITO.
           MOVE WC-MOEDA TO WS-A-MOEDA.
           MOVE WC-QTDE TO WS-A-QTDE.
           MOVE WC-VALOR TO WS-A-VALOR.
           MOVE WC-CASAS TO WS-A-CASAS.
           MOVE WC-DATA-INI TO WS-A-DATA-INI.
           MOVE WC-DATA-FIM TO WS-A-DATA-FIM.
           MOVE WC-CHAVE TO WS-A-CHAVE.

       EDITA-SITUACAO.
           EVALUATE WC-STATUS
              WHEN "A"
                 MOVE "ABERTO" TO WS-SITUACAO-TXT
              WHEN "R"
                 MOVE "EM REVISAO" TO WS-SITUACAO-TXT
              WHEN "F"
                 MOVE "FECHADO" TO WS-SITUACAO-TXT
              WHEN OTHER
                 MOVE "?" TO WS-SITUACAO-TXT
           END-EVALUATE.

       GRAVA-CABECALHO.
           MOVE WS-DATA-INICIO TO WS-DATA-DIA.
           PERFORM EDITA-DATA.
           MOVE WS-DATA-EDIT TO WS-DATA-INI-EDIT.
           MOVE WS-DATA-ALVO TO WS-DATA-DIA.
           PERFORM EDITA-DATA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "MONITORACAO PLD - " WS-DATA-INI-EDIT " a "
                  WS-DATA-EDIT
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-FAIXA-PCT TO WS-PCT-EDIT.
           MOVE WS-MIN-FRACOES TO WS-DIAS-EDIT.
           MOVE WS-MAX-OPERACOES TO WS-QT-EDIT.
           MOVE WS-LIMITE-ALCADA TO WS-ALCADA-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "alcada=" FUNCTION TRIM(WS-ALCADA-EDIT)
                  " faixa=" FUNCTION TRIM(WS-PCT-EDIT) "%"
                  " fracoes>=" FUNCTION TRIM(WS-DIAS-EDIT)
                  " frequencia>" FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

       GRAVA-RODAPE.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.
           MOVE WS-QT-MOVIMENTO TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "Conversoes do movimento: "
                  FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-REL-LINHA TO WS-REL-TMP.
           MOVE WS-QT-AUDITORIA TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING FUNCTION TRIM(WS-REL-TMP)
                  "  so na auditoria: " FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-REL-LINHA TO WS-REL-TMP.
           MOVE WS-QT-PEDIDOS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING FUNCTION TRIM(WS-REL-TMP)
                  "  pedidos pendentes/rejeitados: "
                  FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

           MOVE WS-QT-NOVOS TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "Casos novos: " FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-REL-LINHA TO WS-REL-TMP.
           MOVE WS-QT-JA-EM-CASO TO WS-QT-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING FUNCTION TRIM(WS-REL-TMP)
                  "  ja em caso: " FUNCTION TRIM(WS-QT-EDIT)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE RELATORIO-REG FROM WS-REL-LINHA.

       *> ---------------------------------------------------
       *> -L: casos abertos e em revisao, com a idade em dias
       *> (os abertos ha mais de WS-DIAS-ALERTA sao marcados).
       *> ---------------------------------------------------
       LISTA-CASOS.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-CASOS.
           MOVE 0 TO WS-QT-LISTADOS.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-CASOS
              MOVE WS-CASO-ITEM(CX) TO WS-CASO-REG
              IF WC-STATUS = "A" OR WC-STATUS = "R"
                 PERFORM MOSTRA-CASO
              END-IF
           END-PERFORM.
           MOVE WS-QT-LISTADOS TO WS-QT-EDIT.
           DISPLAY FUNCTION TRIM(WS-QT-EDIT)
              " caso(s) aberto(s) ou em revisao.".

       MOSTRA-CASO.
           ADD 1 TO WS-QT-LISTADOS.
           PERFORM EDITA-SITUACAO.
           PERFORM CASO-PARA-ACHADO.
           PERFORM MONTA-DESCRICAO.
           MOVE 0 TO WS-IDADE.
           IF WC-DATA-ABERTURA NUMERIC AND WC-DATA-ABERTURA > 0
              COMPUTE WS-IDADE =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                 - FUNCTION INTEGER-OF-DATE(WC-DATA-ABERTURA)
           END-IF.
           MOVE WS-IDADE TO WS-DIAS-EDIT.
           DISPLAY WC-ID " " WS-SITUACAO-TXT " "
              FUNCTION TRIM(WS-DESCRICAO).
           IF WC-STATUS = "A" AND WS-IDADE > WS-DIAS-ALERTA
              DISPLAY "       aberto em " WC-DATA-ABERTURA " ("
                 FUNCTION TRIM(WS-DIAS-EDIT) " dias) - ATRASADO"
           ELSE
              DISPLAY "       aberto em " WC-DATA-ABERTURA " ("
                 FUNCTION TRIM(WS-DIAS-EDIT) " dias)"
           END-IF.
           IF WC-STATUS = "R"
              DISPLAY "       em revisao por "
                 FUNCTION TRIM(WC-RESPONSAVEL) " desde "
                 WC-DATA-STATUS
           END-IF.

       *> ---------------------------------------------------
       *> -R/-F: o oficial poe o caso em revisao ou o fecha com
       *> justificativa. Caso fechado nao muda mais; o oficial
       *> nao trata caso em que ele mesmo e o sujeito.
       *> ---------------------------------------------------
       TRATA-CASO.
           PERFORM IDENTIFICA-OFICIAL.
           PERFORM CARREGA-CASOS.

           MOVE 0 TO WS-CASO-EXISTENTE.
           PERFORM VARYING CX FROM 1 BY 1
                 UNTIL CX > WS-NUM-CASOS OR WS-CASO-EXISTENTE NOT = 0
              MOVE WS-CASO-ITEM(CX) TO WS-CASO-REG
              IF WC-ID = WS-CASO-PEDIDO
                 MOVE CX TO WS-CASO-EXISTENTE
              END-IF
           END-PERFORM.
           IF WS-CASO-EXISTENTE = 0
              DISPLAY "ERRO: caso " WS-CASO-PEDIDO
                 " nao encontrado em pld-casos.txt."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WC-STATUS = "F"
              DISPLAY "ERRO: o caso " WC-ID " ja esta fechado "
                 "(por " FUNCTION TRIM(WC-RESPONSAVEL) " em "
                 WC-DATA-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WC-TIPO-SUJEITO = "U" AND WC-SUJEITO = WS-OFICIAL
              DISPLAY "ERRO: o caso " WC-ID " tem o proprio "
                 "oficial " FUNCTION TRIM(WS-OFICIAL) " como "
                 "sujeito; outro oficial precisa trata-lo."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WC-STATUS TO WS-STATUS-ANTERIOR.
           MOVE WS-MODO TO WC-STATUS.
           MOVE WS-OFICIAL TO WC-RESPONSAVEL.
           MOVE WS-DATA-ATUAL TO WC-DATA-STATUS.
           IF WC-STATUS = "F"
              MOVE WS-JUSTIFICATIVA TO WC-JUSTIFICATIVA
           END-IF.
           MOVE WS-CASO-REG TO WS-CASO-ITEM(WS-CASO-EXISTENTE).

           PERFORM REGRAVA-CASOS.
           IF WS-REGRAVA-OK NOT = "Y"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM REGISTRA-LOG-PLD.

           IF WC-STATUS = "F"
              DISPLAY "Caso " WC-ID " fechado por "
                 FUNCTION TRIM(WS-OFICIAL) ": "
                 FUNCTION TRIM(WS-JUSTIFICATIVA)
           ELSE
              DISPLAY "Caso " WC-ID " em revisao por "
                 FUNCTION TRIM(WS-OFICIAL) "."
           END-IF.

       *> ---------------------------------------------------
       *> Identifica o oficial e exige que ele conste de
       *> oficiais-pld.txt, como os operadores do COINLIQ.
       *> ---------------------------------------------------
       IDENTIFICA-OFICIAL.
           ACCEPT WS-OFICIAL FROM ENVIRONMENT "USER".
           IF WS-OFICIAL = SPACES
              MOVE "DESCONHECIDO" TO WS-OFICIAL
           END-IF.

           MOVE "N" TO WS-AUTORIZADO.
           OPEN INPUT OFICIAIS.
           IF WS-OFICIAIS-STATUS NOT = "00"
              DISPLAY "ERRO: oficiais-pld.txt inexistente ou "
                 "ilegivel (status " WS-OFICIAIS-STATUS "); "
                 "tratamento de casos bloqueado."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE "N" TO WS-FIM-OFICIAIS.
           PERFORM UNTIL WS-FIM-OFICIAIS = "Y"
              READ OFICIAIS
                 AT END MOVE "Y" TO WS-FIM-OFICIAIS
              END-READ
              IF WS-FIM-OFICIAIS NOT = "Y"
                 IF OFICIAL-REG = WS-OFICIAL
                    MOVE "Y" TO WS-AUTORIZADO
                    MOVE "Y" TO WS-FIM-OFICIAIS
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE OFICIAIS.

           IF WS-AUTORIZADO NOT = "Y"
              DISPLAY "ERRO: usuario " FUNCTION TRIM(WS-OFICIAL)
                 " nao autorizado em oficiais-pld.txt para "
                 "tratar casos de PLD."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> Regrava pld-casos.txt a partir da tabela via
       *> temporario + CBL_RENAME_FILE, como REGRAVA-PENDENTES
       *> do COINAPRV: qualquer falha no temporario aborta a
       *> troca e o arquivo original fica como estava.
       *> ---------------------------------------------------
       REGRAVA-CASOS.
           MOVE "Y" TO WS-REGRAVA-OK.
           OPEN OUTPUT CASOS-TEMP.
           IF WS-CASOS-TEMP-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel criar "
                 "pld-casos.tmp (status " WS-CASOS-TEMP-STATUS
                 "); o caso NAO foi alterado."
              MOVE "N" TO WS-REGRAVA-OK
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING CX FROM 1 BY 1
                 UNTIL CX > WS-NUM-CASOS OR WS-REGRAVA-OK = "N"
              WRITE CASO-TEMP-REG FROM WS-CASO-ITEM(CX)
              IF WS-CASOS-TEMP-STATUS NOT = "00"
                 MOVE "N" TO WS-REGRAVA-OK
              END-IF
           END-PERFORM.
           CLOSE CASOS-TEMP.
           IF WS-CASOS-TEMP-STATUS NOT = "00"
              MOVE "N" TO WS-REGRAVA-OK
           END-IF.

           IF WS-REGRAVA-OK NOT = "Y"
              DISPLAY "ERRO: falha ao gravar pld-casos.tmp "
                 "(status " WS-CASOS-TEMP-STATUS "); "
                 "pld-casos.txt NAO foi substituido."
              EXIT PARAGRAPH
           END-IF.

           CALL "CBL_RENAME_FILE" USING WS-NOME-CASOS-TEMP
              WS-NOME-CASOS
              RETURNING WS-CASOS-RENAME-RC
           END-CALL.
           IF WS-CASOS-RENAME-RC NOT = 0
              DISPLAY "ERRO: nao foi possivel substituir "
                 "pld-casos.txt (CBL_RENAME_FILE rc="
                 WS-CASOS-RENAME-RC ")."
              MOVE "N" TO WS-REGRAVA-OK
           END-IF.

       *> ---------------------------------------------------
       *> Apensa a mudanca de situacao em pld-audit.log.
       *> ---------------------------------------------------
       REGISTRA-LOG-PLD.
           OPEN EXTEND LOG-PLD.
           IF WS-LOG-PLD-STATUS NOT = "00"
              OPEN OUTPUT LOG-PLD
           END-IF.
           IF WS-LOG-PLD-STATUS NOT = "00"
              DISPLAY "AVISO: nao foi possivel gravar "
                 "pld-audit.log (status " WS-LOG-PLD-STATUS ")."
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATA-ATUAL TO WS-DATA-DIA.
           PERFORM EDITA-DATA.
           MOVE SPACES TO WS-LOG-LINHA.
           STRING WS-DATA-EDIT " " WS-HORA-ATUAL(1:2) ":"
                  WS-HORA-ATUAL(3:2) ":" WS-HORA-ATUAL(5:2)
                  " oficial=" FUNCTION TRIM(WS-OFICIAL)
                  " caso=" WC-ID
                  " situacao=" WS-STATUS-ANTERIOR "->" WC-STATUS
               DELIMITED BY SIZE INTO WS-LOG-LINHA
           END-STRING.
           IF WC-STATUS = "F"
              MOVE WS-LOG-LINHA TO WS-REL-TMP
              MOVE SPACES TO WS-LOG-LINHA
              STRING FUNCTION TRIM(WS-REL-TMP)
                     " justificativa=" FUNCTION TRIM(WS-JUSTIFICATIVA)
                  DELIMITED BY SIZE INTO WS-LOG-LINHA
              END-STRING
           END-IF.
           WRITE LOG-PLD-REG FROM WS-LOG-LINHA.
           CLOSE LOG-PLD.

       *> ---------------------------------------------------
       *> Quebra WS-LINHA em ate 20 tokens, como no COINMATC.
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
       *> conversao) para numero em WS-LIN-VALOR, com as casas
       *> depois do separador (0 a 3) em WS-LIN-CASAS, como
       *> CONVERTE-VALOR-LINHA do COINREP.
       *> ---------------------------------------------------
       CONVERTE-VALOR-LINHA.
           MOVE 0 TO WS-LIN-VALOR.
           MOVE 2 TO WS-LIN-CASAS.
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
