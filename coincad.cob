       IDENTIFICATION DIVISION.
       PROGRAM-ID. COINCAD.

       *> ---------------------------------------------------
       *> Cadeia noturna: executa, na ordem de cadeia.txt
       *> (layout MOEDAPAS.CPY), os passos do processamento da
       *> noite - RATELOAD, COIN -B, COINEOD, COINREP, RECONCIL
       *> e COINARCH, ou o que a definicao listar - cada um com
       *> seus argumentos ("AAAAMMDD" nos argumentos vira a data
       *> de negocio) e o maior RETURN-CODE aceito para ele.
       *> Passo que termina com RETURN-CODE acima do aceito
       *> falhou: a cadeia para ali mesmo, sem executar os
       *> passos seguintes.
       *>
       *> Inicio, fim e RETURN-CODE de cada passo vao para o
       *> controle da cadeia (cadeia-controle.txt, MOEDACTL.CPY,
       *> um registro ao comecar e outro ao terminar) e para o
       *> log da execucao (cadeia.log, legivel, com o comando
       *> exato de cada passo). Os dois sao append-only.
       *>
       *> Uma data de negocio ja iniciada nao roda de novo do
       *> comeco (COIN -B e COINEOD repetidos duplicariam ou
       *> recusariam o dia): com -R a cadeia e retomada - os
       *> passos ja concluidos naquela data sao pulados e a
       *> execucao recomeca pelo que falhou (ou que ficou pela
       *> metade, se a propria cadeia caiu). Quando o passo a
       *> retomar e o lote de conversoes (coin com -B), ele
       *> recebe tambem o -R do COIN e continua do checkpoint
       *> do lote, sem reconverter as linhas ja gravadas.
       *>
       *> RETURN-CODE 8 quando a cadeia para por falha de um
       *> passo ou nao pode ser executada.
       *>
       *> Uso: coincad [AAAAMMDD]
       *>   executa a cadeia da data de negocio (hoje, se omitida)
       *> Uso: coincad -R [AAAAMMDD]
       *>   retoma a cadeia da data a partir do passo que falhou
       *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEIA ASSIGN TO "cadeia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADEIA-STATUS.

           SELECT CONTROLE ASSIGN TO "cadeia-controle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT LOG-CADEIA ASSIGN TO "cadeia.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CADEIA.
       01 PASSO-REG.
           COPY "MOEDAPAS.CPY".

       FD CONTROLE.
       01 CONTROLE-REG.
           COPY "MOEDACTL.CPY".

       FD LOG-CADEIA.
       01 LOG-REG PIC X(250).

       WORKING-STORAGE SECTION.

       01 WS-CADEIA-STATUS   PIC X(2).
       01 WS-CONTROLE-STATUS PIC X(2).
       01 WS-LOG-STATUS      PIC X(2).

       *> Argumentos
       01 WS-ARGUMENTO       PIC X(100).
       01 WS-ARG-GROUP.
          05 WS-TOK PIC X(30) OCCURS 4 TIMES.
       01 WS-NUM-TOK         PIC 9(2) VALUE 0.
       01 J                  PIC 9(3).
       01 WS-TOK-DATA        PIC 9(2) VALUE 0.
       01 WS-DATA-NEGOCIO    PIC 9(8).
       01 WS-DATA-NEGOCIO-X REDEFINES WS-DATA-NEGOCIO PIC X(8).
       01 WS-RETOMADA        PIC X VALUE "N".
          88 MODO-RETOMADA   VALUE "Y".
       01 WS-USUARIO         PIC X(30).

       *> Passos da cadeia, com a situacao de cada um na data
       *> de negocio segundo o controle (espaco: nunca rodou)
       01 WS-PASSO-TABLE.
          05 WS-PASSO-ITEM OCCURS 30 TIMES.
             10 WS-P-PROGRAMA   PIC X(12).
             10 WS-P-RC-MAXIMO  PIC 9(2).
             10 WS-P-ARGUMENTOS PIC X(80).
             10 WS-P-SITUACAO   PIC X.
             10 WS-P-PROG-CTL   PIC X(12).
             10 WS-P-FIM        PIC 9(14).
       01 WS-NUM-PASSOS      PIC 9(2) VALUE 0.
       01 WS-MAX-PASSOS      PIC 9(2) VALUE 30.
       01 PX                 PIC 9(2).
       01 WS-LINHA-CADEIA    PIC 9(3) VALUE 0.
       01 WS-QT-CONCLUIDOS   PIC 9(2) VALUE 0.

       01 EOF-FLAG           PIC X VALUE "N".
       01 WS-TEM-CONTROLE    PIC X VALUE "N".
       01 WS-CTL-FORA        PIC X VALUE "N".
       01 WS-INTERROMPIDA    PIC X VALUE "N".

       *> Passo corrente
       01 WS-ARGS-PASSO      PIC X(80).
       01 WS-ARGS-MAIUSC     PIC X(80).
       01 WS-PROG-MAIUSC     PIC X(12).
       01 WS-TAM-PROG        PIC 9(2).
       01 WS-QT-CHAVE        PIC 9(2).
       01 WS-EH-LOTE-COIN    PIC X VALUE "N".
       01 WS-COMANDO         PIC X(200).
       01 WS-STATUS-SISTEMA  PIC S9(9) COMP-5.
       01 WS-STATUS-RESTO    PIC S9(9) COMP-5.
       01 WS-RC-PASSO        PIC 9(3).
       01 WS-SITUACAO-PASSO  PIC X.
       01 WS-INICIO-PASSO    PIC 9(14).
       01 WS-FIM-PASSO       PIC 9(14).

       *> Data/hora corrente e linhas de log
       01 WS-DATA-ATUAL      PIC 9(8).
       01 WS-HORA-ATUAL      PIC 9(8).
       01 WS-CARIMBO         PIC 9(14).
       01 WS-LOG-TEXTO       PIC X(220).
       01 WS-LOG-LINHA       PIC X(250).
       01 WS-PASSO-EDIT      PIC 99.
       01 WS-RC-EDIT         PIC 999.
       01 WS-RC-MAX-EDIT     PIC 99.

       PROCEDURE DIVISION.

       MAIN-START.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE.
           PERFORM TRATA-ARGUMENTOS.
           PERFORM CARREGA-CADEIA.
           PERFORM CARREGA-CONTROLE.
           PERFORM CONFERE-EXECUCAO.

           MOVE SPACES TO WS-LOG-TEXTO.
           IF MODO-RETOMADA
              STRING "CADEIA RETOMADA por "
                     FUNCTION TRIM(WS-USUARIO)
                  DELIMITED BY SIZE INTO WS-LOG-TEXTO
              END-STRING
           ELSE
              STRING "CADEIA INICIADA por "
                     FUNCTION TRIM(WS-USUARIO)
                  DELIMITED BY SIZE INTO WS-LOG-TEXTO
              END-STRING
           END-IF.
           PERFORM GRAVA-LOG.

           PERFORM VARYING PX FROM 1 BY 1
                 UNTIL PX > WS-NUM-PASSOS OR WS-INTERROMPIDA = "Y"
              PERFORM EXECUTA-PASSO
           END-PERFORM.

           IF WS-INTERROMPIDA = "Y"
              MOVE SPACES TO WS-LOG-TEXTO
              STRING "CADEIA INTERROMPIDA no passo " WS-PASSO-EDIT
                     " (" FUNCTION TRIM(WS-P-PROGRAMA(PX - 1))
                     "); corrija e retome com coincad -R "
                     WS-DATA-NEGOCIO
                  DELIMITED BY SIZE INTO WS-LOG-TEXTO
              END-STRING
              PERFORM GRAVA-LOG
              DISPLAY "ERRO: " FUNCTION TRIM(WS-LOG-TEXTO)
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "CADEIA CONCLUIDA" TO WS-LOG-TEXTO
              PERFORM GRAVA-LOG
              DISPLAY "Cadeia de " WS-DATA-NEGOCIO " concluida."
           END-IF.
           STOP RUN.

       *> ---------------------------------------------------
       *> Interpreta os argumentos: "-R" opcional (retomada) e a
       *> data de negocio opcional (hoje, se omitida).
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

           ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD.
           MOVE 0 TO WS-TOK-DATA.
           EVALUATE TRUE
              WHEN WS-NUM-TOK = 0
                 CONTINUE
              WHEN WS-TOK(1) = "-R" OR WS-TOK(1) = "-r"
                 SET MODO-RETOMADA TO TRUE
                 EVALUATE WS-NUM-TOK
                    WHEN 1
                       CONTINUE
                    WHEN 2
                       MOVE 2 TO WS-TOK-DATA
                    WHEN OTHER
                       PERFORM MOSTRA-USO
                 END-EVALUATE
              WHEN WS-NUM-TOK = 1
                 MOVE 1 TO WS-TOK-DATA
              WHEN OTHER
                 PERFORM MOSTRA-USO
           END-EVALUATE.

           IF WS-TOK-DATA NOT = 0
              IF WS-TOK(WS-TOK-DATA)(9:1) NOT = SPACE
                 OR WS-TOK(WS-TOK-DATA)(1:8) IS NOT NUMERIC
                 DISPLAY "ERRO: data invalida: "
                    FUNCTION TRIM(WS-TOK(WS-TOK-DATA))
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-TOK(WS-TOK-DATA)(1:8) TO WS-DATA-NEGOCIO
           END-IF.
           IF WS-DATA-NEGOCIO < 19000101
              DISPLAY "ERRO: data invalida: " WS-DATA-NEGOCIO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER".
           IF WS-USUARIO = SPACES
              MOVE "DESCONHECIDO" TO WS-USUARIO
           END-IF.

       MOSTRA-USO.
           DISPLAY "Uso: coincad [AAAAMMDD]".
           DISPLAY "     coincad -R [AAAAMMDD]".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       *> ---------------------------------------------------
       *> Carrega a definicao da cadeia. Linha em branco e
       *> ignorada; linha sem programa ou com RC maximo nao
       *> numerico invalida a definicao inteira - rodar uma
       *> cadeia pela metade seria pior do que nao rodar.
       *> ---------------------------------------------------
       CARREGA-CADEIA.
           OPEN INPUT CADEIA.
           IF WS-CADEIA-STATUS NOT = "00"
              DISPLAY "ERRO: cadeia.txt inexistente ou ilegivel "
                 "(status " WS-CADEIA-STATUS "); nao ha passos a "
                 "executar."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 0 TO WS-NUM-PASSOS.
           MOVE 0 TO WS-LINHA-CADEIA.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ CADEIA
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 ADD 1 TO WS-LINHA-CADEIA
                 IF PASSO-REG NOT = SPACES
                    IF PAS-PROGRAMA = SPACES
                       OR PAS-RC-MAXIMO IS NOT NUMERIC
                       DISPLAY "ERRO: cadeia.txt linha "
                          WS-LINHA-CADEIA " invalida (programa nas "
                          "colunas 1-12, RC maximo com 2 digitos "
                          "nas colunas 13-14)."
                       CLOSE CADEIA
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    IF WS-NUM-PASSOS NOT < WS-MAX-PASSOS
                       DISPLAY "ERRO: cadeia.txt excede o limite de "
                          WS-MAX-PASSOS " passos."
                       CLOSE CADEIA
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-NUM-PASSOS
                    MOVE PAS-PROGRAMA TO WS-P-PROGRAMA(WS-NUM-PASSOS)
                    MOVE PAS-RC-MAXIMO
                       TO WS-P-RC-MAXIMO(WS-NUM-PASSOS)
                    MOVE PAS-ARGUMENTOS
                       TO WS-P-ARGUMENTOS(WS-NUM-PASSOS)
                    MOVE SPACE TO WS-P-SITUACAO(WS-NUM-PASSOS)
                    MOVE SPACES TO WS-P-PROG-CTL(WS-NUM-PASSOS)
                    MOVE 0 TO WS-P-FIM(WS-NUM-PASSOS)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CADEIA.

           IF WS-NUM-PASSOS = 0
              DISPLAY "ERRO: cadeia.txt nao tem nenhum passo."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> Le o controle e guarda, para cada passo, a ultima
       *> situacao registrada na data de negocio. Controle
       *> inexistente e a primeira execucao de todas.
       *> ---------------------------------------------------
       CARREGA-CONTROLE.
           MOVE "N" TO WS-TEM-CONTROLE.
           MOVE "N" TO WS-CTL-FORA.
           OPEN INPUT CONTROLE.
           IF WS-CONTROLE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ CONTROLE
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ
              IF EOF-FLAG NOT = "Y"
                 IF CTL-DATA-NEGOCIO = WS-DATA-NEGOCIO
                    AND CTL-PASSO NUMERIC
                    MOVE "Y" TO WS-TEM-CONTROLE
                    IF CTL-PASSO = 0 OR CTL-PASSO > WS-NUM-PASSOS
                       MOVE "Y" TO WS-CTL-FORA
                    ELSE
                       MOVE CTL-SITUACAO
                          TO WS-P-SITUACAO(CTL-PASSO)
                       MOVE CTL-PROGRAMA
                          TO WS-P-PROG-CTL(CTL-PASSO)
                       MOVE CTL-FIM TO WS-P-FIM(CTL-PASSO)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CONTROLE.

       *> ---------------------------------------------------
       *> Execucao normal so numa data ainda nao iniciada;
       *> retomada so se a definicao da cadeia nao mudou desde
       *> a execucao interrompida (senao os passos "concluidos"
       *> do controle nao seriam os mesmos da definicao).
       *> ---------------------------------------------------
       CONFERE-EXECUCAO.
           IF NOT MODO-RETOMADA
              IF WS-TEM-CONTROLE = "Y"
                 DISPLAY "ERRO: a cadeia de " WS-DATA-NEGOCIO
                    " ja foi iniciada (cadeia-controle.txt); use "
                    "coincad -R " WS-DATA-NEGOCIO " para retomar."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF WS-TEM-CONTROLE NOT = "Y"
              DISPLAY "AVISO: nenhuma execucao anterior da cadeia "
                 "de " WS-DATA-NEGOCIO "; ela roda desde o primeiro "
                 "passo."
              EXIT PARAGRAPH
           END-IF.

           IF WS-CTL-FORA = "Y"
              DISPLAY "ERRO: o controle de " WS-DATA-NEGOCIO
                 " tem passos que cadeia.txt nao tem mais; a "
                 "definicao mudou e a retomada foi recusada."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 0 TO WS-QT-CONCLUIDOS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-NUM-PASSOS
              IF WS-P-SITUACAO(PX) NOT = SPACE
                 AND WS-P-PROG-CTL(PX) NOT = WS-P-PROGRAMA(PX)
                 DISPLAY "ERRO: o passo " PX " de " WS-DATA-NEGOCIO
                    " rodou como " FUNCTION TRIM(WS-P-PROG-CTL(PX))
                    " e cadeia.txt agora diz "
                    FUNCTION TRIM(WS-P-PROGRAMA(PX))
                    "; a retomada foi recusada."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-P-SITUACAO(PX) = "C"
                 ADD 1 TO WS-QT-CONCLUIDOS
              END-IF
           END-PERFORM.

           IF WS-QT-CONCLUIDOS = WS-NUM-PASSOS
              DISPLAY "Cadeia de " WS-DATA-NEGOCIO " ja concluida; "
                 "nada a retomar."
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> Executa o passo PX: pula se ja foi concluido na data;
       *> senao registra o inicio, roda o comando, registra o
       *> fim e liga WS-INTERROMPIDA se o RETURN-CODE passou do
       *> aceito.
       *> ---------------------------------------------------
       EXECUTA-PASSO.
           MOVE PX TO WS-PASSO-EDIT.
           IF WS-P-SITUACAO(PX) = "C"
              MOVE SPACES TO WS-LOG-TEXTO
              STRING "passo " WS-PASSO-EDIT " "
                     FUNCTION TRIM(WS-P-PROGRAMA(PX))
                     " PULADO: concluido em "
                     WS-P-FIM(PX)(1:8) " "
                     WS-P-FIM(PX)(9:2) ":" WS-P-FIM(PX)(11:2) ":"
                     WS-P-FIM(PX)(13:2)
                  DELIMITED BY SIZE INTO WS-LOG-TEXTO
              END-STRING
              PERFORM GRAVA-LOG
              DISPLAY FUNCTION TRIM(WS-LOG-TEXTO)
              EXIT PARAGRAPH
           END-IF.

           PERFORM MONTA-COMANDO.

           PERFORM MARCA-HORA.
           MOVE WS-CARIMBO TO WS-INICIO-PASSO.
           MOVE 0 TO WS-FIM-PASSO.
           MOVE 0 TO WS-RC-PASSO.
           MOVE "I" TO WS-SITUACAO-PASSO.
           PERFORM GRAVA-CONTROLE.

           MOVE SPACES TO WS-LOG-TEXTO.
           STRING "passo " WS-PASSO-EDIT " INICIO: "
                  FUNCTION TRIM(WS-COMANDO)
               DELIMITED BY SIZE INTO WS-LOG-TEXTO
           END-STRING.
           PERFORM GRAVA-LOG.
           DISPLAY FUNCTION TRIM(WS-LOG-TEXTO).

           CALL "SYSTEM" USING WS-COMANDO
              RETURNING WS-STATUS-SISTEMA
           END-CALL.

           *> O retorno vem no formato de espera do sistema: o
           *> RETURN-CODE do programa nos bits altos (x 256);
           *> resto diferente de zero ou retorno negativo e
           *> termino anormal (sinal, comando inexistente).
           IF WS-STATUS-SISTEMA < 0
              MOVE 999 TO WS-RC-PASSO
           ELSE
              DIVIDE WS-STATUS-SISTEMA BY 256
                 GIVING WS-RC-PASSO REMAINDER WS-STATUS-RESTO
              IF WS-STATUS-RESTO NOT = 0
                 MOVE 999 TO WS-RC-PASSO
              END-IF
           END-IF.

           PERFORM MARCA-HORA.
           MOVE WS-CARIMBO TO WS-FIM-PASSO.
           IF WS-RC-PASSO > WS-P-RC-MAXIMO(PX)
              MOVE "F" TO WS-SITUACAO-PASSO
              MOVE "Y" TO WS-INTERROMPIDA
           ELSE
              MOVE "C" TO WS-SITUACAO-PASSO
           END-IF.
           PERFORM GRAVA-CONTROLE.

           MOVE WS-RC-PASSO TO WS-RC-EDIT.
           MOVE WS-P-RC-MAXIMO(PX) TO WS-RC-MAX-EDIT.
           MOVE SPACES TO WS-LOG-TEXTO.
           IF WS-INTERROMPIDA = "Y"
              STRING "passo " WS-PASSO-EDIT " "
                     FUNCTION TRIM(WS-P-PROGRAMA(PX))
                     " FALHOU: rc=" WS-RC-EDIT " (maximo "
                     WS-RC-MAX-EDIT ")"
                  DELIMITED BY SIZE INTO WS-LOG-TEXTO
              END-STRING
           ELSE
              STRING "passo " WS-PASSO-EDIT " "
                     FUNCTION TRIM(WS-P-PROGRAMA(PX))
                     " CONCLUIDO: rc=" WS-RC-EDIT " (maximo "
                     WS-RC-MAX-EDIT ")"
                  DELIMITED BY SIZE INTO WS-LOG-TEXTO
              END-STRING
           END-IF.
           PERFORM GRAVA-LOG.
           DISPLAY FUNCTION TRIM(WS-LOG-TEXTO).

       *> ---------------------------------------------------
       *> Monta a linha de comando do passo PX em WS-COMANDO,
       *> com a data de negocio no lugar de "AAAAMMDD". Na
       *> retomada, o lote de conversoes (coin com -B) que
       *> falhou ou ficou pela metade ganha o -R do COIN, para
       *> continuar do checkpoint em vez de reconverter o lote.
       *> ---------------------------------------------------
       MONTA-COMANDO.
           MOVE WS-P-ARGUMENTOS(PX) TO WS-ARGS-PASSO.
           INSPECT WS-ARGS-PASSO
              REPLACING ALL "AAAAMMDD" BY WS-DATA-NEGOCIO-X.

           IF MODO-RETOMADA
              AND (WS-P-SITUACAO(PX) = "F"
                   OR WS-P-SITUACAO(PX) = "I")
              PERFORM VERIFICA-LOTE-COIN
              IF WS-EH-LOTE-COIN = "Y"
                 MOVE WS-ARGS-PASSO TO WS-ARGS-MAIUSC
                 MOVE SPACES TO WS-ARGS-PASSO
                 STRING FUNCTION TRIM(WS-ARGS-MAIUSC) " -R"
                     DELIMITED BY SIZE INTO WS-ARGS-PASSO
                 END-STRING
                 DISPLAY "AVISO: o lote de conversoes sera "
                    "retomado do checkpoint (coin -R)."
              END-IF
           END-IF.

           MOVE SPACES TO WS-COMANDO.
           STRING FUNCTION TRIM(WS-P-PROGRAMA(PX)) " "
                  FUNCTION TRIM(WS-ARGS-PASSO)
               DELIMITED BY SIZE INTO WS-COMANDO
           END-STRING.

       *> ---------------------------------------------------
       *> O passo PX e o lote de conversoes se o executavel e o
       *> coin (com ou sem caminho) e os argumentos tem -B; um
       *> -R ja presente na definicao nao e repetido.
       *> ---------------------------------------------------
       VERIFICA-LOTE-COIN.
           MOVE "N" TO WS-EH-LOTE-COIN.
           MOVE FUNCTION UPPER-CASE(WS-P-PROGRAMA(PX))
              TO WS-PROG-MAIUSC.
           MOVE 0 TO WS-TAM-PROG.
           INSPECT FUNCTION REVERSE(WS-PROG-MAIUSC)
              TALLYING WS-TAM-PROG FOR LEADING SPACES.
           COMPUTE WS-TAM-PROG = 12 - WS-TAM-PROG.
           IF WS-TAM-PROG < 4
              EXIT PARAGRAPH
           END-IF.
           IF WS-PROG-MAIUSC(WS-TAM-PROG - 3:4) NOT = "COIN"
              EXIT PARAGRAPH
           END-IF.
           IF WS-TAM-PROG > 4
              IF WS-PROG-MAIUSC(WS-TAM-PROG - 4:1) NOT = "/"
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-ARGS-PASSO) TO WS-ARGS-MAIUSC.
           MOVE 0 TO WS-QT-CHAVE.
           INSPECT WS-ARGS-MAIUSC TALLYING WS-QT-CHAVE FOR ALL "-B ".
           IF WS-QT-CHAVE = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-QT-CHAVE.
           INSPECT WS-ARGS-MAIUSC TALLYING WS-QT-CHAVE FOR ALL "-R ".
           IF WS-QT-CHAVE = 0
              MOVE "Y" TO WS-EH-LOTE-COIN
           END-IF.

       MARCA-HORA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           COMPUTE WS-CARIMBO =
              (WS-DATA-ATUAL * 1000000) + (WS-HORA-ATUAL / 100).

       *> ---------------------------------------------------
       *> Acrescenta ao controle o registro do passo PX com a
       *> situacao WS-SITUACAO-PASSO. O arquivo e aberto
       *> e fechado a cada registro, para que o "I" de um passo
       *> esteja no disco antes de o passo comecar.
       *> ---------------------------------------------------
       GRAVA-CONTROLE.
           MOVE WS-SITUACAO-PASSO TO WS-P-SITUACAO(PX).
           OPEN EXTEND CONTROLE.
           IF WS-CONTROLE-STATUS NOT = "00"
              OPEN OUTPUT CONTROLE
           END-IF.
           IF WS-CONTROLE-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel gravar "
                 "cadeia-controle.txt (status " WS-CONTROLE-STATUS
                 "); cadeia interrompida antes do passo " PX "."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-DATA-NEGOCIO TO CTL-DATA-NEGOCIO.
           MOVE PX TO CTL-PASSO.
           MOVE WS-P-PROGRAMA(PX) TO CTL-PROGRAMA.
           MOVE WS-SITUACAO-PASSO TO CTL-SITUACAO.
           MOVE WS-INICIO-PASSO TO CTL-INICIO.
           MOVE WS-FIM-PASSO TO CTL-FIM.
           MOVE WS-RC-PASSO TO CTL-RC.
           WRITE CONTROLE-REG.
           CLOSE CONTROLE.

       *> ---------------------------------------------------
       *> Acrescenta WS-LOG-TEXTO ao cadeia.log, com data/hora
       *> e a data de negocio. Falha no log so avisa: o controle
       *> e que decide a retomada.
       *> ---------------------------------------------------
       GRAVA-LOG.
           PERFORM MARCA-HORA.
           MOVE SPACES TO WS-LOG-LINHA.
           STRING WS-DATA-ATUAL(1:4) "-" WS-DATA-ATUAL(5:2) "-"
                  WS-DATA-ATUAL(7:2) " " WS-HORA-ATUAL(1:2) ":"
                  WS-HORA-ATUAL(3:2) ":" WS-HORA-ATUAL(5:2)
                  " data=" WS-DATA-NEGOCIO " "
                  FUNCTION TRIM(WS-LOG-TEXTO)
               DELIMITED BY SIZE INTO WS-LOG-LINHA
           END-STRING.
           OPEN EXTEND LOG-CADEIA.
           IF WS-LOG-STATUS NOT = "00"
              OPEN OUTPUT LOG-CADEIA
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
              DISPLAY "AVISO: nao foi possivel gravar cadeia.log "
                 "(status " WS-LOG-STATUS ")."
              EXIT PARAGRAPH
           END-IF.
           WRITE LOG-REG FROM WS-LOG-LINHA.
           CLOSE LOG-CADEIA.
