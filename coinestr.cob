      IDENTIFICATION DIVISION.
       PROGRAM-ID. COINESTR.

       *> ---------------------------------------------------
       *> Estorno de uma conversao ja contabilizada: um operador
       *> autorizado em operadores.txt informa a sequencia do
       *> movimento do dia (MOV-SEQUENCIA em
       *> movimento-AAAAMMDD.txt) e o programa apensa ao mesmo
       *> arquivo um registro de estorno (MOV-TIPO "E") com os
       *> mesmos valores da conversao original e
       *> MOV-SEQ-ORIGINAL apontando para ela. A conversao
       *> original nunca e alterada nem apagada: o estorno e um
       *> lancamento novo, e quem totaliza o movimento (COINEOD,
       *> COINBILL) subtrai os registros de tipo "E". O estorno
       *> tambem sai em resultado.txt e audit.log, no formato de
       *> sempre mais o marcador "estorno=<sequencia>" (que o
       *> COINREP e o RECONCIL reconhecem), e em audit.log com o
       *> operador que estornou em "operador=" - "usuario=" fica
       *> com o trader da conversao original, como o COINAPRV
       *> faz com o solicitante. O estorno tem referencia de
       *> transacao propria ("ref=" e MOV-REFERENCIA), montada
       *> como no COIN, e a mesma data de liquidacao da
       *> conversao original (MOV-DATA-VALOR e "liquida=" em
       *> audit.log). Com tier, o "spread=" do estorno e o da
       *> linha da conversao original em audit.log (achada pelo
       *> "ref="), e nao o de tarifas.txt de agora. O movimento
       *> contabil e gravado antes de resultado.txt e audit.log,
       *> e os tres arquivos sao abertos antes de se gravar
       *> qualquer um: se algum nao abre, nada e gravado. O
       *> valor convertido e devolvido
       *> ao acumulado do dia (volume-dia-AAAAMMDD.txt), para o
       *> limite diario da moeda de destino voltar a enxergar a
       *> folga. So conversoes do proprio dia podem ser
       *> estornadas, e nunca depois de o COINEOD selar o dia:
       *> dia fechado ja foi carregado pelo contabil, e a
       *> correcao passa a ser um lancamento manual la. Os
       *> valores saem nas casas decimais que a conversao
       *> original gravou no movimento (MOV-CASAS-ORIGEM/
       *> DESTINO, pelo cadastro de moedas); o estorno e
       *> permitido mesmo que a moeda tenha sido suspensa
       *> depois, porque desfaz uma conversao, nao faz uma nova.
       *>
       *> Uso: coinestr <sequencia>
       *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT MOVIMENTO ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT FECHAMENTO ASSIGN TO DYNAMIC WS-ARQ-FECHAMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAMENTO-STATUS.

           SELECT RESULTADO ASSIGN TO "resultado.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTADO-STATUS.

           SELECT AUDITORIA ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT LIMITES ASSIGN TO "limites.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITES-STATUS.

           SELECT VOLUMES ASSIGN TO DYNAMIC WS-ARQ-VOLUMES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLUMES-STATUS.

           SELECT VOL-TEMP ASSIGN TO "volume-dia.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLTEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       01 OPERADOR-REG PIC X(30).

       FD MOVIMENTO.
       01 MOVIMENTO-REG.
           COPY "MOEDAMOV.CPY".

       FD FECHAMENTO.
       01 FECHAMENTO-REG PIC X(120).

       FD RESULTADO.
       01 RESULTADO-REG PIC X(300).

       FD AUDITORIA.
       01 AUDITORIA-REG PIC X(400).

       FD LIMITES.
       01 LIMITE-REG.
           COPY "MOEDALIM.CPY".

       FD VOLUMES.
       01 VOLUME-REG.
           05 VOL-COD-MOEDA PIC X(3).
           05 VOL-TOTAL     PIC 9(13)V9(2).

       FD VOL-TEMP.
       01 VOLT-REG.
           05 VOLT-COD-MOEDA PIC X(3).
           05 VOLT-TOTAL     PIC 9(13)V9(2).

       WORKING-STORAGE SECTION.

       01 WS-OPERADORES-STATUS PIC X(2).
       01 WS-MOVIMENTO-STATUS PIC X(2).
       01 WS-FECHAMENTO-STATUS PIC X(2).
       01 WS-RESULTADO-STATUS PIC X(2).
       01 WS-AUDITORIA-STATUS PIC X(2).

       *> Argumentos da linha de comando
       01 WS-ARGUMENTO       PIC X(100).
       01 WS-ARG-GROUP.
          05 WS-TOK PIC X(30) OCCURS 4 TIMES.
       01 WS-NUM-TOK         PIC 9(2) VALUE 0.
       01 J                  PIC 9(3).
       01 WS-SEQ-PEDIDA      PIC 9(6) VALUE 0.
       01 WS-SEQ-EDIT        PIC 9(6).

       *> Operador que estorna (variavel de ambiente USER, como
       *> em todo o sistema) e sua autorizacao em operadores.txt
       01 WS-OPERADOR        PIC X(30).
       01 WS-AUTORIZADO      PIC X VALUE "N".
       01 WS-FIM-OPERADORES  PIC X VALUE "N".

       *> Arquivos do dia
       01 WS-DATA-ATUAL      PIC 9(8).
       01 WS-HORA-ATUAL      PIC 9(8).
       01 WS-DATA-HORA-EDIT  PIC X(19).
       01 WS-DATA-VALOR-EDIT PIC X(10).
       01 WS-REFERENCIA      PIC X(20).
       01 WS-REF-CONTADOR    PIC 9(4) VALUE 1.
       01 WS-ARQ-MOVIMENTO   PIC X(30).
       01 WS-ARQ-FECHAMENTO  PIC X(30).
       01 WS-FIM-MOVIMENTO   PIC X VALUE "N".
       01 WS-MOV-SEQUENCIA   PIC 9(6) VALUE 0.
       01 WS-ACHOU-ORIGINAL  PIC X VALUE "N".
       01 WS-JA-ESTORNADA    PIC X VALUE "N".
       01 WS-DIA-FECHADO     PIC X VALUE "N".

       *> Espelho do registro de movimento original
       *> (MOEDAMOV.CPY), guardado durante a leitura para montar
       *> o estorno depois de fechado o arquivo.
       01 WS-MOV-ORIGINAL.
          05 WO-SEQUENCIA       PIC 9(6).
          05 WO-DATA            PIC 9(8).
          05 WO-MOEDA-ORIGEM    PIC X(3).
          05 WO-MOEDA-DESTINO   PIC X(3).
          05 WO-VALOR-ORIGINAL  PIC 9(13)V9(2).
          05 WO-VALOR-CONVERTIDO PIC 9(9)V9(2).
          05 WO-TAXA            PIC 9(10)V9(6).
          05 WO-TIER            PIC X(3).
          05 WO-VALOR-CLIENTE   PIC 9(9)V9(2).
          05 WO-USUARIO         PIC X(30).
          05 WO-COD-CLIENTE     PIC X(6).
          05 WO-TIPO            PIC X.
          05 WO-SEQ-ORIGINAL    PIC 9(6).
          05 WO-REFERENCIA      PIC X(20).
          05 WO-DATA-VALOR      PIC 9(8).
          05 WO-CASAS-ORIGEM    PIC 9(1).
          05 WO-CASAS-DESTINO   PIC 9(1).
          05 WO-ORIGINAL-EXATO  PIC 9(13)V9(3).
          05 WO-CONVERTIDO-EXATO PIC 9(9)V9(3).
          05 WO-CLIENTE-EXATO   PIC 9(9)V9(3).

       *> Montagem das linhas de resultado.txt e audit.log, no
       *> formato do COIN (valores formatados no locale BR, o
       *> padrao do COIN; os leitores aceitam os dois).
       01 WS-VALOR-ORIG-EDIT PIC Z(12)9.99.
       01 WS-VALOR-ORIG-EDIT-0 PIC Z(12)9.
       01 WS-VALOR-ORIG-EDIT-1 PIC Z(12)9.9.
       01 WS-VALOR-ORIG-EDIT-3 PIC Z(12)9.999.
       01 WS-VALOR-ORIG-TXT  PIC X(20).
       01 WS-TAXA-EDIT       PIC Z(9)9.999999.
       01 WS-VALOR-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-VALOR-EDIT-0    PIC Z(8)9.
       01 WS-VALOR-EDIT-1    PIC Z,ZZZ,ZZZ,ZZ9.9.
       01 WS-VALOR-EDIT-3    PIC Z,ZZZ,ZZZ,ZZ9.999.
       01 WS-VALOR-FMT       PIC 9(9)V9(3).
       01 WS-VALOR-SAIDA     PIC X(20).
       01 WS-VALOR-CLIENTE-SAIDA PIC X(20).
       01 WS-RESULTADO-LINHA PIC X(300).
       01 WS-AUDITORIA-LINHA PIC X(400).
       01 WS-LINHA-GRAVA-TMP PIC X(400).

       *> Spread da conversao original, copiado do "spread=" da
       *> sua linha em audit.log (localizada por " ref=" +
       *> MOV-REFERENCIA)
       01 WS-SPREAD-ORIGINAL PIC X(12) VALUE SPACES.
       01 WS-REF-PROCURADA   PIC X(25).
       01 WS-FIM-AUDITORIA   PIC X VALUE "N".
       01 WS-CONTA-REF       PIC 9(4).
       01 WS-POS-SPREAD      PIC 9(4).

       *> Acumulado diario de volumes por moeda (limites.txt +
       *> volume-dia-AAAAMMDD.txt), como no COIN: so moedas com
       *> linha em limites.txt tem acumulado a devolver.
       01 WS-LIMITES-STATUS  PIC X(2).
       01 WS-VOLUMES-STATUS  PIC X(2).
       01 WS-VOLTEMP-STATUS  PIC X(2).
       01 WS-ARQ-VOLUMES     PIC X(30).
       01 WS-NOME-VOL-TEMP   PIC X(30) VALUE "volume-dia.tmp".
       01 WS-VOL-RENAME-RC   PIC 9(4) COMP.
       01 WS-TEM-LIMITES     PIC X VALUE "N".
       01 WS-FIM-LIMITES     PIC X VALUE "N".
       01 WS-LIM-TABLE.
          05 WS-LIM-ITEM OCCURS 100 TIMES.
             10 WS-L-COD     PIC X(3).
       01 WS-NUM-LIMITES     PIC 9(4) VALUE 0.
       01 WS-MAX-LIMITES     PIC 9(4) VALUE 100.
       01 LX                 PIC 9(4).
       01 WS-VOL-TABLE.
          05 WS-VOL-ITEM OCCURS 100 TIMES.
             10 WS-V-COD     PIC X(3).
             10 WS-V-TOTAL   PIC 9(13)V99.
       01 WS-NUM-VOLUMES     PIC 9(4) VALUE 0.
       01 WS-MAX-VOLUMES     PIC 9(4) VALUE 100.
       01 VX                 PIC 9(4).
       01 WS-FIM-VOLUMES     PIC X VALUE "N".
       01 WS-TEM-LIMITE-MOEDA PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN-START.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE.
           PERFORM TRATA-ARGUMENTOS.
           PERFORM IDENTIFICA-OPERADOR.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-ARQ-MOVIMENTO.
           STRING "movimento-" WS-DATA-ATUAL ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-MOVIMENTO
           END-STRING.
           MOVE SPACES TO WS-ARQ-FECHAMENTO.
           STRING "fechamento-" WS-DATA-ATUAL ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-FECHAMENTO
           END-STRING.

           PERFORM VERIFICA-DIA-FECHADO.
           PERFORM LOCALIZA-ORIGINAL.
           IF WS-DIA-FECHADO = "Y"
              DISPLAY "ERRO: o dia " WS-DATA-ATUAL " ja foi "
                 "fechado pelo coineod; estorno recusado (a "
                 "correcao agora e lancamento manual no "
                 "contabil)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-ACHOU-ORIGINAL NOT = "Y"
              DISPLAY "ERRO: conversao de sequencia "
                 WS-SEQ-PEDIDA " nao encontrada em "
                 FUNCTION TRIM(WS-ARQ-MOVIMENTO) "."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-JA-ESTORNADA = "Y"
              DISPLAY "ERRO: a conversao de sequencia "
                 WS-SEQ-PEDIDA " ja foi estornada."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM MONTA-DATA-HORA.
           PERFORM LOCALIZA-SPREAD-ORIGINAL.
           PERFORM MONTA-RESULTADO-ESTORNO.
           PERFORM MONTA-AUDITORIA-ESTORNO.
           PERFORM ABRE-ARQUIVOS-ESTORNO.
           PERFORM GRAVA-MOVIMENTO-ESTORNO.
           PERFORM GRAVA-RESULTADO-ESTORNO.
           PERFORM GRAVA-AUDITORIA-ESTORNO.
           PERFORM DEVOLVE-VOLUME-DIA.

           MOVE WS-MOV-SEQUENCIA TO WS-SEQ-EDIT.
           DISPLAY "Conversao " WS-SEQ-PEDIDA " ("
              WO-MOEDA-ORIGEM " -> " WO-MOEDA-DESTINO
              " resultado=" FUNCTION TRIM(WS-VALOR-SAIDA)
              ") estornada pelo movimento " WS-SEQ-EDIT ".".
           STOP RUN.

       *> ---------------------------------------------------
       *> Interpreta o unico argumento: a sequencia da conversao
       *> no movimento do dia.
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

           IF WS-NUM-TOK NOT = 1
              DISPLAY "Uso: coinestr <sequencia>"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-SEQ-PEDIDA = FUNCTION NUMVAL(WS-TOK(1)).
           IF WS-SEQ-PEDIDA = 0
              DISPLAY "ERRO: sequencia invalida: "
                 FUNCTION TRIM(WS-TOK(1))
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> Identifica o operador e exige que ele conste de
       *> operadores.txt, como IDENTIFICA-REVISOR do COINAPRV:
       *> desfazer uma conversao contabilizada e tao sensivel
       *> quanto aprova-la.
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
                 "estorno bloqueado."
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
                 "estornar conversoes."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> Consulta o selo de fechamento do dia gravado pelo
       *> COINEOD. O trailer FECHAMENTO dentro do proprio
       *> movimento (selo perdido depois do trailer) e tratado
       *> na leitura de LOCALIZA-ORIGINAL.
       *> ---------------------------------------------------
       VERIFICA-DIA-FECHADO.
           MOVE "N" TO WS-DIA-FECHADO.
           OPEN INPUT FECHAMENTO.
           IF WS-FECHAMENTO-STATUS = "00"
              CLOSE FECHAMENTO
              MOVE "Y" TO WS-DIA-FECHADO
           END-IF.

       *> ---------------------------------------------------
       *> Le o movimento do dia: guarda a conversao pedida em
       *> WS-MOV-ORIGINAL, verifica se ja existe estorno para
       *> ela, acha a ultima sequencia usada (o estorno continua
       *> a numeracao, como GRAVA-MOVIMENTO do COINAPRV) e
       *> detecta o trailer de fechamento.
       *> ---------------------------------------------------
       LOCALIZA-ORIGINAL.
           MOVE "N" TO WS-ACHOU-ORIGINAL.
           MOVE "N" TO WS-JA-ESTORNADA.
           MOVE 0 TO WS-MOV-SEQUENCIA.
           IF WS-DIA-FECHADO = "Y"
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT MOVIMENTO.
           IF WS-MOVIMENTO-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FIM-MOVIMENTO.
           PERFORM UNTIL WS-FIM-MOVIMENTO = "Y"
              READ MOVIMENTO
                 AT END MOVE "Y" TO WS-FIM-MOVIMENTO
              END-READ
              IF WS-FIM-MOVIMENTO NOT = "Y"
                 IF MOVIMENTO-REG(1:10) = "FECHAMENTO"
                    MOVE "Y" TO WS-DIA-FECHADO
                    MOVE "Y" TO WS-FIM-MOVIMENTO
                 ELSE
                    IF MOV-SEQUENCIA NUMERIC
                       MOVE MOV-SEQUENCIA TO WS-MOV-SEQUENCIA
                       IF MOV-EH-ESTORNO
                          IF MOV-SEQ-ORIGINAL NUMERIC
                             AND MOV-SEQ-ORIGINAL = WS-SEQ-PEDIDA
                             MOVE "Y" TO WS-JA-ESTORNADA
                          END-IF
                       ELSE
                          IF MOV-SEQUENCIA = WS-SEQ-PEDIDA
                             MOVE "Y" TO WS-ACHOU-ORIGINAL
                             MOVE MOVIMENTO-REG TO WS-MOV-ORIGINAL
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MOVIMENTO.

       *> ---------------------------------------------------
       *> Monta o texto "AAAA-MM-DD HH:MM:SS" do instante do
       *> estorno (mesma forma de GRAVA-RESULTADO do COIN), a
       *> referencia da transacao e os valores editados.
       *> ---------------------------------------------------
       MONTA-DATA-HORA.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE SPACES TO WS-DATA-HORA-EDIT.
           STRING WS-DATA-ATUAL(1:4) "-" WS-DATA-ATUAL(5:2) "-"
                  WS-DATA-ATUAL(7:2) " " WS-HORA-ATUAL(1:2) ":"
                  WS-HORA-ATUAL(3:2) ":" WS-HORA-ATUAL(5:2)
               DELIMITED BY SIZE INTO WS-DATA-HORA-EDIT
           END-STRING.
           MOVE SPACES TO WS-REFERENCIA.
           STRING WS-DATA-ATUAL WS-HORA-ATUAL WS-REF-CONTADOR
               DELIMITED BY SIZE INTO WS-REFERENCIA
           END-STRING.
           IF WO-DATA-VALOR NOT NUMERIC
              MOVE WO-DATA TO WO-DATA-VALOR
           END-IF.
           MOVE SPACES TO WS-DATA-VALOR-EDIT.
           STRING WO-DATA-VALOR(1:4) "-" WO-DATA-VALOR(5:2) "-"
                  WO-DATA-VALOR(7:2)
               DELIMITED BY SIZE INTO WS-DATA-VALOR-EDIT
           END-STRING.

           *> Conversao gravada antes do cadastro de moedas: duas
           *> casas, e os valores exatos sao os de 2 decimais. O
           *> espelho completado assim vai inteiro para o
           *> registro do estorno.
           IF WO-CASAS-DESTINO NOT NUMERIC
              MOVE 2 TO WO-CASAS-ORIGEM WO-CASAS-DESTINO
              MOVE WO-VALOR-ORIGINAL   TO WO-ORIGINAL-EXATO
              MOVE WO-VALOR-CONVERTIDO TO WO-CONVERTIDO-EXATO
              MOVE WO-VALOR-CLIENTE    TO WO-CLIENTE-EXATO
           END-IF.

           MOVE SPACES TO WS-VALOR-ORIG-TXT.
           EVALUATE WO-CASAS-ORIGEM
              WHEN 0
                 MOVE WO-ORIGINAL-EXATO TO WS-VALOR-ORIG-EDIT-0
                 MOVE WS-VALOR-ORIG-EDIT-0 TO WS-VALOR-ORIG-TXT
              WHEN 1
                 MOVE WO-ORIGINAL-EXATO TO WS-VALOR-ORIG-EDIT-1
                 MOVE WS-VALOR-ORIG-EDIT-1 TO WS-VALOR-ORIG-TXT
              WHEN 3
                 MOVE WO-ORIGINAL-EXATO TO WS-VALOR-ORIG-EDIT-3
                 MOVE WS-VALOR-ORIG-EDIT-3 TO WS-VALOR-ORIG-TXT
              WHEN OTHER
                 MOVE WO-ORIGINAL-EXATO TO WS-VALOR-ORIG-EDIT
                 MOVE WS-VALOR-ORIG-EDIT TO WS-VALOR-ORIG-TXT
           END-EVALUATE.
           MOVE WO-TAXA TO WS-TAXA-EDIT.
           MOVE WO-CLIENTE-EXATO TO WS-VALOR-FMT.
           PERFORM FORMATA-VALOR.
           MOVE WS-VALOR-SAIDA TO WS-VALOR-CLIENTE-SAIDA.
           MOVE WO-CONVERTIDO-EXATO TO WS-VALOR-FMT.
           PERFORM FORMATA-VALOR.

       *> ---------------------------------------------------
       *> Edita WS-VALOR-FMT nas casas da moeda de destino e
       *> troca os separadores para o locale BR (mesma tecnica
       *> de FORMATA-VALOR do COIN).
       *> ---------------------------------------------------
       FORMATA-VALOR.
           EVALUATE WO-CASAS-DESTINO
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
           INSPECT WS-VALOR-SAIDA REPLACING ALL "," BY "|".
           INSPECT WS-VALOR-SAIDA REPLACING ALL "." BY ",".
           INSPECT WS-VALOR-SAIDA REPLACING ALL "|" BY ".".

       *> ---------------------------------------------------
       *> Procura em audit.log a linha da conversao original
       *> (" ref=" + MOV-REFERENCIA) e guarda o valor do seu
       *> "spread=" (com o "%"), que o estorno repete. Sem
       *> referencia, sem a linha ou sem spread (conversao sem
       *> tier), WS-SPREAD-ORIGINAL fica em espacos e o estorno
       *> sai sem "spread=".
       *> ---------------------------------------------------
       LOCALIZA-SPREAD-ORIGINAL.
           MOVE SPACES TO WS-SPREAD-ORIGINAL.
           IF WO-TIER = SPACES OR WO-REFERENCIA = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REF-PROCURADA.
           STRING " ref=" WO-REFERENCIA
               DELIMITED BY SIZE INTO WS-REF-PROCURADA
           END-STRING.

           OPEN INPUT AUDITORIA.
           IF WS-AUDITORIA-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-AUDITORIA.
           PERFORM UNTIL WS-FIM-AUDITORIA = "Y"
              READ AUDITORIA
                 AT END MOVE "Y" TO WS-FIM-AUDITORIA
              END-READ
              IF WS-FIM-AUDITORIA NOT = "Y"
                 MOVE 0 TO WS-CONTA-REF
                 INSPECT AUDITORIA-REG TALLYING WS-CONTA-REF
                    FOR ALL WS-REF-PROCURADA
                 IF WS-CONTA-REF > 0
                    MOVE "Y" TO WS-FIM-AUDITORIA
                    MOVE 0 TO WS-POS-SPREAD
                    INSPECT AUDITORIA-REG TALLYING WS-POS-SPREAD
                       FOR CHARACTERS BEFORE INITIAL " spread="
                    IF WS-POS-SPREAD < LENGTH OF AUDITORIA-REG
                       UNSTRING AUDITORIA-REG(WS-POS-SPREAD + 9:)
                          DELIMITED BY SPACE
                          INTO WS-SPREAD-ORIGINAL
                       END-UNSTRING
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE AUDITORIA.
           IF WS-SPREAD-ORIGINAL = SPACES
              DISPLAY "AVISO: spread da conversao " WO-SEQUENCIA
                 " nao localizado em audit.log; estorno gravado "
                 "sem spread=."
           END-IF.

       *> ---------------------------------------------------
       *> Monta a linha do estorno para resultado.txt: mesmos
       *> campos da conversao original, com o instante do
       *> estorno, e o marcador "estorno=<sequencia original>".
       *> ---------------------------------------------------
       MONTA-RESULTADO-ESTORNO.
           MOVE SPACES TO WS-RESULTADO-LINHA.
           STRING FUNCTION TRIM(WS-VALOR-ORIG-TXT) " "
                  WO-MOEDA-ORIGEM " -> " WO-MOEDA-DESTINO
                  " taxa=" FUNCTION TRIM(WS-TAXA-EDIT)
                  " resultado=" FUNCTION TRIM(WS-VALOR-SAIDA)
                  " em " WS-DATA-HORA-EDIT
               DELIMITED BY SIZE INTO WS-RESULTADO-LINHA
           END-STRING.
           IF WO-TIER NOT = SPACES
              MOVE WS-RESULTADO-LINHA TO WS-LINHA-GRAVA-TMP
              MOVE SPACES TO WS-RESULTADO-LINHA
              STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                     " tier=" WO-TIER
                  DELIMITED BY SIZE INTO WS-RESULTADO-LINHA
              END-STRING
              IF WS-SPREAD-ORIGINAL NOT = SPACES
                 MOVE WS-RESULTADO-LINHA TO WS-LINHA-GRAVA-TMP
                 MOVE SPACES TO WS-RESULTADO-LINHA
                 STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                        " spread=" FUNCTION TRIM(WS-SPREAD-ORIGINAL)
                     DELIMITED BY SIZE INTO WS-RESULTADO-LINHA
                 END-STRING
              END-IF
              MOVE WS-RESULTADO-LINHA TO WS-LINHA-GRAVA-TMP
              MOVE SPACES TO WS-RESULTADO-LINHA
              STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                     " cliente="
                     FUNCTION TRIM(WS-VALOR-CLIENTE-SAIDA)
                  DELIMITED BY SIZE INTO WS-RESULTADO-LINHA
              END-STRING
           END-IF.
           IF WO-COD-CLIENTE NOT = SPACES
              MOVE WS-RESULTADO-LINHA TO WS-LINHA-GRAVA-TMP
              MOVE SPACES TO WS-RESULTADO-LINHA
              STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                     " codcliente=" FUNCTION TRIM(WO-COD-CLIENTE)
                  DELIMITED BY SIZE INTO WS-RESULTADO-LINHA
              END-STRING
           END-IF.
           MOVE WS-RESULTADO-LINHA TO WS-LINHA-GRAVA-TMP.
           MOVE SPACES TO WS-RESULTADO-LINHA.
           STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                  " estorno=" WO-SEQUENCIA
                  " ref=" WS-REFERENCIA
               DELIMITED BY SIZE INTO WS-RESULTADO-LINHA
               ON OVERFLOW
                  DISPLAY "ERRO: linha de resultado.txt maior que o "
                     "registro; referencia " WS-REFERENCIA
                     " nao gravada."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
           END-STRING.

       *> ---------------------------------------------------
       *> Monta a linha do estorno para audit.log
       *> (append-only): "usuario=" e o trader da conversao
       *> original e "operador=" quem estornou.
       *> ---------------------------------------------------
       MONTA-AUDITORIA-ESTORNO.
           MOVE SPACES TO WS-AUDITORIA-LINHA.
           STRING WS-DATA-HORA-EDIT
                  " usuario=" FUNCTION TRIM(WO-USUARIO)
                  " valor=" FUNCTION TRIM(WS-VALOR-ORIG-TXT)
                  " origem=" WO-MOEDA-ORIGEM
                  " destino=" WO-MOEDA-DESTINO
                  " taxa=" FUNCTION TRIM(WS-TAXA-EDIT)
                  " resultado=" FUNCTION TRIM(WS-VALOR-SAIDA)
               DELIMITED BY SIZE INTO WS-AUDITORIA-LINHA
           END-STRING.
           IF WO-TIER NOT = SPACES
              MOVE WS-AUDITORIA-LINHA TO WS-LINHA-GRAVA-TMP
              MOVE SPACES TO WS-AUDITORIA-LINHA
              STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                     " tier=" WO-TIER
                  DELIMITED BY SIZE INTO WS-AUDITORIA-LINHA
              END-STRING
              IF WS-SPREAD-ORIGINAL NOT = SPACES
                 MOVE WS-AUDITORIA-LINHA TO WS-LINHA-GRAVA-TMP
                 MOVE SPACES TO WS-AUDITORIA-LINHA
                 STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                        " spread=" FUNCTION TRIM(WS-SPREAD-ORIGINAL)
                     DELIMITED BY SIZE INTO WS-AUDITORIA-LINHA
                 END-STRING
              END-IF
              MOVE WS-AUDITORIA-LINHA TO WS-LINHA-GRAVA-TMP
              MOVE SPACES TO WS-AUDITORIA-LINHA
              STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                     " cliente="
                     FUNCTION TRIM(WS-VALOR-CLIENTE-SAIDA)
                  DELIMITED BY SIZE INTO WS-AUDITORIA-LINHA
              END-STRING
           END-IF.
           IF WO-COD-CLIENTE NOT = SPACES
              MOVE WS-AUDITORIA-LINHA TO WS-LINHA-GRAVA-TMP
              MOVE SPACES TO WS-AUDITORIA-LINHA
              STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                     " codcliente=" FUNCTION TRIM(WO-COD-CLIENTE)
                  DELIMITED BY SIZE INTO WS-AUDITORIA-LINHA
              END-STRING
           END-IF.
           MOVE WS-AUDITORIA-LINHA TO WS-LINHA-GRAVA-TMP.
           MOVE SPACES TO WS-AUDITORIA-LINHA.
           STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                  " estorno=" WO-SEQUENCIA
                  " operador=" FUNCTION TRIM(WS-OPERADOR)
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

       *> ---------------------------------------------------
       *> Abre os tres arquivos que recebem o estorno antes de
       *> gravar qualquer um deles: se um nao abre, fecha os
       *> que ja abriram e encerra sem gravar nada.
       *> ---------------------------------------------------
       ABRE-ARQUIVOS-ESTORNO.
           OPEN EXTEND MOVIMENTO.
           IF WS-MOVIMENTO-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel abrir "
                 FUNCTION TRIM(WS-ARQ-MOVIMENTO) " (status "
                 WS-MOVIMENTO-STATUS "); estorno NAO efetuado."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND RESULTADO.
           IF WS-RESULTADO-STATUS NOT = "00"
              OPEN OUTPUT RESULTADO
           END-IF.
           IF WS-RESULTADO-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel abrir "
                 "resultado.txt (status " WS-RESULTADO-STATUS
                 "); estorno NAO efetuado."
              CLOSE MOVIMENTO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND AUDITORIA.
           IF WS-AUDITORIA-STATUS NOT = "00"
              OPEN OUTPUT AUDITORIA
           END-IF.
           IF WS-AUDITORIA-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel abrir audit.log "
                 "(status " WS-AUDITORIA-STATUS "); estorno NAO "
                 "efetuado."
              CLOSE MOVIMENTO
              CLOSE RESULTADO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> Apensa o registro de estorno ao movimento do dia:
       *> copia da conversao original com sequencia nova,
       *> MOV-TIPO "E" e MOV-SEQ-ORIGINAL apontando para ela.
       *> E o primeiro gravado: sem ele nao ha estorno, e as
       *> linhas de resultado.txt e audit.log nao saem.
       *> ---------------------------------------------------
       GRAVA-MOVIMENTO-ESTORNO.
           MOVE WS-MOV-ORIGINAL TO MOVIMENTO-REG.
           ADD 1 TO WS-MOV-SEQUENCIA.
           MOVE WS-MOV-SEQUENCIA TO MOV-SEQUENCIA.
           MOVE WS-DATA-ATUAL TO MOV-DATA.
           MOVE "E" TO MOV-TIPO.
           MOVE WO-SEQUENCIA TO MOV-SEQ-ORIGINAL.
           MOVE WS-REFERENCIA TO MOV-REFERENCIA.

           WRITE MOVIMENTO-REG.
           IF WS-MOVIMENTO-STATUS NOT = "00"
              DISPLAY "ERRO: falha ao gravar o movimento "
                 "contabil do estorno (status "
                 WS-MOVIMENTO-STATUS "); estorno NAO efetuado."
              CLOSE MOVIMENTO
              CLOSE RESULTADO
              CLOSE AUDITORIA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE MOVIMENTO.

       *> ---------------------------------------------------
       *> Grava a linha do estorno em resultado.txt (arquivo
       *> ja aberto por ABRE-ARQUIVOS-ESTORNO).
       *> ---------------------------------------------------
       GRAVA-RESULTADO-ESTORNO.
           WRITE RESULTADO-REG FROM WS-RESULTADO-LINHA.
           IF WS-RESULTADO-STATUS NOT = "00"
              DISPLAY "ERRO: falha ao gravar resultado.txt "
                 "(status " WS-RESULTADO-STATUS "); o movimento "
                 "do estorno ja foi gravado."
              CLOSE RESULTADO
              CLOSE AUDITORIA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE RESULTADO.

       *> ---------------------------------------------------
       *> Grava a linha do estorno em audit.log (arquivo ja
       *> aberto por ABRE-ARQUIVOS-ESTORNO).
       *> ---------------------------------------------------
       GRAVA-AUDITORIA-ESTORNO.
           WRITE AUDITORIA-REG FROM WS-AUDITORIA-LINHA.
           IF WS-AUDITORIA-STATUS NOT = "00"
              DISPLAY "ERRO: falha ao gravar audit.log (status "
                 WS-AUDITORIA-STATUS "); o movimento do estorno "
                 "ja foi gravado."
              CLOSE AUDITORIA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE AUDITORIA.

       *> ---------------------------------------------------
       *> Devolve o valor convertido ao acumulado do dia da
       *> moeda de destino (volume-dia-AAAAMMDD.txt), quando a
       *> moeda tem limite em limites.txt. O acumulado nunca
       *> fica negativo. Regrava via temporario +
       *> CBL_RENAME_FILE, como GRAVA-VOLUMES-DIA do COIN.
       *> ---------------------------------------------------
       DEVOLVE-VOLUME-DIA.
           PERFORM CARREGA-LIMITES.
           IF WS-TEM-LIMITES NOT = "Y"
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-TEM-LIMITE-MOEDA.
           PERFORM VARYING LX FROM 1 BY 1
                 UNTIL LX > WS-NUM-LIMITES
                    OR WS-TEM-LIMITE-MOEDA = "Y"
              IF WS-L-COD(LX) = WO-MOEDA-DESTINO
                 MOVE "Y" TO WS-TEM-LIMITE-MOEDA
              END-IF
           END-PERFORM.
           IF WS-TEM-LIMITE-MOEDA NOT = "Y"
              EXIT PARAGRAPH
           END-IF.

           PERFORM CARREGA-VOLUMES-DIA.
           MOVE 0 TO VX.
           PERFORM VARYING LX FROM 1 BY 1
                 UNTIL LX > WS-NUM-VOLUMES OR VX NOT = 0
              IF WS-V-COD(LX) = WO-MOEDA-DESTINO
                 MOVE LX TO VX
              END-IF
           END-PERFORM.
           IF VX = 0
              EXIT PARAGRAPH
           END-IF.

           IF WS-V-TOTAL(VX) >= WO-VALOR-CONVERTIDO
              SUBTRACT WO-VALOR-CONVERTIDO FROM WS-V-TOTAL(VX)
           ELSE
              MOVE 0 TO WS-V-TOTAL(VX)
           END-IF.
           PERFORM GRAVA-VOLUMES-DIA.

       *> ---------------------------------------------------
       *> Carrega os codigos de moeda de limites.txt. Sem o
       *> arquivo, nao ha acumulado a devolver.
       *> ---------------------------------------------------
       CARREGA-LIMITES.
           MOVE "N" TO WS-TEM-LIMITES.
           OPEN INPUT LIMITES.
           IF WS-LIMITES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-NUM-LIMITES.
           MOVE "N" TO WS-FIM-LIMITES.
           PERFORM UNTIL WS-FIM-LIMITES = "Y"
              READ LIMITES
                 AT END MOVE "Y" TO WS-FIM-LIMITES
              END-READ

              IF WS-FIM-LIMITES NOT = "Y"
                 IF LIM-MAX-INT NUMERIC AND LIM-MAX-FRAC NUMERIC
                    IF WS-NUM-LIMITES < WS-MAX-LIMITES
                       ADD 1 TO WS-NUM-LIMITES
                       MOVE LIM-COD-MOEDA
                          TO WS-L-COD(WS-NUM-LIMITES)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LIMITES.

           IF WS-NUM-LIMITES NOT = 0
              MOVE "Y" TO WS-TEM-LIMITES
           END-IF.

       *> ---------------------------------------------------
       *> Carrega o acumulado do dia (volume-dia-AAAAMMDD.txt)
       *> para a tabela em memoria, como no COIN.
       *> ---------------------------------------------------
       CARREGA-VOLUMES-DIA.
           MOVE SPACES TO WS-ARQ-VOLUMES.
           STRING "volume-dia-" WS-DATA-ATUAL ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-VOLUMES
           END-STRING.
           MOVE 0 TO WS-NUM-VOLUMES.

           OPEN INPUT VOLUMES.
           IF WS-VOLUMES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FIM-VOLUMES.
           PERFORM UNTIL WS-FIM-VOLUMES = "Y"
              READ VOLUMES
                 AT END MOVE "Y" TO WS-FIM-VOLUMES
              END-READ

              IF WS-FIM-VOLUMES NOT = "Y"
                 IF VOL-TOTAL NUMERIC
                    AND WS-NUM-VOLUMES < WS-MAX-VOLUMES
                    ADD 1 TO WS-NUM-VOLUMES
                    MOVE VOL-COD-MOEDA
                       TO WS-V-COD(WS-NUM-VOLUMES)
                    MOVE VOL-TOTAL
                       TO WS-V-TOTAL(WS-NUM-VOLUMES)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE VOLUMES.

       *> ---------------------------------------------------
       *> Regrava o arquivo de volumes do dia via temporario +
       *> CBL_RENAME_FILE. Uma falha nao desfaz o estorno ja
       *> gravado; so avisa.
       *> ---------------------------------------------------
       GRAVA-VOLUMES-DIA.
           OPEN OUTPUT VOL-TEMP.
           IF WS-VOLTEMP-STATUS NOT = "00"
              DISPLAY "AVISO: nao foi possivel gravar o "
                 "acumulado de volumes (status "
                 WS-VOLTEMP-STATUS ")."
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING VX FROM 1 BY 1
                 UNTIL VX > WS-NUM-VOLUMES
              MOVE WS-V-COD(VX) TO VOLT-COD-MOEDA
              MOVE WS-V-TOTAL(VX) TO VOLT-TOTAL
              WRITE VOLT-REG
           END-PERFORM.
           CLOSE VOL-TEMP.
           IF WS-VOLTEMP-STATUS NOT = "00"
              DISPLAY "AVISO: falha ao fechar o temporario de "
                 "volumes (status " WS-VOLTEMP-STATUS ")."
              EXIT PARAGRAPH
           END-IF.

           CALL "CBL_RENAME_FILE" USING WS-NOME-VOL-TEMP
              WS-ARQ-VOLUMES
              RETURNING WS-VOL-RENAME-RC
           END-CALL.
           IF WS-VOL-RENAME-RC NOT = 0
              DISPLAY "AVISO: nao foi possivel substituir o "
                 "acumulado de volumes (CBL_RENAME_FILE rc="
                 WS-VOL-RENAME-RC ")."
           END-IF.
