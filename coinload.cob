       IDENTIFICATION DIVISION.
       PROGRAM-ID. COINLOAD.

       *> ---------------------------------------------------
       *> Carga do acervo de conversoes (conversoes.dat,
       *> MOEDACNV.CPY), a base do COINCONS para responder
       *> "qual taxa o cliente teve no dia tal" sem garimpar
       *> audit.log e os mensais do COINARCH a mao. Le:
       *>   - os mensais audit-AAAAMM.log pedidos (carga
       *>     inicial, ou reposicao de um mes);
       *>   - audit.log (o periodo aberto);
       *>   - pendentes.txt (pedidos parados na alcada).
       *> Cada linha de auditoria vira um registro em campos,
       *> com os sufixos da linha livre (tier=, spread=,
       *> cliente=, codcliente=, inverso=, direto=, aprovador=,
       *> estorno=, operador=, liquida=, ref=) localizados pelo
       *> prefixo, como no COINPLD. A chave sai da referencia
       *> ("ref="), entao a carga pode ser repetida quantas
       *> vezes for preciso, sobre o mesmo arquivo ou sobre o
       *> mes ja arquivado: linha ja carregada e apenas
       *> contada. Linhas antigas sem referencia ganham chave
       *> pela data/hora da linha e pela ordem dentro do mesmo
       *> segundo, que e a mesma no vivo e no mensal.
       *>
       *> Estorno (linha com "estorno="): a conversao desfeita
       *> e achada pela sequencia no movimento do dia
       *> (movimento-AAAAMMDD.txt - o COINESTR so estorna
       *> conversao do proprio dia) e marcada como estornada no
       *> acervo. Sem o movimento, ou sem referencia nele, o
       *> estorno entra mas a original fica sem a marca.
       *>
       *> Pedidos de pendentes.txt: o pendente (P) e o
       *> rejeitado (R) entram com a situacao da fila e sao
       *> atualizados quando ela muda; o aprovado (A) sai do
       *> acervo, porque a execucao dele ja esta na auditoria
       *> com "aprovador=".
       *>
       *> RETURN-CODE 4 quando alguma linha foi ignorada por
       *> nao ter data ou destino reconheciveis; 8 quando o
       *> acervo nao pode ser aberto ou gravado.
       *>
       *> Uso: coinload [AAAAMM [AAAAMM]]
       *>   sem argumentos - audit.log e pendentes.txt (a carga
       *>                    de todo dia, antes do COINARCH)
       *>   um mes         - tambem audit-AAAAMM.log daquele mes
       *>   dois meses     - tambem os mensais da faixa
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

           SELECT AUDITORIA ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT AUDITORIA-ARQ ASSIGN TO DYNAMIC WS-ARQ-AUD-MES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-ARQ-STATUS.

           SELECT MOVIMENTO ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT PENDENTES ASSIGN TO "pendentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONVERSOES.
       01 CONVERSAO-REG.
           COPY "MOEDACNV.CPY".

       FD AUDITORIA.
       01 AUDITORIA-REG PIC X(400).

       FD AUDITORIA-ARQ.
       01 AUDITORIA-ARQ-REG PIC X(400).

       FD MOVIMENTO.
       01 MOVIMENTO-REG.
           COPY "MOEDAMOV.CPY".

       FD PENDENTES.
       01 PENDENTE-REG.
           COPY "MOEDAPEN.CPY".

       WORKING-STORAGE SECTION.

       *> "02": gravado, com chave alternada repetida (o mesmo
       *> cliente, usuario ou par ja tinha conversao)
       01 WS-CONVERSOES-STATUS PIC X(2).
          88 CONVERSOES-OK   VALUE "00" "02".
       01 WS-AUDITORIA-STATUS PIC X(2).
       01 WS-AUD-ARQ-STATUS  PIC X(2).
       01 WS-MOVIMENTO-STATUS PIC X(2).
       01 WS-PENDENTES-STATUS PIC X(2).

       *> Argumentos: a faixa de meses arquivados a carregar
       01 WS-ARGUMENTO       PIC X(200).
       01 WS-ARG-GROUP.
          05 WS-TOK PIC X(30) OCCURS 10 TIMES.
       01 WS-NUM-TOK         PIC 9(2) VALUE 0.
       01 J                  PIC 9(5).
       01 WS-MES-INICIAL     PIC 9(6) VALUE 0.
       01 WS-MES-FINAL       PIC 9(6) VALUE 0.
       01 WS-MES-CORRENTE    PIC 9(6).
       01 WS-MES-ANO         PIC 9(4).
       01 WS-MES-MM          PIC 9(2).
       01 WS-ARQ-AUD-MES     PIC X(30).
       01 WS-ARQ-MOVIMENTO   PIC X(30).
       01 WS-ARQ-ATUAL       PIC X(20).
       01 EOF-FLAG           PIC X VALUE "N".
       01 WS-FIM-MOVIMENTO   PIC X VALUE "N".

       *> Linha corrente da auditoria e seus tokens (os campos
       *> sao localizados pelo prefixo, como no COINPLD)
       01 WS-LINHA           PIC X(400).
       01 WS-LIN-GROUP.
          05 WS-LTOK PIC X(40) OCCURS 20 TIMES.
       01 WS-NUM-LTOK        PIC 9(2) VALUE 0.
       01 K                  PIC 9(3).
       01 WS-LIN-DATA-TXT    PIC X(10).
       01 WS-LIN-DATA        PIC 9(8).
       01 WS-LIN-HORA-TXT    PIC X(8).
       01 WS-LIN-HORA        PIC 9(8).
       01 WS-LIN-DIA         PIC 9(8).
       01 WS-LIN-USUARIO     PIC X(30).
       01 WS-LIN-ORIGEM      PIC X(3).
       01 WS-LIN-DESTINO     PIC X(3).
       01 WS-LIN-TAXA-TXT    PIC X(30).
       01 WS-LIN-ORIGEM-TXT  PIC X(30).
       01 WS-LIN-RESULTADO-TXT PIC X(30).
       01 WS-LIN-CLIENTE-TXT PIC X(30).
       01 WS-LIN-TIER        PIC X(3).
       01 WS-LIN-SPREAD      PIC X(10).
       01 WS-LIN-COD-CLIENTE PIC X(6).
       01 WS-LIN-INVERSO     PIC X.
       01 WS-LIN-DIRETO      PIC X.
       01 WS-LIN-APROVADOR   PIC X(30).
       01 WS-LIN-ESTORNO-TXT PIC X(10).
       01 WS-LIN-OPERADOR    PIC X(30).
       01 WS-LIN-LIQUIDA-TXT PIC X(10).
       01 WS-LIN-REFERENCIA  PIC X(20).
       01 WS-LIN-VALOR-TXT   PIC X(30).
       01 WS-LIN-VALOR       PIC 9(13)V9(3).
       01 WS-LIN-CASAS       PIC 9(1).
       01 WS-VAL-NORM        PIC X(30).
       01 WS-POS-DECIMAL     PIC 9(3).
       01 L                  PIC 9(3).
       01 M                  PIC 9(3).

       *> Ordem da linha sem referencia dentro do mesmo segundo
       *> (zerada a cada arquivo lido)
       01 WS-ULT-DATA        PIC 9(8) VALUE 0.
       01 WS-ULT-HORA        PIC 9(8) VALUE 0.
       01 WS-ORDEM-SEGUNDO   PIC 9(5) VALUE 0.

       *> Estorno: sequencia desfeita e a referencia dela
       01 WS-SEQ-ESTORNADA   PIC 9(6).
       01 WS-REF-ESTORNADA   PIC X(20).

       *> Pedido de pendentes.txt ("valor destino [origem]")
       01 WS-PED-VALOR-TXT   PIC X(30).
       01 WS-PED-DESTINO     PIC X(3).
       01 WS-PED-ORIGEM      PIC X(3).
       01 WS-PED-EXISTE      PIC X VALUE "N".
       01 WS-SITUACAO-ANTERIOR PIC X.

       *> Contadores e edicao
       01 WS-QT-LINHAS       PIC 9(7) VALUE 0.
       01 WS-QT-NOVAS        PIC 9(7) VALUE 0.
       01 WS-QT-JA-CARREGADAS PIC 9(7) VALUE 0.
       01 WS-QT-IGNORADAS    PIC 9(7) VALUE 0.
       01 WS-QT-ESTORNADAS   PIC 9(7) VALUE 0.
       01 WS-QT-SEM-ORIGINAL PIC 9(7) VALUE 0.
       01 WS-QT-MESES        PIC 9(4) VALUE 0.
       01 WS-QT-PED-NOVOS    PIC 9(7) VALUE 0.
       01 WS-QT-PED-ATUALIZADOS PIC 9(7) VALUE 0.
       01 WS-QT-PED-BAIXADOS PIC 9(7) VALUE 0.
       01 WS-QT-EDIT         PIC Z(6)9.
       01 WS-QT-EDIT-2       PIC Z(6)9.
       01 WS-QT-EDIT-3       PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-START.
           ACCEPT WS-ARGUMENTO FROM COMMAND-LINE.
           PERFORM TRATA-ARGUMENTOS.
           PERFORM ABRE-ACERVO.

           IF WS-MES-INICIAL NOT = 0
              PERFORM CARREGA-MENSAIS
           END-IF.
           PERFORM CARREGA-AUDITORIA.
           PERFORM CARREGA-PENDENTES.
           CLOSE CONVERSOES.

           MOVE WS-QT-NOVAS TO WS-QT-EDIT.
           MOVE WS-QT-JA-CARREGADAS TO WS-QT-EDIT-2.
           MOVE WS-QT-IGNORADAS TO WS-QT-EDIT-3.
           DISPLAY "Carga concluida: "
              FUNCTION TRIM(WS-QT-EDIT) " conversao(oes) nova(s), "
              FUNCTION TRIM(WS-QT-EDIT-2) " ja no acervo, "
              FUNCTION TRIM(WS-QT-EDIT-3) " linha(s) ignorada(s).".
           IF WS-QT-MESES > 0
              MOVE WS-QT-MESES TO WS-QT-EDIT
              DISPLAY "  Mensais lidos        : "
                 FUNCTION TRIM(WS-QT-EDIT)
           END-IF.
           MOVE WS-QT-ESTORNADAS TO WS-QT-EDIT.
           MOVE WS-QT-SEM-ORIGINAL TO WS-QT-EDIT-2.
           DISPLAY "  Estornadas marcadas  : "
              FUNCTION TRIM(WS-QT-EDIT)
              " (sem a original no acervo: "
              FUNCTION TRIM(WS-QT-EDIT-2) ")".
           MOVE WS-QT-PED-NOVOS TO WS-QT-EDIT.
           MOVE WS-QT-PED-ATUALIZADOS TO WS-QT-EDIT-2.
           MOVE WS-QT-PED-BAIXADOS TO WS-QT-EDIT-3.
           DISPLAY "  Pedidos da alcada    : "
              FUNCTION TRIM(WS-QT-EDIT) " novo(s), "
              FUNCTION TRIM(WS-QT-EDIT-2) " atualizado(s), "
              FUNCTION TRIM(WS-QT-EDIT-3) " aprovado(s) baixado(s)".
           IF WS-QT-IGNORADAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
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

           EVALUATE WS-NUM-TOK
              WHEN 0
                 CONTINUE
              WHEN 1
                 MOVE 1 TO J
                 PERFORM VALIDA-MES
                 MOVE WS-MES-CORRENTE TO WS-MES-INICIAL
                 MOVE WS-MES-CORRENTE TO WS-MES-FINAL
              WHEN 2
                 MOVE 1 TO J
                 PERFORM VALIDA-MES
                 MOVE WS-MES-CORRENTE TO WS-MES-INICIAL
                 MOVE 2 TO J
                 PERFORM VALIDA-MES
                 MOVE WS-MES-CORRENTE TO WS-MES-FINAL
                 IF WS-MES-FINAL < WS-MES-INICIAL
                    DISPLAY "ERRO: mes final anterior ao inicial."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN OTHER
                 PERFORM MOSTRA-USO
           END-EVALUATE.

       *> ---------------------------------------------------
       *> WS-TOK(J) tem de ser um AAAAMM valido; volta em
       *> WS-MES-CORRENTE.
       *> ---------------------------------------------------
       VALIDA-MES.
           IF WS-TOK(J)(1:6) IS NOT NUMERIC
              OR WS-TOK(J)(7:) NOT = SPACES
              DISPLAY "ERRO: mes invalido: " FUNCTION TRIM(WS-TOK(J))
                 " (use AAAAMM)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-TOK(J)(1:6) TO WS-MES-CORRENTE.
           MOVE WS-MES-CORRENTE(5:2) TO WS-MES-MM.
           IF WS-MES-MM < 1 OR WS-MES-MM > 12
              OR WS-MES-CORRENTE < 190001
              DISPLAY "ERRO: mes invalido: " FUNCTION TRIM(WS-TOK(J))
                 " (use AAAAMM)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       MOSTRA-USO.
           DISPLAY "Uso: coinload [AAAAMM [AAAAMM]]".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       *> ---------------------------------------------------
       *> Abre conversoes.dat para atualizacao, criando-o vazio
       *> na primeira carga, como o CLIMAINT faz com
       *> clientes.dat.
       *> ---------------------------------------------------
       ABRE-ACERVO.
           OPEN I-O CONVERSOES.
           IF WS-CONVERSOES-STATUS = "35"
              OPEN OUTPUT CONVERSOES
              CLOSE CONVERSOES
              OPEN I-O CONVERSOES
           END-IF.
           IF WS-CONVERSOES-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel abrir conversoes.dat "
                 "(status " WS-CONVERSOES-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> Le os mensais audit-AAAAMM.log da faixa pedida; mes
       *> sem arquivo so gera aviso (nada foi arquivado nele).
       *> ---------------------------------------------------
       CARREGA-MENSAIS.
           MOVE WS-MES-INICIAL TO WS-MES-CORRENTE.
           PERFORM UNTIL WS-MES-CORRENTE > WS-MES-FINAL
              MOVE SPACES TO WS-ARQ-AUD-MES
              STRING "audit-" WS-MES-CORRENTE ".log"
                  DELIMITED BY SIZE INTO WS-ARQ-AUD-MES
              END-STRING
              OPEN INPUT AUDITORIA-ARQ
              IF WS-AUD-ARQ-STATUS = "00"
                 ADD 1 TO WS-QT-MESES
                 MOVE WS-ARQ-AUD-MES TO WS-ARQ-ATUAL
                 MOVE 0 TO WS-ULT-DATA WS-ULT-HORA WS-ORDEM-SEGUNDO
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
              ELSE
                 DISPLAY "AVISO: " FUNCTION TRIM(WS-ARQ-AUD-MES)
                    " inexistente ou ilegivel (status "
                    WS-AUD-ARQ-STATUS ")."
              END-IF
              PERFORM AVANCA-MES
           END-PERFORM.

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

       CARREGA-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF WS-AUDITORIA-STATUS NOT = "00"
              DISPLAY "AVISO: audit.log inexistente ou ilegivel "
                 "(status " WS-AUDITORIA-STATUS ")."
              EXIT PARAGRAPH
           END-IF.
           MOVE "audit.log" TO WS-ARQ-ATUAL.
           MOVE 0 TO WS-ULT-DATA WS-ULT-HORA WS-ORDEM-SEGUNDO.
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
       *> Uma linha de auditoria vira um registro do acervo.
       *> Linha sem data no inicio ou sem destino (nao e de
       *> conversao, ou esta truncada) e ignorada e contada.
       *> ---------------------------------------------------
       TRATA-LINHA-AUDITORIA.
           IF WS-LINHA = SPACES
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QT-LINHAS.
           PERFORM QUEBRA-LINHA.
           MOVE SPACES TO WS-LIN-USUARIO WS-LIN-ORIGEM
              WS-LIN-DESTINO WS-LIN-TAXA-TXT WS-LIN-ORIGEM-TXT
              WS-LIN-RESULTADO-TXT WS-LIN-CLIENTE-TXT WS-LIN-TIER
              WS-LIN-SPREAD WS-LIN-COD-CLIENTE WS-LIN-INVERSO
              WS-LIN-DIRETO WS-LIN-APROVADOR WS-LIN-ESTORNO-TXT
              WS-LIN-OPERADOR WS-LIN-LIQUIDA-TXT WS-LIN-REFERENCIA.
           MOVE WS-LTOK(2) TO WS-LIN-HORA-TXT.

           PERFORM VARYING K FROM 3 BY 1 UNTIL K > WS-NUM-LTOK
              EVALUATE TRUE
                 WHEN WS-LTOK(K)(1:8) = "usuario="
                    MOVE WS-LTOK(K)(9:) TO WS-LIN-USUARIO
                 WHEN WS-LTOK(K)(1:6) = "valor="
                    MOVE WS-LTOK(K)(7:) TO WS-LIN-ORIGEM-TXT
                 WHEN WS-LTOK(K)(1:7) = "origem="
                    MOVE WS-LTOK(K)(8:) TO WS-LIN-ORIGEM
                 WHEN WS-LTOK(K)(1:8) = "destino="
                    MOVE WS-LTOK(K)(9:) TO WS-LIN-DESTINO
                 WHEN WS-LTOK(K)(1:5) = "taxa="
                    MOVE WS-LTOK(K)(6:) TO WS-LIN-TAXA-TXT
                 WHEN WS-LTOK(K)(1:10) = "resultado="
                    MOVE WS-LTOK(K)(11:) TO WS-LIN-RESULTADO-TXT
                 WHEN WS-LTOK(K)(1:5) = "tier="
                    MOVE WS-LTOK(K)(6:) TO WS-LIN-TIER
                 WHEN WS-LTOK(K)(1:7) = "spread="
                    MOVE WS-LTOK(K)(8:) TO WS-LIN-SPREAD
                 WHEN WS-LTOK(K)(1:8) = "cliente="
                    MOVE WS-LTOK(K)(9:) TO WS-LIN-CLIENTE-TXT
                 WHEN WS-LTOK(K)(1:11) = "codcliente="
                    MOVE WS-LTOK(K)(12:) TO WS-LIN-COD-CLIENTE
                 WHEN WS-LTOK(K)(1:9) = "inverso=S"
                    MOVE "S" TO WS-LIN-INVERSO
                 WHEN WS-LTOK(K)(1:8) = "direto=S"
                    MOVE "S" TO WS-LIN-DIRETO
                 WHEN WS-LTOK(K)(1:10) = "aprovador="
                    MOVE WS-LTOK(K)(11:) TO WS-LIN-APROVADOR
                 WHEN WS-LTOK(K)(1:8) = "estorno="
                    MOVE WS-LTOK(K)(9:) TO WS-LIN-ESTORNO-TXT
                 WHEN WS-LTOK(K)(1:9) = "operador="
                    MOVE WS-LTOK(K)(10:) TO WS-LIN-OPERADOR
                 WHEN WS-LTOK(K)(1:8) = "liquida="
                    MOVE WS-LTOK(K)(9:) TO WS-LIN-LIQUIDA-TXT
                 WHEN WS-LTOK(K)(1:4) = "ref="
                    MOVE WS-LTOK(K)(5:) TO WS-LIN-REFERENCIA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

           MOVE WS-LIN-LIQUIDA-TXT TO WS-LIN-DATA-TXT.
           PERFORM CONVERTE-DATA-LINHA.
           MOVE WS-LIN-DATA TO WS-LIN-DIA.
           MOVE WS-LTOK(1) TO WS-LIN-DATA-TXT.
           PERFORM CONVERTE-DATA-LINHA.
           IF WS-LIN-DATA = 0 OR WS-LIN-DESTINO = SPACES
              OR WS-LIN-HORA-TXT(1:2) IS NOT NUMERIC
              OR WS-LIN-HORA-TXT(4:2) IS NOT NUMERIC
              OR WS-LIN-HORA-TXT(7:2) IS NOT NUMERIC
              ADD 1 TO WS-QT-IGNORADAS
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE CONVERSAO-REG.
           MOVE "A" TO CNV-FONTE.
           IF WS-LIN-REFERENCIA IS NUMERIC
              MOVE WS-LIN-REFERENCIA(1:8) TO CNV-DATA
              MOVE WS-LIN-REFERENCIA(9:8) TO CNV-HORA
              MOVE WS-LIN-REFERENCIA(17:4) TO CNV-NUMERO
           ELSE
              MOVE WS-LIN-DATA TO CNV-DATA
              COMPUTE WS-LIN-HORA =
                 FUNCTION NUMVAL(WS-LIN-HORA-TXT(1:2)) * 1000000
                 + FUNCTION NUMVAL(WS-LIN-HORA-TXT(4:2)) * 10000
                 + FUNCTION NUMVAL(WS-LIN-HORA-TXT(7:2)) * 100
              MOVE WS-LIN-HORA TO CNV-HORA
              IF WS-LIN-DATA = WS-ULT-DATA AND WS-LIN-HORA = WS-ULT-HORA
                 ADD 1 TO WS-ORDEM-SEGUNDO
              ELSE
                 MOVE WS-LIN-DATA TO WS-ULT-DATA
                 MOVE WS-LIN-HORA TO WS-ULT-HORA
                 MOVE 1 TO WS-ORDEM-SEGUNDO
              END-IF
              COMPUTE CNV-NUMERO = 100000 + WS-ORDEM-SEGUNDO
           END-IF.

           MOVE WS-LIN-COD-CLIENTE TO CNV-COD-CLIENTE.
           MOVE WS-LIN-USUARIO TO CNV-USUARIO.
           MOVE WS-LIN-ORIGEM TO CNV-MOEDA-ORIGEM.
           MOVE WS-LIN-DESTINO TO CNV-MOEDA-DESTINO.
           MOVE WS-LIN-ORIGEM-TXT TO WS-LIN-VALOR-TXT.
           PERFORM CONVERTE-VALOR-LINHA.
           MOVE WS-LIN-VALOR TO CNV-VALOR-ORIGEM.
           MOVE WS-LIN-CASAS TO CNV-CASAS-ORIGEM.
           MOVE WS-LIN-RESULTADO-TXT TO WS-LIN-VALOR-TXT.
           PERFORM CONVERTE-VALOR-LINHA.
           MOVE WS-LIN-VALOR TO CNV-VALOR-DESTINO.
           MOVE WS-LIN-CASAS TO CNV-CASAS-DESTINO.
           IF WS-LIN-TAXA-TXT NOT = SPACES
              COMPUTE CNV-TAXA = FUNCTION NUMVAL(WS-LIN-TAXA-TXT)
           END-IF.
           MOVE WS-LIN-TIER TO CNV-TIER.
           MOVE WS-LIN-SPREAD TO CNV-SPREAD.
           IF WS-LIN-CLIENTE-TXT NOT = SPACES
              MOVE WS-LIN-CLIENTE-TXT TO WS-LIN-VALOR-TXT
              PERFORM CONVERTE-VALOR-LINHA
              MOVE WS-LIN-VALOR TO CNV-VALOR-CLIENTE
              MOVE WS-LIN-CASAS TO CNV-CASAS-CLIENTE
           END-IF.
           MOVE SPACES TO CNV-ESTORNADA.
           EVALUATE TRUE
              WHEN WS-LIN-ESTORNO-TXT NOT = SPACES
                 MOVE "E" TO CNV-SITUACAO
                 MOVE WS-LIN-OPERADOR TO CNV-RESPONSAVEL
                 COMPUTE CNV-SEQ-ESTORNADA =
                    FUNCTION NUMVAL(WS-LIN-ESTORNO-TXT)
              WHEN WS-LIN-APROVADOR NOT = SPACES
                 MOVE "A" TO CNV-SITUACAO
                 MOVE WS-LIN-APROVADOR TO CNV-RESPONSAVEL
              WHEN OTHER
                 MOVE "D" TO CNV-SITUACAO
           END-EVALUATE.
           MOVE WS-LIN-INVERSO TO CNV-INVERSO.
           MOVE WS-LIN-DIRETO TO CNV-DIRETO.
           IF WS-LIN-DIA NOT = 0
              MOVE WS-LIN-DIA TO CNV-DATA-LIQUIDACAO
           ELSE
              MOVE WS-LIN-DATA TO CNV-DATA-LIQUIDACAO
           END-IF.
           MOVE WS-LIN-REFERENCIA TO CNV-REFERENCIA.
           MOVE WS-ARQ-ATUAL TO CNV-ARQUIVO.

           WRITE CONVERSAO-REG
              INVALID KEY CONTINUE
           END-WRITE.
           EVALUATE WS-CONVERSOES-STATUS
              WHEN "00"
              WHEN "02"
                 ADD 1 TO WS-QT-NOVAS
                 IF CNV-ESTORNO
                    MOVE CNV-SEQ-ESTORNADA TO WS-SEQ-ESTORNADA
                    PERFORM MARCA-ESTORNADA
                 END-IF
              WHEN "22"
                 ADD 1 TO WS-QT-JA-CARREGADAS
              WHEN OTHER
                 DISPLAY "ERRO: falha gravando conversoes.dat "
                    "(status " WS-CONVERSOES-STATUS ") na linha de "
                    FUNCTION TRIM(WS-ARQ-ATUAL) ": "
                    FUNCTION TRIM(WS-LINHA)
                 CLOSE CONVERSOES
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       *> ---------------------------------------------------
       *> Marca como estornada a conversao de sequencia
       *> WS-SEQ-ESTORNADA no movimento do dia da linha de
       *> estorno (WS-LIN-DATA): a referencia dela no movimento
       *> e a chave no acervo.
       *> ---------------------------------------------------
       MARCA-ESTORNADA.
           MOVE SPACES TO WS-REF-ESTORNADA.
           MOVE SPACES TO WS-ARQ-MOVIMENTO.
           STRING "movimento-" WS-LIN-DATA ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-MOVIMENTO
           END-STRING.
           OPEN INPUT MOVIMENTO.
           IF WS-MOVIMENTO-STATUS = "00"
              MOVE "N" TO WS-FIM-MOVIMENTO
              PERFORM UNTIL WS-FIM-MOVIMENTO = "Y"
                 READ MOVIMENTO
                    AT END MOVE "Y" TO WS-FIM-MOVIMENTO
                 END-READ
                 IF WS-FIM-MOVIMENTO NOT = "Y"
                    IF MOV-SEQUENCIA = WS-SEQ-ESTORNADA
                       AND NOT MOV-EH-ESTORNO
                       MOVE MOV-REFERENCIA TO WS-REF-ESTORNADA
                       MOVE "Y" TO WS-FIM-MOVIMENTO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MOVIMENTO
           END-IF.

           IF WS-REF-ESTORNADA IS NOT NUMERIC
              ADD 1 TO WS-QT-SEM-ORIGINAL
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-REF-ESTORNADA(1:8) TO CNV-DATA.
           MOVE WS-REF-ESTORNADA(9:8) TO CNV-HORA.
           MOVE "A" TO CNV-FONTE.
           MOVE WS-REF-ESTORNADA(17:4) TO CNV-NUMERO.
           READ CONVERSOES
              INVALID KEY
                 ADD 1 TO WS-QT-SEM-ORIGINAL
                 EXIT PARAGRAPH
           END-READ.
           IF NOT CNV-FOI-ESTORNADA
              MOVE "S" TO CNV-ESTORNADA
              REWRITE CONVERSAO-REG
                 INVALID KEY CONTINUE
              END-REWRITE
              IF CONVERSOES-OK
                 ADD 1 TO WS-QT-ESTORNADAS
              END-IF
           END-IF.

       *> ---------------------------------------------------
       *> Pedidos de pendentes.txt. Sem o arquivo (nenhuma
       *> conversao passou da alcada ainda) nao ha o que fazer.
       *> ---------------------------------------------------
       CARREGA-PENDENTES.
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
                 IF PEN-ID IS NUMERIC AND PEN-DATA IS NUMERIC
                    AND PEN-HORA IS NUMERIC
                    PERFORM TRATA-PEDIDO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PENDENTES.

       *> ---------------------------------------------------
       *> Aprovado sai do acervo; pendente/rejeitado entra ou e
       *> regravado quando a situacao mudou.
       *> ---------------------------------------------------
       TRATA-PEDIDO.
           MOVE PEN-DATA TO CNV-DATA.
           COMPUTE CNV-HORA = PEN-HORA * 100.
           MOVE "P" TO CNV-FONTE.
           MOVE PEN-ID TO CNV-NUMERO.

           IF PEN-STATUS = "A"
              DELETE CONVERSOES RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO WS-QT-PED-BAIXADOS
              END-DELETE
              EXIT PARAGRAPH
           END-IF.
           IF PEN-STATUS NOT = "P" AND PEN-STATUS NOT = "R"
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PED-EXISTE.
           READ CONVERSOES
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-PED-EXISTE
                 MOVE CNV-SITUACAO TO WS-SITUACAO-ANTERIOR
           END-READ.
           IF WS-PED-EXISTE = "Y" AND WS-SITUACAO-ANTERIOR = PEN-STATUS
              EXIT PARAGRAPH
           END-IF.

           PERFORM MONTA-PEDIDO.
           IF WS-PED-EXISTE = "Y"
              REWRITE CONVERSAO-REG
                 INVALID KEY CONTINUE
              END-REWRITE
              IF CONVERSOES-OK
                 ADD 1 TO WS-QT-PED-ATUALIZADOS
              END-IF
           ELSE
              WRITE CONVERSAO-REG
                 INVALID KEY CONTINUE
              END-WRITE
              IF CONVERSOES-OK
                 ADD 1 TO WS-QT-PED-NOVOS
              END-IF
           END-IF.
           IF NOT CONVERSOES-OK
              DISPLAY "ERRO: falha gravando conversoes.dat "
                 "(status " WS-CONVERSOES-STATUS ") no pedido "
                 PEN-ID "."
              CLOSE CONVERSOES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> Monta o registro do pedido: o valor da linha e de
       *> origem, ou de destino na cotacao inversa; a origem
       *> omitida e BRL, como no PARSE-LINHA do COIN. Nao ha
       *> taxa nem resultado, porque nada foi executado.
       *> ---------------------------------------------------
       MONTA-PEDIDO.
           INITIALIZE CONVERSAO-REG.
           MOVE PEN-DATA TO CNV-DATA.
           COMPUTE CNV-HORA = PEN-HORA * 100.
           MOVE "P" TO CNV-FONTE.
           MOVE PEN-ID TO CNV-NUMERO.
           MOVE PEN-COD-CLIENTE TO CNV-COD-CLIENTE.
           MOVE PEN-USUARIO TO CNV-USUARIO.

           MOVE SPACES TO WS-PED-VALOR-TXT WS-PED-DESTINO WS-PED-ORIGEM.
           UNSTRING PEN-LINHA DELIMITED BY ALL SPACE
               INTO WS-PED-VALOR-TXT WS-PED-DESTINO WS-PED-ORIGEM
           END-UNSTRING.
           IF WS-PED-ORIGEM = SPACES
              MOVE "BRL" TO WS-PED-ORIGEM
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-PED-ORIGEM) TO CNV-MOEDA-ORIGEM.
           MOVE FUNCTION UPPER-CASE(WS-PED-DESTINO)
              TO CNV-MOEDA-DESTINO.
           MOVE WS-PED-VALOR-TXT TO WS-LIN-VALOR-TXT.
           PERFORM CONVERTE-VALOR-LINHA.
           IF PEN-INVERSO = "S"
              MOVE WS-LIN-VALOR TO CNV-VALOR-DESTINO
              MOVE WS-LIN-CASAS TO CNV-CASAS-DESTINO
              MOVE 2 TO CNV-CASAS-ORIGEM
           ELSE
              MOVE WS-LIN-VALOR TO CNV-VALOR-ORIGEM
              MOVE WS-LIN-CASAS TO CNV-CASAS-ORIGEM
              MOVE 2 TO CNV-CASAS-DESTINO
           END-IF.
           MOVE 2 TO CNV-CASAS-CLIENTE.
           MOVE PEN-TIER TO CNV-TIER.
           MOVE PEN-STATUS TO CNV-SITUACAO.
           MOVE SPACES TO CNV-ESTORNADA.
           MOVE PEN-REVISOR TO CNV-RESPONSAVEL.
           MOVE PEN-MOTIVO TO CNV-MOTIVO.
           MOVE PEN-INVERSO TO CNV-INVERSO.
           MOVE SPACES TO CNV-DIRETO.
           MOVE PEN-REFERENCIA TO CNV-REFERENCIA.
           MOVE "pendentes.txt" TO CNV-ARQUIVO.

       *> ---------------------------------------------------
       *> Rotinas da linha de auditoria, as mesmas do COINPLD.
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
