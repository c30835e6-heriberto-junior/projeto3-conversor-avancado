               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDENTES-STATUS.

           SELECT PRAZOS ASSIGN TO "prazos-liquidacao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRAZOS-STATUS.

           SELECT CADMOEDAS ASSIGN TO "moedas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-COD-MOEDA
               FILE STATUS IS WS-CADMOEDAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOEDAS.
           05 CKT-LINHA    PIC 9(6).

       FD RESULTADO.
       01 RESULTADO-REG PIC X(300).

       FD ALERTAS.
       01 ALERTA-REG PIC X(160).

       FD AUDITORIA.
       01 AUDITORIA-REG PIC X(400).

       FD HISTORICO.
       01 HISTORICO-REG.
       01 PENDENTE-REG.
           COPY "MOEDAPEN.CPY".

       FD PRAZOS.
       01 PRAZO-REG.
           COPY "MOEDALIQ.CPY".

       FD CADMOEDAS.
       01 MOEDA-CAD-REG.
           COPY "MOEDACAD.CPY".

       WORKING-STORAGE SECTION.

       *> Argumentos recebidos
       *> WS-VALOR-EDIT (2 casas) — e MOVE trunca, nao arredonda.
       01 WS-VALOR-NUM-2DEC  PIC 9(9)V99.

       *> Cadastro de moedas (moedas.dat, mantido pelo
       *> MOEDMAINT): o resultado e arredondado nas casas
       *> decimais da moeda de destino (0 para JPY/CLP, 3 para
       *> KWD/BHD) e o valor digitado nao pode ter mais casas
       *> do que a moeda em que esta expresso. Conversao de ou
       *> para moeda suspensa e recusada. Moeda fora do
       *> cadastro - ou nenhum cadastro - segue a regra
       *> historica de duas casas. WS-VALOR-NUM-EXATO e o
       *> resultado nas casas da moeda, o que vai para
       *> resultado.txt, audit.log e o movimento;
       *> WS-VALOR-NUM-2DEC continua sendo a visao em duas casas
       *> usada por limite diario, alcada e pelos campos
       *> antigos do movimento.
       01 WS-CADMOEDAS-STATUS PIC X(2).
       01 WS-TEM-CADMOEDAS   PIC X VALUE "N".
       01 WS-CAD-BUSCA       PIC X(3).
       01 WS-CAD-CASAS       PIC 9(1).
       01 WS-CAD-SUSPENSA    PIC X.
       01 WS-CASAS-ORIGEM    PIC 9(1) VALUE 2.
       01 WS-CASAS-DESTINO   PIC 9(1) VALUE 2.
       01 WS-CASAS-DIGITADAS PIC 9(2).
       01 WS-CASAS-PERMITIDAS PIC 9(1).
       01 WS-VIU-SEPARADOR   PIC X.
       01 WS-VALOR-BRUTO     PIC 9(10)V9(10).
       01 WS-VALOR-NUM-EXATO PIC 9(9)V9(3).
       01 WS-VALOR-CLIENTE-EXATO PIC 9(9)V9(3).
       *> Arredondamento nas casas da moeda: ARREDONDA-VALOR
       *> leva WS-ARRED-ENTRADA para o campo de WS-ARRED-CASAS
       *> casas com ROUNDED e devolve em WS-ARRED-SAIDA.
       01 WS-ARRED-ENTRADA   PIC 9(13)V9(10).
       01 WS-ARRED-CASAS     PIC 9(1).
       01 WS-ARRED-SAIDA     PIC 9(13)V9(3).
       01 WS-ARRED-0         PIC 9(13).
       01 WS-ARRED-1         PIC 9(13)V9.
       01 WS-ARRED-2         PIC 9(13)V99.
       01 WS-ARRED-3         PIC 9(13)V9(3).

       *> Acesso as cotacoes: cotacao.dat e indexado por
       *> COD-MOEDA, entao BUSCA-TAXA le direto pela chave (sem
       *> tabela em memoria e sem teto de moedas) e as rotinas
       *> (virgula/ponto); WS-VALOR-SAIDA e que aplica o locale
       *> escolhido (BR ou US) por cima deste campo.
       01 WS-VALOR-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99.
       *> Mascaras das demais casas decimais do cadastro de
       *> moedas. A de zero casas nao tem separador de milhar:
       *> os leitores de resultado.txt/audit.log tomam o ultimo
       *> ponto ou virgula do valor como separador decimal.
       01 WS-VALOR-EDIT-0 PIC Z(8)9.
       01 WS-VALOR-EDIT-1 PIC Z,ZZZ,ZZZ,ZZ9.9.
       01 WS-VALOR-EDIT-3 PIC Z,ZZZ,ZZZ,ZZ9.999.
       01 WS-VALOR-FMT    PIC 9(9)V9(3).
       01 WS-CASAS-FMT    PIC 9(1).

       *> Valor final formatado no locale pedido pelo operador
       *> ("-L BR" para 1.234,56 ou "-L US" para 1,234.56).
       01 WS-VALOR-SAIDA PIC X(20).
       01 WS-LOCALE PIC X(2) VALUE "BR".
          88 LOCALE-BR VALUE "BR".
          88 LOCALE-US VALUE "US".
       01 WS-SPREAD-PCT      PIC 9(3)V9(4).
       01 WS-TARIFA-FIXA     PIC 9(7)V99.
       01 WS-VALOR-CLIENTE-2DEC PIC 9(9)V99.
       01 WS-VALOR-CLIENTE-SAIDA PIC X(20).
       01 WS-SPREAD-EDIT     PIC Z(2)9.9999.
       01 WS-TARIFA-EDIT     PIC Z(6)9.99.
       01 WS-TARIFA-TABLE.
       *> para frente quanto da moeda de origem e preciso
       *> entregar - descontando a tarifa fixa e o spread do
       *> tier quando ha "-T"/"-C", para que o valor do cliente
       *> caia no alvo. O valor de origem calculado
       *> (arredondado nas casas da moeda de origem, conforme o
       *> cadastro de moedas) substitui o valor da linha e a
       *> conversao segue
       *> o fluxo normal: resultado.txt, audit.log e o movimento
       *> contabil registram uma conversao comum (que o RECONCIL
       *> confere normalmente), apenas marcada com "inverso=S".
       01 WS-MODO-INVERSO   PIC X VALUE "N".
          88 MODO-INVERSO VALUE "Y".
       01 WS-ALVO-DESTINO   PIC 9(10)V9(10).
       01 WS-VALOR-INV-EDIT-0 PIC Z(9)9.
       01 WS-VALOR-INV-EDIT-1 PIC Z(9)9.9.
       01 WS-VALOR-INV-EDIT-2 PIC Z(9)9.99.
       01 WS-VALOR-INV-EDIT-3 PIC Z(9)9.999.
       *> Texto do alvo original digitado, preservado antes de
       *> WS-VALOR-TXT ser substituido pelo valor de origem
       *> calculado: e o alvo que vai para a fila de aprovacao

       *> Arquivo de resultados (resultado.txt)
       01 WS-RESULTADO-STATUS PIC X(2).
       01 WS-RESULTADO-LINHA  PIC X(300).
       01 WS-TAXA-EFETIVA     PIC 9(10)V9(10).
       01 WS-TAXA-EFETIVA-EDIT PIC Z(9)9.999999.
       01 WS-DATA-ATUAL       PIC 9(8).
       01 WS-HORA-ATUAL       PIC 9(8).
       01 WS-DATA-HORA-EDIT   PIC X(19).

       *> Referencia da transacao: data e hora da conversao
       *> (AAAAMMDDHHMMSSCC) mais um contador da execucao, que
       *> separa as conversoes de um lote caidas no mesmo
       *> centesimo de segundo. Montada em GRAVA-RESULTADO e
       *> repetida em audit.log e no movimento.
       01 WS-REFERENCIA       PIC X(20).
       01 WS-REF-CONTADOR     PIC 9(4) VALUE 0.

       *> Data de liquidacao da conversao (D+N dias uteis pela
       *> convencao do par em prazos-liquidacao.txt; D+2 para
       *> par sem convencao), calculada em GRAVA-RESULTADO e
       *> gravada em audit.log ("liquida=") e no movimento.
       01 WS-PRAZOS-STATUS    PIC X(2).
       01 WS-PRAZO-TABLE.
          05 WS-PRAZO-ITEM OCCURS 100 TIMES.
             10 WS-PZ-ORIGEM  PIC X(3).
             10 WS-PZ-DESTINO PIC X(3).
             10 WS-PZ-DIAS    PIC 9(1).
       01 WS-NUM-PRAZOS       PIC 9(3) VALUE 0.
       01 WS-MAX-PRAZOS       PIC 9(3) VALUE 100.
       01 PZ                  PIC 9(3).
       01 WS-FIM-PRAZOS       PIC X VALUE "N".
       01 WS-PRAZO-DIAS       PIC 9(1).
       01 WS-PRAZO-ACHADO     PIC X.
       01 WS-DATA-VALOR       PIC 9(8).
       01 WS-DATA-VALOR-EDIT  PIC X(10).
       01 WS-DIAS-CONTADOS    PIC 9(1).

       *> Trilha de auditoria (audit.log): registro append-only,
       *> independente de resultado.txt, com o usuario/job que
       *> executou cada conversao.
       01 WS-AUDITORIA-STATUS PIC X(2).
       01 WS-AUDITORIA-LINHA  PIC X(400).
       01 WS-USUARIO          PIC X(30).

       *> Rascunho usado para remontar WS-LINHA-CONVERSAO em

       *> Rascunho usado por GRAVA-RESULTADO/GRAVA-AUDITORIA para
       *> apensar os campos de tier ao fim da linha ja montada.
       01 WS-LINHA-GRAVA-TMP  PIC X(400).

       *> Guarda o valor de entrada ja convertido para numero, antes
       *> do calculo da taxa, para que CONVERTE-TODAS-MOEDAS possa

           PERFORM QUEBRA-ARGUMENTOS.
           PERFORM CARREGA-FERIADOS.
           PERFORM CARREGA-PRAZOS.
           PERFORM CLASSIFICA-ARGUMENTOS.

           *> alertas.txt e um livro de ocorrencias duravel, nao
           END-IF.
           IF WS-ALERTAS-STATUS NOT = "00"
              DISPLAY "ERRO: Nao foi possivel abrir o arquivo de alertas (alertas.txt)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM ABRE-COTACOES.
           PERFORM ABRE-CADASTRO-MOEDAS.
           PERFORM VALIDA-MOEDAS.

           *> A confirmacao de validacao limpa vai so para o
           IF WS-TEM-PARES = "Y"
              CLOSE PARES
           END-IF.
           IF WS-TEM-CADMOEDAS = "Y"
              CLOSE CADMOEDAS
           END-IF.

           STOP RUN.

                    WS-TOK(17) WS-TOK(18) WS-TOK(19) WS-TOK(20)
               ON OVERFLOW
                  DISPLAY "ERRO: numero de argumentos excede o suportado."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
           END-UNSTRING.

                       ADD 1 TO J
                       IF J > WS-NUM-TOK
                          DISPLAY "ERRO: argumento ausente para -B"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       SET MODO-BATCH TO TRUE
                       ADD 1 TO J
                       IF J > WS-NUM-TOK
                          DISPLAY "ERRO: argumento ausente para -D"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       COMPUTE WS-DATA-CONSULTA =
                       ADD 1 TO J
                       IF J > WS-NUM-TOK
                          DISPLAY "ERRO: argumento ausente para -L"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       MOVE FUNCTION UPPER-CASE(WS-TOK(J)) TO WS-LOCALE
                       ADD 1 TO J
                       IF J > WS-NUM-TOK
                          DISPLAY "ERRO: argumento ausente para -P"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       COMPUTE WS-DIAS-LIMITE =
                       ADD 1 TO J
                       IF J > WS-NUM-TOK
                          DISPLAY "ERRO: argumento ausente para -T"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       MOVE FUNCTION UPPER-CASE(WS-TOK(J))
                       ADD 1 TO J
                       IF J > WS-NUM-TOK
                          DISPLAY "ERRO: argumento ausente para -C"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       MOVE FUNCTION UPPER-CASE(WS-TOK(J))

           IF MODO-RESTART AND NOT MODO-BATCH
              DISPLAY "ERRO: a chave -R so vale junto com -B."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           END-PERFORM.
           CLOSE FERIADOS.

       *> ---------------------------------------------------
       *> Carrega prazos-liquidacao.txt (origem, destino e D+N
       *> por linha) para a tabela de convencoes. Sem o arquivo,
       *> a tabela fica vazia e todo par liquida em D+2. Linhas
       *> com prazo nao numerico sao ignoradas com aviso.
       *> ---------------------------------------------------
       CARREGA-PRAZOS.
           OPEN INPUT PRAZOS.
           IF WS-PRAZOS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-NUM-PRAZOS.
           MOVE "N" TO WS-FIM-PRAZOS.
           PERFORM UNTIL WS-FIM-PRAZOS = "Y"
              READ PRAZOS
                 AT END MOVE "Y" TO WS-FIM-PRAZOS
              END-READ

              IF WS-FIM-PRAZOS NOT = "Y"
                 IF LIQ-PRAZO NUMERIC
                    IF WS-NUM-PRAZOS < WS-MAX-PRAZOS
                       ADD 1 TO WS-NUM-PRAZOS
                       MOVE FUNCTION UPPER-CASE(LIQ-MOEDA-ORIGEM)
                          TO WS-PZ-ORIGEM(WS-NUM-PRAZOS)
                       MOVE FUNCTION UPPER-CASE(LIQ-MOEDA-DESTINO)
                          TO WS-PZ-DESTINO(WS-NUM-PRAZOS)
                       MOVE LIQ-PRAZO TO WS-PZ-DIAS(WS-NUM-PRAZOS)
                    END-IF
                 ELSE
                    IF PRAZO-REG NOT = SPACES
                       DISPLAY "AVISO: linha invalida em "
                          "prazos-liquidacao.txt ignorada: "
                          PRAZO-REG
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PRAZOS.

       *> ---------------------------------------------------
       *> Calcula WS-DATA-VALOR da conversao de WS-ORIGEM para
       *> WS-DESTINO feita em WS-DATA-ATUAL: procura o par no
       *> sentido da conversao, depois no sentido inverso, e
       *> sem convencao assume D+2. Avanca o prazo em dias
       *> uteis (EH-DIA-UTIL); D+0 pedido em dia nao util
       *> liquida no proximo dia util.
       *> ---------------------------------------------------
       CALCULA-DATA-VALOR.
           MOVE 2 TO WS-PRAZO-DIAS.
           MOVE "N" TO WS-PRAZO-ACHADO.
           PERFORM VARYING PZ FROM 1 BY 1
                 UNTIL PZ > WS-NUM-PRAZOS OR WS-PRAZO-ACHADO = "Y"
              IF WS-PZ-ORIGEM(PZ) = WS-ORIGEM
                 AND WS-PZ-DESTINO(PZ) = WS-DESTINO
                 MOVE WS-PZ-DIAS(PZ) TO WS-PRAZO-DIAS
                 MOVE "Y" TO WS-PRAZO-ACHADO
              END-IF
           END-PERFORM.
           PERFORM VARYING PZ FROM 1 BY 1
                 UNTIL PZ > WS-NUM-PRAZOS OR WS-PRAZO-ACHADO = "Y"
              IF WS-PZ-ORIGEM(PZ) = WS-DESTINO
                 AND WS-PZ-DESTINO(PZ) = WS-ORIGEM
                 MOVE WS-PZ-DIAS(PZ) TO WS-PRAZO-DIAS
                 MOVE "Y" TO WS-PRAZO-ACHADO
              END-IF
           END-PERFORM.

           MOVE WS-DATA-ATUAL TO WS-DATA-TESTE.
           MOVE 0 TO WS-DIAS-CONTADOS.
           PERFORM UNTIL WS-DIAS-CONTADOS >= WS-PRAZO-DIAS
              PERFORM PROXIMO-DIA-UTIL
              ADD 1 TO WS-DIAS-CONTADOS
           END-PERFORM.
           PERFORM EH-DIA-UTIL.
           IF WS-DIA-UTIL NOT = "Y"
              PERFORM PROXIMO-DIA-UTIL
           END-IF.
           MOVE WS-DATA-TESTE TO WS-DATA-VALOR.

           MOVE SPACES TO WS-DATA-VALOR-EDIT.
           STRING WS-DATA-VALOR(1:4) "-" WS-DATA-VALOR(5:2) "-"
                  WS-DATA-VALOR(7:2)
               DELIMITED BY SIZE INTO WS-DATA-VALOR-EDIT
           END-STRING.

       *> ---------------------------------------------------
       *> Decide se WS-DATA-TESTE e dia util: nem sabado, nem
       *> domingo, nem feriado da tabela.
              PERFORM EH-DIA-UTIL
           END-PERFORM.

       *> ---------------------------------------------------
       *> Avanca WS-DATA-TESTE para o proximo dia util (um dia
       *> de cada vez, pulando fins de semana e feriados).
       *> ---------------------------------------------------
       PROXIMO-DIA-UTIL.
           MOVE "N" TO WS-DIA-UTIL.
           PERFORM UNTIL WS-DIA-UTIL = "Y"
              COMPUTE WS-DATA-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE) + 1
              COMPUTE WS-DATA-TESTE =
                 FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
              PERFORM EH-DIA-UTIL
           END-PERFORM.

       *> ---------------------------------------------------
       *> Conta os dias uteis entre WS-DATA-UTIL-DE (exclusive)
       *> e WS-DATA-UTIL-ATE (inclusive) em WS-DIAS-COTACAO:
           IF MODO-RESTART
              PERFORM LE-CHECKPOINT
              IF WS-CKP-INVALIDO = "Y"
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-LOTE-STATUS NOT = "00"
              DISPLAY "ERRO: Nao foi possivel abrir o arquivo de lote: "
                 FUNCTION TRIM(WS-ARQ-LOTE)
              MOVE 8 TO RETURN-CODE
              *> Nao faz STOP RUN aqui: RESULTADO e AUDITORIA ja
              *> foram abertos por MAIN-START antes de chamar este
              *> paragrafo, e e MAIN-START quem deve fecha-los antes
              " linha(s) lida(s), " FUNCTION TRIM(WS-LOTE-ERROS-EDIT)
              " rejeitada(s).".

           *> Codigo de retorno para quem encadeia o lote: 8 para
           *> lote interrompido (retomar com -R), 4 para lote
           *> completo com linhas rejeitadas.
           IF WS-SYNC-ERRO = "Y"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-LOTE-ERROS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       *> ---------------------------------------------------
       *> Le lote-checkpoint.txt para retomar um lote
       *> interrompido: WS-LINHA-INICIAL recebe o numero da
              END-EVALUATE
           END-PERFORM.

           IF NOT HOUVE-ERRO-CONVERSAO
              PERFORM VERIFICA-CADASTRO-MOEDAS
           END-IF.

           IF NOT HOUVE-ERRO-CONVERSAO
              *> Trocar vírgula por ponto
              MOVE WS-VALOR-TXT TO WS-VALOR-NORM
                    *> (taxa = 1) e o resultado e identico ao
                    *> calculo original do COIN. Multiplica antes de
                    *> dividir para nao truncar o resultado
                    *> intermediario, e arredonda nas casas da
                    *> moeda de destino (ARREDONDA-RESULTADO) para
                    *> nao perder a ultima unidade menor no MOVE
                    *> para o campo editado.
                    COMPUTE WS-VALOR-BRUTO =
                       (WS-VALOR-NUM * WS-TAXA-DESTINO) / WS-TAXA-ORIGEM
                       ON SIZE ERROR
                          DISPLAY "ERRO: Resultado da conversao excede a capacidade do campo (acima de 999.999.999,99)."
                          SET HOUVE-ERRO-CONVERSAO TO TRUE
                    END-COMPUTE

                    IF NOT HOUVE-ERRO-CONVERSAO
                       PERFORM ARREDONDA-RESULTADO
                    END-IF

                    IF NOT HOUVE-ERRO-CONVERSAO
                       PERFORM VERIFICA-ALCADA
                    END-IF
                    END-IF

                    IF NOT HOUVE-ERRO-CONVERSAO
                       *> Formatar nas casas da moeda de destino e
                       *> no locale escolhido pelo operador.
                       MOVE WS-VALOR-NUM-EXATO TO WS-VALOR-FMT
                       MOVE WS-CASAS-DESTINO TO WS-CASAS-FMT
                       PERFORM FORMATA-VALOR

                       *> Exibir no formato desejado
                 AT END MOVE "Y" TO WS-FIM-MOEDAS
              END-READ

              *> Moeda suspensa no cadastro de moedas fica fora do
              *> relatorio "-ALL" (com aviso); nao e erro da linha,
              *> e o que o cadastro manda fazer. Ler moedas.dat
              *> pela chave nao mexe na posicao do READ NEXT de
              *> cotacao.dat.
              MOVE "N" TO WS-CAD-SUSPENSA
              IF WS-FIM-MOEDAS NOT = "Y"
                 MOVE COD-MOEDA TO WS-CAD-BUSCA
                 PERFORM BUSCA-CADASTRO-MOEDA
                 MOVE WS-CAD-CASAS TO WS-CASAS-DESTINO
                 IF WS-CAD-SUSPENSA = "Y"
                    DISPLAY "AVISO: moeda " COD-MOEDA " suspensa "
                       "no cadastro de moedas (moedas.dat); "
                       "conversao para ela nao efetuada."
                 END-IF
              END-IF

              IF WS-FIM-MOEDAS NOT = "Y" AND WS-CAD-SUSPENSA NOT = "Y"
                 MOVE "N" TO WS-ERRO-CONVERSAO
                 *> Cada moeda de destino decide de novo entre o
                 *> par direto e a triangulacao, entao a taxa de
                 IF HOUVE-ERRO-CONVERSAO
                    MOVE "Y" TO WS-ALGUM-ERRO-TODAS
                 ELSE
                    COMPUTE WS-VALOR-BRUTO =
                       (WS-VALOR-NUM-ORIG * WS-TAXA-DESTINO)
                       / WS-TAXA-ORIGEM
                       ON SIZE ERROR
                          SET HOUVE-ERRO-CONVERSAO TO TRUE
                    END-COMPUTE

                    IF NOT HOUVE-ERRO-CONVERSAO
                       PERFORM ARREDONDA-RESULTADO
                    END-IF

                    IF NOT HOUVE-ERRO-CONVERSAO
                       PERFORM VERIFICA-ALCADA
                    END-IF
                    IF HOUVE-ERRO-CONVERSAO
                       MOVE "Y" TO WS-ALGUM-ERRO-TODAS
                    ELSE
                       MOVE WS-VALOR-NUM-EXATO TO WS-VALOR-FMT
                       MOVE WS-CASAS-DESTINO TO WS-CASAS-FMT
                       PERFORM FORMATA-VALOR

                       DISPLAY "Resultado: "
              MOVE SPACES TO MOV-COD-CLIENTE
           END-IF.
           MOVE WS-USUARIO TO MOV-USUARIO.
           MOVE "C" TO MOV-TIPO.
           MOVE 0 TO MOV-SEQ-ORIGINAL.
           MOVE WS-REFERENCIA TO MOV-REFERENCIA.
           MOVE WS-DATA-VALOR TO MOV-DATA-VALOR.
           MOVE WS-CASAS-ORIGEM  TO MOV-CASAS-ORIGEM.
           MOVE WS-CASAS-DESTINO TO MOV-CASAS-DESTINO.
           MOVE WS-VALOR-NUM-ORIG TO WS-ARRED-ENTRADA.
           MOVE WS-CASAS-ORIGEM TO WS-ARRED-CASAS.
           PERFORM ARREDONDA-VALOR.
           MOVE WS-ARRED-SAIDA TO MOV-ORIGINAL-EXATO.
           MOVE WS-VALOR-NUM-EXATO TO MOV-CONVERTIDO-EXATO.
           IF TIER-ATIVO
              MOVE WS-VALOR-CLIENTE-EXATO TO MOV-CLIENTE-EXATO
           ELSE
              MOVE 0 TO MOV-CLIENTE-EXATO
           END-IF.

           WRITE MOVIMENTO-REG.
           IF WS-MOVIMENTO-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel abrir clientes.dat "
                 "(status " WS-CLIENTES-STATUS "); conversao com "
                 "-C exige o cadastro de clientes (CLIMAINT)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

                 DISPLAY "ERRO: cliente nao cadastrado em "
                    "clientes.dat: " WS-CLIENTE-PEDIDO
                 CLOSE CLIENTES
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              NOT INVALID KEY
                 MOVE CLI-NOME TO WS-CLIENTE-NOME
              DISPLAY "ERRO: nao foi possivel abrir tarifas.txt "
                 "(status " WS-TARIFAS-STATUS "); conversao com "
                 "-T exige a tabela de spreads."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

                    DISPLAY "ERRO: tarifas.txt excede o limite de "
                       WS-MAX-TARIFAS " tiers suportados."
                    CLOSE TARIFAS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF TAR-SPREAD-INT NUMERIC
           IF NOT TIER-ATIVO
              DISPLAY "ERRO: tier nao cadastrado em tarifas.txt: "
                 WS-TIER-PEDIDO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> registro comum. Com tier ativo, o alvo e o valor que o
       *> CLIENTE entrega/recebe: a tarifa fixa sai do alvo e o
       *> spread e desfeito antes de voltar pelas taxas. O valor
       *> de origem e arredondado nas casas da moeda de origem
       *> pelo cadastro de moedas (nao se entrega fracao de
       *> unidade menor), e e esse valor que sai em valor=; o
       *> recalculo para frente parte dele, entao o destino pode
       *> diferir do alvo pelo efeito desse arredondamento.
       *> ---------------------------------------------------
       CALCULA-VALOR-INVERSO.
           MOVE WS-VALOR-NUM-ORIG TO WS-ALVO-DESTINO.
           END-IF.

           IF NOT HOUVE-ERRO-CONVERSAO
              MOVE WS-VALOR-NUM TO WS-ARRED-ENTRADA
              MOVE WS-CASAS-ORIGEM TO WS-ARRED-CASAS
              PERFORM ARREDONDA-VALOR
              MOVE WS-ARRED-SAIDA TO WS-VALOR-NUM
              MOVE WS-VALOR-NUM TO WS-VALOR-NUM-ORIG
              MOVE WS-VALOR-TXT TO WS-VALOR-TXT-ALVO
              *> O valor "digitado" passa a ser o valor de origem
              *> calculado: e ele que sai em valor= nas linhas de
              *> resultado.txt/audit.log, mantendo o registro
              *> conferivel pelo RECONCIL (ponto decimal, sem
              *> separador de milhar).
              MOVE SPACES TO WS-VALOR-TXT
              EVALUATE WS-CASAS-ORIGEM
                 WHEN 0
                    MOVE WS-VALOR-NUM TO WS-VALOR-INV-EDIT-0
                    MOVE FUNCTION TRIM(WS-VALOR-INV-EDIT-0)
                       TO WS-VALOR-TXT
                 WHEN 1
                    MOVE WS-VALOR-NUM TO WS-VALOR-INV-EDIT-1
                    MOVE FUNCTION TRIM(WS-VALOR-INV-EDIT-1)
                       TO WS-VALOR-TXT
                 WHEN 3
                    MOVE WS-VALOR-NUM TO WS-VALOR-INV-EDIT-3
                    MOVE FUNCTION TRIM(WS-VALOR-INV-EDIT-3)
                       TO WS-VALOR-TXT
                 WHEN OTHER
                    MOVE WS-VALOR-NUM TO WS-VALOR-INV-EDIT-2
                    MOVE FUNCTION TRIM(WS-VALOR-INV-EDIT-2)
                       TO WS-VALOR-TXT
              END-EVALUATE
           END-IF.

       *> ---------------------------------------------------
       *> Calcula o resultado liquido do cliente a partir do
       *> mesmo valor original da conversao: taxa efetiva
       *> interbancaria acrescida do spread percentual do tier e
       *> tarifa fixa somada na moeda de destino, arredondado
       *> nas casas da moeda de destino. Formata o valor no
       *> locale pedido e guarda em WS-VALOR-CLIENTE-SAIDA (o
       *> chamador reformata o valor interbancario em seguida,
       *> entao WS-VALOR-SAIDA pode ser reutilizado aqui sem
       *> estrago).
       *> ---------------------------------------------------
       CALCULA-CLIENTE.
           COMPUTE WS-ARRED-ENTRADA =
              ((WS-VALOR-NUM-ORIG * WS-TAXA-DESTINO)
               / WS-TAXA-ORIGEM)
              * (1 + (WS-SPREAD-PCT / 100)) + WS-TARIFA-FIXA
           END-COMPUTE.

           IF NOT HOUVE-ERRO-CONVERSAO
              MOVE WS-CASAS-DESTINO TO WS-ARRED-CASAS
              PERFORM ARREDONDA-VALOR
              IF WS-ARRED-SAIDA > 999999999.99
                 DISPLAY "ERRO: valor do cliente excede a "
                    "capacidade do campo para " WS-DESTINO
                 SET HOUVE-ERRO-CONVERSAO TO TRUE
              END-IF
           END-IF.

           IF NOT HOUVE-ERRO-CONVERSAO
              MOVE WS-ARRED-SAIDA TO WS-VALOR-CLIENTE-EXATO
              COMPUTE WS-VALOR-CLIENTE-2DEC ROUNDED =
                 WS-VALOR-CLIENTE-EXATO
              MOVE WS-VALOR-CLIENTE-EXATO TO WS-VALOR-FMT
              MOVE WS-CASAS-DESTINO TO WS-CASAS-FMT
              PERFORM FORMATA-VALOR
              MOVE WS-VALOR-SAIDA TO WS-VALOR-CLIENTE-SAIDA
              MOVE WS-SPREAD-PCT TO WS-SPREAD-EDIT
              DISPLAY "ERRO: operadores.txt inexistente ou "
                 "ilegivel (status " WS-OPERADORES-STATUS "); a "
                 "chave -O exige a lista de operadores."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

              DISPLAY "ERRO: operador " FUNCTION TRIM(WS-USUARIO)
                 " nao autorizado em operadores.txt para a "
                 "chave -O."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-LOCALE TO PEN-LOCALE.
           MOVE SPACES TO PEN-REVISOR.
           MOVE SPACES TO PEN-MOTIVO.
           MOVE SPACES TO PEN-REFERENCIA.

           WRITE PENDENTE-REG.
           IF WS-PENDENTES-STATUS NOT = "00"
           CLOSE ALERTAS.

       *> ---------------------------------------------------
       *> Abre o cadastro de moedas (moedas.dat). E opcional:
       *> sem ele toda moeda e ativa e tem duas casas, o
       *> comportamento de antes do cadastro existir.
       *> ---------------------------------------------------
       ABRE-CADASTRO-MOEDAS.
           MOVE "N" TO WS-TEM-CADMOEDAS.
           OPEN INPUT CADMOEDAS.
           IF WS-CADMOEDAS-STATUS = "00"
              MOVE "Y" TO WS-TEM-CADMOEDAS
           END-IF.

       *> ---------------------------------------------------
       *> Le pela chave o cadastro da moeda WS-CAD-BUSCA e
       *> devolve as casas decimais (WS-CAD-CASAS) e se ela
       *> esta suspensa (WS-CAD-SUSPENSA "Y"/"N"). Moeda fora
       *> do cadastro, ou com casas invalidas, fica com duas
       *> casas e ativa.
       *> ---------------------------------------------------
       BUSCA-CADASTRO-MOEDA.
           MOVE 2 TO WS-CAD-CASAS.
           MOVE "N" TO WS-CAD-SUSPENSA.
           IF WS-TEM-CADMOEDAS NOT = "Y"
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CAD-BUSCA TO CAD-COD-MOEDA.
           READ CADMOEDAS
              INVALID KEY EXIT PARAGRAPH
           END-READ.

           IF CAD-CASAS IS NUMERIC AND CAD-CASAS <= 3
              MOVE CAD-CASAS TO WS-CAD-CASAS
           END-IF.
           IF CAD-SUSPENSA
              MOVE "Y" TO WS-CAD-SUSPENSA
           END-IF.

       *> ---------------------------------------------------
       *> Confere origem e destino da conversao corrente contra
       *> o cadastro de moedas: recusa moeda suspensa, guarda
       *> as casas decimais de cada uma e recusa valor digitado
       *> com mais casas do que a moeda em que ele esta expresso
       *> admite (a origem; o destino na cotacao inversa, em que
       *> o valor digitado e o alvo). O destino "*" do "-ALL" e
       *> conferido moeda a moeda em CONVERTE-TODAS-MOEDAS.
       *> ---------------------------------------------------
       VERIFICA-CADASTRO-MOEDAS.
           MOVE WS-ORIGEM TO WS-CAD-BUSCA.
           PERFORM BUSCA-CADASTRO-MOEDA.
           IF WS-CAD-SUSPENSA = "Y"
              DISPLAY "ERRO: moeda " WS-ORIGEM " suspensa no "
                 "cadastro de moedas (moedas.dat); conversao "
                 "recusada."
              SET HOUVE-ERRO-CONVERSAO TO TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAD-CASAS TO WS-CASAS-ORIGEM.
           MOVE WS-CAD-CASAS TO WS-CASAS-PERMITIDAS.

           MOVE 2 TO WS-CASAS-DESTINO.
           IF WS-DESTINO NOT = "*"
              MOVE WS-DESTINO TO WS-CAD-BUSCA
              PERFORM BUSCA-CADASTRO-MOEDA
              IF WS-CAD-SUSPENSA = "Y"
                 DISPLAY "ERRO: moeda " WS-DESTINO " suspensa no "
                    "cadastro de moedas (moedas.dat); conversao "
                    "recusada."
                 SET HOUVE-ERRO-CONVERSAO TO TRUE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-CAD-CASAS TO WS-CASAS-DESTINO
              IF MODO-INVERSO
                 MOVE WS-CAD-CASAS TO WS-CASAS-PERMITIDAS
              END-IF
           END-IF.

           *> Casas digitadas: digitos depois do ultimo ponto ou
           *> virgula do valor.
           MOVE 0 TO WS-CASAS-DIGITADAS.
           MOVE "N" TO WS-VIU-SEPARADOR.
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > LENGTH OF WS-VALOR-TXT
              EVALUATE WS-VALOR-TXT(I:1)
                 WHEN "."
                 WHEN ","
                    MOVE 0 TO WS-CASAS-DIGITADAS
                    MOVE "Y" TO WS-VIU-SEPARADOR
                 WHEN "0" THRU "9"
                    IF WS-VIU-SEPARADOR = "Y"
                       ADD 1 TO WS-CASAS-DIGITADAS
                    END-IF
              END-EVALUATE
           END-PERFORM.

           IF WS-CASAS-DIGITADAS > WS-CASAS-PERMITIDAS
              IF MODO-INVERSO
                 MOVE WS-DESTINO TO WS-CAD-BUSCA
              ELSE
                 MOVE WS-ORIGEM TO WS-CAD-BUSCA
              END-IF
              DISPLAY "ERRO: valor " FUNCTION TRIM(WS-VALOR-TXT)
                 " tem mais casas decimais do que a moeda "
                 WS-CAD-BUSCA " admite (" WS-CASAS-PERMITIDAS
                 "); conversao recusada."
              SET HOUVE-ERRO-CONVERSAO TO TRUE
           END-IF.

       *> ---------------------------------------------------
       *> Arredonda o resultado bruto da conversao
       *> (WS-VALOR-BRUTO) nas casas da moeda de destino:
       *> WS-VALOR-NUM-EXATO recebe o valor nas casas da moeda e
       *> WS-VALOR-NUM-2DEC a visao em duas casas.
       *> ---------------------------------------------------
       ARREDONDA-RESULTADO.
           MOVE WS-VALOR-BRUTO TO WS-ARRED-ENTRADA.
           MOVE WS-CASAS-DESTINO TO WS-ARRED-CASAS.
           PERFORM ARREDONDA-VALOR.
           IF WS-ARRED-SAIDA > 999999999.99
              DISPLAY "ERRO: Resultado da conversao excede a "
                 "capacidade do campo (acima de 999.999.999,99) "
                 "para " WS-DESTINO "."
              SET HOUVE-ERRO-CONVERSAO TO TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ARRED-SAIDA TO WS-VALOR-NUM-EXATO.
           COMPUTE WS-VALOR-NUM-2DEC ROUNDED = WS-VALOR-NUM-EXATO.

       *> ---------------------------------------------------
       *> Arredonda WS-ARRED-ENTRADA em WS-ARRED-CASAS casas
       *> decimais (0 a 3), devolvendo em WS-ARRED-SAIDA. O
       *> ROUNDED so arredonda na escala do campo receptor, por
       *> isso um campo por quantidade de casas.
       *> ---------------------------------------------------
       ARREDONDA-VALOR.
           EVALUATE WS-ARRED-CASAS
              WHEN 0
                 COMPUTE WS-ARRED-0 ROUNDED = WS-ARRED-ENTRADA
                 MOVE WS-ARRED-0 TO WS-ARRED-SAIDA
              WHEN 1
                 COMPUTE WS-ARRED-1 ROUNDED = WS-ARRED-ENTRADA
                 MOVE WS-ARRED-1 TO WS-ARRED-SAIDA
              WHEN 3
                 COMPUTE WS-ARRED-3 ROUNDED = WS-ARRED-ENTRADA
                 MOVE WS-ARRED-3 TO WS-ARRED-SAIDA
              WHEN OTHER
                 COMPUTE WS-ARRED-2 ROUNDED = WS-ARRED-ENTRADA
                 MOVE WS-ARRED-2 TO WS-ARRED-SAIDA
           END-EVALUATE.

       *> ---------------------------------------------------
       *> Edita WS-VALOR-FMT com WS-CASAS-FMT casas decimais (a
       *> mascara da moeda, sempre no padrao ponto-decimal) em
       *> WS-VALOR-SAIDA, trocando ponto/virgula quando o locale
       *> pedido for BR ("1.234,56"). Um marcador temporario "|"
       *> evita que a segunda troca desfaca a primeira.
       *> ---------------------------------------------------
       FORMATA-VALOR.
           EVALUATE WS-CASAS-FMT
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
           IF LOCALE-BR
              INSPECT WS-VALOR-SAIDA REPLACING ALL "," BY "|"
              INSPECT WS-VALOR-SAIDA REPLACING ALL "." BY ","
       *> ganha no final o tier, o spread aplicado e o valor
       *> liquido do cliente (os leitores de resultado.txt
       *> localizam os campos pelo prefixo, entao os campos
       *> extras nao quebram linhas antigas nem novas). Toda
       *> linha termina com a referencia da transacao ("ref="),
       *> repetida em audit.log e no movimento.
       *> ---------------------------------------------------
       GRAVA-RESULTADO.
           COMPUTE WS-TAXA-EFETIVA = WS-TAXA-DESTINO / WS-TAXA-ORIGEM.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           PERFORM CALCULA-DATA-VALOR.

           IF WS-REF-CONTADOR = 9999
              MOVE 0 TO WS-REF-CONTADOR
           END-IF.
           ADD 1 TO WS-REF-CONTADOR.
           MOVE SPACES TO WS-REFERENCIA.
           STRING WS-DATA-ATUAL WS-HORA-ATUAL WS-REF-CONTADOR
               DELIMITED BY SIZE INTO WS-REFERENCIA
           END-STRING.

           MOVE SPACES TO WS-DATA-HORA-EDIT.
           STRING WS-DATA-ATUAL(1:4) "-" WS-DATA-ATUAL(5:2) "-"
              END-STRING
           END-IF.

           MOVE WS-RESULTADO-LINHA TO WS-LINHA-GRAVA-TMP.
           MOVE SPACES TO WS-RESULTADO-LINHA.
           STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
                  " ref=" WS-REFERENCIA
               DELIMITED BY SIZE INTO WS-RESULTADO-LINHA
               ON OVERFLOW
                  DISPLAY "ERRO: linha de resultado.txt maior que o "
                     "registro; referencia " WS-REFERENCIA
                     " nao gravada."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
           END-STRING.

           WRITE RESULTADO-REG FROM WS-RESULTADO-LINHA.

       *> ---------------------------------------------------
       *> taxa, para permitir comprovar em conferencias de fim de
       *> mes a taxa vigente no momento de cada conversao. Usa a
       *> data/hora e a taxa efetiva ja calculadas por
       *> GRAVA-RESULTADO, chamada logo antes desta. A data de
       *> liquidacao ("liquida=") vai antes da referencia.
       *> ---------------------------------------------------
       GRAVA-AUDITORIA.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER".
              END-STRING
           END-IF.

           MOVE WS-AUDITORIA-LINHA TO WS-LINHA-GRAVA-TMP.
           MOVE SPACES TO WS-AUDITORIA-LINHA.
           STRING FUNCTION TRIM(WS-LINHA-GRAVA-TMP)
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

           WRITE AUDITORIA-REG FROM WS-AUDITORIA-LINHA.

       *> ---------------------------------------------------
                 "(status " WS-MOEDAS-STATUS "). Se as cotacoes "
                 "ainda estao em cotacao.txt, rode o COTMIGRA."
              CLOSE ALERTAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

