       *> conversao individual: taxa(destino) / taxa(origem).
       *> Substitui as dezenas de conversoes avulsas que a mesa
       *> fazia toda manha so para montar a tabela da parede.
       *> Na matriz corrente, moeda suspensa no cadastro de
       *> moedas (moedas.dat) fica de fora, com aviso: o COIN
       *> recusaria a conversao. A matriz de epoca (-D) nao
       *> consulta o cadastro.
       *>
       *> Uso: crossrate [-D AAAAMMDD]
       *>   sem argumentos - usa a cotacao corrente (cotacao.dat)
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-PARES-STATUS.

           SELECT CADMOEDAS ASSIGN TO "moedas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-COD-MOEDA
               FILE STATUS IS WS-CADMOEDAS-STATUS.

           SELECT MATRIZ ASSIGN TO "matriz-taxas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRIZ-STATUS.
       01 PAR-REG.
           COPY "MOEDAPAR.CPY".

       FD CADMOEDAS.
       01 MOEDA-CAD-REG.
           COPY "MOEDACAD.CPY".

       FD MATRIZ.
       01 MATRIZ-REG PIC X(3100).

       01 WS-MOEDAS-STATUS    PIC X(2).
       01 WS-HISTORICO-STATUS PIC X(2).
       01 WS-MATRIZ-STATUS    PIC X(2).
       01 WS-CADMOEDAS-STATUS PIC X(2).
       01 WS-TEM-CADMOEDAS    PIC X VALUE "N".

       *> Argumentos da linha de comando
       01 WS-ARGUMENTO       PIC X(100).
           IF WS-TEM-HISTORICO = "Y"
              CLOSE HISTORICO
           END-IF.
           IF WS-TEM-CADMOEDAS = "Y"
              CLOSE CADMOEDAS
           END-IF.

           STOP RUN.

              STOP RUN
           END-IF.

           MOVE "N" TO WS-TEM-CADMOEDAS.
           IF WS-DATA-CONSULTA = 0
              OPEN INPUT CADMOEDAS
              IF WS-CADMOEDAS-STATUS = "00"
                 MOVE "Y" TO WS-TEM-CADMOEDAS
              END-IF
           END-IF.

           MOVE "N" TO WS-TEM-HISTORICO.
           IF WS-DATA-CONSULTA NOT = 0
              OPEN INPUT HISTORICO
                 ELSE
                    MOVE COD-MOEDA TO WS-COD-BUSCA
                    PERFORM RESOLVE-TAXA
                    IF WS-TAXA-OK = "Y"
                       PERFORM VERIFICA-SUSPENSA
                    END-IF
                    IF WS-TAXA-OK = "Y"
                       ADD 1 TO WS-NUM-MATRIZ
                       MOVE WS-COD-BUSCA TO WS-MT-COD(WS-NUM-MATRIZ)
              END-IF
           END-PERFORM.

       *> ---------------------------------------------------
       *> Tira da matriz corrente a moeda WS-COD-BUSCA quando
       *> ela esta suspensa no cadastro de moedas (WS-TAXA-OK
       *> "N", com aviso). Moeda fora do cadastro entra.
       *> ---------------------------------------------------
       VERIFICA-SUSPENSA.
           IF WS-TEM-CADMOEDAS NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-BUSCA TO CAD-COD-MOEDA.
           READ CADMOEDAS
              INVALID KEY EXIT PARAGRAPH
           END-READ.
           IF CAD-SUSPENSA
              DISPLAY "AVISO: moeda " WS-COD-BUSCA " suspensa no "
                 "cadastro de moedas; fora da matriz."
              MOVE "N" TO WS-TAXA-OK
           END-IF.

       *> ---------------------------------------------------
       *> Resolve a taxa de WS-COD-BUSCA para a matriz: no modo
       *> corrente usa o proprio registro de cotacao.dat que o
