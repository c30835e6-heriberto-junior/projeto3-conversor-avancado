       *> dealaveis que o COIN usa no lugar da triangulacao via
       *> BRL quando o par existe.
       *>
       *> RETURN-CODE 4 quando algum registro do feed foi
       *> rejeitado; 8 quando a carga nao pode ser feita.
       *>
       *> Uso: rateload <arquivo-do-feed> [<feed-de-pares>]
       *> ---------------------------------------------------

           IF WS-ARQ-FEED = SPACES
              DISPLAY "Uso: rateload <arquivo-do-feed> "
                 "[<feed-de-pares>]"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

                 "(status " WS-MOEDAS-STATUS "). Cadastre as "
                 "moedas no RATEMAINT (ou rode o COTMIGRA) antes "
                 "da carga."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

                 WS-RELATORIO-STATUS ")."
              CLOSE MOEDAS
              CLOSE HISTORICO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

              FUNCTION TRIM(WS-APLICADOS-EDIT) " aplicada(s), "
              FUNCTION TRIM(WS-REJEITADOS-EDIT) " rejeitada(s). "
              "Detalhes em rateload-relatorio.txt.".
           IF WS-FEED-REJEITADOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

                 "cotacao-historico.dat (status "
                 WS-HISTORICO-STATUS ")."
              CLOSE MOEDAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

