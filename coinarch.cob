       *> que o COINREP le: o token apos o "em" em resultado.txt
       *> e o primeiro token em audit.log.
       *>
       *> RETURN-CODE 8 quando o arquivamento falha ou fica
       *> incompleto (a mensagem diz o que conferir).
       *>
       *> Uso: coinarch <AAAAMMDD>
       *>   as linhas com data ANTERIOR a data de corte sao
       *>   movidas para os arquivos mensais.
       DATA DIVISION.
       FILE SECTION.
       FD RESULTADO.
       01 RESULTADO-REG PIC X(300).

       FD RES-TEMP.
       01 RES-TEMP-REG PIC X(300).

       FD AUDITORIA.
       01 AUDITORIA-REG PIC X(400).

       FD AUD-TEMP.
       01 AUD-TEMP-REG PIC X(400).

       FD ARQUIVO-MES.
       01 ARQUIVO-MES-REG PIC X(400).

       FD ARQUIVO-ANT.
       01 ARQUIVO-ANT-REG PIC X(400).

       WORKING-STORAGE SECTION.

       01 WS-ARQ-MES         PIC X(30).
       01 WS-ARQ-MES-ANT     PIC X(30).
       01 WS-ARQANT-STATUS   PIC X(2).
       01 WS-LINHA-ANT       PIC X(400).
       01 WS-FIM-ANT         PIC X VALUE "N".
       01 WS-MES-ABERTO      PIC 9(6) VALUE 0.
       01 WS-MES-LINHA       PIC 9(6).

       *> Linha corrente e extracao da data (mesma tecnica do
       *> COINREP: tokens, data pelo prefixo/posicao)
       01 WS-LINHA           PIC X(400).
       01 WS-LIN-GROUP.
          05 WS-LTOK PIC X(40) OCCURS 20 TIMES.
       01 WS-NUM-LTOK        PIC 9(2) VALUE 0.

           IF WS-NUM-TOK NOT = 1
              DISPLAY "Uso: coinarch <AAAAMMDD>"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-DATA-CORTE < 19000101
              DISPLAY "ERRO: data de corte invalida: "
                 FUNCTION TRIM(WS-TOK(1))
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           END-IF.

           IF WS-NUM-TROCAS >= WS-MAX-TROCAS
              MOVE 8 TO RETURN-CODE
              DISPLAY "ERRO: o corte alcanca mais de "
                 WS-MAX-TROCAS " meses num unico arquivamento; "
                 "rode o coinarch em cortes menores."

           OPEN OUTPUT ARQUIVO-MES.
           IF WS-ARQUIVO-STATUS NOT = "00"
              MOVE 8 TO RETURN-CODE
              DISPLAY "ERRO: nao foi possivel criar "
                 FUNCTION TRIM(WS-ARQ-MES) " (status "
                 WS-ARQUIVO-STATUS ")."
                 RETURNING WS-RENAME-RC
              END-CALL
              IF WS-RENAME-RC NOT = 0
                 MOVE 8 TO RETURN-CODE
                 DISPLAY "ERRO: nao foi possivel substituir "
                    FUNCTION TRIM(WS-TR-FINAL(TR))
                    " (CBL_RENAME_FILE rc=" WS-RENAME-RC ")."

           OPEN OUTPUT RES-TEMP.
           IF WS-RES-TEMP-STATUS NOT = "00"
              MOVE 8 TO RETURN-CODE
              DISPLAY "ERRO: nao foi possivel criar "
                 "resultado.tmp (status " WS-RES-TEMP-STATUS
                 ")."
                       END-IF
                    END-IF
                 ELSE
                    WRITE RES-TEMP-REG FROM WS-LINHA(1:300)
                    IF WS-RES-TEMP-STATUS NOT = "00"
                       MOVE "Y" TO WS-FALHA-GRAVACAO
                    ELSE

           IF WS-FALHA-GRAVACAO = "Y"
              PERFORM DESCARTA-TEMPORARIOS-MES
              MOVE 8 TO RETURN-CODE
              DISPLAY "ERRO: falha de gravacao no arquivamento "
                 "de resultado.txt; nada foi trocado (nem o "
                 "vivo, nem os mensais). Corrija e rode o "
           *> se algo falhar aqui, as linhas nunca somem do vivo.
           PERFORM TROCA-ARQUIVOS-MES.
           IF WS-FALHA-TROCA = "Y"
              MOVE 8 TO RETURN-CODE
              DISPLAY "ATENCAO: troca dos arquivos mensais de "
                 "resultado interrompida; o arquivo vivo NAO "
                 "foi alterado, mas os meses ja trocados "
              RETURNING WS-RENAME-RC
           END-CALL.
           IF WS-RENAME-RC NOT = 0
              MOVE 8 TO RETURN-CODE
              DISPLAY "ERRO: nao foi possivel substituir "
                 "resultado.txt (CBL_RENAME_FILE rc="
                 WS-RENAME-RC "); o arquivo vivo NAO foi "

           OPEN OUTPUT AUD-TEMP.
           IF WS-AUD-TEMP-STATUS NOT = "00"
              MOVE 8 TO RETURN-CODE
              DISPLAY "ERRO: nao foi possivel criar audit.tmp "
                 "(status " WS-AUD-TEMP-STATUS ")."
              CLOSE AUDITORIA

           IF WS-FALHA-GRAVACAO = "Y"
              PERFORM DESCARTA-TEMPORARIOS-MES
              MOVE 8 TO RETURN-CODE
              DISPLAY "ERRO: falha de gravacao no arquivamento "
                 "de audit.log; nada foi trocado (nem o vivo, "
                 "nem os mensais). Corrija e rode o coinarch "
           *> se algo falhar aqui, as linhas nunca somem do vivo.
           PERFORM TROCA-ARQUIVOS-MES.
           IF WS-FALHA-TROCA = "Y"
              MOVE 8 TO RETURN-CODE
              DISPLAY "ATENCAO: troca dos arquivos mensais de "
                 "auditoria interrompida; o arquivo vivo NAO "
                 "foi alterado, mas os meses ja trocados "
              RETURNING WS-RENAME-RC
           END-CALL.
           IF WS-RENAME-RC NOT = 0
              MOVE 8 TO RETURN-CODE
              DISPLAY "ERRO: nao foi possivel substituir "
                 "audit.log (CBL_RENAME_FILE rc=" WS-RENAME-RC
                 "); o arquivo vivo NAO foi alterado, mas os "
