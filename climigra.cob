       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMIGRA.

       *> ---------------------------------------------------
       *> Conversao (uma unica vez por ambiente) do cadastro de
       *> clientes para o layout com os dados regulatorios
       *> (tipo de pessoa, CPF/CNPJ e natureza da operacao):
       *>   clientes-v1.dat (layout antigo) -> clientes.dat
       *> Antes de rodar, o operador renomeia o clientes.dat
       *> antigo para clientes-v1.dat; ele nao e apagado nem
       *> alterado e fica como copia de seguranca. Os clientes
       *> sao copiados com codigo, nome e tier, e os campos
       *> novos em branco, para serem preenchidos pelo CLIMAINT
       *> (opcao 2) antes da proxima declaracao do COINBCB.
       *>
       *> Uso: climigra (sem argumentos)
       *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-V1 ASSIGN TO "clientes-v1.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS V1-COD-CLIENTE
               FILE STATUS IS WS-V1-STATUS.

           SELECT CLIENTES ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS WS-CLIENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES-V1.
       01 CLIENTE-V1-REG.
           05 V1-COD-CLIENTE  PIC X(6).
           05 V1-NOME         PIC X(30).
           05 V1-TIER         PIC X(3).

       FD CLIENTES.
       01 CLIENTE-REG.
           COPY "MOEDACLI.CPY".

       WORKING-STORAGE SECTION.

       01 WS-V1-STATUS       PIC X(2).
       01 WS-CLIENTES-STATUS PIC X(2).

       01 EOF-FLAG           PIC X VALUE "N".

       01 WS-QT-CLIENTES     PIC 9(6) VALUE 0.
       01 WS-QT-EDIT         PIC Z(5)9.

       PROCEDURE DIVISION.

       MAIN-START.
           PERFORM MIGRA-CLIENTES.
           STOP RUN.

       *> ---------------------------------------------------
       *> Copia clientes-v1.dat para o novo clientes.dat. Recusa
       *> rodar por cima de um clientes.dat ja existente: se ele
       *> existe, ou o operador ainda nao renomeou o antigo, ou a
       *> conversao ja foi feita e o novo pode ter dados
       *> regulatorios digitados.
       *> ---------------------------------------------------
       MIGRA-CLIENTES.
           *> So o status 35 (arquivo inexistente) libera a
           *> conversao: qualquer outro resultado do OPEN pode ser
           *> um clientes.dat existente porem inacessivel, e um
           *> OPEN OUTPUT em cima dele o truncaria.
           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS = "00"
              CLOSE CLIENTES
              DISPLAY "ERRO: clientes.dat ja existe; renomeie o "
                 "cadastro antigo para clientes-v1.dat antes da "
                 "conversao (ou ela ja foi feita)."
              STOP RUN
           END-IF.
           IF WS-CLIENTES-STATUS NOT = "35"
              DISPLAY "ERRO: clientes.dat inacessivel (status "
                 WS-CLIENTES-STATUS "); conversao recusada."
              STOP RUN
           END-IF.

           OPEN INPUT CLIENTES-V1.
           IF WS-V1-STATUS NOT = "00"
              DISPLAY "ERRO: clientes-v1.dat inexistente ou "
                 "ilegivel (status " WS-V1-STATUS "); nada a "
                 "converter."
              STOP RUN
           END-IF.

           OPEN OUTPUT CLIENTES.
           IF WS-CLIENTES-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel criar clientes.dat "
                 "(status " WS-CLIENTES-STATUS ")."
              CLOSE CLIENTES-V1
              STOP RUN
           END-IF.

           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
              READ CLIENTES-V1 NEXT RECORD
                 AT END MOVE "Y" TO EOF-FLAG
              END-READ

              IF EOF-FLAG NOT = "Y"
                 MOVE SPACES TO CLIENTE-REG
                 MOVE V1-COD-CLIENTE TO CLI-COD-CLIENTE
                 MOVE V1-NOME        TO CLI-NOME
                 MOVE V1-TIER        TO CLI-TIER
                 WRITE CLIENTE-REG
                    INVALID KEY
                       DISPLAY "AVISO: cliente " V1-COD-CLIENTE
                          " nao gravado (status "
                          WS-CLIENTES-STATUS ")."
                    NOT INVALID KEY
                       ADD 1 TO WS-QT-CLIENTES
                 END-WRITE
              END-IF
           END-PERFORM.

           CLOSE CLIENTES-V1.
           CLOSE CLIENTES.

           MOVE WS-QT-CLIENTES TO WS-QT-EDIT.
           DISPLAY "clientes.dat gerado: "
              FUNCTION TRIM(WS-QT-EDIT) " cliente(s) convertido(s); "
              "preencha CPF/CNPJ e natureza pelo CLIMAINT.".
