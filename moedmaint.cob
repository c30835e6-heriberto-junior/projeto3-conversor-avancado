       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOEDMAINT.

       *> ---------------------------------------------------
       *> Manutencao de moedas.dat, o cadastro de moedas: inclui
       *> uma moeda nova (codigo ISO, nome e casas decimais da
       *> unidade menor), altera nome/casas de uma moeda ja
       *> cadastrada e suspende ou reativa uma moeda. As casas
       *> decimais aqui cadastradas sao as que o COIN, o
       *> COINAPRV e os relatorios usam para arredondar e
       *> formatar valores na moeda (0 para JPY/CLP, 3 para
       *> KWD/BHD); uma moeda suspensa nao entra em conversao
       *> nova. Nao ha exclusao: movimento, audit.log e
       *> relatorios antigos continuam referindo a moeda, e
       *> tira-la do cadastro a faria voltar silenciosamente a
       *> regra historica de duas casas - quem quer impedir o
       *> uso suspende. O arquivo e indexado pela chave
       *> CAD-COD-MOEDA, e a autorizacao de operador e a trilha
       *> de manutencao seguem o modelo do CLIMAINT
       *> (operadores.txt e moedmaint-audit.log).
       *>
       *> Uso: moedmaint (sem argumentos)
       *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOEDAS ASSIGN TO "moedas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-COD-MOEDA
               FILE STATUS IS WS-MOEDAS-STATUS.

           SELECT OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT MANUT-AUDIT ASSIGN TO "moedmaint-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOEDAS.
       01 MOEDA-CAD-REG.
           COPY "MOEDACAD.CPY".

       FD OPERADORES.
       01 OPERADOR-REG PIC X(30).

       FD MANUT-AUDIT.
       01 MANUT-REG PIC X(200).

       WORKING-STORAGE SECTION.

       01 WS-MOEDAS-STATUS   PIC X(2).

       01 FOUND-FLAG         PIC X VALUE "N".
       01 WS-FIM-MOEDAS      PIC X VALUE "N".
       01 WS-QTDE-LISTADAS   PIC 9(4).

       *> Opcao do menu e dados digitados pelo operador
       01 WS-OPCAO           PIC X.
          88 OPCAO-INCLUIR  VALUE "1".
          88 OPCAO-ALTERAR  VALUE "2".
          88 OPCAO-SITUACAO VALUE "3".
          88 OPCAO-LISTAR   VALUE "4".
          *> SPACE tambem encerra o menu (fim de entrada), como
          *> no CLIMAINT.
          88 OPCAO-SAIR     VALUE "5" SPACE.

       01 WS-COD-DIGITADO    PIC X(3).
       01 WS-NOME-DIGITADO   PIC X(30).
       01 WS-CASAS-DIGITADAS PIC X(1).
       01 WS-CASAS-NOVAS     PIC 9(1).
       01 WS-CASAS-VALIDAS   PIC X VALUE "N".
       01 WS-CONFIRMA        PIC X(1).
       01 WS-SITUACAO-NOVA   PIC X(1).
       01 WS-SITUACAO-TXT    PIC X(8).

       *> Autorizacao de operador e trilha de manutencao, no
       *> mesmo modelo do CLIMAINT: o operador precisa constar
       *> de operadores.txt para incluir/alterar/suspender (a
       *> listagem continua aberta a todos) e toda acao -
       *> inclusive tentativas recusadas - entra em
       *> moedmaint-audit.log (append-only) com usuario,
       *> data/hora, valor anterior e valor novo.
       01 WS-OPERADORES-STATUS PIC X(2).
       01 WS-MANUT-STATUS    PIC X(2).
       01 WS-USUARIO         PIC X(30).
       01 WS-AUTORIZADO      PIC X VALUE "N".
       01 WS-FIM-OPERADORES  PIC X VALUE "N".
       01 WS-ACAO            PIC X(25).
       01 WS-VAL-ANTERIOR    PIC X(50).
       01 WS-VAL-NOVO        PIC X(50).
       01 WS-MANUT-LINHA     PIC X(200).
       01 WS-DATA-ATUAL      PIC 9(8).
       01 WS-HORA-ATUAL      PIC 9(8).
       01 WS-DATA-HORA-EDIT  PIC X(19).

       PROCEDURE DIVISION.

       MAIN-START.
           PERFORM IDENTIFICA-OPERADOR.
           PERFORM ABRE-MOEDAS.

           MOVE "N" TO WS-OPCAO.
           PERFORM UNTIL OPCAO-SAIR
              DISPLAY " "
              DISPLAY "=== MOEDMAINT - Manutencao de moedas.dat ==="
              DISPLAY "1 - Incluir moeda"
              DISPLAY "2 - Alterar nome/casas decimais de uma moeda"
              DISPLAY "3 - Suspender/reativar moeda"
              DISPLAY "4 - Listar moedas"
              DISPLAY "5 - Sair"
              DISPLAY "Opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO

              EVALUATE TRUE
                 WHEN OPCAO-INCLUIR
                    IF WS-AUTORIZADO = "Y"
                       PERFORM INCLUIR-MOEDA
                    ELSE
                       PERFORM RECUSA-OPERADOR
                    END-IF
                 WHEN OPCAO-ALTERAR
                    IF WS-AUTORIZADO = "Y"
                       PERFORM ALTERAR-MOEDA
                    ELSE
                       PERFORM RECUSA-OPERADOR
                    END-IF
                 WHEN OPCAO-SITUACAO
                    IF WS-AUTORIZADO = "Y"
                       PERFORM ALTERNA-SITUACAO
                    ELSE
                       PERFORM RECUSA-OPERADOR
                    END-IF
                 WHEN OPCAO-LISTAR
                    PERFORM LISTAR-MOEDAS
                 WHEN OPCAO-SAIR
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.

           CLOSE MOEDAS.
           STOP RUN.

       *> ---------------------------------------------------
       *> Abre moedas.dat para leitura e gravacao, criando-o
       *> vazio na primeira vez que o MOEDMAINT e usado num
       *> ambiente novo.
       *> ---------------------------------------------------
       ABRE-MOEDAS.
           OPEN I-O MOEDAS.
           IF WS-MOEDAS-STATUS = "35"
              OPEN OUTPUT MOEDAS
              CLOSE MOEDAS
              OPEN I-O MOEDAS
           END-IF.
           IF WS-MOEDAS-STATUS NOT = "00"
              DISPLAY "ERRO: nao foi possivel abrir moedas.dat "
                 "(status " WS-MOEDAS-STATUS ")."
              STOP RUN
           END-IF.

       *> ---------------------------------------------------
       *> Le pela chave o registro de WS-COD-DIGITADO, deixando
       *> FOUND-FLAG "Y"/"N" e, quando achado, o registro
       *> corrente em MOEDA-CAD-REG.
       *> ---------------------------------------------------
       LOCALIZA-MOEDA.
           MOVE "N" TO FOUND-FLAG.
           MOVE WS-COD-DIGITADO TO CAD-COD-MOEDA.
           READ MOEDAS
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.

       *> ---------------------------------------------------
       *> Confere as casas decimais digitadas: um unico digito
       *> de 0 a 3, a faixa das unidades menores ISO em uso.
       *> ---------------------------------------------------
       VALIDA-CASAS.
           MOVE "N" TO WS-CASAS-VALIDAS.
           IF WS-CASAS-DIGITADAS IS NUMERIC
              MOVE WS-CASAS-DIGITADAS TO WS-CASAS-NOVAS
              IF WS-CASAS-NOVAS <= 3
                 MOVE "Y" TO WS-CASAS-VALIDAS
              END-IF
           END-IF.

       *> ---------------------------------------------------
       *> Inclui uma moeda nova, sempre ativa. A chave do
       *> arquivo garante que nao ha como gravar um codigo ja
       *> existente.
       *> ---------------------------------------------------
       INCLUIR-MOEDA.
           DISPLAY "Codigo ISO da moeda (3 letras): "
              WITH NO ADVANCING.
           ACCEPT WS-COD-DIGITADO.
           MOVE FUNCTION UPPER-CASE(WS-COD-DIGITADO)
              TO WS-COD-DIGITADO.

           IF WS-COD-DIGITADO IS NOT ALPHABETIC
                 OR WS-COD-DIGITADO(3:1) = SPACE
              DISPLAY "ERRO: codigo de moeda invalido: "
                 WS-COD-DIGITADO "."
              EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZA-MOEDA.
           IF FOUND-FLAG = "Y"
              DISPLAY "ERRO: moeda " WS-COD-DIGITADO " ja "
                 "existe. Use a opcao 2 para alterar."
           ELSE
              DISPLAY "Nome da moeda: " WITH NO ADVANCING
              ACCEPT WS-NOME-DIGITADO
              DISPLAY "Casas decimais da unidade menor (0 a 3): "
                 WITH NO ADVANCING
              ACCEPT WS-CASAS-DIGITADAS
              MOVE "A" TO WS-SITUACAO-NOVA

              PERFORM VALIDA-CASAS
              IF WS-CASAS-VALIDAS NOT = "Y"
                 DISPLAY "ERRO: casas decimais invalidas ("
                    WS-CASAS-DIGITADAS "); informe 0, 1, 2 ou 3. "
                    "Inclusao cancelada."
                 MOVE "INCLUSAO-CANCELADA" TO WS-ACAO
                 MOVE "-" TO WS-VAL-ANTERIOR
                 PERFORM MONTA-VAL-NOVO
                 PERFORM REGISTRA-MANUTENCAO
              ELSE
                 MOVE WS-COD-DIGITADO  TO CAD-COD-MOEDA
                 MOVE WS-NOME-DIGITADO TO CAD-NOME
                 MOVE WS-CASAS-NOVAS   TO CAD-CASAS
                 MOVE WS-SITUACAO-NOVA TO CAD-SITUACAO

                 WRITE MOEDA-CAD-REG
                    INVALID KEY
                       DISPLAY "ERRO: nao foi possivel incluir "
                          WS-COD-DIGITADO " (status "
                          WS-MOEDAS-STATUS ")."
                    NOT INVALID KEY
                       MOVE "-" TO WS-VAL-ANTERIOR
                       PERFORM MONTA-VAL-NOVO
                       MOVE "INCLUSAO" TO WS-ACAO
                       PERFORM REGISTRA-MANUTENCAO
                       DISPLAY "Moeda " WS-COD-DIGITADO
                          " incluida."
                 END-WRITE
              END-IF
           END-IF.

       *> ---------------------------------------------------
       *> Altera nome e casas decimais de uma moeda ja
       *> cadastrada, com um REWRITE direto pela chave. A
       *> situacao nao muda aqui: suspender/reativar e a opcao
       *> 3, para que fique registrada na trilha como acao
       *> propria.
       *> ---------------------------------------------------
       ALTERAR-MOEDA.
           DISPLAY "Codigo da moeda a alterar: "
              WITH NO ADVANCING.
           ACCEPT WS-COD-DIGITADO.
           MOVE FUNCTION UPPER-CASE(WS-COD-DIGITADO)
              TO WS-COD-DIGITADO.

           PERFORM LOCALIZA-MOEDA.
           IF FOUND-FLAG NOT = "Y"
              DISPLAY "ERRO: moeda " WS-COD-DIGITADO
                 " nao encontrada."
           ELSE
              PERFORM MONTA-VAL-ANTERIOR
              MOVE CAD-SITUACAO TO WS-SITUACAO-NOVA

              DISPLAY "Novo nome (ENTER mantem: "
                 FUNCTION TRIM(CAD-NOME) "): " WITH NO ADVANCING
              ACCEPT WS-NOME-DIGITADO
              IF WS-NOME-DIGITADO = SPACES
                 MOVE CAD-NOME TO WS-NOME-DIGITADO
              END-IF

              DISPLAY "Novas casas decimais (ENTER mantem: "
                 CAD-CASAS "): " WITH NO ADVANCING
              ACCEPT WS-CASAS-DIGITADAS
              IF WS-CASAS-DIGITADAS = SPACE
                 MOVE CAD-CASAS TO WS-CASAS-DIGITADAS
              END-IF

              PERFORM VALIDA-CASAS
              IF WS-CASAS-VALIDAS NOT = "Y"
                 DISPLAY "ERRO: casas decimais invalidas ("
                    WS-CASAS-DIGITADAS "); informe 0, 1, 2 ou 3. "
                    "Alteracao cancelada."
                 MOVE "ALTERACAO-CANCELADA" TO WS-ACAO
                 PERFORM MONTA-VAL-NOVO
                 PERFORM REGISTRA-MANUTENCAO
              ELSE
                 MOVE WS-NOME-DIGITADO TO CAD-NOME
                 MOVE WS-CASAS-NOVAS   TO CAD-CASAS

                 REWRITE MOEDA-CAD-REG
                    INVALID KEY
                       DISPLAY "ERRO: nao foi possivel alterar "
                          WS-COD-DIGITADO " (status "
                          WS-MOEDAS-STATUS ")."
                    NOT INVALID KEY
                       PERFORM MONTA-VAL-NOVO
                       MOVE "ALTERACAO" TO WS-ACAO
                       PERFORM REGISTRA-MANUTENCAO
                       DISPLAY "Moeda " WS-COD-DIGITADO
                          " atualizada."
                 END-REWRITE
              END-IF
           END-IF.

       *> ---------------------------------------------------
       *> Suspende uma moeda ativa ou reativa uma suspensa,
       *> depois de confirmacao do operador.
       *> ---------------------------------------------------
       ALTERNA-SITUACAO.
           DISPLAY "Codigo da moeda a suspender/reativar: "
              WITH NO ADVANCING.
           ACCEPT WS-COD-DIGITADO.
           MOVE FUNCTION UPPER-CASE(WS-COD-DIGITADO)
              TO WS-COD-DIGITADO.

           PERFORM LOCALIZA-MOEDA.
           IF FOUND-FLAG NOT = "Y"
              DISPLAY "ERRO: moeda " WS-COD-DIGITADO
                 " nao encontrada."
              EXIT PARAGRAPH
           END-IF.

           PERFORM MONTA-VAL-ANTERIOR.
           MOVE CAD-NOME  TO WS-NOME-DIGITADO.
           MOVE CAD-CASAS TO WS-CASAS-NOVAS.
           IF CAD-SUSPENSA
              MOVE "A" TO WS-SITUACAO-NOVA
              DISPLAY "Moeda " WS-COD-DIGITADO " esta SUSPENSA. "
                 "Reativar? (S/N): " WITH NO ADVANCING
           ELSE
              MOVE "S" TO WS-SITUACAO-NOVA
              DISPLAY "Moeda " WS-COD-DIGITADO " esta ATIVA. "
                 "Suspender? (S/N): " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S"
              DISPLAY "Situacao de " WS-COD-DIGITADO
                 " mantida."
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-SITUACAO-NOVA TO CAD-SITUACAO.
           REWRITE MOEDA-CAD-REG
              INVALID KEY
                 DISPLAY "ERRO: nao foi possivel alterar "
                    WS-COD-DIGITADO " (status "
                    WS-MOEDAS-STATUS ")."
              NOT INVALID KEY
                 PERFORM MONTA-VAL-NOVO
                 IF CAD-SUSPENSA
                    MOVE "SUSPENSAO" TO WS-ACAO
                    DISPLAY "Moeda " WS-COD-DIGITADO
                       " suspensa: novas conversoes de/para ela "
                       "serao recusadas."
                 ELSE
                    MOVE "REATIVACAO" TO WS-ACAO
                    DISPLAY "Moeda " WS-COD-DIGITADO
                       " reativada."
                 END-IF
                 PERFORM REGISTRA-MANUTENCAO
           END-REWRITE.

       *> ---------------------------------------------------
       *> Lista as moedas cadastradas, varrendo o arquivo em
       *> ordem de chave.
       *> ---------------------------------------------------
       LISTAR-MOEDAS.
           MOVE 0 TO WS-QTDE-LISTADAS.
           MOVE "N" TO WS-FIM-MOEDAS.
           MOVE LOW-VALUES TO CAD-COD-MOEDA.
           START MOEDAS KEY >= CAD-COD-MOEDA
              INVALID KEY MOVE "Y" TO WS-FIM-MOEDAS
           END-START.

           PERFORM UNTIL WS-FIM-MOEDAS = "Y"
              READ MOEDAS NEXT
                 AT END MOVE "Y" TO WS-FIM-MOEDAS
              END-READ
              IF WS-FIM-MOEDAS NOT = "Y"
                 IF WS-QTDE-LISTADAS = 0
                    DISPLAY "MOEDA NOME                           "
                       "CASAS SITUACAO"
                 END-IF
                 ADD 1 TO WS-QTDE-LISTADAS
                 IF CAD-SUSPENSA
                    MOVE "SUSPENSA" TO WS-SITUACAO-TXT
                 ELSE
                    MOVE "ATIVA" TO WS-SITUACAO-TXT
                 END-IF
                 DISPLAY CAD-COD-MOEDA "   " CAD-NOME " "
                    CAD-CASAS "     " WS-SITUACAO-TXT
              END-IF
           END-PERFORM.

           IF WS-QTDE-LISTADAS = 0
              DISPLAY "Nenhuma moeda cadastrada."
           END-IF.

       *> ---------------------------------------------------
       *> Identifica o operador (variavel de ambiente USER) e
       *> confere se ele consta de operadores.txt, exatamente
       *> como o CLIMAINT e o RATEMAINT fazem.
       *> ---------------------------------------------------
       IDENTIFICA-OPERADOR.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER".
           IF WS-USUARIO = SPACES
              MOVE "DESCONHECIDO" TO WS-USUARIO
           END-IF.

           MOVE "N" TO WS-AUTORIZADO.
           OPEN INPUT OPERADORES.
           IF WS-OPERADORES-STATUS NOT = "00"
              DISPLAY "AVISO: operadores.txt inexistente ou "
                 "ilegivel (status " WS-OPERADORES-STATUS "); "
                 "inclusao/alteracao/suspensao bloqueadas para "
                 "todos os operadores."
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FIM-OPERADORES.
           PERFORM UNTIL WS-FIM-OPERADORES = "Y"
              READ OPERADORES
                 AT END MOVE "Y" TO WS-FIM-OPERADORES
              END-READ
              IF WS-FIM-OPERADORES NOT = "Y"
                 IF OPERADOR-REG = WS-USUARIO
                    MOVE "Y" TO WS-AUTORIZADO
                    MOVE "Y" TO WS-FIM-OPERADORES
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE OPERADORES.

           IF WS-AUTORIZADO NOT = "Y"
              DISPLAY "AVISO: operador "
                 FUNCTION TRIM(WS-USUARIO) " nao autorizado em "
                 "operadores.txt; apenas a listagem esta "
                 "disponivel."
           END-IF.

       *> ---------------------------------------------------
       *> Recusa uma opcao de manutencao a um operador nao
       *> autorizado e deixa a tentativa registrada na trilha.
       *> ---------------------------------------------------
       RECUSA-OPERADOR.
           DISPLAY "ERRO: operador " FUNCTION TRIM(WS-USUARIO)
              " nao autorizado para manutencao de moedas.".
           MOVE "RECUSADO-NAO-AUTORIZADO" TO WS-ACAO.
           MOVE "-" TO WS-COD-DIGITADO.
           MOVE "-" TO WS-VAL-ANTERIOR.
           MOVE "-" TO WS-VAL-NOVO.
           PERFORM REGISTRA-MANUTENCAO.

       *> ---------------------------------------------------
       *> Monta o texto "NOME/CASAS/SITUACAO" anterior (a partir
       *> do registro corrente) e novo (a partir do digitado)
       *> para a trilha de manutencao.
       *> ---------------------------------------------------
       MONTA-VAL-ANTERIOR.
           MOVE SPACES TO WS-VAL-ANTERIOR.
           STRING FUNCTION TRIM(CAD-NOME) "/" CAD-CASAS "/"
                  CAD-SITUACAO
               DELIMITED BY SIZE INTO WS-VAL-ANTERIOR
           END-STRING.

       MONTA-VAL-NOVO.
           MOVE SPACES TO WS-VAL-NOVO.
           STRING FUNCTION TRIM(WS-NOME-DIGITADO) "/"
                  WS-CASAS-NOVAS "/" WS-SITUACAO-NOVA
               DELIMITED BY SIZE INTO WS-VAL-NOVO
           END-STRING.

       *> ---------------------------------------------------
       *> Acrescenta uma linha em moedmaint-audit.log
       *> (append-only, nunca sobrescrito nem truncado) com
       *> data/hora, operador, acao, moeda e os valores
       *> anterior e novo. Uma falha aqui nao desfaz a
       *> manutencao ja gravada: o aviso fica no console.
       *> ---------------------------------------------------
       REGISTRA-MANUTENCAO.
           OPEN EXTEND MANUT-AUDIT.
           IF WS-MANUT-STATUS NOT = "00"
              OPEN OUTPUT MANUT-AUDIT
           END-IF.
           IF WS-MANUT-STATUS NOT = "00"
              DISPLAY "AVISO: nao foi possivel gravar "
                 "moedmaint-audit.log (status " WS-MANUT-STATUS
                 ")."
              EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE SPACES TO WS-DATA-HORA-EDIT.
           STRING WS-DATA-ATUAL(1:4) "-" WS-DATA-ATUAL(5:2) "-"
                  WS-DATA-ATUAL(7:2) " " WS-HORA-ATUAL(1:2) ":"
                  WS-HORA-ATUAL(3:2) ":" WS-HORA-ATUAL(5:2)
               DELIMITED BY SIZE INTO WS-DATA-HORA-EDIT
           END-STRING.

           MOVE SPACES TO WS-MANUT-LINHA.
           STRING WS-DATA-HORA-EDIT
                  " usuario=" FUNCTION TRIM(WS-USUARIO)
                  " acao=" FUNCTION TRIM(WS-ACAO)
                  " moeda=" FUNCTION TRIM(WS-COD-DIGITADO)
                  " anterior=" FUNCTION TRIM(WS-VAL-ANTERIOR)
                  " novo=" FUNCTION TRIM(WS-VAL-NOVO)
               DELIMITED BY SIZE INTO WS-MANUT-LINHA
           END-STRING.
           WRITE MANUT-REG FROM WS-MANUT-LINHA.
           CLOSE MANUT-AUDIT.
