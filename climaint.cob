       *> cadastro existe para eliminar. A autorizacao de
       *> operador e a trilha de manutencao seguem o modelo do
       *> RATEMAINT (operadores.txt e climaint-audit.log).
       *> Os dados regulatorios do cliente (CPF/CNPJ e codigo
       *> de natureza da operacao, usados pela declaracao de
       *> cambio do COINBCB) sao digitados aqui: o documento e
       *> aceito com ou sem pontuacao, guardado so com os
       *> digitos e conferido pelos digitos verificadores - 11
       *> digitos e CPF (pessoa fisica), 14 e CNPJ (pessoa
       *> juridica). Ambos podem ficar em branco, mas o cliente
       *> sem eles sai nos rejeitados da declaracao.
       *>
       *> Uso: climaint (sem argumentos)
       *> ---------------------------------------------------
       01 WS-COD-DIGITADO    PIC X(6).
       01 WS-NOME-DIGITADO   PIC X(30).
       01 WS-TIER-DIGITADO   PIC X(3).
       01 WS-DOC-DIGITADO    PIC X(20).
       01 WS-NATUREZA-DIGITADA PIC X(5).

       *> Documento (CPF/CNPJ) so com os digitos, o tipo de
       *> pessoa que ele indica e a conferencia dos digitos
       *> verificadores (modulo 11)
       01 WS-DOC-DIGITOS     PIC X(14).
       01 WS-DOC-TAM         PIC 9(2).
       01 WS-TIPO-PESSOA     PIC X.
       01 WS-DOC-VALIDO      PIC X VALUE "N".
       01 WS-DADOS-VALIDOS   PIC X VALUE "N".
       01 WS-DV-BASE         PIC 9(2).
       01 WS-DV-SOMA         PIC 9(5).
       01 WS-DV-RESTO        PIC 9(2).
       01 WS-DV-CALC         PIC 9(1).
       01 WS-DV-PESO         PIC 9(2).
       01 WS-DV-DIGITO       PIC 9(1).
       01 WS-DOC-TODOS-IGUAIS PIC X.
       01 DX                 PIC 9(2).

       *> Tiers validos, carregados de tarifas.txt na abertura:
       *> um cliente so pode ser gravado com um tier que exista
       01 WS-AUTORIZADO      PIC X VALUE "N".
       01 WS-FIM-OPERADORES  PIC X VALUE "N".
       01 WS-ACAO            PIC X(25).
       01 WS-VAL-ANTERIOR    PIC X(60).
       01 WS-VAL-NOVO        PIC X(60).
       01 WS-MANUT-LINHA     PIC X(200).
       01 WS-DATA-ATUAL      PIC 9(8).
       01 WS-HORA-ATUAL      PIC 9(8).
              DISPLAY " "
              DISPLAY "=== CLIMAINT - Manutencao de clientes.dat ==="
              DISPLAY "1 - Incluir cliente"
              DISPLAY "2 - Alterar dados de um cliente"
              DISPLAY "3 - Excluir cliente"
              DISPLAY "4 - Listar clientes"
              DISPLAY "5 - Sair"
              ACCEPT WS-TIER-DIGITADO
              MOVE FUNCTION UPPER-CASE(WS-TIER-DIGITADO)
                 TO WS-TIER-DIGITADO
              DISPLAY "CPF/CNPJ (ENTER deixa em branco): "
                 WITH NO ADVANCING
              ACCEPT WS-DOC-DIGITADO
              DISPLAY "Natureza da operacao de cambio (5 "
                 "digitos, ENTER deixa em branco): "
                 WITH NO ADVANCING
              ACCEPT WS-NATUREZA-DIGITADA
              PERFORM NORMALIZA-DOCUMENTO

              PERFORM VALIDA-TIER
              PERFORM VALIDA-DADOS-REGULATORIOS
              IF WS-TIER-VALIDO NOT = "Y"
                 DISPLAY "ERRO: tier " WS-TIER-DIGITADO " nao "
                    "cadastrado em tarifas.txt; inclusao "
                    "cancelada."
              END-IF
              IF WS-TIER-VALIDO NOT = "Y"
                 OR WS-DADOS-VALIDOS NOT = "Y"
                 MOVE "INCLUSAO-CANCELADA" TO WS-ACAO
                 MOVE "-" TO WS-VAL-ANTERIOR
                 PERFORM MONTA-VAL-NOVO
                 MOVE WS-COD-DIGITADO  TO CLI-COD-CLIENTE
                 MOVE WS-NOME-DIGITADO TO CLI-NOME
                 MOVE WS-TIER-DIGITADO TO CLI-TIER
                 MOVE WS-TIPO-PESSOA TO CLI-TIPO-PESSOA
                 MOVE WS-DOC-DIGITOS TO CLI-CPF-CNPJ
                 MOVE WS-NATUREZA-DIGITADA TO CLI-NATUREZA

                 WRITE CLIENTE-REG
                    INVALID KEY
           END-IF.

       *> ---------------------------------------------------
       *> Altera nome, tier e dados regulatorios de um cliente
       *> ja cadastrado, com um REWRITE direto pela chave.
       *> ---------------------------------------------------
       ALTERAR-CLIENTE.
           DISPLAY "Codigo do cliente a alterar: "
                 MOVE CLI-TIER TO WS-TIER-DIGITADO
              END-IF

              DISPLAY "Novo CPF/CNPJ (ENTER mantem: "
                 FUNCTION TRIM(CLI-CPF-CNPJ) "): "
                 WITH NO ADVANCING
              ACCEPT WS-DOC-DIGITADO
              IF WS-DOC-DIGITADO = SPACES
                 MOVE CLI-CPF-CNPJ TO WS-DOC-DIGITADO
              END-IF
              DISPLAY "Nova natureza da operacao (ENTER mantem: "
                 FUNCTION TRIM(CLI-NATUREZA) "): "
                 WITH NO ADVANCING
              ACCEPT WS-NATUREZA-DIGITADA
              IF WS-NATUREZA-DIGITADA = SPACES
                 MOVE CLI-NATUREZA TO WS-NATUREZA-DIGITADA
              END-IF
              PERFORM NORMALIZA-DOCUMENTO

              PERFORM VALIDA-TIER
              PERFORM VALIDA-DADOS-REGULATORIOS
              IF WS-TIER-VALIDO NOT = "Y"
                 DISPLAY "ERRO: tier " WS-TIER-DIGITADO " nao "
                    "cadastrado em tarifas.txt; alteracao "
                    "cancelada."
              END-IF
              IF WS-TIER-VALIDO NOT = "Y"
                 OR WS-DADOS-VALIDOS NOT = "Y"
                 MOVE "ALTERACAO-CANCELADA" TO WS-ACAO
                 PERFORM MONTA-VAL-NOVO
                 PERFORM REGISTRA-MANUTENCAO
              ELSE
                 MOVE WS-NOME-DIGITADO TO CLI-NOME
                 MOVE WS-TIER-DIGITADO TO CLI-TIER
                 MOVE WS-TIPO-PESSOA TO CLI-TIPO-PESSOA
                 MOVE WS-DOC-DIGITOS TO CLI-CPF-CNPJ
                 MOVE WS-NATUREZA-DIGITADA TO CLI-NATUREZA

                 REWRITE CLIENTE-REG
                    INVALID KEY
              IF WS-FIM-CLIENTES NOT = "Y"
                 IF WS-QTDE-LISTADAS = 0
                    DISPLAY "CODIGO NOME                           TIER"
                       " P CPF/CNPJ       NATUR"
                 END-IF
                 ADD 1 TO WS-QTDE-LISTADAS
                 DISPLAY CLI-COD-CLIENTE " " CLI-NOME " " CLI-TIER
                    "  " CLI-TIPO-PESSOA " " CLI-CPF-CNPJ " "
                    CLI-NATUREZA
              END-IF
           END-PERFORM.

           PERFORM REGISTRA-MANUTENCAO.

       *> ---------------------------------------------------
       *> Monta o texto "NOME/TIER/DOCUMENTO/NATUREZA" anterior
       *> (a partir do registro corrente) e novo (a partir do
       *> digitado) para a trilha de manutencao.
       *> ---------------------------------------------------
       MONTA-VAL-ANTERIOR.
           MOVE SPACES TO WS-VAL-ANTERIOR.
           STRING FUNCTION TRIM(CLI-NOME) "/" CLI-TIER
                  "/" FUNCTION TRIM(CLI-CPF-CNPJ)
                  "/" FUNCTION TRIM(CLI-NATUREZA)
               DELIMITED BY SIZE INTO WS-VAL-ANTERIOR
           END-STRING.

           MOVE SPACES TO WS-VAL-NOVO.
           STRING FUNCTION TRIM(WS-NOME-DIGITADO) "/"
                  WS-TIER-DIGITADO
                  "/" FUNCTION TRIM(WS-DOC-DIGITOS)
                  "/" FUNCTION TRIM(WS-NATUREZA-DIGITADA)
               DELIMITED BY SIZE INTO WS-VAL-NOVO
           END-STRING.

       *> ---------------------------------------------------
       *> Tira a pontuacao do CPF/CNPJ digitado: sobram em
       *> WS-DOC-DIGITOS so os digitos (WS-DOC-TAM deles; mais
       *> de 14 digitos e documento invalido, tamanho 99).
       *> ---------------------------------------------------
       NORMALIZA-DOCUMENTO.
           MOVE SPACES TO WS-DOC-DIGITOS.
           MOVE 0 TO WS-DOC-TAM.
           PERFORM VARYING DX FROM 1 BY 1
                 UNTIL DX > LENGTH OF WS-DOC-DIGITADO
                    OR WS-DOC-TAM = 99
              IF WS-DOC-DIGITADO(DX:1) >= "0"
                 AND WS-DOC-DIGITADO(DX:1) <= "9"
                 IF WS-DOC-TAM < 14
                    ADD 1 TO WS-DOC-TAM
                    MOVE WS-DOC-DIGITADO(DX:1)
                       TO WS-DOC-DIGITOS(WS-DOC-TAM:1)
                 ELSE
                    MOVE 99 TO WS-DOC-TAM
                 END-IF
              END-IF
           END-PERFORM.

       *> ---------------------------------------------------
       *> Confere documento e natureza digitados (ambos podem
       *> ficar em branco): o documento pelos digitos
       *> verificadores, a natureza por ter 5 digitos. Deixa
       *> WS-DADOS-VALIDOS e o tipo de pessoa em WS-TIPO-PESSOA.
       *> ---------------------------------------------------
       VALIDA-DADOS-REGULATORIOS.
           MOVE "Y" TO WS-DADOS-VALIDOS.
           MOVE SPACE TO WS-TIPO-PESSOA.
           IF WS-DOC-DIGITADO NOT = SPACES
              PERFORM VALIDA-DOCUMENTO
              IF WS-DOC-VALIDO NOT = "Y"
                 DISPLAY "ERRO: CPF/CNPJ "
                    FUNCTION TRIM(WS-DOC-DIGITADO) " invalido "
                    "(11 digitos para CPF, 14 para CNPJ, com os "
                    "digitos verificadores corretos)."
                 MOVE "N" TO WS-DADOS-VALIDOS
              END-IF
           END-IF.
           IF WS-NATUREZA-DIGITADA NOT = SPACES
              AND WS-NATUREZA-DIGITADA IS NOT NUMERIC
              DISPLAY "ERRO: natureza da operacao "
                 FUNCTION TRIM(WS-NATUREZA-DIGITADA) " invalida "
                 "(5 digitos)."
              MOVE "N" TO WS-DADOS-VALIDOS
           END-IF.

       *> ---------------------------------------------------
       *> Digitos verificadores (modulo 11) do CPF (pesos 10..2
       *> e 11..2) ou do CNPJ (pesos 5..2,9..2 e 6..2,9..2) em
       *> WS-DOC-DIGITOS. Documento com todos os digitos iguais
       *> passa no calculo mas nao existe, e e recusado.
       *> ---------------------------------------------------
       VALIDA-DOCUMENTO.
           MOVE "N" TO WS-DOC-VALIDO.
           EVALUATE WS-DOC-TAM
              WHEN 11
                 MOVE "F" TO WS-TIPO-PESSOA
              WHEN 14
                 MOVE "J" TO WS-TIPO-PESSOA
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.

           MOVE "Y" TO WS-DOC-TODOS-IGUAIS.
           PERFORM VARYING DX FROM 2 BY 1 UNTIL DX > WS-DOC-TAM
              IF WS-DOC-DIGITOS(DX:1) NOT = WS-DOC-DIGITOS(1:1)
                 MOVE "N" TO WS-DOC-TODOS-IGUAIS
              END-IF
           END-PERFORM.
           IF WS-DOC-TODOS-IGUAIS = "Y"
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DV-BASE = WS-DOC-TAM - 2.
           PERFORM CALCULA-DV.
           MOVE WS-DOC-DIGITOS(WS-DV-BASE + 1:1) TO WS-DV-DIGITO.
           IF WS-DV-CALC NOT = WS-DV-DIGITO
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DV-BASE = WS-DOC-TAM - 1.
           PERFORM CALCULA-DV.
           MOVE WS-DOC-DIGITOS(WS-DV-BASE + 1:1) TO WS-DV-DIGITO.
           IF WS-DV-CALC NOT = WS-DV-DIGITO
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-DOC-VALIDO.

       *> ---------------------------------------------------
       *> Digito verificador dos WS-DV-BASE primeiros digitos
       *> de WS-DOC-DIGITOS em WS-DV-CALC: resto da soma
       *> ponderada por 11; resto 0 ou 1 da digito 0.
       *> ---------------------------------------------------
       CALCULA-DV.
           MOVE 0 TO WS-DV-SOMA.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DV-BASE
              IF WS-TIPO-PESSOA = "F"
                 COMPUTE WS-DV-PESO = WS-DV-BASE - DX + 2
              ELSE
                 COMPUTE WS-DV-PESO =
                    FUNCTION MOD(WS-DV-BASE - DX, 8) + 2
              END-IF
              MOVE WS-DOC-DIGITOS(DX:1) TO WS-DV-DIGITO
              COMPUTE WS-DV-SOMA =
                 WS-DV-SOMA + (WS-DV-DIGITO * WS-DV-PESO)
           END-PERFORM.
           COMPUTE WS-DV-RESTO = FUNCTION MOD(WS-DV-SOMA, 11).
           IF WS-DV-RESTO < 2
              MOVE 0 TO WS-DV-CALC
           ELSE
              COMPUTE WS-DV-CALC = 11 - WS-DV-RESTO
           END-IF.

       *> ---------------------------------------------------
       *> Acrescenta uma linha em climaint-audit.log
       *> (append-only, nunca sobrescrito nem truncado) com
