      ******************************************************************
      * PROGRAMA.: CADAPROG                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CADASTRO DE PEDIDOS PROGRAMADOS - O MIX QUE O       *
      *            CLIENTE COMPRA TODA SEMANA, QUINZENA OU MES, COM    *
      *            PRODUTOS, QUANTIDADES, VIGENCIA E CONDICAO DE       *
      *            PAGAMENTO, GERADO PELA CADEIA NOTURNA (GERAPROG)    *
      ******************************************************************
      * O CLIENTE PODE TER ATE 99 PROGRAMACOES (SEQUENCIA), CADA UMA   *
      * COM ATE 12 ITENS; A SUSPENSA FICA CADASTRADA SEM GERAR PEDIDO  *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADAPROG.
      *
      ******************************************************************
       ENVIRONMENT                     DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       CONFIGURATION                    SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
           SELECT ARQ-PROGRAMADOS      ASSIGN TO  "WID-ARQ-PRG.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRG-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PROGRAMADO.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-CONDICOES        ASSIGN TO  "WID-ARQ-CPG.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CPG-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CONDICAO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-PROGRAMADOS.
       COPY PROGCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-CONDICOES.
       COPY CONDCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-PRG             PIC X.
       77 WS-FS-PROGRAMADO             PIC X(02).
           88 FS-PRG-OK                VALUE "00" THRU "09".
           88 FS-PRG-FIM               VALUE "10".
           88 FS-PRG-NAO-ENCONTRADO    VALUE "23".
           88 FS-PRG-NAO-EXISTE        VALUE "35".
           88 FS-PRG-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-CONDICAO               PIC X(02).
           88 FS-CPG-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-PROGRAMADO-VALIDO         PIC X(01)       VALUE "N".
           88 PROGRAMADO-VALIDO        VALUE "S".
       01 WS-ITE-IND                   PIC 9(02)       VALUE 0.
       01 WS-ITE-DESTINO               PIC 9(02)       VALUE 0.
       01 WS-DATA-VALIDAR              PIC 9(08)       VALUE 0.
       01 WS-DATA-VALIDA               PIC X(01)       VALUE "N".
           88 DATA-VALIDA              VALUE "S".
      *
      * --> CAMPOS DIGITADOS, GUARDADOS ENQUANTO O REGISTRO GRAVADO E
      *     LIDO PARA SABER SE E INCLUSAO OU ALTERACAO
      *
       01 WS-PROGRAMADO-DIGITADO.
           05 WS-PRG-DIG-FREQUENCIA    PIC X(01).
           05 WS-PRG-DIG-DIA-SEMANA    PIC 9(01).
           05 WS-PRG-DIG-DIA-MES       PIC 9(02).
           05 WS-PRG-DIG-INICIO        PIC 9(08).
           05 WS-PRG-DIG-FIM           PIC 9(08).
           05 WS-PRG-DIG-COND-PAGTO    PIC 9(02).
           05 WS-PRG-DIG-SITUACAO      PIC X(01).
           05 WS-PRG-DIG-ITENS.
               10 WS-PRG-DIG-QTD-ITENS PIC 9(02).
               10 WS-PRG-DIG-ITEM      OCCURS 12 TIMES.
                   15 WS-PRG-DIG-PRODUTO
                                       PIC 9(07).
                   15 WS-PRG-DIG-QUANTIDADE
                                       PIC 9(05).
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
      *
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      *
      * --> TELA DO CADASTRO DE PEDIDOS PROGRAMADOS
      *
       COPY PROGSCR.
      *
      * --> LABEL PARA MOSTRAR MENSAGENS
      *
       01 OPCAO-STATUS                 HIGHLIGHT.
           05 STATUS-OUTPUT                            LINE 25 COL 10
                                       PIC X(40)       FROM WS-STATUS.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       MOVE WS-OPERADOR-LINK           TO WS-OPERADOR-ATUAL
       PERFORM 0000-MANTER-PROGRAMADOS.
      *----------------------------------------------------------------*
       0000-MANTER-PROGRAMADOS         SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-PEDIDO-PROGRAMADO
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "S"                    TO PRG-FREQUENCIA
           MOVE "A"                    TO PRG-SITUACAO
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-PROGRAMADO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CNPJ-PRG
               ACCEPT SCR-SEQUENCIA-PRG
               ACCEPT SCR-FREQUENCIA-PRG
               ACCEPT SCR-DIA-SEMANA-PRG
               ACCEPT SCR-DIA-MES-PRG
               ACCEPT SCR-INICIO-PRG
               ACCEPT SCR-FIM-PRG
               ACCEPT SCR-COND-PRG
               ACCEPT SCR-SITUACAO-PRG
               ACCEPT SCR-PRODUTO-PRG-01
               ACCEPT SCR-QTD-PRG-01
               ACCEPT SCR-PRODUTO-PRG-02
               ACCEPT SCR-QTD-PRG-02
               ACCEPT SCR-PRODUTO-PRG-03
               ACCEPT SCR-QTD-PRG-03
               ACCEPT SCR-PRODUTO-PRG-04
               ACCEPT SCR-QTD-PRG-04
               ACCEPT SCR-PRODUTO-PRG-05
               ACCEPT SCR-QTD-PRG-05
               ACCEPT SCR-PRODUTO-PRG-06
               ACCEPT SCR-QTD-PRG-06
               ACCEPT SCR-PRODUTO-PRG-07
               ACCEPT SCR-QTD-PRG-07
               ACCEPT SCR-PRODUTO-PRG-08
               ACCEPT SCR-QTD-PRG-08
               ACCEPT SCR-PRODUTO-PRG-09
               ACCEPT SCR-QTD-PRG-09
               ACCEPT SCR-PRODUTO-PRG-10
               ACCEPT SCR-QTD-PRG-10
               ACCEPT SCR-PRODUTO-PRG-11
               ACCEPT SCR-QTD-PRG-11
               ACCEPT SCR-PRODUTO-PRG-12
               ACCEPT SCR-QTD-PRG-12
               ACCEPT OPCAO-INC-PRG
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-PRG
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-PROGRAMADO
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-PROGRAMADO
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-EXCLUIR-PROGRAMADO
                   WHEN "v"
                   WHEN "V"
                       GOBACK
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"
                                       TO WS-STATUS
               END-EVALUATE
           END-PERFORM
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-SALVAR-PROGRAMADO          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1050-VALIDAR-PROGRAMADO
           IF NOT PROGRAMADO-VALIDO
               GO TO 1000-FIM
           END-IF
           MOVE PRG-FREQUENCIA         TO WS-PRG-DIG-FREQUENCIA
           MOVE PRG-DIA-SEMANA         TO WS-PRG-DIG-DIA-SEMANA
           MOVE PRG-DIA-MES            TO WS-PRG-DIG-DIA-MES
           MOVE PRG-DATA-INICIO        TO WS-PRG-DIG-INICIO
           MOVE PRG-DATA-FIM           TO WS-PRG-DIG-FIM
           MOVE PRG-COND-PAGTO         TO WS-PRG-DIG-COND-PAGTO
           MOVE PRG-SITUACAO           TO WS-PRG-DIG-SITUACAO
           MOVE PRG-ITENS              TO WS-PRG-DIG-ITENS
           PERFORM 1100-ABRIR-ARQUIVO-PROGRAMADOS
           READ ARQ-PROGRAMADOS
           IF FS-PRG-OK
               PERFORM 1250-MOVER-DIGITADOS
               MOVE WS-DATA-ATUAL      TO PRG-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO PRG-OPERADOR-ALTERACAO
               REWRITE REG-PEDIDO-PROGRAMADO
               IF FS-PRG-OK
                   MOVE "PEDIDO PROGRAMADO ALTERADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-PROGRAMADOS
               END-IF
           ELSE
               PERFORM 1250-MOVER-DIGITADOS
               MOVE 0                  TO PRG-ULTIMA-GERACAO
               MOVE 0                  TO PRG-ULTIMO-PEDIDO
               MOVE WS-DATA-ATUAL      TO PRG-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO PRG-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO PRG-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO PRG-OPERADOR-ALTERACAO
               WRITE REG-PEDIDO-PROGRAMADO
               IF FS-PRG-OK
                   MOVE "PEDIDO PROGRAMADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-PROGRAMADOS
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-PROGRAMADOS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-PROGRAMADO         SECTION.
      *----------------------------------------------------------------*
      * O CLIENTE PRECISA ESTAR ATIVO, O DIA DEVE COMBINAR COM A       *
      * FREQUENCIA E CADA ITEM INFORMADO PRECISA DE PRODUTO ATIVO E    *
      * QUANTIDADE; OS ITENS EM BRANCO SAO RETIRADOS DA LISTA          *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE "N"                    TO WS-PROGRAMADO-VALIDO
           IF PRG-CNPJ = 0 OR PRG-SEQUENCIA = 0
               MOVE "CNPJ E SEQUENCIA SAO OBRIGATORIOS"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           OPEN INPUT ARQ-CLIENTES
           IF NOT FS-CLI-OK
               MOVE "CADASTRO DE CLIENTES INDISPONIVEL"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE PRG-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           CLOSE ARQ-CLIENTES
           IF NOT FS-CLI-OK OR NOT REGISTRO-ATIVO
               MOVE "CLIENTE NAO CADASTRADO OU INATIVO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           EVALUATE TRUE
               WHEN PRG-SEMANAL
               WHEN PRG-QUINZENAL
                   IF PRG-DIA-SEMANA < 1 OR PRG-DIA-SEMANA > 7
                       MOVE "DIA DA SEMANA DEVE SER DE 1 A 7"
                                       TO WS-STATUS
                   ELSE
                       MOVE 0          TO PRG-DIA-MES
                   END-IF
               WHEN PRG-MENSAL
                   IF PRG-DIA-MES < 1 OR PRG-DIA-MES > 28
                       MOVE "DIA DO MES DEVE SER DE 1 A 28"
                                       TO WS-STATUS
                   ELSE
                       MOVE 0          TO PRG-DIA-SEMANA
                   END-IF
               WHEN OTHER
                   MOVE "FREQUENCIA DEVE SER S, Q OU M"
                                       TO WS-STATUS
           END-EVALUATE
           IF WS-STATUS NOT = SPACES
               GO TO 1050-FIM
           END-IF
           MOVE PRG-DATA-INICIO        TO WS-DATA-VALIDAR
           PERFORM 1060-VALIDAR-DATA
           IF NOT DATA-VALIDA
               MOVE "DATA DE INICIO INVALIDA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF PRG-DATA-FIM > 0
               MOVE PRG-DATA-FIM       TO WS-DATA-VALIDAR
               PERFORM 1060-VALIDAR-DATA
               IF NOT DATA-VALIDA
                   OR PRG-DATA-FIM < PRG-DATA-INICIO
                   MOVE "DATA DE FIM INVALIDA"
                                       TO WS-STATUS
                   GO TO 1050-FIM
               END-IF
           END-IF
           IF NOT PRG-ATIVO AND NOT PRG-SUSPENSO
               MOVE "SITUACAO DEVE SER A OU S"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF PRG-COND-PAGTO > 0
               OPEN INPUT ARQ-CONDICOES
               IF FS-CPG-OK
                   MOVE PRG-COND-PAGTO TO CPG-CODIGO
                   READ ARQ-CONDICOES
                   CLOSE ARQ-CONDICOES
               END-IF
               IF NOT FS-CPG-OK OR NOT CONDICAO-ATIVA
                   MOVE "CONDICAO DE PAGAMENTO INVALIDA"
                                       TO WS-STATUS
                   GO TO 1050-FIM
               END-IF
           END-IF
           PERFORM 1070-VALIDAR-ITENS
           IF WS-STATUS NOT = SPACES
               GO TO 1050-FIM
           END-IF
           MOVE "S"                    TO WS-PROGRAMADO-VALIDO
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1060-VALIDAR-DATA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WS-DATA-VALIDA
           IF WS-DATA-VALIDAR (1:4) < "2000"
               OR WS-DATA-VALIDAR (5:2) < "01"
               OR WS-DATA-VALIDAR (5:2) > "12"
               OR WS-DATA-VALIDAR (7:2) < "01"
               OR WS-DATA-VALIDAR (7:2) > "31"
               MOVE "N"                TO WS-DATA-VALIDA
           END-IF
           .
       1060-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1070-VALIDAR-ITENS              SECTION.
      *----------------------------------------------------------------*
      * OS ITENS PREENCHIDOS SAO CONFERIDOS E ENCOSTADOS NO INICIO DA  *
      * LISTA, NA ORDEM DIGITADA                                       *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PRODUTOS
           IF NOT FS-PRO-OK
               MOVE "CADASTRO DE PRODUTOS INDISPONIVEL"
                                       TO WS-STATUS
               GO TO 1070-FIM
           END-IF
           MOVE 0                      TO WS-ITE-DESTINO
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > 12 OR WS-STATUS NOT = SPACES
               IF PRG-ITE-PRODUTO (WS-ITE-IND) > 0
                   OR PRG-ITE-QUANTIDADE (WS-ITE-IND) > 0
                   MOVE PRG-ITE-PRODUTO (WS-ITE-IND)
                                       TO PRO-CODIGO
                   READ ARQ-PRODUTOS
                   IF NOT FS-PRO-OK OR NOT PRODUTO-ATIVO
                       STRING "PRODUTO INVALIDO NO ITEM " WS-ITE-IND
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
                   ELSE
                   IF PRG-ITE-QUANTIDADE (WS-ITE-IND) = 0
                       STRING "QUANTIDADE ZERADA NO ITEM " WS-ITE-IND
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
                   ELSE
                       ADD 1           TO WS-ITE-DESTINO
                       MOVE PRG-ITEM (WS-ITE-IND)
                                       TO PRG-ITEM (WS-ITE-DESTINO)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQ-PRODUTOS
           IF WS-STATUS NOT = SPACES
               GO TO 1070-FIM
           END-IF
           IF WS-ITE-DESTINO = 0
               MOVE "INFORME AO MENOS UM ITEM"
                                       TO WS-STATUS
               GO TO 1070-FIM
           END-IF
           MOVE WS-ITE-DESTINO         TO PRG-QTD-ITENS
           PERFORM VARYING WS-ITE-IND FROM WS-ITE-DESTINO BY 1
                   UNTIL WS-ITE-IND NOT < 12
               MOVE 0  TO PRG-ITE-PRODUTO (WS-ITE-IND + 1)
               MOVE 0  TO PRG-ITE-QUANTIDADE (WS-ITE-IND + 1)
           END-PERFORM
           .
       1070-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-PROGRAMADOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-PROGRAMADOS
           IF FS-PRG-NAO-EXISTE
               OPEN OUTPUT ARQ-PROGRAMADOS
               CLOSE ARQ-PROGRAMADOS
               OPEN I-O ARQ-PROGRAMADOS
           END-IF
           IF NOT FS-PRG-OK
               PERFORM 9999-ERRO-ARQUIVO-PROGRAMADOS
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1250-MOVER-DIGITADOS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-PRG-DIG-FREQUENCIA  TO PRG-FREQUENCIA
           MOVE WS-PRG-DIG-DIA-SEMANA  TO PRG-DIA-SEMANA
           MOVE WS-PRG-DIG-DIA-MES     TO PRG-DIA-MES
           MOVE WS-PRG-DIG-INICIO      TO PRG-DATA-INICIO
           MOVE WS-PRG-DIG-FIM         TO PRG-DATA-FIM
           MOVE WS-PRG-DIG-COND-PAGTO  TO PRG-COND-PAGTO
           MOVE WS-PRG-DIG-SITUACAO    TO PRG-SITUACAO
           MOVE WS-PRG-DIG-ITENS       TO PRG-ITENS
           .
       1250-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-PROGRAMADOS SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PROGRAMADOS
           IF NOT FS-PRG-OK
               PERFORM 9999-ERRO-ARQUIVO-PROGRAMADOS
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EXCLUIR-PROGRAMADO         SECTION.
      *----------------------------------------------------------------*
      * OS PEDIDOS JA GERADOS FICAM NO CADASTRO DE PEDIDOS; PARA SO    *
      * INTERROMPER A GERACAO BASTA SUSPENDER A PROGRAMACAO            *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-PROGRAMADOS
           READ ARQ-PROGRAMADOS
           IF FS-PRG-NAO-ENCONTRADO
               MOVE "PEDIDO PROGRAMADO NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               DELETE ARQ-PROGRAMADOS
               IF FS-PRG-OK
                   MOVE "PEDIDO PROGRAMADO EXCLUIDO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-PROGRAMADOS
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-PROGRAMADOS
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-PROGRAMADO       SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA A PROGRAMACAO DO CNPJ E SEQUENCIA *
      * INFORMADOS, COM O ULTIMO PEDIDO GERADO                         *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-PROGRAMADOS
           READ ARQ-PROGRAMADOS
           IF FS-PRG-NAO-ENCONTRADO
               MOVE "PEDIDO PROGRAMADO NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               MOVE "PEDIDO PROGRAMADO LOCALIZADO"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-PROGRAMADOS
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-PROGRAMADOS   SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-PRG-ERRO-LAYOUT
               MOVE "ERRO NO LAYOUT DO ARQUIVO"    TO WS-STATUS
           ELSE
               MOVE "ERRO NO ACESSO AO ARQUIVO"    TO WS-STATUS
           END-IF
           GOBACK
           .
       9999-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CADAPROG.
      *----------------------------------------------------------------*
