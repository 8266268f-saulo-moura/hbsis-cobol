      ******************************************************************
      * PROGRAMA.: CADAREAJ                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CADASTRO DE REAJUSTES DE PRECO PROGRAMADOS -        *
      *            PERCENTUAL OU VALORES NOVOS POR FILIAL, CANAL,      *
      *            PORTE, PRODUTO OU CATEGORIA, COM DATA DE VIGENCIA   *
      *            FUTURA, APLICADOS PELA CADEIA NOTURNA NA DATA       *
      ******************************************************************
      * SO O REAJUSTE PENDENTE PODE SER ALTERADO OU CANCELADO; O       *
      * APLICADO FICA COMO REGISTRO DO QUE FOI FEITO                   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADAREAJ.
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
           SELECT ARQ-REAJUSTES        ASSIGN TO  "WID-ARQ-RJT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RJT-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-REAJUSTE.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-FAMILIAS         ASSIGN TO  "WID-ARQ-FAM.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAM-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FAMILIA.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-REAJUSTES.
       COPY REAJCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-FAMILIAS.
       COPY FAMICADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-RJT             PIC X.
       77 WS-FS-REAJUSTE               PIC X(02).
           88 FS-RJT-OK                VALUE "00" THRU "09".
           88 FS-RJT-FIM               VALUE "10".
           88 FS-RJT-NAO-ENCONTRADO    VALUE "23".
           88 FS-RJT-NAO-EXISTE        VALUE "35".
           88 FS-RJT-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-FAMILIA                PIC X(02).
           88 FS-FAM-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-REAJUSTE-VALIDO           PIC X(01)       VALUE "N".
           88 REAJUSTE-VALIDO          VALUE "S".
       01 WS-CATEGORIA-EXISTE          PIC X(01)       VALUE "N".
           88 CATEGORIA-EXISTE         VALUE "S".
      *
      * --> CAMPOS DIGITADOS, GUARDADOS ENQUANTO O REGISTRO GRAVADO E
      *     LIDO PARA SABER SE E INCLUSAO OU ALTERACAO
      *
       01 WS-REAJUSTE-DIGITADO.
           05 WS-RJT-DIG-DESCRICAO     PIC X(30).
           05 WS-RJT-DIG-VIGENCIA      PIC 9(08).
           05 WS-RJT-DIG-FILIAL        PIC 9(02).
           05 WS-RJT-DIG-CANAL         PIC X(01).
           05 WS-RJT-DIG-PORTE         PIC X(01).
           05 WS-RJT-DIG-PRODUTO       PIC 9(07).
           05 WS-RJT-DIG-CATEGORIA     PIC X(20).
           05 WS-RJT-DIG-TIPO          PIC X(01).
           05 WS-RJT-DIG-PERCENTUAL    PIC S9(03)V99.
           05 WS-RJT-DIG-TABELA        PIC 9(09)V99.
           05 WS-RJT-DIG-MINIMO        PIC 9(09)V99.
           05 WS-RJT-DIG-MAXIMO        PIC 9(09)V99.
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
      * --> TELA DO CADASTRO DE REAJUSTES
      *
       COPY REAJSCR.
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
       PERFORM 0000-MANTER-REAJUSTES.
      *----------------------------------------------------------------*
       0000-MANTER-REAJUSTES           SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-REAJUSTE     REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "P"                    TO RJT-TIPO
           MOVE "P"                    TO RJT-SITUACAO
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-REAJUSTE
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CODIGO-RJT
               ACCEPT SCR-DESCRICAO-RJT
               ACCEPT SCR-VIGENCIA-RJT
               ACCEPT SCR-FILIAL-RJT
               ACCEPT SCR-CANAL-RJT
               ACCEPT SCR-PORTE-RJT
               ACCEPT SCR-PRODUTO-RJT
               ACCEPT SCR-CATEGORIA-RJT
               ACCEPT SCR-TIPO-RJT
               ACCEPT SCR-PERCENTUAL-RJT
               ACCEPT SCR-TABELA-RJT
               ACCEPT SCR-MINIMO-RJT
               ACCEPT SCR-MAXIMO-RJT
               ACCEPT OPCAO-INC-RJT
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-RJT
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-REAJUSTE
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-REAJUSTE
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-CANCELAR-REAJUSTE
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
       1000-SALVAR-REAJUSTE            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1050-VALIDAR-REAJUSTE
           IF NOT REAJUSTE-VALIDO
               GO TO 1000-FIM
           END-IF
           MOVE RJT-DESCRICAO          TO WS-RJT-DIG-DESCRICAO
           MOVE RJT-DT-VIGENCIA        TO WS-RJT-DIG-VIGENCIA
           MOVE RJT-FILIAL             TO WS-RJT-DIG-FILIAL
           MOVE RJT-CANAL              TO WS-RJT-DIG-CANAL
           MOVE RJT-PORTE              TO WS-RJT-DIG-PORTE
           MOVE RJT-PRODUTO            TO WS-RJT-DIG-PRODUTO
           MOVE RJT-CATEGORIA          TO WS-RJT-DIG-CATEGORIA
           MOVE RJT-TIPO               TO WS-RJT-DIG-TIPO
           MOVE RJT-PERCENTUAL         TO WS-RJT-DIG-PERCENTUAL
           MOVE RJT-NOVO-PRECO-TABELA  TO WS-RJT-DIG-TABELA
           MOVE RJT-NOVO-PRECO-MINIMO  TO WS-RJT-DIG-MINIMO
           MOVE RJT-NOVO-PRECO-MAXIMO  TO WS-RJT-DIG-MAXIMO
           PERFORM 1100-ABRIR-ARQUIVO-REAJUSTES
           READ ARQ-REAJUSTES
           IF FS-RJT-OK
               PERFORM 1200-ALTERAR-REAJUSTE
           ELSE
               PERFORM 1250-MOVER-DIGITADOS
               MOVE "P"                TO RJT-SITUACAO
               MOVE 0                  TO RJT-DT-APLICACAO
               MOVE 0                  TO RJT-QTD-PRODUTOS
               MOVE 0                  TO RJT-QTD-FAIXAS
               MOVE WS-DATA-ATUAL      TO RJT-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO RJT-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO RJT-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO RJT-OPERADOR-ALTERACAO
               WRITE REG-REAJUSTE
               IF FS-RJT-OK
                   MOVE "REAJUSTE PROGRAMADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-REAJUSTES
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-REAJUSTES
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-REAJUSTE           SECTION.
      *----------------------------------------------------------------*
      * O REAJUSTE PRECISA DE VIGENCIA FUTURA E DE UM ALVO COERENTE;   *
      * O PERCENTUAL VALE PARA QUALQUER ALVO, OS VALORES NOVOS SO PARA *
      * UM PRODUTO, E O PRECO DE TABELA DO PRODUTO SO MUDA NO REAJUSTE *
      * SEM FILIAL, CANAL NEM PORTE                                    *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE "N"                    TO WS-REAJUSTE-VALIDO
           IF RJT-CODIGO = 0
               MOVE "CODIGO DO REAJUSTE NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF RJT-DESCRICAO = SPACES
               MOVE "DESCRICAO NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF RJT-DT-VIGENCIA (5:2) < "01"
               OR RJT-DT-VIGENCIA (5:2) > "12"
               OR RJT-DT-VIGENCIA (7:2) < "01"
               OR RJT-DT-VIGENCIA (7:2) > "31"
               MOVE "DATA DE VIGENCIA INVALIDA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF RJT-DT-VIGENCIA NOT > WS-DATA-ATUAL
               MOVE "VIGENCIA DEVE SER FUTURA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF RJT-CANAL NOT = SPACE AND RJT-CANAL NOT = "B"
               AND RJT-CANAL NOT = "M" AND RJT-CANAL NOT = "R"
               AND RJT-CANAL NOT = "A"
               MOVE "CANAL DEVE SER B, M, R, A OU BRANCO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF RJT-PORTE NOT = SPACE AND RJT-PORTE NOT = "P"
               AND RJT-PORTE NOT = "M" AND RJT-PORTE NOT = "G"
               MOVE "PORTE DEVE SER P, M, G OU BRANCO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF RJT-PRODUTO > 0 AND RJT-CATEGORIA NOT = SPACES
               MOVE "INFORME SO O PRODUTO OU SO A CATEGORIA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           EVALUATE TRUE
               WHEN REAJUSTE-PERCENTUAL
                   PERFORM 1060-VALIDAR-PERCENTUAL
               WHEN REAJUSTE-VALORES
                   PERFORM 1070-VALIDAR-VALORES
               WHEN OTHER
                   MOVE "TIPO DEVE SER P OU V"
                                       TO WS-STATUS
           END-EVALUATE
           IF WS-STATUS NOT = SPACES
               GO TO 1050-FIM
           END-IF
           IF RJT-PRODUTO > 0
               OPEN INPUT ARQ-PRODUTOS
               IF NOT FS-PRO-OK
                   MOVE "CADASTRO DE PRODUTOS INDISPONIVEL"
                                       TO WS-STATUS
                   GO TO 1050-FIM
               END-IF
               MOVE RJT-PRODUTO        TO PRO-CODIGO
               READ ARQ-PRODUTOS
               CLOSE ARQ-PRODUTOS
               IF NOT FS-PRO-OK
                   MOVE "PRODUTO NAO CADASTRADO"
                                       TO WS-STATUS
                   GO TO 1050-FIM
               END-IF
           END-IF
           IF RJT-CATEGORIA NOT = SPACES
               PERFORM 1080-PROCURAR-CATEGORIA
               IF NOT CATEGORIA-EXISTE
                   MOVE "NENHUMA FAMILIA COM ESTA CATEGORIA"
                                       TO WS-STATUS
                   GO TO 1050-FIM
               END-IF
           END-IF
           MOVE "S"                    TO WS-REAJUSTE-VALIDO
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1060-VALIDAR-PERCENTUAL         SECTION.
      *----------------------------------------------------------------*
      *
           IF RJT-PERCENTUAL = 0
               MOVE "PERCENTUAL NAO INFORMADO"
                                       TO WS-STATUS
           ELSE
           IF RJT-PERCENTUAL NOT > -100
               MOVE "REDUCAO DEVE SER MENOR QUE 100%"
                                       TO WS-STATUS
           ELSE
           IF RJT-NOVO-PRECO-TABELA > 0 OR RJT-NOVO-PRECO-MINIMO > 0
               OR RJT-NOVO-PRECO-MAXIMO > 0
               MOVE "NO PERCENTUAL NAO INFORME VALORES"
                                       TO WS-STATUS
           END-IF
           END-IF
           END-IF
           .
       1060-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1070-VALIDAR-VALORES            SECTION.
      *----------------------------------------------------------------*
      *
           IF RJT-PRODUTO = 0
               MOVE "VALORES NOVOS SO PARA UM PRODUTO"
                                       TO WS-STATUS
           ELSE
           IF RJT-PERCENTUAL NOT = 0
               MOVE "NOS VALORES NAO INFORME PERCENTUAL"
                                       TO WS-STATUS
           ELSE
           IF RJT-NOVO-PRECO-TABELA = 0 AND RJT-NOVO-PRECO-MINIMO = 0
               AND RJT-NOVO-PRECO-MAXIMO = 0
               MOVE "INFORME AO MENOS UM VALOR NOVO"
                                       TO WS-STATUS
           ELSE
           IF RJT-NOVO-PRECO-MAXIMO > 0
               AND RJT-NOVO-PRECO-MINIMO > RJT-NOVO-PRECO-MAXIMO
               MOVE "FAIXA DE PRECO INVALIDA"
                                       TO WS-STATUS
           ELSE
           IF RJT-NOVO-PRECO-TABELA > 0
               AND (RJT-FILIAL > 0 OR RJT-CANAL NOT = SPACE
                    OR RJT-PORTE NOT = SPACE)
               MOVE "TABELA SO SEM FILIAL, CANAL E PORTE"
                                       TO WS-STATUS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .
       1070-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1080-PROCURAR-CATEGORIA         SECTION.
      *----------------------------------------------------------------*
      * A CATEGORIA E TEXTO LIVRE DA FAMILIA; PRECISA HAVER AO MENOS   *
      * UMA FAMILIA COM ELA PARA O REAJUSTE ALCANCAR ALGUM PRODUTO     *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-CATEGORIA-EXISTE
           OPEN INPUT ARQ-FAMILIAS
           IF NOT FS-FAM-OK
               GO TO 1080-FIM
           END-IF
           READ ARQ-FAMILIAS NEXT
           PERFORM UNTIL NOT FS-FAM-OK OR CATEGORIA-EXISTE
               IF FAM-CATEGORIA = RJT-CATEGORIA
                   MOVE "S"            TO WS-CATEGORIA-EXISTE
               END-IF
               READ ARQ-FAMILIAS NEXT
           END-PERFORM
           CLOSE ARQ-FAMILIAS
           .
       1080-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-REAJUSTES    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-REAJUSTES
           IF FS-RJT-NAO-EXISTE
               OPEN OUTPUT ARQ-REAJUSTES
               CLOSE ARQ-REAJUSTES
               OPEN I-O ARQ-REAJUSTES
           END-IF
           IF NOT FS-RJT-OK
               PERFORM 9999-ERRO-ARQUIVO-REAJUSTES
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-ALTERAR-REAJUSTE           SECTION.
      *----------------------------------------------------------------*
      * REAJUSTE JA CADASTRADO: SO O PENDENTE ACEITA OS DADOS          *
      * DIGITADOS, MANTENDO A INCLUSAO E REGISTRANDO A ALTERACAO       *
      *----------------------------------------------------------------*
           IF NOT REAJUSTE-PENDENTE
               MOVE "REAJUSTE JA APLICADO OU CANCELADO"
                                       TO WS-STATUS
               GO TO 1200-FIM
           END-IF
           PERFORM 1250-MOVER-DIGITADOS
           MOVE WS-DATA-ATUAL          TO RJT-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO RJT-OPERADOR-ALTERACAO
           REWRITE REG-REAJUSTE
           IF FS-RJT-OK
               MOVE "REAJUSTE ALTERADO COM SUCESSO"
                                       TO WS-STATUS
           ELSE
               PERFORM 9999-ERRO-ARQUIVO-REAJUSTES
           END-IF
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1250-MOVER-DIGITADOS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-RJT-DIG-DESCRICAO   TO RJT-DESCRICAO
           MOVE WS-RJT-DIG-VIGENCIA    TO RJT-DT-VIGENCIA
           MOVE WS-RJT-DIG-FILIAL      TO RJT-FILIAL
           MOVE WS-RJT-DIG-CANAL       TO RJT-CANAL
           MOVE WS-RJT-DIG-PORTE       TO RJT-PORTE
           MOVE WS-RJT-DIG-PRODUTO     TO RJT-PRODUTO
           MOVE WS-RJT-DIG-CATEGORIA   TO RJT-CATEGORIA
           MOVE WS-RJT-DIG-TIPO        TO RJT-TIPO
           MOVE WS-RJT-DIG-PERCENTUAL  TO RJT-PERCENTUAL
           MOVE WS-RJT-DIG-TABELA      TO RJT-NOVO-PRECO-TABELA
           MOVE WS-RJT-DIG-MINIMO      TO RJT-NOVO-PRECO-MINIMO
           MOVE WS-RJT-DIG-MAXIMO      TO RJT-NOVO-PRECO-MAXIMO
           .
       1250-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-REAJUSTES   SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-REAJUSTES
           IF NOT FS-RJT-OK
               PERFORM 9999-ERRO-ARQUIVO-REAJUSTES
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-CANCELAR-REAJUSTE          SECTION.
      *----------------------------------------------------------------*
      * O REAJUSTE PENDENTE E CANCELADO, NAO EXCLUIDO, PARA QUE FIQUE  *
      * REGISTRADO QUE FOI PROGRAMADO E DESISTIDO                      *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1100-ABRIR-ARQUIVO-REAJUSTES
           READ ARQ-REAJUSTES
           IF FS-RJT-NAO-ENCONTRADO
               MOVE "REAJUSTE NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               IF NOT REAJUSTE-PENDENTE
                   MOVE "REAJUSTE JA APLICADO OU CANCELADO"
                                       TO WS-STATUS
               ELSE
                   MOVE "C"            TO RJT-SITUACAO
                   MOVE WS-DATA-ATUAL  TO RJT-DT-ALTERACAO
                   MOVE WS-OPERADOR-ATUAL
                                       TO RJT-OPERADOR-ALTERACAO
                   REWRITE REG-REAJUSTE
                   IF FS-RJT-OK
                       MOVE "REAJUSTE CANCELADO COM SUCESSO"
                                       TO WS-STATUS
                   ELSE
                       PERFORM 9999-ERRO-ARQUIVO-REAJUSTES
                   END-IF
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-REAJUSTES
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-REAJUSTE         SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA OS DADOS GRAVADOS DO REAJUSTE     *
      * INFORMADO NO CAMPO DE CODIGO, COM A SITUACAO E A APLICACAO     *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-REAJUSTES
           READ ARQ-REAJUSTES
           IF FS-RJT-NAO-ENCONTRADO
               MOVE "REAJUSTE NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               MOVE "REAJUSTE LOCALIZADO"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-REAJUSTES
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-REAJUSTES     SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-RJT-ERRO-LAYOUT
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
       END PROGRAM CADAREAJ.
      *----------------------------------------------------------------*
