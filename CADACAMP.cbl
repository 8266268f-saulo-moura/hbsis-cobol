      ******************************************************************
      * PROGRAMA.: CADACAMP                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CADASTRO DE CAMPANHAS PROMOCIONAIS - PRECO OU       *
      *            DESCONTO POR PRODUTO, COM PERIODO DE VALIDADE,      *
      *            PUBLICO (FILIAL, CANAL, PORTE OU REDE) E TETO DE    *
      *            VOLUME, APLICADOS PELO CADASTRO DE PEDIDOS          *
      ******************************************************************
      * O VOLUME VENDIDO E MANTIDO PELO CADASTRO DE PEDIDOS E NAO E    *
      * DIGITADO; A ALTERACAO DE UMA CAMPANHA PRESERVA O QUE JA FOI    *
      * VENDIDO NELA                                                   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADACAMP.
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
           SELECT ARQ-CAMPANHAS        ASSIGN TO  "WID-ARQ-CMP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CMP-CODIGO
               ALTERNATE RECORD KEY    IS CMP-PRODUTO WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CAMPANHA.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-REDES            ASSIGN TO  "WID-ARQ-RED.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RED-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-REDE.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-CAMPANHAS.
       COPY CAMPCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-REDES.
       COPY REDECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-CMP             PIC X.
       77 WS-FS-CAMPANHA               PIC X(02).
           88 FS-CMP-OK                VALUE "00" THRU "09".
           88 FS-CMP-FIM               VALUE "10".
           88 FS-CMP-NAO-ENCONTRADO    VALUE "23".
           88 FS-CMP-NAO-EXISTE        VALUE "35".
           88 FS-CMP-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-REDE                   PIC X(02).
           88 FS-RED-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-CAMPANHA-VALIDA           PIC X(01)       VALUE "N".
           88 CAMPANHA-VALIDA          VALUE "S".
      *
      * --> CAMPOS DIGITADOS, GUARDADOS ENQUANTO O REGISTRO GRAVADO E
      *     LIDO PARA SABER SE E INCLUSAO OU ALTERACAO
      *
       01 WS-CAMPANHA-DIGITADA.
           05 WS-CMP-DIG-DESCRICAO     PIC X(30).
           05 WS-CMP-DIG-PRODUTO       PIC 9(07).
           05 WS-CMP-DIG-PRECO         PIC 9(09)V99.
           05 WS-CMP-DIG-DESCONTO      PIC 9(02)V99.
           05 WS-CMP-DIG-FILIAL        PIC 9(02).
           05 WS-CMP-DIG-CANAL         PIC X(01).
           05 WS-CMP-DIG-PORTE         PIC X(01).
           05 WS-CMP-DIG-REDE          PIC 9(05).
           05 WS-CMP-DIG-INICIO        PIC 9(08).
           05 WS-CMP-DIG-FIM           PIC 9(08).
           05 WS-CMP-DIG-TETO          PIC 9(07).
           05 WS-CMP-DIG-SITUACAO      PIC X(01).
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
      * --> TELA DO CADASTRO DE CAMPANHAS
      *
       COPY CAMPSCR.
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
       PERFORM 0000-MANTER-CAMPANHAS.
      *----------------------------------------------------------------*
       0000-MANTER-CAMPANHAS           SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-CAMPANHA     REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "A"                    TO CMP-SITUACAO
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-CAMPANHA
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CODIGO-CMP
               ACCEPT SCR-DESCRICAO-CMP
               ACCEPT SCR-PRODUTO-CMP
               ACCEPT SCR-PRECO-CMP
               ACCEPT SCR-DESCONTO-CMP
               ACCEPT SCR-FILIAL-CMP
               ACCEPT SCR-CANAL-CMP
               ACCEPT SCR-PORTE-CMP
               ACCEPT SCR-REDE-CMP
               ACCEPT SCR-INICIO-CMP
               ACCEPT SCR-FIM-CMP
               ACCEPT SCR-TETO-CMP
               ACCEPT SCR-SITUACAO-CMP
               ACCEPT OPCAO-INC-CMP
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-CMP
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-CAMPANHA
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-CAMPANHA
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-EXCLUIR-CAMPANHA
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
       1000-SALVAR-CAMPANHA            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1050-VALIDAR-CAMPANHA
           IF NOT CAMPANHA-VALIDA
               GO TO 1000-FIM
           END-IF
           MOVE CMP-DESCRICAO          TO WS-CMP-DIG-DESCRICAO
           MOVE CMP-PRODUTO            TO WS-CMP-DIG-PRODUTO
           MOVE CMP-PRECO-PROMOCIONAL  TO WS-CMP-DIG-PRECO
           MOVE CMP-PCT-DESCONTO       TO WS-CMP-DIG-DESCONTO
           MOVE CMP-FILIAL             TO WS-CMP-DIG-FILIAL
           MOVE CMP-CANAL              TO WS-CMP-DIG-CANAL
           MOVE CMP-PORTE              TO WS-CMP-DIG-PORTE
           MOVE CMP-REDE               TO WS-CMP-DIG-REDE
           MOVE CMP-DT-INICIO          TO WS-CMP-DIG-INICIO
           MOVE CMP-DT-FIM             TO WS-CMP-DIG-FIM
           MOVE CMP-VOLUME-MAXIMO      TO WS-CMP-DIG-TETO
           MOVE CMP-SITUACAO           TO WS-CMP-DIG-SITUACAO
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1100-ABRIR-ARQUIVO-CAMPANHAS
           READ ARQ-CAMPANHAS
           IF FS-CMP-OK
               PERFORM 1200-ALTERAR-CAMPANHA
           ELSE
               MOVE 0                  TO CMP-VOLUME-VENDIDO
               PERFORM 1250-MOVER-DIGITADOS
               MOVE WS-DATA-ATUAL      TO CMP-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO CMP-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO CMP-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO CMP-OPERADOR-ALTERACAO
               WRITE REG-CAMPANHA
               IF FS-CMP-OK
                   MOVE "CAMPANHA CADASTRADA COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-CAMPANHAS
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-CAMPANHAS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-CAMPANHA           SECTION.
      *----------------------------------------------------------------*
      * A CAMPANHA PRECISA DE PRODUTO ATIVO, DE UM PRECO PROMOCIONAL   *
      * OU DE UM DESCONTO (NAO OS DOIS), DE UM PERIODO COERENTE E DE   *
      * UM PUBLICO COM CANAL, PORTE E REDE VALIDOS                     *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-CAMPANHA-VALIDA
           IF CMP-CODIGO = 0
               MOVE "CODIGO DA CAMPANHA NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CMP-DESCRICAO = SPACES
               MOVE "DESCRICAO NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CMP-PRECO-PROMOCIONAL = 0 AND CMP-PCT-DESCONTO = 0
               MOVE "INFORME O PRECO OU O DESCONTO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CMP-PRECO-PROMOCIONAL > 0 AND CMP-PCT-DESCONTO > 0
               MOVE "INFORME SO O PRECO OU SO O DESCONTO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CMP-CANAL NOT = SPACE AND CMP-CANAL NOT = "B"
               AND CMP-CANAL NOT = "M" AND CMP-CANAL NOT = "R"
               AND CMP-CANAL NOT = "A"
               MOVE "CANAL DEVE SER B, M, R, A OU BRANCO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CMP-PORTE NOT = SPACE AND CMP-PORTE NOT = "P"
               AND CMP-PORTE NOT = "M" AND CMP-PORTE NOT = "G"
               MOVE "PORTE DEVE SER P, M, G OU BRANCO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CMP-DT-INICIO (5:2) < "01" OR CMP-DT-INICIO (5:2) > "12"
               OR CMP-DT-INICIO (7:2) < "01"
               OR CMP-DT-INICIO (7:2) > "31"
               MOVE "DATA DE INICIO INVALIDA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CMP-DT-FIM (5:2) < "01" OR CMP-DT-FIM (5:2) > "12"
               OR CMP-DT-FIM (7:2) < "01" OR CMP-DT-FIM (7:2) > "31"
               MOVE "DATA DE FIM INVALIDA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CMP-DT-FIM < CMP-DT-INICIO
               MOVE "FIM DA CAMPANHA ANTES DO INICIO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CMP-SITUACAO NOT = "A" AND CMP-SITUACAO NOT = "I"
               MOVE "SITUACAO DEVE SER A OU I"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           IF NOT FS-PRO-OK
               MOVE "CADASTRO DE PRODUTOS INDISPONIVEL"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE CMP-PRODUTO            TO PRO-CODIGO
           READ ARQ-PRODUTOS
           IF NOT FS-PRO-OK OR PRODUTO-INATIVO
               MOVE "PRODUTO NAO ENCONTRADO OU INATIVO"
                                       TO WS-STATUS
               CLOSE ARQ-PRODUTOS
               GO TO 1050-FIM
           END-IF
           CLOSE ARQ-PRODUTOS
           IF CMP-REDE > 0
               OPEN INPUT ARQ-REDES
               IF NOT FS-RED-OK
                   MOVE "REDE NAO CADASTRADA"
                                       TO WS-STATUS
                   GO TO 1050-FIM
               END-IF
               MOVE CMP-REDE           TO RED-CODIGO
               READ ARQ-REDES
               IF NOT FS-RED-OK
                   MOVE "REDE NAO CADASTRADA"
                                       TO WS-STATUS
                   CLOSE ARQ-REDES
                   GO TO 1050-FIM
               END-IF
               CLOSE ARQ-REDES
           END-IF
           MOVE "S"                    TO WS-CAMPANHA-VALIDA
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-CAMPANHAS    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CAMPANHAS
           IF FS-CMP-NAO-EXISTE
               OPEN OUTPUT ARQ-CAMPANHAS
               CLOSE ARQ-CAMPANHAS
               OPEN I-O ARQ-CAMPANHAS
           END-IF
           IF NOT FS-CMP-OK
               PERFORM 9999-ERRO-ARQUIVO-CAMPANHAS
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-ALTERAR-CAMPANHA           SECTION.
      *----------------------------------------------------------------*
      * CAMPANHA JA CADASTRADA: GRAVA OS DADOS DIGITADOS, MANTENDO A   *
      * INCLUSAO E O VOLUME JA VENDIDO E REGISTRANDO A ALTERACAO       *
      *----------------------------------------------------------------*
           PERFORM 1250-MOVER-DIGITADOS
           MOVE WS-DATA-ATUAL          TO CMP-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO CMP-OPERADOR-ALTERACAO
           REWRITE REG-CAMPANHA
           IF FS-CMP-OK
               MOVE "CAMPANHA ALTERADA COM SUCESSO"
                                       TO WS-STATUS
           ELSE
               PERFORM 9999-ERRO-ARQUIVO-CAMPANHAS
           END-IF
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1250-MOVER-DIGITADOS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-CMP-DIG-DESCRICAO   TO CMP-DESCRICAO
           MOVE WS-CMP-DIG-PRODUTO     TO CMP-PRODUTO
           MOVE WS-CMP-DIG-PRECO       TO CMP-PRECO-PROMOCIONAL
           MOVE WS-CMP-DIG-DESCONTO    TO CMP-PCT-DESCONTO
           MOVE WS-CMP-DIG-FILIAL      TO CMP-FILIAL
           MOVE WS-CMP-DIG-CANAL       TO CMP-CANAL
           MOVE WS-CMP-DIG-PORTE       TO CMP-PORTE
           MOVE WS-CMP-DIG-REDE        TO CMP-REDE
           MOVE WS-CMP-DIG-INICIO      TO CMP-DT-INICIO
           MOVE WS-CMP-DIG-FIM         TO CMP-DT-FIM
           MOVE WS-CMP-DIG-TETO        TO CMP-VOLUME-MAXIMO
           MOVE WS-CMP-DIG-SITUACAO    TO CMP-SITUACAO
           .
       1250-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-CAMPANHAS   SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CAMPANHAS
           IF NOT FS-CMP-OK
               PERFORM 9999-ERRO-ARQUIVO-CAMPANHAS
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EXCLUIR-CAMPANHA           SECTION.
      *----------------------------------------------------------------*
      * CAMPANHA COM VOLUME VENDIDO JA PRECIFICOU ITENS DE PEDIDOS E   *
      * SO PODE SER INATIVADA, PARA NAO PERDER O RESULTADO             *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-CAMPANHAS
           READ ARQ-CAMPANHAS
           IF FS-CMP-NAO-ENCONTRADO
               MOVE "CAMPANHA NAO ENCONTRADA"
                                       TO WS-STATUS
           ELSE
               IF CMP-VOLUME-VENDIDO > 0
                   MOVE "CAMPANHA COM VENDAS - USE SITUACAO I"
                                       TO WS-STATUS
               ELSE
                   DELETE ARQ-CAMPANHAS
                   IF FS-CMP-OK
                       MOVE "CAMPANHA EXCLUIDA COM SUCESSO"
                                       TO WS-STATUS
                   ELSE
                       PERFORM 9999-ERRO-ARQUIVO-CAMPANHAS
                   END-IF
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-CAMPANHAS
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-CAMPANHA         SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA OS DADOS GRAVADOS DA CAMPANHA     *
      * INFORMADA NO CAMPO DE CODIGO                                   *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-CAMPANHAS
           READ ARQ-CAMPANHAS
           IF FS-CMP-NAO-ENCONTRADO
               MOVE "CAMPANHA NAO ENCONTRADA"
                                       TO WS-STATUS
           ELSE
               MOVE "CAMPANHA LOCALIZADA"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-CAMPANHAS
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-CAMPANHAS     SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-CMP-ERRO-LAYOUT
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
       END PROGRAM CADACAMP.
      *----------------------------------------------------------------*
