      ******************************************************************
      * PROGRAMA.: RELAESTQ                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: POSICAO DE ESTOQUE POR FILIAL E PRODUTO - SALDO     *
      *            FISICO, RESERVADO E DISPONIVEL, DESTACANDO OS       *
      *            PRODUTOS SEM SALDO PARA VENDA, COM GERACAO DATADA   *
      *            NO SPOOL                                            *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAESTQ.
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
           SELECT ARQ-ESTOQUE          ASSIGN TO  "WID-ARQ-EST.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EST-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ESTOQUE.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-REL-ESTOQUE      ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-EST.
      *
           SELECT ARQ-CTL-SPOOL        ASSIGN TO  "WID-CTL-SPL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SPOOL.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-ESTOQUE.
       COPY ESTQCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-REL-ESTOQUE.
       01 REG-REL-ESTOQUE              PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-ESTOQUE                PIC X(02).
           88 FS-EST-OK                VALUE "00" THRU "09".
           88 FS-EST-FIM               VALUE "10".
           88 FS-EST-NAO-EXISTE        VALUE "35".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
           88 FS-PRO-NAO-ENCONTRADO    VALUE "23".
           88 FS-PRO-NAO-EXISTE        VALUE "35".
       77 WS-FS-REL-EST                PIC X(02).
           88 FS-REL-EST-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
      * --> GERACAO DATADA DO RELATORIO, REGISTRADA NO SPOOL
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAESTQ".
      *
      * --> FILIAL PEDIDA (ZERO = TODAS) E QUEBRA POR FILIAL
      *
       01 WS-FILIAL-RELATORIO          PIC 9(02)       VALUE 0.
       01 WS-FILIAL-ANTERIOR           PIC 9(02)       VALUE 0.
       01 WS-PRIMEIRA-LINHA            PIC X(01)       VALUE "S".
           88 PRIMEIRA-LINHA           VALUE "S".
      *
       01 WS-TOT-PRODUTOS              PIC 9(07)       VALUE 0.
       01 WS-TOT-SEM-SALDO             PIC 9(07)       VALUE 0.
       01 WS-FIL-PRODUTOS              PIC 9(07)       VALUE 0.
       01 WS-FIL-SEM-SALDO             PIC 9(07)       VALUE 0.
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-ESTOQUE.
           05 SAI-FILIAL               PIC 9(02).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-PRODUTO              PIC 9(07).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-DESCRICAO            PIC X(40).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-FISICO               PIC -(7)9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-RESERVADO            PIC -(7)9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-DISPONIVEL           PIC -(7)9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-SITUACAO             PIC X(20).
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-POSICAO-ESTOQUE.
      *----------------------------------------------------------------*
       0000-POSICAO-ESTOQUE            SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "POSICAO DE ESTOQUE POR FILIAL"
           DISPLAY "FILIAL (0 = TODAS): "
                                       WITH NO ADVANCING
           ACCEPT WS-FILIAL-RELATORIO
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-EST-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN INPUT ARQ-ESTOQUE
           IF NOT FS-EST-OK
               DISPLAY "NAO HA ESTOQUE CADASTRADO"
               GOBACK
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           PERFORM 1000-ABRIR-RELATORIO
           MOVE WS-FILIAL-RELATORIO    TO EST-FILIAL
           MOVE 0                      TO EST-PRODUTO
           START ARQ-ESTOQUE           KEY IS NOT LESS THAN EST-CHAVE
           IF FS-EST-OK
               READ ARQ-ESTOQUE NEXT
               PERFORM UNTIL NOT FS-EST-OK
                       OR (WS-FILIAL-RELATORIO > 0
                           AND EST-FILIAL NOT = WS-FILIAL-RELATORIO)
                   PERFORM 2000-LISTAR-PRODUTO
                   READ ARQ-ESTOQUE NEXT
               END-PERFORM
           END-IF
           IF NOT PRIMEIRA-LINHA
               PERFORM 2100-TOTALIZAR-FILIAL
           END-IF
           CLOSE ARQ-ESTOQUE
           IF FS-PRO-OK
               CLOSE ARQ-PRODUTOS
           END-IF
           CLOSE ARQ-REL-ESTOQUE
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-RELATORIO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-REL-ESTOQUE
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "FL  PRODUTO  DESCRICAO"
                  "                                   "
                  "FISICO  RESERVADO  DISPONIVEL  SITUACAO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-ESTOQUE
           WRITE REG-REL-ESTOQUE
           DISPLAY WS-LINHA-CABECALHO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-LISTAR-PRODUTO             SECTION.
      *----------------------------------------------------------------*
      * UM PRODUTO POR LINHA; DISPONIVEL ZERO OU NEGATIVO (RESERVAS    *
      * ACIMA DO FISICO) SAI MARCADO PARA O COMERCIAL PARAR A VENDA    *
      *----------------------------------------------------------------*
           IF PRIMEIRA-LINHA
               MOVE "N"                TO WS-PRIMEIRA-LINHA
               MOVE EST-FILIAL         TO WS-FILIAL-ANTERIOR
           END-IF
           IF EST-FILIAL NOT = WS-FILIAL-ANTERIOR
               PERFORM 2100-TOTALIZAR-FILIAL
               MOVE EST-FILIAL         TO WS-FILIAL-ANTERIOR
           END-IF
           MOVE EST-FILIAL             TO SAI-FILIAL
           MOVE EST-PRODUTO            TO SAI-PRODUTO
           MOVE "PRODUTO NAO CADASTRADO"
                                       TO SAI-DESCRICAO
           IF FS-PRO-OK OR FS-PRO-NAO-ENCONTRADO
               MOVE EST-PRODUTO        TO PRO-CODIGO
               READ ARQ-PRODUTOS
               IF FS-PRO-OK
                   MOVE PRO-DESCRICAO  TO SAI-DESCRICAO
               END-IF
           END-IF
           MOVE EST-QTD-FISICA         TO SAI-FISICO
           MOVE EST-QTD-RESERVADA      TO SAI-RESERVADO
           MOVE EST-QTD-DISPONIVEL     TO SAI-DISPONIVEL
           MOVE SPACES                 TO SAI-SITUACAO
           EVALUATE TRUE
               WHEN EST-QTD-DISPONIVEL < 0
                   MOVE "RESERVA ACIMA FISICO"
                                       TO SAI-SITUACAO
                   ADD 1               TO WS-FIL-SEM-SALDO
               WHEN EST-QTD-DISPONIVEL = 0
                   MOVE "SEM SALDO P/ VENDA"
                                       TO SAI-SITUACAO
                   ADD 1               TO WS-FIL-SEM-SALDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1                       TO WS-FIL-PRODUTOS
           MOVE WS-LINHA-ESTOQUE       TO REG-REL-ESTOQUE
           WRITE REG-REL-ESTOQUE
           DISPLAY WS-LINHA-ESTOQUE
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-TOTALIZAR-FILIAL           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "FILIAL " WS-FILIAL-ANTERIOR
                  " PRODUTOS: " WS-FIL-PRODUTOS
                  " SEM SALDO: " WS-FIL-SEM-SALDO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           MOVE WS-LINHA-RESUMO        TO REG-REL-ESTOQUE
           WRITE REG-REL-ESTOQUE
           DISPLAY WS-LINHA-RESUMO
           ADD WS-FIL-PRODUTOS         TO WS-TOT-PRODUTOS
           ADD WS-FIL-SEM-SALDO        TO WS-TOT-SEM-SALDO
           MOVE 0                      TO WS-FIL-PRODUTOS
           MOVE 0                      TO WS-FIL-SEM-SALDO
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA POSICAO DE ESTOQUE"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PRODUTOS CONTROLADOS......: "
                   WS-TOT-PRODUTOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "SEM SALDO PARA VENDA......: "
                   WS-TOT-SEM-SALDO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8950-REGISTRAR-SPOOL            SECTION.
      *----------------------------------------------------------------*
      * REGISTRA A GERACAO DATADA NO CONTROLE DE SPOOL, PARA O         *
      * GERENCIADOR LISTAR, REIMPRIMIR E EXPURGAR                      *
      *----------------------------------------------------------------*
           OPEN EXTEND ARQ-CTL-SPOOL
           IF FS-SPL-NAO-EXISTE
               OPEN OUTPUT ARQ-CTL-SPOOL
           END-IF
           IF FS-SPL-OK
               MOVE WS-DATA-ATUAL      TO SPL-DATA
               MOVE WS-HORA-ATUAL (1:6) TO SPL-HORA
               MOVE "RELAESTQ"         TO SPL-PROGRAMA
               MOVE WS-OPERADOR-ATUAL  TO SPL-OPERADOR
               MOVE WS-NOME-GERACAO    TO SPL-NOME-ARQUIVO
               MOVE "N"                TO SPL-REIMPRIMIR
               WRITE REG-SPOOL
               CLOSE ARQ-CTL-SPOOL
           END-IF
           .
       8950-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM RELAESTQ.
      *----------------------------------------------------------------*
