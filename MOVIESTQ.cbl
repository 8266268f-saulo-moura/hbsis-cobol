      ******************************************************************
      * PROGRAMA.: MOVIESTQ                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: MOVIMENTACAO DO SALDO DE ESTOQUE - SUBPROGRAMA      *
      *            CHAMADO POR TODO PROGRAMA QUE ALTERA ESTOQUE, COM   *
      *            AS FUNCOES: C = CONSULTA, R = RESERVA, L = LIBERA   *
      *            RESERVA, S = SAIDA NO FATURAMENTO, D = DEVOLUCAO,   *
      *            E = ENTRADA E A = AJUSTE DE INVENTARIO; TODA        *
      *            ALTERACAO DE SALDO VAI PARA O JORNAL DE MOVIMENTOS  *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. MOVIESTQ.
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
           SELECT ARQ-MOV-ESTOQUE      ASSIGN TO  "WID-MOV-EST.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-MOV-ESTOQUE.
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
       FD ARQ-MOV-ESTOQUE.
       COPY MVESCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-ESTOQUE                PIC X(02).
           88 FS-EST-OK                VALUE "00" THRU "09".
           88 FS-EST-NAO-ENCONTRADO    VALUE "23".
           88 FS-EST-NAO-EXISTE        VALUE "35".
       77 WS-FS-MOV-ESTOQUE            PIC X(02).
           88 FS-MVE-OK                VALUE "00" THRU "09".
           88 FS-MVE-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-QTD-MOVIMENTO             PIC S9(07)      VALUE 0.
       01 WS-REGISTRO-NOVO             PIC X(01)       VALUE "N".
           88 REGISTRO-NOVO            VALUE "S".
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY ESTQPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING REG-PARM-ESTOQUE.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-MOVIMENTAR-ESTOQUE.
      *----------------------------------------------------------------*
       0000-MOVIMENTAR-ESTOQUE         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "0"                    TO PME-RETORNO
           MOVE 0                      TO PME-QTD-FISICA
           MOVE 0                      TO PME-QTD-RESERVADA
           MOVE 0                      TO PME-QTD-DISPONIVEL
           MOVE "N"                    TO WS-REGISTRO-NOVO
           PERFORM 1000-ABRIR-ESTOQUE
           IF PME-ERRO
               GOBACK
           END-IF
           MOVE PME-FILIAL             TO EST-FILIAL
           MOVE PME-PRODUTO            TO EST-PRODUTO
           READ ARQ-ESTOQUE
           IF FS-EST-NAO-ENCONTRADO
      *
      * --> SOMENTE A ENTRADA E O INVENTARIO ABREM O CONTROLE DE UM
      *     PRODUTO NA FILIAL; OS DEMAIS MOVIMENTOS DE PRODUTO SEM
      *     REGISTRO SAO IGNORADOS
      *
               IF PME-FUNCAO = "E" OR PME-FUNCAO = "A"
                   MOVE "S"            TO WS-REGISTRO-NOVO
                   MOVE PME-FILIAL     TO EST-FILIAL
                   MOVE PME-PRODUTO    TO EST-PRODUTO
                   MOVE 0              TO EST-QTD-FISICA
                   MOVE 0              TO EST-QTD-RESERVADA
                   MOVE 0              TO EST-QTD-DISPONIVEL
               ELSE
                   MOVE "1"            TO PME-RETORNO
                   CLOSE ARQ-ESTOQUE
                   GOBACK
               END-IF
           ELSE
               IF NOT FS-EST-OK
                   MOVE "9"            TO PME-RETORNO
                   CLOSE ARQ-ESTOQUE
                   GOBACK
               END-IF
           END-IF
           MOVE PME-QUANTIDADE         TO WS-QTD-MOVIMENTO
           EVALUATE PME-FUNCAO
               WHEN "C"
                   CONTINUE
               WHEN "R"
                   ADD WS-QTD-MOVIMENTO TO EST-QTD-RESERVADA
               WHEN "L"
                   PERFORM 2000-BAIXAR-RESERVA
               WHEN "S"
                   SUBTRACT WS-QTD-MOVIMENTO FROM EST-QTD-FISICA
                   PERFORM 2000-BAIXAR-RESERVA
               WHEN "D"
               WHEN "E"
                   ADD WS-QTD-MOVIMENTO TO EST-QTD-FISICA
               WHEN "A"
                   COMPUTE WS-QTD-MOVIMENTO =
                       PME-QUANTIDADE - EST-QTD-FISICA
                   MOVE PME-QUANTIDADE TO EST-QTD-FISICA
               WHEN OTHER
                   MOVE "9"            TO PME-RETORNO
                   CLOSE ARQ-ESTOQUE
                   GOBACK
           END-EVALUATE
           COMPUTE EST-QTD-DISPONIVEL =
               EST-QTD-FISICA - EST-QTD-RESERVADA
           IF PME-FUNCAO NOT = "C"
               PERFORM 3000-GRAVAR-SALDO
           END-IF
           MOVE EST-QTD-FISICA         TO PME-QTD-FISICA
           MOVE EST-QTD-RESERVADA      TO PME-QTD-RESERVADA
           MOVE EST-QTD-DISPONIVEL     TO PME-QTD-DISPONIVEL
           CLOSE ARQ-ESTOQUE
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-ESTOQUE              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-ESTOQUE
           IF FS-EST-NAO-EXISTE
               OPEN OUTPUT ARQ-ESTOQUE
               CLOSE ARQ-ESTOQUE
               OPEN I-O ARQ-ESTOQUE
           END-IF
           IF NOT FS-EST-OK
               MOVE "9"                TO PME-RETORNO
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-BAIXAR-RESERVA             SECTION.
      *----------------------------------------------------------------*
      * A RESERVA NUNCA FICA NEGATIVA: RESERVAS FEITAS ANTES DO        *
      * CONTROLE DO PRODUTO NA FILIAL NAO EXISTEM PARA SEREM BAIXADAS  *
      *----------------------------------------------------------------*
           IF WS-QTD-MOVIMENTO > EST-QTD-RESERVADA
               MOVE 0                  TO EST-QTD-RESERVADA
           ELSE
               SUBTRACT WS-QTD-MOVIMENTO FROM EST-QTD-RESERVADA
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-SALDO               SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-DATA-ATUAL          TO EST-DT-ALTERACAO
           MOVE PME-OPERADOR           TO EST-OPERADOR-ALTERACAO
           IF REGISTRO-NOVO
               WRITE REG-ESTOQUE
           ELSE
               REWRITE REG-ESTOQUE
           END-IF
           IF NOT FS-EST-OK
               MOVE "9"                TO PME-RETORNO
           ELSE
               PERFORM 3100-GRAVAR-JORNAL
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-GRAVAR-JORNAL              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-MOV-ESTOQUE
           IF FS-MVE-NAO-EXISTE
               OPEN OUTPUT ARQ-MOV-ESTOQUE
           END-IF
           IF FS-MVE-OK
               MOVE WS-DATA-ATUAL      TO MVE-DATA
               MOVE WS-HORA-ATUAL (1:6) TO MVE-HORA
               MOVE PME-FILIAL         TO MVE-FILIAL
               MOVE PME-PRODUTO        TO MVE-PRODUTO
               MOVE PME-FUNCAO         TO MVE-TIPO
               MOVE WS-QTD-MOVIMENTO   TO MVE-QUANTIDADE
               MOVE PME-DOCUMENTO      TO MVE-DOCUMENTO
               MOVE PME-PROGRAMA       TO MVE-PROGRAMA
               MOVE PME-OPERADOR       TO MVE-OPERADOR
               MOVE EST-QTD-FISICA     TO MVE-SALDO-FISICO
               MOVE EST-QTD-RESERVADA  TO MVE-SALDO-RESERVADO
               WRITE REG-MOV-ESTOQUE
               CLOSE ARQ-MOV-ESTOQUE
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM MOVIESTQ.
      *----------------------------------------------------------------*
