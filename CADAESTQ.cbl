      ******************************************************************
      * PROGRAMA.: CADAESTQ                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: MOVIMENTACAO MANUAL DO ESTOQUE POR FILIAL - ENTRADA *
      *            DE MERCADORIA, AJUSTE DE INVENTARIO E CONSULTA DO   *
      *            SALDO FISICO, RESERVADO E DISPONIVEL DO PRODUTO     *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADAESTQ.
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
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-MOV-EST             PIC X.
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
           88 FS-PRO-NAO-ENCONTRADO    VALUE "23".
           88 FS-PRO-NAO-EXISTE        VALUE "35".
      *
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-FUNCAO-DIGITADA           PIC X(01)       VALUE SPACE.
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DE MOVIMENTACAO
      *
       COPY ESTQPARM.
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
      * --> TELA DA MOVIMENTACAO DE ESTOQUE
      *
       COPY ESTQSCR.
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
       PERFORM 0000-MANTER-ESTOQUE.
      *----------------------------------------------------------------*
       0000-MANTER-ESTOQUE             SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-PARM-ESTOQUE REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "E"                    TO PME-FUNCAO
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-MOVIMENTAR-ESTOQUE
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-FILIAL-EST
               ACCEPT SCR-PRODUTO-EST
               ACCEPT SCR-TIPO-EST
               ACCEPT SCR-QUANTIDADE-EST
               ACCEPT SCR-DOCUMENTO-EST
               ACCEPT OPCAO-MOV-EST
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-MOV-EST
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-MOVIMENTO
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-SALDO
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
       1000-SALVAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*
      * ENTRADA SOMA A QUANTIDADE AO SALDO FISICO; INVENTARIO TROCA O  *
      * SALDO FISICO PELA CONTAGEM INFORMADA (O JORNAL GUARDA A        *
      * DIFERENCA); A RESERVA DOS PEDIDOS NAO E ALTERADA               *
      *----------------------------------------------------------------*
           IF PME-FUNCAO = "e"
               MOVE "E"                TO PME-FUNCAO
           END-IF
           IF PME-FUNCAO = "a"
               MOVE "A"                TO PME-FUNCAO
           END-IF
           IF PME-FUNCAO NOT = "E" AND PME-FUNCAO NOT = "A"
               MOVE "MOVIMENTO DEVE SER E OU A"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF PME-FILIAL = 0
               MOVE "FILIAL NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF PME-QUANTIDADE = 0 AND PME-FUNCAO = "E"
               MOVE "QUANTIDADE NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           PERFORM 1100-VALIDAR-PRODUTO
           IF NOT FS-PRO-OK
               GO TO 1000-FIM
           END-IF
           MOVE PME-FUNCAO             TO WS-FUNCAO-DIGITADA
           MOVE "CADAESTQ"             TO PME-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PME-OPERADOR
           CALL "MOVIESTQ"             USING REG-PARM-ESTOQUE
           MOVE WS-FUNCAO-DIGITADA     TO PME-FUNCAO
           IF PME-APLICADO
               MOVE "MOVIMENTO DE ESTOQUE REGISTRADO"
                                       TO WS-STATUS
           ELSE
               MOVE "ERRO NO ACESSO AO ARQUIVO DE ESTOQUE"
                                       TO WS-STATUS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-VALIDAR-PRODUTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PRODUTOS
           IF NOT FS-PRO-OK
               MOVE "NAO HA PRODUTOS CADASTRADOS"
                                       TO WS-STATUS
           ELSE
               MOVE PME-PRODUTO        TO PRO-CODIGO
               READ ARQ-PRODUTOS
               IF NOT FS-PRO-OK
                   MOVE "PRODUTO NAO CADASTRADO"
                                       TO WS-STATUS
               END-IF
               CLOSE ARQ-PRODUTOS
               MOVE PRO-CODIGO         TO PME-PRODUTO
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-SALDO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PME-FUNCAO             TO WS-FUNCAO-DIGITADA
           MOVE "C"                    TO PME-FUNCAO
           CALL "MOVIESTQ"             USING REG-PARM-ESTOQUE
           MOVE WS-FUNCAO-DIGITADA     TO PME-FUNCAO
           EVALUATE TRUE
               WHEN PME-APLICADO
                   MOVE "SALDO DO PRODUTO NA FILIAL"
                                       TO WS-STATUS
               WHEN PME-SEM-CONTROLE
                   MOVE "PRODUTO SEM ESTOQUE CONTROLADO NA FILIAL"
                                       TO WS-STATUS
               WHEN OTHER
                   MOVE "ERRO NO ACESSO AO ARQUIVO DE ESTOQUE"
                                       TO WS-STATUS
           END-EVALUATE
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CADAESTQ.
      *----------------------------------------------------------------*
