      ******************************************************************
      * PROGRAMA.: CUSTPROD                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: SUBPROGRAMA DE CONSULTA DO PRECO DE CUSTO - DEVOLVE *
      *            O CUSTO DO PRODUTO EM VIGOR NA DATA INFORMADA, PELO *
      *            HISTORICO DE CUSTOS, PARA VALORIZAR PEDIDOS ANTIGOS *
      *            PELO CUSTO DA SUA DATA                              *
      ******************************************************************
      * OS ARQUIVOS SAO ABERTOS NA PRIMEIRA CONSULTA E FICAM ABERTOS   *
      * ATE A CHAMADA F; SEM HISTORICO ATE A DATA VALE O CUSTO ATUAL   *
      * DO CADASTRO DE PRODUTOS                                        *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CUSTPROD.
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
           SELECT ARQ-CUSTOS           ASSIGN TO  "WID-ARQ-CUS.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CUS-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CUSTO.
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
       FD ARQ-CUSTOS.
       COPY CUSTCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-CUSTO                  PIC X(02).
           88 FS-CUS-OK                VALUE "00" THRU "09".
      *
      * --> ARQUIVOS ABERTOS NESTA EXECUCAO (CONSULTA SEM F)
      *
       01 WS-ARQUIVOS-ABERTOS          PIC X(01)       VALUE "N".
           88 ARQUIVOS-ABERTOS         VALUE "S".
       01 WS-CUSTOS-ABERTOS            PIC X(01)       VALUE "N".
           88 CUSTOS-ABERTOS           VALUE "S".
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY CUSTPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING REG-PARM-CUSTO.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-CONSULTAR-CUSTO.
      *----------------------------------------------------------------*
       0000-CONSULTAR-CUSTO            SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE PMC-FUNCAO
               WHEN "C"
                   PERFORM 1000-ABRIR-ARQUIVOS
                   IF ARQUIVOS-ABERTOS
                       PERFORM 2000-BUSCAR-CUSTO
                   END-IF
               WHEN "F"
                   PERFORM 3000-FINALIZAR
               WHEN OTHER
                   MOVE "9"            TO PMC-ORIGEM
           END-EVALUATE
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      * SEM ARQUIVO DE HISTORICO TODAS AS CONSULTAS CAEM NO CUSTO      *
      * ATUAL DO PRODUTO                                               *
      *----------------------------------------------------------------*
           IF ARQUIVOS-ABERTOS
               GO TO 1000-FIM
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           IF NOT FS-PRO-OK
               MOVE 0                  TO PMC-PRECO-CUSTO
               MOVE "9"                TO PMC-ORIGEM
               GO TO 1000-FIM
           END-IF
           MOVE "S"                    TO WS-ARQUIVOS-ABERTOS
           OPEN INPUT ARQ-CUSTOS
           IF FS-CUS-OK
               MOVE "S"                TO WS-CUSTOS-ABERTOS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-BUSCAR-CUSTO               SECTION.
      *----------------------------------------------------------------*
      * PERCORRE O HISTORICO DO PRODUTO EM ORDEM DE VIGENCIA E FICA    *
      * COM O ULTIMO REGISTRO QUE COMECOU ATE A DATA PEDIDA            *
      *----------------------------------------------------------------*
           MOVE 0                      TO PMC-PRECO-CUSTO
           MOVE "S"                    TO PMC-ORIGEM
           IF CUSTOS-ABERTOS
               MOVE PMC-PRODUTO        TO CUS-PRODUTO
               MOVE 0                  TO CUS-DT-VIGENCIA
               START ARQ-CUSTOS        KEY IS NOT < CUS-CHAVE
               IF FS-CUS-OK
                   READ ARQ-CUSTOS NEXT
               END-IF
               PERFORM UNTIL NOT FS-CUS-OK
                       OR CUS-PRODUTO NOT = PMC-PRODUTO
                       OR CUS-DT-VIGENCIA > PMC-DATA
                   MOVE CUS-PRECO-CUSTO
                                       TO PMC-PRECO-CUSTO
                   MOVE "H"            TO PMC-ORIGEM
                   READ ARQ-CUSTOS NEXT
               END-PERFORM
           END-IF
           IF PMC-CUSTO-HISTORICO
               GO TO 2000-FIM
           END-IF
           MOVE PMC-PRODUTO            TO PRO-CODIGO
           READ ARQ-PRODUTOS
           IF FS-PRO-OK AND PRO-PRECO-CUSTO > 0
               MOVE PRO-PRECO-CUSTO    TO PMC-PRECO-CUSTO
               MOVE "A"                TO PMC-ORIGEM
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQUIVOS-ABERTOS
               CLOSE ARQ-PRODUTOS
               MOVE "N"                TO WS-ARQUIVOS-ABERTOS
           END-IF
           IF CUSTOS-ABERTOS
               CLOSE ARQ-CUSTOS
               MOVE "N"                TO WS-CUSTOS-ABERTOS
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CUSTPROD.
      *----------------------------------------------------------------*
