      ******************************************************************
      * PROGRAMA.: TOTAFAMI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: SUBPROGRAMA DE TOTAIS POR NIVEL DA HIERARQUIA DE    *
      *            PRODUTO - SOMA OS ITENS DE CADA PEDIDO RECEBIDO POR *
      *            MARCA, CATEGORIA, EMBALAGEM OU FAMILIA, SEPARADOS   *
      *            PELA CHAVE DE QUEBRA DO RELATORIO CHAMADOR          *
      ******************************************************************
      * OS ARQUIVOS FICAM ABERTOS ENTRE A CHAMADA I E A CHAMADA F; O   *
      * RETORNO DE TABELA CHEIA PERMANECE ATE A PROXIMA CHAMADA I;     *
      * PRODUTO SEM FAMILIA ENTRA NO GRUPO "SEM FAMILIA"               *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. TOTAFAMI.
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
           SELECT ARQ-ITENS            ASSIGN TO  "WID-ARQ-ITE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ITEM.
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
       FD ARQ-ITENS.
       COPY ITEMCADA.
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
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
           88 FS-ITE-NAO-EXISTE        VALUE "35".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-FAMILIA                PIC X(02).
           88 FS-FAM-OK                VALUE "00" THRU "09".
      *
      * --> ARQUIVOS ABERTOS NESTA EXECUCAO (CHAMADA I SEM F)
      *
       01 WS-ARQUIVOS-ABERTOS          PIC X(01)       VALUE "N".
           88 ARQUIVOS-ABERTOS         VALUE "S".
       01 WS-FAMILIAS-ABERTAS          PIC X(01)       VALUE "N".
           88 FAMILIAS-ABERTAS         VALUE "S".
      *
       01 WS-GRUPO-ITEM                PIC X(40)       VALUE SPACES.
       01 WS-LIN-IND                   PIC 9(04)       VALUE 0.
       01 WS-ACHOU-LINHA               PIC X(01)       VALUE "N".
           88 ACHOU-LINHA              VALUE "S".
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY FAMIPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING REG-PARM-FAMILIA.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-TOTALIZAR-FAMILIAS.
      *----------------------------------------------------------------*
       0000-TOTALIZAR-FAMILIAS         SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE PMF-FUNCAO
               WHEN "I"
                   PERFORM 1000-INICIAR
               WHEN "A"
                   PERFORM 2000-ACUMULAR-PEDIDO
               WHEN "F"
                   PERFORM 3000-FINALIZAR
               WHEN OTHER
                   MOVE "9"            TO PMF-RETORNO
           END-EVALUATE
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      * SEM ARQUIVO DE ITENS OS TOTAIS SAEM VAZIOS; SEM ARQUIVO DE     *
      * FAMILIAS TODOS OS ITENS CAEM EM "SEM FAMILIA"                  *
      *----------------------------------------------------------------*
           MOVE "0"                    TO PMF-RETORNO
           MOVE 0                      TO PMF-QTD-LINHAS
           IF NOT PMF-NIVEL-VALIDO
               MOVE "F"                TO PMF-NIVEL
           END-IF
           IF ARQUIVOS-ABERTOS
               PERFORM 3000-FINALIZAR
           END-IF
           OPEN INPUT ARQ-ITENS
           IF NOT FS-ITE-OK
               IF NOT FS-ITE-NAO-EXISTE
                   MOVE "9"            TO PMF-RETORNO
               END-IF
               GO TO 1000-FIM
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           IF NOT FS-PRO-OK
               CLOSE ARQ-ITENS
               MOVE "9"                TO PMF-RETORNO
               GO TO 1000-FIM
           END-IF
           MOVE "S"                    TO WS-ARQUIVOS-ABERTOS
           OPEN INPUT ARQ-FAMILIAS
           IF FS-FAM-OK
               MOVE "S"                TO WS-FAMILIAS-ABERTAS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-ACUMULAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      * LE OS ITENS DO PEDIDO PELA CHAVE (NUMERO + SEQUENCIA) E SOMA   *
      * QUANTIDADE E VALOR DE CADA UM NO GRUPO DO SEU PRODUTO          *
      *----------------------------------------------------------------*
           IF NOT ARQUIVOS-ABERTOS
               GO TO 2000-FIM
           END-IF
           MOVE PMF-NUMERO-PED         TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS             KEY IS NOT < ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
           END-IF
           PERFORM UNTIL NOT FS-ITE-OK
                   OR ITE-NUMERO-PED NOT = PMF-NUMERO-PED
               PERFORM 2100-GRUPO-DO-PRODUTO
               PERFORM 2200-SOMAR-ITEM
               READ ARQ-ITENS NEXT
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRUPO-DO-PRODUTO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "SEM FAMILIA"          TO WS-GRUPO-ITEM
           MOVE ITE-PRODUTO            TO PRO-CODIGO
           READ ARQ-PRODUTOS
           IF NOT FS-PRO-OK OR PRO-FAMILIA = 0
               OR NOT FAMILIAS-ABERTAS
               GO TO 2100-FIM
           END-IF
           MOVE PRO-FAMILIA            TO FAM-CODIGO
           READ ARQ-FAMILIAS
           IF NOT FS-FAM-OK
               GO TO 2100-FIM
           END-IF
           EVALUATE PMF-NIVEL
               WHEN "M"
                   MOVE FAM-MARCA      TO WS-GRUPO-ITEM
               WHEN "C"
                   MOVE FAM-CATEGORIA  TO WS-GRUPO-ITEM
               WHEN "E"
                   MOVE FAM-EMBALAGEM  TO WS-GRUPO-ITEM
               WHEN OTHER
                   MOVE FAM-DESCRICAO  TO WS-GRUPO-ITEM
           END-EVALUATE
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-SOMAR-ITEM                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-ACHOU-LINHA
           PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                   UNTIL WS-LIN-IND > PMF-QTD-LINHAS
                   OR ACHOU-LINHA
               IF PMF-LIN-CHAVE (WS-LIN-IND) = PMF-CHAVE
                   AND PMF-LIN-GRUPO (WS-LIN-IND) = WS-GRUPO-ITEM
                   MOVE "S"            TO WS-ACHOU-LINHA
               END-IF
           END-PERFORM
           IF ACHOU-LINHA
               SUBTRACT 1              FROM WS-LIN-IND
           ELSE
               IF PMF-QTD-LINHAS = 3000
                   MOVE "1"            TO PMF-RETORNO
                   GO TO 2200-FIM
               END-IF
               ADD 1                   TO PMF-QTD-LINHAS
               MOVE PMF-QTD-LINHAS     TO WS-LIN-IND
               MOVE PMF-CHAVE          TO PMF-LIN-CHAVE (WS-LIN-IND)
               MOVE WS-GRUPO-ITEM      TO PMF-LIN-GRUPO (WS-LIN-IND)
               MOVE 0                  TO PMF-LIN-QTD (WS-LIN-IND)
               MOVE 0                  TO PMF-LIN-VALOR (WS-LIN-IND)
           END-IF
           ADD ITE-QUANTIDADE          TO PMF-LIN-QTD (WS-LIN-IND)
           ADD ITE-VALOR-TOTAL         TO PMF-LIN-VALOR (WS-LIN-IND)
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQUIVOS-ABERTOS
               CLOSE ARQ-ITENS
               CLOSE ARQ-PRODUTOS
               MOVE "N"                TO WS-ARQUIVOS-ABERTOS
           END-IF
           IF FAMILIAS-ABERTAS
               CLOSE ARQ-FAMILIAS
               MOVE "N"                TO WS-FAMILIAS-ABERTAS
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM TOTAFAMI.
      *----------------------------------------------------------------*
