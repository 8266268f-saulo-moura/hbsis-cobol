      ******************************************************************
      * PROGRAMA.: CONVITEM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CONVERSAO UNICA DO ARQUIVO DE ITENS DE PEDIDO DO    *
      *            LAYOUT ANTERIOR (SEM A CAMPANHA PROMOCIONAL DO      *
      *            ITEM) PARA O LAYOUT ATUAL DE ITEMCADA - LE O        *
      *            ARQUIVO VIVO NO LAYOUT ANTIGO E GRAVA A COPIA -NOVO *
      *            NO LAYOUT ATUAL, COM OS CAMPOS NOVOS INICIALIZADOS  *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CONVITEM.
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
           SELECT ARQ-ITE-ANTIGO       ASSIGN TO  "WID-ARQ-ITE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ANT-ITE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ITE-ANTIGO.
      *
           SELECT ARQ-ITE-NOVO         ASSIGN TO  "WID-ARQ-ITE-NOVO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ITE-NOVO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      * --> LAYOUT ANTERIOR DOS ITENS, SOMENTE PARA LEITURA
      *
       FD ARQ-ITE-ANTIGO.
       01 REG-ITE-ANTIGO.
           05 ANT-ITE-CHAVE.
               10 ANT-ITE-NUMERO-PED   PIC 9(09).
               10 ANT-ITE-SEQUENCIA    PIC 9(03).
           05 ANT-ITE-PRODUTO          PIC 9(07).
           05 ANT-ITE-QUANTIDADE       PIC 9(05).
           05 ANT-ITE-PRECO-UNITARIO   PIC 9(09)V99.
           05 ANT-ITE-VALOR-TOTAL      PIC 9(09)V99.
      *
      * --> LAYOUT ATUAL, PARA GRAVACAO
      *
       FD ARQ-ITE-NOVO.
       COPY ITEMCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-ITE-ANTIGO             PIC X(02).
           88 FS-ITE-ANTIGO-OK         VALUE "00" THRU "09".
           88 FS-ITE-ANTIGO-FIM        VALUE "10".
           88 FS-ITE-ANTIGO-NAO-EXISTE VALUE "35".
       77 WS-FS-ITE-NOVO               PIC X(02).
           88 FS-ITE-NOVO-OK           VALUE "00" THRU "09".
      *
      * --> CONTADORES DO RESUMO
      *
       01 WS-TOT-ITE-CONVERTIDOS       PIC 9(07)       VALUE 0.
       01 WS-TOT-ITE-ERROS             PIC 9(07)       VALUE 0.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-CONVERTER-ITENS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-CONVERTER-ITENS            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2000-CONVERTER-ITENS
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-CONVERTER-ITENS            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-ITE-ANTIGO
           IF FS-ITE-ANTIGO-NAO-EXISTE
               DISPLAY "NAO HA ARQUIVO DE ITENS NO LAYOUT ANTERIOR"
               GO TO 2000-FIM
           END-IF
           IF NOT FS-ITE-ANTIGO-OK
               DISPLAY "ARQUIVO DE ITENS FORA DO LAYOUT ANTERIOR: "
                       WS-FS-ITE-ANTIGO
               GO TO 2000-FIM
           END-IF
           OPEN OUTPUT ARQ-ITE-NOVO
           READ ARQ-ITE-ANTIGO         NEXT
           PERFORM UNTIL NOT FS-ITE-ANTIGO-OK
               PERFORM 2100-GRAVAR-ITEM-NOVO
               READ ARQ-ITE-ANTIGO     NEXT
           END-PERFORM
           IF NOT FS-ITE-ANTIGO-FIM
               DISPLAY "ERRO NA LEITURA DE ITENS: "
                       WS-FS-ITE-ANTIGO
           END-IF
           CLOSE ARQ-ITE-NOVO
           CLOSE ARQ-ITE-ANTIGO
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-ITEM-NOVO           SECTION.
      *----------------------------------------------------------------*
      * OS CAMPOS QUE JA EXISTIAM SAO COPIADOS; OS ITENS ANTIGOS FORAM *
      * TODOS PRECIFICADOS SEM CAMPANHA                                *
      *----------------------------------------------------------------*
           INITIALIZE REG-ITEM-PEDIDO  REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE ANT-ITE-NUMERO-PED     TO ITE-NUMERO-PED
           MOVE ANT-ITE-SEQUENCIA      TO ITE-SEQUENCIA
           MOVE ANT-ITE-PRODUTO        TO ITE-PRODUTO
           MOVE ANT-ITE-QUANTIDADE     TO ITE-QUANTIDADE
           MOVE ANT-ITE-PRECO-UNITARIO TO ITE-PRECO-UNITARIO
           MOVE ANT-ITE-VALOR-TOTAL    TO ITE-VALOR-TOTAL
           MOVE 0                      TO ITE-CAMPANHA
           WRITE REG-ITEM-PEDIDO
           IF FS-ITE-NOVO-OK
               ADD 1                   TO WS-TOT-ITE-CONVERTIDOS
           ELSE
               ADD 1                   TO WS-TOT-ITE-ERROS
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA CONVERSAO DOS ITENS DE PEDIDO"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ITENS CONVERTIDOS..........: "
                   WS-TOT-ITE-CONVERTIDOS
                  " ERROS: " WS-TOT-ITE-ERROS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           DISPLAY "GRAVADO EM WID-ARQ-ITE-NOVO.DAT"
           DISPLAY "SUBSTITUA WID-ARQ-ITE.DAT POR ESTE APOS CONFERENCIA"
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CONVITEM.
      *----------------------------------------------------------------*
