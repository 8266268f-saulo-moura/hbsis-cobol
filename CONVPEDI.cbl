      ******************************************************************
      * PROGRAMA.: CONVPEDI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CONVERSAO UNICA DO ARQUIVO DE PEDIDOS DO LAYOUT     *
      *            ANTERIOR (137 POSICOES, SEM CHAVES ALTERNATIVAS,    *
      *            SEM O PEDIDO DE COMPRA DA REDE E SEM A DATA DE      *
      *            ENTREGA) PARA O LAYOUT ATUAL DE PEDICADA - LE O     *
      *            ARQUIVO VIVO NO LAYOUT ANTIGO E GRAVA A COPIA -NOVO *
      *            NO LAYOUT ATUAL, COM AS CHAVES POR CNPJ, CPF E      *
      *            DATA, O PEDIDO DA REDE EM BRANCO E A DATA DE        *
      *            ENTREGA ZERADA                                      *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CONVPEDI.
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
           SELECT ARQ-PED-ANTIGO       ASSIGN TO  "WID-ARQ-PED.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ANT-PED-NUMERO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PED-ANTIGO.
      *
           SELECT ARQ-PED-NOVO         ASSIGN TO  "WID-ARQ-PED-NOVO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PED-NOVO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      * --> LAYOUT ANTERIOR DOS PEDIDOS, SOMENTE PARA LEITURA; O
      *     REGISTRO E COPIADO COMO ESTA
      *
       FD ARQ-PED-ANTIGO.
       01 REG-PED-ANTIGO.
           05 ANT-PED-NUMERO           PIC 9(09).
           05 ANT-PED-CNPJ             PIC 9(14).
           05 ANT-PED-CPF              PIC 9(11).
           05 ANT-PED-DATA             PIC 9(08).
           05 FILLER                   PIC X(95).
      *
      * --> LAYOUT ATUAL, PARA GRAVACAO
      *
       FD ARQ-PED-NOVO.
       COPY PEDICADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PED-ANTIGO             PIC X(02).
           88 FS-PED-ANTIGO-OK         VALUE "00" THRU "09".
           88 FS-PED-ANTIGO-FIM        VALUE "10".
           88 FS-PED-ANTIGO-NAO-EXISTE VALUE "35".
       77 WS-FS-PED-NOVO               PIC X(02).
           88 FS-PED-NOVO-OK           VALUE "00" THRU "09".
      *
      * --> CONTADORES DO RESUMO
      *
       01 WS-TOT-PED-CONVERTIDOS       PIC 9(07)       VALUE 0.
       01 WS-TOT-PED-ERROS             PIC 9(07)       VALUE 0.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-CONVERTER-PEDIDOS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-CONVERTER-PEDIDOS          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-CONVERTER-PEDIDOS
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-CONVERTER-PEDIDOS          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PED-ANTIGO
           IF FS-PED-ANTIGO-NAO-EXISTE
               DISPLAY "NAO HA ARQUIVO DE PEDIDOS NO LAYOUT ANTERIOR"
               GO TO 1000-FIM
           END-IF
           IF NOT FS-PED-ANTIGO-OK
               DISPLAY "ARQUIVO DE PEDIDOS FORA DO LAYOUT ANTERIOR: "
                       WS-FS-PED-ANTIGO
               GO TO 1000-FIM
           END-IF
           OPEN OUTPUT ARQ-PED-NOVO
           READ ARQ-PED-ANTIGO         NEXT
           PERFORM UNTIL NOT FS-PED-ANTIGO-OK
               MOVE REG-PED-ANTIGO     TO REG-PEDIDO
               MOVE SPACES             TO PED-PEDIDO-REDE
               MOVE 0                  TO PED-DT-ENTREGA
               WRITE REG-PEDIDO
               IF FS-PED-NOVO-OK
                   ADD 1               TO WS-TOT-PED-CONVERTIDOS
               ELSE
                   ADD 1               TO WS-TOT-PED-ERROS
               END-IF
               READ ARQ-PED-ANTIGO     NEXT
           END-PERFORM
           IF NOT FS-PED-ANTIGO-FIM
               DISPLAY "ERRO NA LEITURA DE PEDIDOS: "
                       WS-FS-PED-ANTIGO
           END-IF
           CLOSE ARQ-PED-NOVO
           CLOSE ARQ-PED-ANTIGO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA CONVERSAO DE PEDIDOS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS CONVERTIDOS........: "
                   WS-TOT-PED-CONVERTIDOS
                  " ERROS: " WS-TOT-PED-ERROS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           DISPLAY "GRAVADO EM WID-ARQ-PED-NOVO.DAT"
           DISPLAY "SUBSTITUA WID-ARQ-PED.DAT POR ESTE APOS CONFERENCIA"
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CONVPEDI.
      *----------------------------------------------------------------*
