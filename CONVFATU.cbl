      ******************************************************************
      * PROGRAMA.: CONVFATU                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CONVERSAO UNICA DO ARQUIVO DE FATURAS DO LAYOUT     *
      *            ANTERIOR (SEM OS IMPOSTOS DO DOCUMENTO) PARA O      *
      *            LAYOUT ATUAL DE FATUCADA - LE O ARQUIVO VIVO NO     *
      *            LAYOUT ANTIGO E GRAVA A COPIA -NOVO NO LAYOUT       *
      *            ATUAL, COM OS IMPOSTOS ZERADOS (SEM CALCULO)        *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CONVFATU.
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
           SELECT ARQ-FAT-ANTIGO       ASSIGN TO  "WID-ARQ-FAT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ANT-FAT-DOCUMENTO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FAT-ANTIGO.
      *
           SELECT ARQ-FAT-NOVO         ASSIGN TO  "WID-ARQ-FAT-NOVO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAT-DOCUMENTO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FAT-NOVO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      * --> LAYOUT ANTERIOR DAS FATURAS, SOMENTE PARA LEITURA; O
      *     REGISTRO E COPIADO COMO ESTA
      *
       FD ARQ-FAT-ANTIGO.
       01 REG-FAT-ANTIGO.
           05 ANT-FAT-DOCUMENTO        PIC 9(09).
           05 FILLER                   PIC X(62).
      *
      * --> LAYOUT ATUAL, PARA GRAVACAO
      *
       FD ARQ-FAT-NOVO.
       COPY FATUCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-FAT-ANTIGO             PIC X(02).
           88 FS-FAT-ANTIGO-OK         VALUE "00" THRU "09".
           88 FS-FAT-ANTIGO-FIM        VALUE "10".
           88 FS-FAT-ANTIGO-NAO-EXISTE VALUE "35".
       77 WS-FS-FAT-NOVO               PIC X(02).
           88 FS-FAT-NOVO-OK           VALUE "00" THRU "09".
      *
      * --> CONTADORES DO RESUMO
      *
       01 WS-TOT-FAT-CONVERTIDOS       PIC 9(07)       VALUE 0.
       01 WS-TOT-FAT-ERROS             PIC 9(07)       VALUE 0.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-CONVERTER-FATURAS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-CONVERTER-FATURAS          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-CONVERTER-FATURAS
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-CONVERTER-FATURAS          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-FAT-ANTIGO
           IF FS-FAT-ANTIGO-NAO-EXISTE
               DISPLAY "NAO HA ARQUIVO DE FATURAS NO LAYOUT ANTERIOR"
               GO TO 1000-FIM
           END-IF
           IF NOT FS-FAT-ANTIGO-OK
               DISPLAY "ARQUIVO DE FATURAS FORA DO LAYOUT ANTERIOR: "
                       WS-FS-FAT-ANTIGO
               GO TO 1000-FIM
           END-IF
           OPEN OUTPUT ARQ-FAT-NOVO
           READ ARQ-FAT-ANTIGO         NEXT
           PERFORM UNTIL NOT FS-FAT-ANTIGO-OK
               MOVE REG-FAT-ANTIGO     TO REG-FATURA
               MOVE 0                  TO FAT-BASE-ICMS
               MOVE 0                  TO FAT-VALOR-ICMS
               MOVE 0                  TO FAT-BASE-ICMS-ST
               MOVE 0                  TO FAT-VALOR-ICMS-ST
               MOVE 0                  TO FAT-VALOR-IPI
               MOVE 0                  TO FAT-VALOR-TOTAL
               WRITE REG-FATURA
               IF FS-FAT-NOVO-OK
                   ADD 1               TO WS-TOT-FAT-CONVERTIDOS
               ELSE
                   ADD 1               TO WS-TOT-FAT-ERROS
               END-IF
               READ ARQ-FAT-ANTIGO     NEXT
           END-PERFORM
           IF NOT FS-FAT-ANTIGO-FIM
               DISPLAY "ERRO NA LEITURA DE FATURAS: "
                       WS-FS-FAT-ANTIGO
           END-IF
           CLOSE ARQ-FAT-NOVO
           CLOSE ARQ-FAT-ANTIGO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA CONVERSAO DE FATURAS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "FATURAS CONVERTIDAS........: "
                   WS-TOT-FAT-CONVERTIDOS
                  " ERROS: " WS-TOT-FAT-ERROS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           DISPLAY "GRAVADO EM WID-ARQ-FAT-NOVO.DAT"
           DISPLAY "SUBSTITUA WID-ARQ-FAT.DAT POR ESTE APOS CONFERENCIA"
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CONVFATU.
      *----------------------------------------------------------------*
