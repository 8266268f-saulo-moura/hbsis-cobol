      ******************************************************************
      * PROGRAMA.: CONVCLIE                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CONVERSAO UNICA DO ARQUIVO DE CLIENTES DO LAYOUT    *
      *            ANTERIOR (SEM O ACEITE DE ENTREGA PARCIAL) PARA O   *
      *            LAYOUT ATUAL DE REGICADA - LE O ARQUIVO VIVO NO     *
      *            LAYOUT ANTIGO E GRAVA A COPIA -NOVO NO LAYOUT       *
      *            ATUAL, COM O CAMPO NOVO EM BRANCO (ACEITA)          *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CONVCLIE.
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
           SELECT ARQ-CLI-ANTIGO       ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ANT-CLI-CNPJ
               ALTERNATE RECORD KEY    IS ANT-CLI-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLI-ANTIGO.
      *
           SELECT ARQ-CLI-NOVO         ASSIGN TO  "WID-ARQ-CLI-NOVO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLI-NOVO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      * --> LAYOUT ANTERIOR DOS CLIENTES, SOMENTE PARA LEITURA; O
      *     REGISTRO E COPIADO COMO ESTA
      *
       FD ARQ-CLI-ANTIGO.
       01 REG-CLI-ANTIGO.
           05 ANT-CLI-CODIGO           PIC 9(07).
           05 ANT-CLI-CNPJ             PIC 9(14).
           05 FILLER                   PIC X(367).
      *
      * --> LAYOUT ATUAL, PARA GRAVACAO
      *
       FD ARQ-CLI-NOVO.
       COPY REGICADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-CLI-ANTIGO             PIC X(02).
           88 FS-CLI-ANTIGO-OK         VALUE "00" THRU "09".
           88 FS-CLI-ANTIGO-FIM        VALUE "10".
           88 FS-CLI-ANTIGO-NAO-EXISTE VALUE "35".
       77 WS-FS-CLI-NOVO               PIC X(02).
           88 FS-CLI-NOVO-OK           VALUE "00" THRU "09".
      *
      * --> CONTADORES DO RESUMO
      *
       01 WS-TOT-CLI-CONVERTIDOS       PIC 9(07)       VALUE 0.
       01 WS-TOT-CLI-ERROS             PIC 9(07)       VALUE 0.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-CONVERTER-CLIENTES.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-CONVERTER-CLIENTES         SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-CONVERTER-CLIENTES
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-CONVERTER-CLIENTES         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CLI-ANTIGO
           IF FS-CLI-ANTIGO-NAO-EXISTE
               DISPLAY "NAO HA ARQUIVO DE CLIENTES NO LAYOUT ANTERIOR"
               GO TO 1000-FIM
           END-IF
           IF NOT FS-CLI-ANTIGO-OK
               DISPLAY "ARQUIVO DE CLIENTES FORA DO LAYOUT ANTERIOR: "
                       WS-FS-CLI-ANTIGO
               GO TO 1000-FIM
           END-IF
           OPEN OUTPUT ARQ-CLI-NOVO
           READ ARQ-CLI-ANTIGO         NEXT
           PERFORM UNTIL NOT FS-CLI-ANTIGO-OK
               MOVE REG-CLI-ANTIGO     TO REGISTRO
               MOVE SPACE              TO ACEITA-PENDENCIA
               WRITE REGISTRO
               IF FS-CLI-NOVO-OK
                   ADD 1               TO WS-TOT-CLI-CONVERTIDOS
               ELSE
                   ADD 1               TO WS-TOT-CLI-ERROS
               END-IF
               READ ARQ-CLI-ANTIGO     NEXT
           END-PERFORM
           IF NOT FS-CLI-ANTIGO-FIM
               DISPLAY "ERRO NA LEITURA DE CLIENTES: "
                       WS-FS-CLI-ANTIGO
           END-IF
           CLOSE ARQ-CLI-NOVO
           CLOSE ARQ-CLI-ANTIGO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA CONVERSAO DE CLIENTES"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES CONVERTIDOS.......: "
                   WS-TOT-CLI-CONVERTIDOS
                  " ERROS: " WS-TOT-CLI-ERROS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           DISPLAY "GRAVADO EM WID-ARQ-CLI-NOVO.DAT"
           DISPLAY "SUBSTITUA WID-ARQ-CLI.DAT POR ESTE APOS CONFERENCIA"
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CONVCLIE.
      *----------------------------------------------------------------*
