      ******************************************************************
      * PROGRAMA.: CONVREDE                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CONVERSAO UNICA DO ARQUIVO DE REDES DO LAYOUT       *
      *            ANTERIOR (SEM O LIMITE DE CREDITO DO GRUPO) PARA O  *
      *            LAYOUT ATUAL DE REDECADA - LE O ARQUIVO VIVO NO     *
      *            LAYOUT ANTIGO E GRAVA A COPIA -NOVO NO LAYOUT       *
      *            ATUAL, COM OS CAMPOS NOVOS INICIALIZADOS            *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CONVREDE.
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
           SELECT ARQ-RED-ANTIGO       ASSIGN TO  "WID-ARQ-RED.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ANT-RED-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RED-ANTIGO.
      *
           SELECT ARQ-RED-NOVO         ASSIGN TO  "WID-ARQ-RED-NOVO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RED-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RED-NOVO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      * --> LAYOUT ANTERIOR DO CADASTRO, SOMENTE PARA LEITURA
      *
       FD ARQ-RED-ANTIGO.
       01 REG-RED-ANTIGO.
           05 ANT-RED-CODIGO           PIC 9(05).
           05 ANT-RED-NOME             PIC X(40).
           05 ANT-RED-SITUACAO         PIC X(01).
           05 ANT-RED-DT-INCLUSAO      PIC 9(08).
           05 ANT-RED-OPER-INCLUSAO    PIC X(08).
      *
      * --> LAYOUT ATUAL, PARA GRAVACAO
      *
       FD ARQ-RED-NOVO.
       COPY REDECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-RED-ANTIGO             PIC X(02).
           88 FS-RED-ANTIGO-OK         VALUE "00" THRU "09".
           88 FS-RED-ANTIGO-FIM        VALUE "10".
           88 FS-RED-ANTIGO-NAO-EXISTE VALUE "35".
       77 WS-FS-RED-NOVO               PIC X(02).
           88 FS-RED-NOVO-OK           VALUE "00" THRU "09".
      *
      * --> CONTADORES DO RESUMO
      *
       01 WS-TOT-RED-CONVERTIDAS       PIC 9(07)       VALUE 0.
       01 WS-TOT-RED-ERROS             PIC 9(07)       VALUE 0.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-CONVERTER-REDES.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-CONVERTER-REDES            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2000-CONVERTER-REDES
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-CONVERTER-REDES            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-RED-ANTIGO
           IF FS-RED-ANTIGO-NAO-EXISTE
               DISPLAY "NAO HA ARQUIVO DE REDES NO LAYOUT ANTERIOR"
               GO TO 2000-FIM
           END-IF
           IF NOT FS-RED-ANTIGO-OK
               DISPLAY "ARQUIVO DE REDES FORA DO LAYOUT ANTERIOR: "
                       WS-FS-RED-ANTIGO
               GO TO 2000-FIM
           END-IF
           OPEN OUTPUT ARQ-RED-NOVO
           READ ARQ-RED-ANTIGO         NEXT
           PERFORM UNTIL NOT FS-RED-ANTIGO-OK
               PERFORM 2100-GRAVAR-REDE-NOVA
               READ ARQ-RED-ANTIGO     NEXT
           END-PERFORM
           IF NOT FS-RED-ANTIGO-FIM
               DISPLAY "ERRO NA LEITURA DE REDES: "
                       WS-FS-RED-ANTIGO
           END-IF
           CLOSE ARQ-RED-NOVO
           CLOSE ARQ-RED-ANTIGO
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-REDE-NOVA           SECTION.
      *----------------------------------------------------------------*
      * OS CAMPOS QUE JA EXISTIAM SAO COPIADOS; A REDE ENTRA SEM       *
      * LIMITE DE GRUPO ATE O CADASTRO INFORMAR O VALOR APROVADO       *
      *----------------------------------------------------------------*
           INITIALIZE REG-REDE         REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE ANT-RED-CODIGO         TO RED-CODIGO
           MOVE ANT-RED-NOME           TO RED-NOME
           MOVE ANT-RED-SITUACAO       TO RED-SITUACAO
           MOVE ANT-RED-DT-INCLUSAO    TO RED-DT-INCLUSAO
           MOVE ANT-RED-OPER-INCLUSAO  TO RED-OPERADOR-INCLUSAO
           MOVE 0                      TO RED-LIMITE-CREDITO
           WRITE REG-REDE
           IF FS-RED-NOVO-OK
               ADD 1                   TO WS-TOT-RED-CONVERTIDAS
           ELSE
               ADD 1                   TO WS-TOT-RED-ERROS
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA CONVERSAO DO CADASTRO DE REDES"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "REDES CONVERTIDAS..........: "
                   WS-TOT-RED-CONVERTIDAS
                  " ERROS: " WS-TOT-RED-ERROS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           DISPLAY "GRAVADO EM WID-ARQ-RED-NOVO.DAT"
           DISPLAY "SUBSTITUA WID-ARQ-RED.DAT POR ESTE APOS CONFERENCIA"
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CONVREDE.
      *----------------------------------------------------------------*
