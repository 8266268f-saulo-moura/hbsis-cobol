      ******************************************************************
      * PROGRAMA.: VENCORCA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: VENCIMENTO DOS ORCAMENTOS - PASSO DA CADEIA NOTURNA *
      *            QUE FECHA COMO VENCIDOS OS ORCAMENTOS AINDA ABERTOS *
      *            COM A VALIDADE ANTERIOR A DATA DO PROCESSAMENTO     *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. VENCORCA.
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
           SELECT ARQ-ORCAMENTOS       ASSIGN TO  "WID-ARQ-ORC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ORC-NUMERO
               ALTERNATE RECORD KEY    IS ORC-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS ORC-CPF WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ORCAMENTO.
      *
           SELECT ARQ-LOG-EXECUCAO     ASSIGN TO  "WID-LOG-EXE.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-LOG-EXE.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-ORCAMENTOS.
       COPY ORCACADA.
      *
       FD ARQ-LOG-EXECUCAO.
       COPY LOGECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-ORCAMENTO              PIC X(02).
           88 FS-ORC-OK                VALUE "00" THRU "09".
           88 FS-ORC-NAO-EXISTE        VALUE "35".
       77 WS-FS-LOG-EXE                PIC X(02).
           88 FS-EXE-OK                VALUE "00" THRU "09".
           88 FS-EXE-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-INICIO-EXEC          PIC 9(06)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-STATUS-EXECUCAO           PIC X(02)       VALUE "OK".
       01 WS-CONTADORES-EXEC           PIC X(80)       VALUE SPACES.
      *
       01 WS-TOT-LIDOS                 PIC 9(07)       VALUE 0.
       01 WS-TOT-VENCIDOS              PIC 9(07)       VALUE 0.
       01 WS-TOT-ERROS                 PIC 9(07)       VALUE 0.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       MOVE WS-OPERADOR-LINK           TO WS-OPERADOR-ATUAL
       PERFORM 0000-VENCER-ORCAMENTOS.
      *----------------------------------------------------------------*
       0000-VENCER-ORCAMENTOS          SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO WS-HORA-INICIO-EXEC
           OPEN I-O ARQ-ORCAMENTOS
           IF FS-ORC-NAO-EXISTE
               DISPLAY "NAO HA ORCAMENTOS CADASTRADOS"
               MOVE 0                  TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT FS-ORC-OK
               DISPLAY "ERRO NA ABERTURA DOS ORCAMENTOS: "
                       WS-FS-ORCAMENTO
               MOVE "ER"               TO WS-STATUS-EXECUCAO
               PERFORM 8900-GRAVAR-LOG-EXECUCAO
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF
           READ ARQ-ORCAMENTOS NEXT
           PERFORM UNTIL NOT FS-ORC-OK
               ADD 1                   TO WS-TOT-LIDOS
               IF ORCAMENTO-ABERTO
                   AND ORC-VALIDADE < WS-DATA-ATUAL
                   PERFORM 2000-VENCER-ORCAMENTO
               END-IF
               READ ARQ-ORCAMENTOS NEXT
           END-PERFORM
           CLOSE ARQ-ORCAMENTOS
           IF WS-TOT-ERROS > 0
               MOVE "AV"               TO WS-STATUS-EXECUCAO
           END-IF
           MOVE SPACES                 TO WS-CONTADORES-EXEC
           STRING "LIDOS=" WS-TOT-LIDOS
                  " VENCIDOS=" WS-TOT-VENCIDOS
                  " ERR=" WS-TOT-ERROS
                                       DELIMITED BY SIZE
                                       INTO WS-CONTADORES-EXEC
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           DISPLAY "ORCAMENTOS LIDOS...: " WS-TOT-LIDOS
           DISPLAY "ORCAMENTOS VENCIDOS: " WS-TOT-VENCIDOS
           IF WS-STATUS-EXECUCAO = "AV"
               DISPLAY "ERROS NA GRAVACAO..: " WS-TOT-ERROS
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE
           END-IF
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-VENCER-ORCAMENTO           SECTION.
      *----------------------------------------------------------------*
      * O ORCAMENTO VENCIDO SAI DA CONVERSAO E FICA NO ARQUIVO PARA O  *
      * RELATORIO DE CONVERSAO POR VENDEDOR                            *
      *----------------------------------------------------------------*
           MOVE "V"                    TO ORC-SITUACAO
           MOVE WS-DATA-ATUAL          TO ORC-DT-FECHAMENTO
           MOVE WS-DATA-ATUAL          TO ORC-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO ORC-OPERADOR-ALTERACAO
           REWRITE REG-ORCAMENTO
           IF FS-ORC-OK
               ADD 1                   TO WS-TOT-VENCIDOS
           ELSE
               ADD 1                   TO WS-TOT-ERROS
               DISPLAY "ERRO NO VENCIMENTO DO ORCAMENTO " ORC-NUMERO
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8900-GRAVAR-LOG-EXECUCAO        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-LOG-EXECUCAO
           IF FS-EXE-NAO-EXISTE
               OPEN OUTPUT ARQ-LOG-EXECUCAO
           END-IF
           IF FS-EXE-OK
               ACCEPT WS-HORA-ATUAL    FROM TIME
               MOVE WS-DATA-ATUAL      TO EXE-DATA
               MOVE "VENCORCA"         TO EXE-PROGRAMA
               MOVE WS-HORA-INICIO-EXEC TO EXE-HORA-INICIO
               MOVE WS-HORA-ATUAL (1:6) TO EXE-HORA-FIM
               MOVE WS-STATUS-EXECUCAO TO EXE-STATUS
               MOVE WS-CONTADORES-EXEC TO EXE-CONTADORES
               WRITE REG-LOG-EXECUCAO
               CLOSE ARQ-LOG-EXECUCAO
           END-IF
           .
       8900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM VENCORCA.
      *----------------------------------------------------------------*
