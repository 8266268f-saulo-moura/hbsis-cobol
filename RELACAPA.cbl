      ******************************************************************
      * PROGRAMA.: RELACAPA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: TENDENCIA DE CRESCIMENTO DOS ARQUIVOS - A PARTIR DO *
      *            HISTORICO DO MONITOR DE CAPACIDADE, LISTA POR       *
      *            ARQUIVO O TAMANHO ATUAL, O CRESCIMENTO NA JANELA E  *
      *            POR DIA, O PCT DO LIMITE E OS DIAS PROJETADOS ATE   *
      *            O LIMITE DOS PARAMETROS                             *
      ******************************************************************
      * TAMANHOS EM KB. REGISTROS MARCADOS COM ~ SAO ESTIMADOS PELO    *
      * TAMANHO DO REGISTRO (ARQUIVOS INDEXADOS)                       *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELACAPA.
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
           SELECT ARQ-CAPACIDADE       ASSIGN TO  "WID-HST-CAP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAP-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CAPACIDADE.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-REL-CAPACIDADE   ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-CAPACIDADE.
      *
           SELECT ARQ-CTL-SPOOL        ASSIGN TO  "WID-CTL-SPL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SPOOL.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-CAPACIDADE.
       COPY CAPACADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-REL-CAPACIDADE.
       01 REG-REL-CAPACIDADE           PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-CAPACIDADE             PIC X(02).
           88 FS-CAP-OK                VALUE "00" THRU "09".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-CAPACIDADE         PIC X(02).
           88 FS-REL-CAPACIDADE-OK     VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELACAPA".
       01 WS-LIMITE-MB                 PIC 9(06)       VALUE 2048.
      *
      * --> JANELA DO CRESCIMENTO LISTADO, A MESMA DA MEDIA DO MONITOR
      *
       01 WS-JANELA-DIAS               PIC 9(03)       VALUE 30.
       01 WS-DATA-JANELA               PIC 9(08)       VALUE 0.
      *
      * --> QUEBRA POR ARQUIVO: PRIMEIRA AMOSTRA DA JANELA E ULTIMA
      *     AMOSTRA DO ARQUIVO
      *
       01 WS-ARQUIVO-ANTERIOR          PIC X(20)       VALUE SPACES.
       01 WS-JAN-BYTES                 PIC 9(12)       VALUE 0.
       01 WS-JAN-ACHOU                 PIC X(01)       VALUE "N".
           88 JAN-ACHOU                VALUE "S".
       01 WS-ULTIMA-AMOSTRA            PIC X(80)       VALUE SPACES.
       01 WS-CRESC-JANELA              PIC S9(12)      VALUE 0.
      *
       01 WS-TOT-ARQUIVOS              PIC 9(05)       VALUE 0.
       01 WS-TOT-AUSENTES              PIC 9(05)       VALUE 0.
       01 WS-TOT-LIMITE                PIC 9(05)       VALUE 0.
       01 WS-TOT-PRAZO                 PIC 9(05)       VALUE 0.
       01 WS-TOT-ANORMAL               PIC 9(05)       VALUE 0.
       01 WS-TOT-KB                    PIC 9(12)       VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-ARQUIVO.
           05 SAI-ARQUIVO              PIC X(20).
           05 FILLER                   PIC X(01).
           05 SAI-DATA                 PIC 9(08).
           05 FILLER                   PIC X(01).
           05 SAI-KB                   PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-REGISTROS            PIC Z.ZZZ.ZZZ.ZZ9.
           05 SAI-ESTIMADO             PIC X(01).
           05 FILLER                   PIC X(01).
           05 SAI-CRESC-JANELA         PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-CRESC-DIA            PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-PCT-LIMITE           PIC ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-DIAS-RESTANTES       PIC X(09).
           05 FILLER                   PIC X(01).
           05 SAI-SITUACAO             PIC X(20).
       01 WS-DIAS-EDITADO              PIC ZZZZ9.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-LISTAR-CAPACIDADE.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-LISTAR-CAPACIDADE          SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "TENDENCIA DE CRESCIMENTO DOS ARQUIVOS"
           PERFORM 0100-LER-PARAMETROS
           COMPUTE WS-DATA-JANELA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                    - WS-JANELA-DIAS)
           OPEN INPUT ARQ-CAPACIDADE
           IF NOT FS-CAP-OK
               DISPLAY "NAO HA HISTORICO DE CAPACIDADE - RODE O "
                       "MONITOR DE CAPACIDADE"
               GOBACK
           END-IF
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-CAP-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-CAPACIDADE
           STRING "TENDENCIA DE CRESCIMENTO DOS ARQUIVOS - EMITIDO EM "
                  WS-DATA-ATUAL " - LIMITE POR ARQUIVO " WS-LIMITE-MB
                  " MB"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           STRING "ARQUIVO              AMOSTRA   TAMANHO KB "
                  "    REGISTROS  CRESC 30D KB CRESC/DIA KB "
                  "PCT DIAS LIM. SITUACAO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 2000-PERCORRER-HISTORICO
           CLOSE ARQ-CAPACIDADE
           CLOSE ARQ-REL-CAPACIDADE
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   IF PAR-CAP-LIMITE-MB NUMERIC
                      AND PAR-CAP-LIMITE-MB > 0
                       MOVE PAR-CAP-LIMITE-MB
                                       TO WS-LIMITE-MB
                   END-IF
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-PERCORRER-HISTORICO        SECTION.
      *----------------------------------------------------------------*
      * O HISTORICO VEM NA ORDEM DE ARQUIVO E DATA; A CADA QUEBRA DE   *
      * ARQUIVO IMPRIME A LINHA DO ARQUIVO ANTERIOR                    *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-ARQUIVO-ANTERIOR
           READ ARQ-CAPACIDADE NEXT
           PERFORM UNTIL NOT FS-CAP-OK
               IF CAP-ARQUIVO NOT = WS-ARQUIVO-ANTERIOR
                   IF WS-ARQUIVO-ANTERIOR NOT = SPACES
                       PERFORM 2100-IMPRIMIR-ARQUIVO
                   END-IF
                   MOVE CAP-ARQUIVO    TO WS-ARQUIVO-ANTERIOR
                   MOVE "N"            TO WS-JAN-ACHOU
                   MOVE 0              TO WS-JAN-BYTES
               END-IF
               IF CAP-DATA NOT < WS-DATA-JANELA
                  AND NOT JAN-ACHOU
                  AND NOT CAP-ARQUIVO-AUSENTE
                   MOVE "S"            TO WS-JAN-ACHOU
                   MOVE CAP-BYTES      TO WS-JAN-BYTES
               END-IF
               MOVE REG-CAPACIDADE     TO WS-ULTIMA-AMOSTRA
               READ ARQ-CAPACIDADE NEXT
           END-PERFORM
           IF WS-ARQUIVO-ANTERIOR NOT = SPACES
               PERFORM 2100-IMPRIMIR-ARQUIVO
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-IMPRIMIR-ARQUIVO           SECTION.
      *----------------------------------------------------------------*
      * A ULTIMA AMOSTRA VOLTA PARA O REGISTRO PARA USAR OS CAMPOS     *
      *----------------------------------------------------------------*
           MOVE WS-ULTIMA-AMOSTRA      TO REG-CAPACIDADE
           ADD 1                       TO WS-TOT-ARQUIVOS
           MOVE SPACES                 TO WS-LINHA-ARQUIVO
           MOVE CAP-ARQUIVO            TO SAI-ARQUIVO
           MOVE CAP-DATA               TO SAI-DATA
           IF CAP-ARQUIVO-AUSENTE
               ADD 1                   TO WS-TOT-AUSENTES
               MOVE 0                  TO SAI-KB
               MOVE 0                  TO SAI-REGISTROS
               MOVE 0                  TO SAI-CRESC-JANELA
               MOVE 0                  TO SAI-CRESC-DIA
               MOVE 0                  TO SAI-PCT-LIMITE
               MOVE SPACES             TO SAI-DIAS-RESTANTES
               MOVE "ARQUIVO AUSENTE"  TO SAI-SITUACAO
               MOVE WS-LINHA-ARQUIVO   TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
               GO TO 2100-FIM
           END-IF
           COMPUTE SAI-KB = CAP-BYTES / 1024
           COMPUTE WS-TOT-KB = WS-TOT-KB + CAP-BYTES / 1024
           MOVE CAP-REGISTROS          TO SAI-REGISTROS
           IF CAP-CONTAGEM-ESTIMADA
               MOVE "~"                TO SAI-ESTIMADO
           END-IF
           MOVE 0                      TO WS-CRESC-JANELA
           IF JAN-ACHOU
               COMPUTE WS-CRESC-JANELA = CAP-BYTES - WS-JAN-BYTES
           END-IF
           COMPUTE SAI-CRESC-JANELA = WS-CRESC-JANELA / 1024
           COMPUTE SAI-CRESC-DIA = CAP-CRESC-DIA / 1024
           MOVE CAP-PCT-LIMITE         TO SAI-PCT-LIMITE
           IF CAP-DIAS-RESTANTES = 99999
               MOVE "SEM CRESC"        TO SAI-DIAS-RESTANTES
           ELSE
               MOVE CAP-DIAS-RESTANTES TO WS-DIAS-EDITADO
               MOVE WS-DIAS-EDITADO    TO SAI-DIAS-RESTANTES
           END-IF
           EVALUATE TRUE
               WHEN CAP-PERTO-LIMITE
                   MOVE "PERTO DO LIMITE"
                                       TO SAI-SITUACAO
                   ADD 1               TO WS-TOT-LIMITE
               WHEN CAP-PRAZO-CURTO
                   MOVE "LIMITE PROXIMO"
                                       TO SAI-SITUACAO
                   ADD 1               TO WS-TOT-PRAZO
               WHEN CAP-CRESC-ANORMAL
                   MOVE "CRESCIMENTO ANORMAL"
                                       TO SAI-SITUACAO
                   ADD 1               TO WS-TOT-ANORMAL
               WHEN OTHER
                   MOVE "NORMAL"       TO SAI-SITUACAO
           END-EVALUATE
           MOVE WS-LINHA-ARQUIVO       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-CAPACIDADE
           WRITE REG-REL-CAPACIDADE
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA TENDENCIA DE CRESCIMENTO"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ARQUIVOS LISTADOS..........: " WS-TOT-ARQUIVOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TAMANHO TOTAL (KB).........: " WS-TOT-KB
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ARQUIVOS AUSENTES..........: " WS-TOT-AUSENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PERTO DO LIMITE............: " WS-TOT-LIMITE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "LIMITE DENTRO DO PRAZO.....: " WS-TOT-PRAZO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CRESCIMENTO ANORMAL........: " WS-TOT-ANORMAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           DISPLAY "GERADO EM " WS-NOME-GERACAO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8950-REGISTRAR-SPOOL            SECTION.
      *----------------------------------------------------------------*
      * REGISTRA A GERACAO DATADA NO CONTROLE DE SPOOL, PARA O         *
      * GERENCIADOR LISTAR, REIMPRIMIR E EXPURGAR                      *
      *----------------------------------------------------------------*
           OPEN EXTEND ARQ-CTL-SPOOL
           IF FS-SPL-NAO-EXISTE
               OPEN OUTPUT ARQ-CTL-SPOOL
           END-IF
           IF FS-SPL-OK
               MOVE WS-DATA-ATUAL      TO SPL-DATA
               MOVE WS-HORA-ATUAL (1:6) TO SPL-HORA
               MOVE "RELACAPA"         TO SPL-PROGRAMA
               MOVE WS-OPERADOR-ATUAL  TO SPL-OPERADOR
               MOVE WS-NOME-GERACAO    TO SPL-NOME-ARQUIVO
               MOVE "N"                TO SPL-REIMPRIMIR
               WRITE REG-SPOOL
               CLOSE ARQ-CTL-SPOOL
           END-IF
           .
       8950-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM RELACAPA.
      *----------------------------------------------------------------*
