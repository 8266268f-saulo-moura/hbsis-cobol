               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-VISITA.
      *
           SELECT ARQ-REL-SEM-VISITA   ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-SVI.
      *
           SELECT ARQ-CTL-SPOOL        ASSIGN TO  "WID-CTL-SPL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SPOOL.
      *
      ******************************************************************
       DATA                            DIVISION.
      *
       FD ARQ-REL-SEM-VISITA.
       01 REG-REL-SEM-VISITA           PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
           88 FS-VIS-NAO-EXISTE        VALUE "35".
       77 WS-FS-REL-SVI                PIC X(02).
           88 FS-REL-SVI-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
      * --> DATA DE CORTE: HOJE MENOS 30 DIAS
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "SEMVISIT".
       01 WS-DATA-CORTE                PIC 9(08)       VALUE 0.
       01 WS-DIAS-INTEIRO              PIC 9(08)       VALUE 0.
      *
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL) - 30
           COMPUTE WS-DATA-CORTE =
      *----------------------------------------------------------------*
      * IMPRIME AS EXCECOES AGRUPADAS POR VENDEDOR DA CARTEIRA         *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-SVI-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-SEM-VISITA
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "CLIENTES SEM VISITA DESDE "
               END-IF
           END-PERFORM
           CLOSE ARQ-REL-SEM-VISITA
           PERFORM 8950-REGISTRAR-SPOOL
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
       9991-FIM. EXIT.
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
               MOVE "SEMVISIT"         TO SPL-PROGRAMA
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
       END PROGRAM SEMVISIT.
      *----------------------------------------------------------------*
