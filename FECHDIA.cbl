               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-FECHAMENTO.
      *
           SELECT ARQ-REL-FECHAMENTO   ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-FEC.
      *
           SELECT ARQ-CTL-SPOOL        ASSIGN TO  "WID-CTL-SPL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SPOOL.
      *
      ******************************************************************
       DATA                            DIVISION.
      *
       FD ARQ-REL-FECHAMENTO.
       01 REG-REL-FECHAMENTO           PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
           88 FS-FEC-NAO-EXISTE        VALUE "35".
       77 WS-FS-REL-FEC                PIC X(02).
           88 FS-REL-FEC-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-FECHAMENTO           PIC 9(08)       VALUE 0.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "FECHDIA".
       01 WS-FUNCAO-TRAVA              PIC X(01)       VALUE SPACE.
       01 WS-PROGRAMA-TRAVA            PIC X(08)       VALUE SPACES.
       01 WS-OPERADOR-TRAVA            PIC X(08)       VALUE SPACES.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE "T"                    TO WS-FUNCAO-TRAVA
           MOVE "FECHDIA"              TO WS-PROGRAMA-TRAVA
           MOVE "FECHDIA"              TO WS-OPERADOR-TRAVA
       4000-IMPRIMIR-FECHAMENTO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-FEC-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-FECHAMENTO
           MOVE SPACES                 TO WS-LINHA-FEC
           STRING "FECHAMENTO DO DIA " WS-DATA-FECHAMENTO
               PERFORM 4100-GRAVAR-LINHA-FEC
           END-IF
           CLOSE ARQ-REL-FECHAMENTO
           PERFORM 8950-REGISTRAR-SPOOL
           .
       4000-FIM. EXIT.
      *                                                                *
       5000-FIM. EXIT.
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
               MOVE "FECHDIA"          TO SPL-PROGRAMA
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
       END PROGRAM FECHDIA.
      *----------------------------------------------------------------*
