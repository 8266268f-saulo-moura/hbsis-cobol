           SELECT ARQ-CTL-GERACOES     ASSIGN TO  "WID-CTL-BKP.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-GERACOES.
      *
           SELECT ARQ-RECLAMACOES      ASSIGN TO  "WID-ARQ-RCL.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RCL-NUMERO
               ALTERNATE RECORD KEY    IS RCL-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECLAMACAO.
      *
      ******************************************************************
       DATA                            DIVISION.
       FD ARQ-CTL-GERACOES.
       01 REG-CTL-GERACOES.
           05 GER-DATA                 PIC 9(08).
      *
       FD ARQ-RECLAMACOES.
       COPY RECLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       77 WS-FS-GERACOES               PIC X(02).
           88 FS-GER-OK                VALUE "00" THRU "09".
           88 FS-GER-NAO-EXISTE        VALUE "35".
       77 WS-FS-RECLAMACAO             PIC X(02).
           88 FS-RCL-OK                VALUE "00" THRU "09".
           88 FS-RCL-FIM               VALUE "10".
           88 FS-RCL-NAO-EXISTE        VALUE "35".
      *
       77 WS-OPCAO-PAINEL              PIC X.
       01 WS-TOT-CLIENTES              PIC 9(07)       VALUE 0.
       01 WS-PEN-MOTIVO-2              PIC 9(05)       VALUE 0.
       01 WS-PEN-MOTIVO-3              PIC 9(05)       VALUE 0.
       01 WS-ULTIMO-BACKUP             PIC 9(08)       VALUE 0.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-TOT-RECL-PENDENTES        PIC 9(07)       VALUE 0.
       01 WS-TOT-RECL-ATRASADAS        PIC 9(07)       VALUE 0.
      *
      * --> ULTIMO RESULTADO E DATA DE CADA PASSO DA CADEIA
      *
       01 WS-PASSOS-CADEIA.
           05 WS-PASSO-OCORRENCIA      OCCURS 14 TIMES
                                       INDEXED BY WS-PAS-IND.
               10 WS-PASSO-PROGRAMA    PIC X(08).
               10 WS-PASSO-DATA        PIC 9(08).
      *----------------------------------------------------------------*
       1000-COLETAR-NUMEROS            SECTION.
      *----------------------------------------------------------------*
      * MESMAS CONTAGENS QUE O FECHAMENTO DO DIA FAZ, MAIS AS FILAS, O *
      * ESTADO DA CADEIA E DO BACKUP E AS RECLAMACOES DO SAC PENDENTES *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-TOT-CLIENTES
           MOVE 0                      TO WS-TOT-CLI-ATIVOS
           MOVE 0                      TO WS-PEN-MOTIVO-2
           MOVE 0                      TO WS-PEN-MOTIVO-3
           MOVE 0                      TO WS-ULTIMO-BACKUP
           MOVE 0                      TO WS-TOT-RECL-PENDENTES
           MOVE 0                      TO WS-TOT-RECL-ATRASADAS
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM VARYING WS-PAS-IND FROM 1 BY 1
                   UNTIL WS-PAS-IND > 14
               MOVE SPACES             TO WS-PASSO-PROGRAMA
                                          (WS-PAS-IND)
               MOVE 0                  TO WS-PASSO-DATA (WS-PAS-IND)
           IF FS-LOG-OK
               READ ARQ-LOG-CADEIA NEXT
               PERFORM UNTIL NOT FS-LOG-OK
                   IF LOG-PASSO NOT < 1 AND LOG-PASSO NOT > 14
                       SET WS-PAS-IND  TO LOG-PASSO
                       MOVE LOG-PROGRAMA
                           TO WS-PASSO-PROGRAMA (WS-PAS-IND)
               END-PERFORM
               CLOSE ARQ-CTL-GERACOES
           END-IF
           OPEN INPUT ARQ-RECLAMACOES
           IF FS-RCL-OK
               READ ARQ-RECLAMACOES NEXT
               PERFORM UNTIL NOT FS-RCL-OK
                   IF RECLAMACAO-PENDENTE
                       ADD 1           TO WS-TOT-RECL-PENDENTES
                       IF RCL-DATA-LIMITE < WS-DATA-ATUAL
                           ADD 1       TO WS-TOT-RECL-ATRASADAS
                       END-IF
                   END-IF
                   READ ARQ-RECLAMACOES NEXT
               END-PERFORM
               CLOSE ARQ-RECLAMACOES
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
           DISPLAY "PENDENCIAS MOTIVO 03......: " WS-PEN-MOTIVO-3
           DISPLAY "NOTIFICACOES NA FILA......: "
                   WS-TOT-NOTIFICACOES
           DISPLAY "RECLAMACOES SAC PENDENTES.: "
                   WS-TOT-RECL-PENDENTES
           DISPLAY "RECLAMACOES FORA DO PRAZO.: "
                   WS-TOT-RECL-ATRASADAS
           DISPLAY "ULTIMO BACKUP BOM.........: " WS-ULTIMO-BACKUP
           DISPLAY "ULTIMA CADEIA POR PASSO:"
           PERFORM VARYING WS-PAS-IND FROM 1 BY 1
                   UNTIL WS-PAS-IND > 14
               IF WS-PASSO-PROGRAMA (WS-PAS-IND) NOT = SPACES
                   DISPLAY "  " WS-PASSO-PROGRAMA (WS-PAS-IND)
                           " EM " WS-PASSO-DATA (WS-PAS-IND)
