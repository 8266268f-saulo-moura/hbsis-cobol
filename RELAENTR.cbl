      ******************************************************************
      * PROGRAMA.: RELAENTR                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: DESEMPENHO DAS ENTREGAS DO DIA POR FILIAL E         *
      *            MOTORISTA - PARADAS DOS ROMANEIOS DA DATA POR       *
      *            RESULTADO (ENTREGUE, PARCIAL, RECUSADO, CLIENTE     *
      *            FECHADO E AINDA PENDENTE), PERCENTUAL ENTREGUE E    *
      *            VALOR DEVOLVIDO, COM GERACAO DATADA NO SPOOL        *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAENTR.
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
           SELECT ARQ-ROMANEIOS        ASSIGN TO  "WID-ARQ-ROM.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ROM-NUMERO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ROMANEIO.
      *
           SELECT ARQ-PARADAS          ASSIGN TO  "WID-ARQ-RPA.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RPA-CHAVE
               ALTERNATE RECORD KEY    IS RPA-DOCUMENTO
                                       WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PARADA.
      *
           SELECT ARQ-REL-ENTREGA      ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-ENT.
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
       FD ARQ-ROMANEIOS.
       COPY ROMACADA.
      *
       FD ARQ-PARADAS.
       COPY ROMPCADA.
      *
       FD ARQ-REL-ENTREGA.
       01 REG-REL-ENTREGA              PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-ROMANEIO               PIC X(02).
           88 FS-ROM-OK                VALUE "00" THRU "09".
       77 WS-FS-PARADA                 PIC X(02).
           88 FS-RPA-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-ENT                PIC X(02).
           88 FS-REL-ENT-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
      * --> GERACAO DATADA DO RELATORIO, REGISTRADA NO SPOOL
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAENTR".
      *
       01 WS-DATA-RELATORIO            PIC 9(08)       VALUE 0.
      *
      * --> ACUMULADORES POR FILIAL E MOTORISTA
      *
       01 WS-QTD-MOTORISTAS            PIC 9(03)       VALUE 0.
       01 WS-ACHOU-MOTORISTA           PIC X(01)       VALUE "N".
           88 ACHOU-MOTORISTA          VALUE "S".
       01 WS-MOT-TABELA.
           05 WS-MOT-OCORRENCIA        OCCURS 500 TIMES
                                       DEPENDING ON WS-QTD-MOTORISTAS
                                       INDEXED BY WS-MOT-IND.
               10 WS-MOT-FILIAL        PIC 9(02).
               10 WS-MOT-NOME          PIC X(30).
               10 WS-MOT-ROMANEIOS     PIC 9(05).
               10 WS-MOT-PARADAS       PIC 9(05).
               10 WS-MOT-ENTREGUES     PIC 9(05).
               10 WS-MOT-PARCIAIS      PIC 9(05).
               10 WS-MOT-RECUSADAS     PIC 9(05).
               10 WS-MOT-FECHADOS      PIC 9(05).
               10 WS-MOT-PENDENTES     PIC 9(05).
               10 WS-MOT-VALOR         PIC 9(11)V99.
               10 WS-MOT-DEVOLVIDO     PIC 9(11)V99.
      *
      * --> TOTAL DA FILIAL NA QUEBRA E TOTAL GERAL
      *
       01 WS-TOT-ACUMULADOR.
           05 WS-TOT-ROMANEIOS         PIC 9(05).
           05 WS-TOT-PARADAS           PIC 9(05).
           05 WS-TOT-ENTREGUES         PIC 9(05).
           05 WS-TOT-PARCIAIS          PIC 9(05).
           05 WS-TOT-RECUSADAS         PIC 9(05).
           05 WS-TOT-FECHADOS          PIC 9(05).
           05 WS-TOT-PENDENTES         PIC 9(05).
           05 WS-TOT-VALOR             PIC 9(11)V99.
           05 WS-TOT-DEVOLVIDO         PIC 9(11)V99.
       01 WS-GER-ACUMULADOR.
           05 WS-GER-ROMANEIOS         PIC 9(05).
           05 WS-GER-PARADAS           PIC 9(05).
           05 WS-GER-ENTREGUES         PIC 9(05).
           05 WS-GER-PARCIAIS          PIC 9(05).
           05 WS-GER-RECUSADAS         PIC 9(05).
           05 WS-GER-FECHADOS          PIC 9(05).
           05 WS-GER-PENDENTES         PIC 9(05).
           05 WS-GER-VALOR             PIC 9(11)V99.
           05 WS-GER-DEVOLVIDO         PIC 9(11)V99.
       01 WS-FILIAL-QUEBRA             PIC 9(03)       VALUE 0.
       01 WS-FILIAL-TEM-LINHA          PIC X(01)       VALUE "N".
           88 FILIAL-TEM-LINHA         VALUE "S".
       01 WS-PCT-ENTREGA               PIC 9(03)V9     VALUE 0.
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-ENTREGA.
           05 SAI-FILIAL               PIC X(02).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-MOTORISTA            PIC X(30).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-ROMANEIOS            PIC ZZZZ9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-PARADAS              PIC ZZZZ9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-ENTREGUES            PIC ZZZZ9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-PARCIAIS             PIC ZZZZ9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-RECUSADAS            PIC ZZZZ9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-FECHADOS             PIC ZZZZ9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-PENDENTES            PIC ZZZZ9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-PCT-ENTREGA          PIC ZZ9,9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-DEVOLVIDO            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-DESEMPENHO-ENTREGAS.
      *----------------------------------------------------------------*
       0000-DESEMPENHO-ENTREGAS        SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "DESEMPENHO DAS ENTREGAS POR FILIAL E MOTORISTA"
           DISPLAY "DATA DOS ROMANEIOS (0 = HOJE): "
                                       WITH NO ADVANCING
           ACCEPT WS-DATA-RELATORIO
           IF WS-DATA-RELATORIO = 0
               MOVE WS-DATA-ATUAL      TO WS-DATA-RELATORIO
           END-IF
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-ENT-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN INPUT ARQ-ROMANEIOS
           IF NOT FS-ROM-OK
               DISPLAY "NAO HA ROMANEIOS MONTADOS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-PARADAS
           INITIALIZE WS-GER-ACUMULADOR
           READ ARQ-ROMANEIOS NEXT
           PERFORM UNTIL NOT FS-ROM-OK
               IF ROM-DATA = WS-DATA-RELATORIO
                   PERFORM 2000-ACUMULAR-ROMANEIO
               END-IF
               READ ARQ-ROMANEIOS NEXT
           END-PERFORM
           CLOSE ARQ-ROMANEIOS
           CLOSE ARQ-PARADAS
           PERFORM 1000-ABRIR-RELATORIO
           PERFORM VARYING WS-FILIAL-QUEBRA FROM 0 BY 1
                   UNTIL WS-FILIAL-QUEBRA > 99
               PERFORM 3000-LISTAR-FILIAL
           END-PERFORM
           MOVE WS-GER-ACUMULADOR      TO WS-TOT-ACUMULADOR
           MOVE "TOTAL GERAL"          TO SAI-MOTORISTA
           MOVE SPACES                 TO SAI-FILIAL
           PERFORM 3200-IMPRIMIR-TOTAL
           CLOSE ARQ-REL-ENTREGA
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-RELATORIO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-REL-ENTREGA
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "ENTREGAS DOS ROMANEIOS DE " WS-DATA-RELATORIO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-ENTREGA
           WRITE REG-REL-ENTREGA
           DISPLAY WS-LINHA-CABECALHO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "FL  MOTORISTA                        ROM  PAR"
                  "ADAS ENTREG PARCIA RECUSA FECHAD PENDEN  %ENT"
                  "   VALOR CARREGADO   VALOR DEVOLVIDO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-ENTREGA
           WRITE REG-REL-ENTREGA
           DISPLAY WS-LINHA-CABECALHO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-ACUMULAR-ROMANEIO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-ACHOU-MOTORISTA
           PERFORM VARYING WS-MOT-IND FROM 1 BY 1
                   UNTIL WS-MOT-IND > WS-QTD-MOTORISTAS
                   OR ACHOU-MOTORISTA
               IF WS-MOT-FILIAL (WS-MOT-IND) = ROM-FILIAL
                   AND WS-MOT-NOME (WS-MOT-IND) = ROM-MOTORISTA
                   MOVE "S"            TO WS-ACHOU-MOTORISTA
               END-IF
           END-PERFORM
           IF ACHOU-MOTORISTA
               SET WS-MOT-IND          DOWN BY 1
           ELSE
               IF WS-QTD-MOTORISTAS = 500
                   GO TO 2000-FIM
               END-IF
               ADD 1                   TO WS-QTD-MOTORISTAS
               SET WS-MOT-IND          TO WS-QTD-MOTORISTAS
               INITIALIZE WS-MOT-OCORRENCIA (WS-MOT-IND)
               MOVE ROM-FILIAL         TO WS-MOT-FILIAL (WS-MOT-IND)
               MOVE ROM-MOTORISTA      TO WS-MOT-NOME (WS-MOT-IND)
           END-IF
           ADD 1                       TO WS-MOT-ROMANEIOS (WS-MOT-IND)
           ADD ROM-VALOR-TOTAL         TO WS-MOT-VALOR (WS-MOT-IND)
           MOVE ROM-NUMERO             TO RPA-NUMERO-ROM
           MOVE 0                      TO RPA-SEQUENCIA
           START ARQ-PARADAS           KEY >= RPA-CHAVE
           IF NOT FS-RPA-OK
               GO TO 2000-FIM
           END-IF
           READ ARQ-PARADAS NEXT
           PERFORM UNTIL NOT FS-RPA-OK
                   OR RPA-NUMERO-ROM NOT = ROM-NUMERO
               ADD 1                   TO WS-MOT-PARADAS (WS-MOT-IND)
               EVALUATE TRUE
                   WHEN PARADA-ENTREGUE
                       ADD 1       TO WS-MOT-ENTREGUES (WS-MOT-IND)
                   WHEN PARADA-PARCIAL
                       ADD 1       TO WS-MOT-PARCIAIS (WS-MOT-IND)
                   WHEN PARADA-RECUSADA
                       ADD 1       TO WS-MOT-RECUSADAS (WS-MOT-IND)
                   WHEN PARADA-CLIENTE-FECHADO
                       ADD 1       TO WS-MOT-FECHADOS (WS-MOT-IND)
                   WHEN OTHER
                       ADD 1       TO WS-MOT-PENDENTES (WS-MOT-IND)
               END-EVALUATE
               ADD RPA-VALOR-DEVOLVIDO TO WS-MOT-DEVOLVIDO (WS-MOT-IND)
               READ ARQ-PARADAS NEXT
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-LISTAR-FILIAL              SECTION.
      *----------------------------------------------------------------*
      * MOTORISTAS DA FILIAL E A LINHA DE TOTAL DA FILIAL              *
      *----------------------------------------------------------------*
           INITIALIZE WS-TOT-ACUMULADOR
           MOVE "N"                    TO WS-FILIAL-TEM-LINHA
           PERFORM VARYING WS-MOT-IND FROM 1 BY 1
                   UNTIL WS-MOT-IND > WS-QTD-MOTORISTAS
               IF WS-MOT-FILIAL (WS-MOT-IND) = WS-FILIAL-QUEBRA
                   MOVE "S"            TO WS-FILIAL-TEM-LINHA
                   PERFORM 3100-IMPRIMIR-MOTORISTA
               END-IF
           END-PERFORM
           IF FILIAL-TEM-LINHA
               MOVE WS-FILIAL-QUEBRA (2:2) TO SAI-FILIAL
               MOVE "TOTAL DA FILIAL"  TO SAI-MOTORISTA
               PERFORM 3200-IMPRIMIR-TOTAL
               ADD WS-TOT-ROMANEIOS    TO WS-GER-ROMANEIOS
               ADD WS-TOT-PARADAS      TO WS-GER-PARADAS
               ADD WS-TOT-ENTREGUES    TO WS-GER-ENTREGUES
               ADD WS-TOT-PARCIAIS     TO WS-GER-PARCIAIS
               ADD WS-TOT-RECUSADAS    TO WS-GER-RECUSADAS
               ADD WS-TOT-FECHADOS     TO WS-GER-FECHADOS
               ADD WS-TOT-PENDENTES    TO WS-GER-PENDENTES
               ADD WS-TOT-VALOR        TO WS-GER-VALOR
               ADD WS-TOT-DEVOLVIDO    TO WS-GER-DEVOLVIDO
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-IMPRIMIR-MOTORISTA         SECTION.
      *----------------------------------------------------------------*
      * PERCENTUAL ENTREGUE = ENTREGUES INTEIRAS E PARCIAIS SOBRE AS   *
      * PARADAS DO MOTORISTA                                           *
      *----------------------------------------------------------------*
           ADD WS-MOT-ROMANEIOS (WS-MOT-IND) TO WS-TOT-ROMANEIOS
           ADD WS-MOT-PARADAS (WS-MOT-IND)   TO WS-TOT-PARADAS
           ADD WS-MOT-ENTREGUES (WS-MOT-IND) TO WS-TOT-ENTREGUES
           ADD WS-MOT-PARCIAIS (WS-MOT-IND)  TO WS-TOT-PARCIAIS
           ADD WS-MOT-RECUSADAS (WS-MOT-IND) TO WS-TOT-RECUSADAS
           ADD WS-MOT-FECHADOS (WS-MOT-IND)  TO WS-TOT-FECHADOS
           ADD WS-MOT-PENDENTES (WS-MOT-IND) TO WS-TOT-PENDENTES
           ADD WS-MOT-VALOR (WS-MOT-IND)     TO WS-TOT-VALOR
           ADD WS-MOT-DEVOLVIDO (WS-MOT-IND) TO WS-TOT-DEVOLVIDO
           MOVE WS-MOT-FILIAL (WS-MOT-IND)   TO SAI-FILIAL
           MOVE WS-MOT-NOME (WS-MOT-IND)     TO SAI-MOTORISTA
           MOVE WS-MOT-ROMANEIOS (WS-MOT-IND) TO SAI-ROMANEIOS
           MOVE WS-MOT-PARADAS (WS-MOT-IND)  TO SAI-PARADAS
           MOVE WS-MOT-ENTREGUES (WS-MOT-IND) TO SAI-ENTREGUES
           MOVE WS-MOT-PARCIAIS (WS-MOT-IND) TO SAI-PARCIAIS
           MOVE WS-MOT-RECUSADAS (WS-MOT-IND) TO SAI-RECUSADAS
           MOVE WS-MOT-FECHADOS (WS-MOT-IND) TO SAI-FECHADOS
           MOVE WS-MOT-PENDENTES (WS-MOT-IND) TO SAI-PENDENTES
           MOVE 0                      TO WS-PCT-ENTREGA
           IF WS-MOT-PARADAS (WS-MOT-IND) > 0
               COMPUTE WS-PCT-ENTREGA ROUNDED =
                   (WS-MOT-ENTREGUES (WS-MOT-IND)
                  + WS-MOT-PARCIAIS (WS-MOT-IND)) * 100
                  / WS-MOT-PARADAS (WS-MOT-IND)
           END-IF
           MOVE WS-PCT-ENTREGA         TO SAI-PCT-ENTREGA
           MOVE WS-MOT-VALOR (WS-MOT-IND)    TO SAI-VALOR
           MOVE WS-MOT-DEVOLVIDO (WS-MOT-IND) TO SAI-DEVOLVIDO
           MOVE WS-LINHA-ENTREGA       TO REG-REL-ENTREGA
           WRITE REG-REL-ENTREGA
           DISPLAY WS-LINHA-ENTREGA
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-TOT-ROMANEIOS       TO SAI-ROMANEIOS
           MOVE WS-TOT-PARADAS         TO SAI-PARADAS
           MOVE WS-TOT-ENTREGUES       TO SAI-ENTREGUES
           MOVE WS-TOT-PARCIAIS        TO SAI-PARCIAIS
           MOVE WS-TOT-RECUSADAS       TO SAI-RECUSADAS
           MOVE WS-TOT-FECHADOS        TO SAI-FECHADOS
           MOVE WS-TOT-PENDENTES       TO SAI-PENDENTES
           MOVE 0                      TO WS-PCT-ENTREGA
           IF WS-TOT-PARADAS > 0
               COMPUTE WS-PCT-ENTREGA ROUNDED =
                   (WS-TOT-ENTREGUES + WS-TOT-PARCIAIS) * 100
                   / WS-TOT-PARADAS
           END-IF
           MOVE WS-PCT-ENTREGA         TO SAI-PCT-ENTREGA
           MOVE WS-TOT-VALOR           TO SAI-VALOR
           MOVE WS-TOT-DEVOLVIDO       TO SAI-DEVOLVIDO
           MOVE WS-LINHA-ENTREGA       TO REG-REL-ENTREGA
           WRITE REG-REL-ENTREGA
           DISPLAY WS-LINHA-ENTREGA
           MOVE SPACES                 TO REG-REL-ENTREGA
           WRITE REG-REL-ENTREGA
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DO DESEMPENHO DAS ENTREGAS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ROMANEIOS DA DATA.........: "
                   WS-GER-ROMANEIOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PARADAS...................: "
                   WS-GER-PARADAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "AINDA PENDENTES...........: "
                   WS-GER-PENDENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
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
               MOVE "RELAENTR"         TO SPL-PROGRAMA
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
       END PROGRAM RELAENTR.
      *----------------------------------------------------------------*
