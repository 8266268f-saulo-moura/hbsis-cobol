      ******************************************************************
      * PROGRAMA.: RELAPROS                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: FUNIL DE PROSPECCAO POR VENDEDOR - PROSPECTOS,      *
      *            VISITAS DE PROSPECCAO, CONVERSOES EM CLIENTE E      *
      *            TEMPO MEDIO ATE A CONVERSAO                         *
      ******************************************************************
      * ENTRAM OS PROSPECTOS INCLUIDOS NO PERIODO INFORMADO E AS       *
      * VISITAS A PROSPECTOS FEITAS NO MESMO PERIODO; O TEMPO ATE A    *
      * CONVERSAO E CONTADO EM DIAS DA INCLUSAO DO PROSPECTO ATE A     *
      * INCLUSAO DO CLIENTE A PARTIR DELE                              *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAPROS.
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
           SELECT ARQ-PROSPECTOS       ASSIGN TO  "WID-ARQ-PRS.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRS-NUMERO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PROSPECTO.
      *
           SELECT ARQ-VISITAS-PROSPECTO ASSIGN TO "WID-ARQ-PRV.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-VISITA.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-REL-PROSPECTOS   ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-PROS.
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
       FD ARQ-PROSPECTOS.
       COPY PROSCADA.
      *
       FD ARQ-VISITAS-PROSPECTO.
       COPY PRVICADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-REL-PROSPECTOS.
       01 REG-REL-PROSPECTOS           PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PROSPECTO              PIC X(02).
           88 FS-PRS-OK                VALUE "00" THRU "09".
           88 FS-PRS-FIM               VALUE "10".
       77 WS-FS-VISITA                 PIC X(02).
           88 FS-PRV-OK                VALUE "00" THRU "09".
           88 FS-PRV-FIM               VALUE "10".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
           88 FS-VEN-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-REL-PROS               PIC X(02).
           88 FS-REL-PROS-OK           VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAPROS".
      *
      * --> PERIODO DO FUNIL (INCLUSAO DO PROSPECTO E DATA DA VISITA)
      *
       01 WS-DATA-INICIAL              PIC 9(08)       VALUE 0.
       01 WS-DATA-FINAL                PIC 9(08)       VALUE 0.
       01 WS-DIAS-CONVERSAO            PIC 9(05)       VALUE 0.
      *
      * --> FUNIL ACUMULADO POR VENDEDOR RESPONSAVEL
      *
       01 WS-QTD-VENDEDORES            PIC 9(03)       VALUE 0.
       01 WS-VENDEDORES-IGNORADOS      PIC 9(05)       VALUE 0.
       01 WS-IND-VEN                   PIC 9(03)       VALUE 0.
       01 WS-CPF-PROCURADO             PIC 9(11)       VALUE 0.
       01 WS-TAB-FUNIL.
           05 WS-FUN-OCORRENCIA        OCCURS 300 TIMES.
               10 WS-FUN-CPF           PIC 9(11).
               10 WS-FUN-PROSPECTOS    PIC 9(05).
               10 WS-FUN-ABERTOS       PIC 9(05).
               10 WS-FUN-VISITAS       PIC 9(05).
               10 WS-FUN-CONVERTIDOS   PIC 9(05).
               10 WS-FUN-DESCARTADOS   PIC 9(05).
               10 WS-FUN-SOMA-DIAS     PIC 9(09).
      *
       01 WS-TOT-PROSPECTOS            PIC 9(07)       VALUE 0.
       01 WS-TOT-ABERTOS               PIC 9(07)       VALUE 0.
       01 WS-TOT-VISITAS               PIC 9(07)       VALUE 0.
       01 WS-TOT-CONVERTIDOS           PIC 9(07)       VALUE 0.
       01 WS-TOT-DESCARTADOS           PIC 9(07)       VALUE 0.
       01 WS-TOT-SOMA-DIAS             PIC 9(09)       VALUE 0.
       01 WS-TAXA-CONVERSAO            PIC 9(03)V9     VALUE 0.
       01 WS-MEDIA-DIAS                PIC 9(05)V9     VALUE 0.
       01 WS-TAXA-EDITADA              PIC ZZ9,9.
       01 WS-MEDIA-EDITADA             PIC ZZZZ9,9.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-TITULOS.
           05 FILLER                   PIC X(13)   VALUE " VENDEDOR".
           05 FILLER                   PIC X(31)   VALUE "NOME".
           05 FILLER                   PIC X(08)   VALUE "  PROSP".
           05 FILLER                   PIC X(08)   VALUE " ABERTOS".
           05 FILLER                   PIC X(08)   VALUE " VISITAS".
           05 FILLER                   PIC X(08)   VALUE "  CONV.".
           05 FILLER                   PIC X(08)   VALUE " DESCART".
           05 FILLER                   PIC X(08)   VALUE "  TAXA%".
           05 FILLER                   PIC X(10)   VALUE " DIAS MED.".
       01 WS-LINHA-FUNIL.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-FUN-CPF              PIC 9(11).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-FUN-NOME             PIC X(30).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-FUN-PROSPECTOS       PIC ZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-FUN-ABERTOS          PIC ZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-FUN-VISITAS          PIC ZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-FUN-CONVERTIDOS      PIC ZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-FUN-DESCARTADOS      PIC ZZ.ZZ9.
           05 FILLER                   PIC X(03)   VALUE SPACES.
           05 SAI-FUN-TAXA             PIC ZZ9,9.
           05 FILLER                   PIC X(03)   VALUE SPACES.
           05 SAI-FUN-MEDIA-DIAS       PIC ZZZZ9,9.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-FUNIL.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-FUNIL            SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "FUNIL DE PROSPECCAO POR VENDEDOR"
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = DESDE O INICIO): "
                                       WITH NO ADVANCING
           ACCEPT WS-DATA-INICIAL
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = HOJE): "
                                       WITH NO ADVANCING
           ACCEPT WS-DATA-FINAL
           IF WS-DATA-FINAL = 0
               MOVE WS-DATA-ATUAL      TO WS-DATA-FINAL
           END-IF
           IF WS-DATA-INICIAL > WS-DATA-FINAL
               DISPLAY "PERIODO INVALIDO"
               GOBACK
           END-IF
           OPEN INPUT ARQ-PROSPECTOS
           IF NOT FS-PRS-OK
               DISPLAY "NAO HA PROSPECTOS CADASTRADOS"
               GOBACK
           END-IF
           INITIALIZE WS-TAB-FUNIL
           PERFORM 1000-LER-PROSPECTOS
           CLOSE ARQ-PROSPECTOS
           PERFORM 1500-LER-VISITAS
           OPEN INPUT ARQ-VENDEDORES
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-PRS-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-PROSPECTOS
           STRING "FUNIL DE PROSPECCAO POR VENDEDOR - PERIODO DE "
                  WS-DATA-INICIAL " A " WS-DATA-FINAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-LINHA-TITULOS       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                   UNTIL WS-IND-VEN > WS-QTD-VENDEDORES
               PERFORM 2000-GRAVAR-VENDEDOR
           END-PERFORM
           IF WS-QTD-VENDEDORES = 0
               MOVE "  NENHUM PROSPECTO OU VISITA NO PERIODO"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           ELSE
               PERFORM 3900-GRAVAR-LINHA
               PERFORM 2100-GRAVAR-TOTAL
           END-IF
           IF FS-VEN-OK OR FS-VEN-NAO-ENCONTRADO
               CLOSE ARQ-VENDEDORES
           END-IF
           CLOSE ARQ-REL-PROSPECTOS
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-LER-PROSPECTOS             SECTION.
      *----------------------------------------------------------------*
      * ACUMULA NO VENDEDOR RESPONSAVEL OS PROSPECTOS INCLUIDOS NO     *
      * PERIODO, PELA SITUACAO ATUAL DE CADA UM                        *
      *----------------------------------------------------------------*
           READ ARQ-PROSPECTOS NEXT
           PERFORM UNTIL NOT FS-PRS-OK
               IF PRS-DT-INCLUSAO NOT < WS-DATA-INICIAL
                   AND PRS-DT-INCLUSAO NOT > WS-DATA-FINAL
                   MOVE PRS-VENDEDOR-CPF
                                       TO WS-CPF-PROCURADO
                   PERFORM 1900-LOCALIZAR-VENDEDOR
                   IF WS-IND-VEN > 0
                       PERFORM 1100-ACUMULAR-PROSPECTO
                   END-IF
               END-IF
               READ ARQ-PROSPECTOS NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ACUMULAR-PROSPECTO         SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-FUN-PROSPECTOS (WS-IND-VEN)
           ADD 1                       TO WS-TOT-PROSPECTOS
           EVALUATE TRUE
               WHEN PROSPECTO-CONVERTIDO
                   ADD 1               TO WS-FUN-CONVERTIDOS
                                          (WS-IND-VEN)
                   ADD 1               TO WS-TOT-CONVERTIDOS
                   MOVE 0              TO WS-DIAS-CONVERSAO
                   IF PRS-DATA-CONVERSAO > PRS-DT-INCLUSAO
                       COMPUTE WS-DIAS-CONVERSAO =
                           FUNCTION INTEGER-OF-DATE (PRS-DATA-CONVERSAO)
                         - FUNCTION INTEGER-OF-DATE (PRS-DT-INCLUSAO)
                   END-IF
                   ADD WS-DIAS-CONVERSAO
                                       TO WS-FUN-SOMA-DIAS (WS-IND-VEN)
                   ADD WS-DIAS-CONVERSAO
                                       TO WS-TOT-SOMA-DIAS
               WHEN PROSPECTO-DESCARTADO
                   ADD 1               TO WS-FUN-DESCARTADOS
                                          (WS-IND-VEN)
                   ADD 1               TO WS-TOT-DESCARTADOS
               WHEN OTHER
                   ADD 1               TO WS-FUN-ABERTOS (WS-IND-VEN)
                   ADD 1               TO WS-TOT-ABERTOS
           END-EVALUATE
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-LER-VISITAS                SECTION.
      *----------------------------------------------------------------*
      * CONTA AS VISITAS A PROSPECTOS FEITAS NO PERIODO PELO VENDEDOR  *
      * QUE AS REGISTROU                                               *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-VISITAS-PROSPECTO
           IF NOT FS-PRV-OK
               GO TO 1500-FIM
           END-IF
           READ ARQ-VISITAS-PROSPECTO
           PERFORM UNTIL NOT FS-PRV-OK
               IF PRV-DATA NOT < WS-DATA-INICIAL
                   AND PRV-DATA NOT > WS-DATA-FINAL
                   MOVE PRV-CPF        TO WS-CPF-PROCURADO
                   PERFORM 1900-LOCALIZAR-VENDEDOR
                   IF WS-IND-VEN > 0
                       ADD 1           TO WS-FUN-VISITAS (WS-IND-VEN)
                       ADD 1           TO WS-TOT-VISITAS
                   END-IF
               END-IF
               READ ARQ-VISITAS-PROSPECTO
           END-PERFORM
           CLOSE ARQ-VISITAS-PROSPECTO
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1900-LOCALIZAR-VENDEDOR         SECTION.
      *----------------------------------------------------------------*
      * DEVOLVE EM WS-IND-VEN A POSICAO DO VENDEDOR NA TABELA,         *
      * INCLUINDO-O SE AINDA NAO ESTIVER; ZERO QUANDO A TABELA ESTA    *
      * CHEIA                                                          *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                   UNTIL WS-IND-VEN > WS-QTD-VENDEDORES
                      OR WS-FUN-CPF (WS-IND-VEN) = WS-CPF-PROCURADO
               CONTINUE
           END-PERFORM
           IF WS-IND-VEN > WS-QTD-VENDEDORES
               IF WS-QTD-VENDEDORES < 300
                   ADD 1               TO WS-QTD-VENDEDORES
                   MOVE WS-QTD-VENDEDORES
                                       TO WS-IND-VEN
                   MOVE WS-CPF-PROCURADO
                                       TO WS-FUN-CPF (WS-IND-VEN)
               ELSE
                   ADD 1               TO WS-VENDEDORES-IGNORADOS
                   MOVE 0              TO WS-IND-VEN
               END-IF
           END-IF
           .
       1900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-GRAVAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      * TAXA DE CONVERSAO SOBRE OS PROSPECTOS DO PERIODO E MEDIA DE    *
      * DIAS SOBRE OS CONVERTIDOS                                      *
      *----------------------------------------------------------------*
           MOVE "(VENDEDOR NAO CADASTRADO)"
                                       TO VEN-NOME
           IF FS-VEN-OK OR FS-VEN-NAO-ENCONTRADO
               MOVE WS-FUN-CPF (WS-IND-VEN)
                                       TO VEN-CPF
               READ ARQ-VENDEDORES
               IF NOT FS-VEN-OK
                   MOVE "(VENDEDOR NAO CADASTRADO)"
                                       TO VEN-NOME
               END-IF
           END-IF
           MOVE 0                      TO WS-TAXA-CONVERSAO
           MOVE 0                      TO WS-MEDIA-DIAS
           IF WS-FUN-PROSPECTOS (WS-IND-VEN) > 0
               COMPUTE WS-TAXA-CONVERSAO ROUNDED =
                   WS-FUN-CONVERTIDOS (WS-IND-VEN) * 100
                 / WS-FUN-PROSPECTOS (WS-IND-VEN)
           END-IF
           IF WS-FUN-CONVERTIDOS (WS-IND-VEN) > 0
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                   WS-FUN-SOMA-DIAS (WS-IND-VEN)
                 / WS-FUN-CONVERTIDOS (WS-IND-VEN)
           END-IF
           MOVE WS-FUN-CPF (WS-IND-VEN)
                                       TO SAI-FUN-CPF
           MOVE VEN-NOME               TO SAI-FUN-NOME
           MOVE WS-FUN-PROSPECTOS (WS-IND-VEN)
                                       TO SAI-FUN-PROSPECTOS
           MOVE WS-FUN-ABERTOS (WS-IND-VEN)
                                       TO SAI-FUN-ABERTOS
           MOVE WS-FUN-VISITAS (WS-IND-VEN)
                                       TO SAI-FUN-VISITAS
           MOVE WS-FUN-CONVERTIDOS (WS-IND-VEN)
                                       TO SAI-FUN-CONVERTIDOS
           MOVE WS-FUN-DESCARTADOS (WS-IND-VEN)
                                       TO SAI-FUN-DESCARTADOS
           MOVE WS-TAXA-CONVERSAO      TO SAI-FUN-TAXA
           MOVE WS-MEDIA-DIAS          TO SAI-FUN-MEDIA-DIAS
           MOVE WS-LINHA-FUNIL         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-TOTAL               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-TAXA-CONVERSAO
           MOVE 0                      TO WS-MEDIA-DIAS
           IF WS-TOT-PROSPECTOS > 0
               COMPUTE WS-TAXA-CONVERSAO ROUNDED =
                   WS-TOT-CONVERTIDOS * 100 / WS-TOT-PROSPECTOS
           END-IF
           IF WS-TOT-CONVERTIDOS > 0
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                   WS-TOT-SOMA-DIAS / WS-TOT-CONVERTIDOS
           END-IF
           MOVE 0                      TO SAI-FUN-CPF
           MOVE "TOTAL GERAL"          TO SAI-FUN-NOME
           MOVE WS-TOT-PROSPECTOS      TO SAI-FUN-PROSPECTOS
           MOVE WS-TOT-ABERTOS         TO SAI-FUN-ABERTOS
           MOVE WS-TOT-VISITAS         TO SAI-FUN-VISITAS
           MOVE WS-TOT-CONVERTIDOS     TO SAI-FUN-CONVERTIDOS
           MOVE WS-TOT-DESCARTADOS     TO SAI-FUN-DESCARTADOS
           MOVE WS-TAXA-CONVERSAO      TO SAI-FUN-TAXA
           MOVE WS-MEDIA-DIAS          TO SAI-FUN-MEDIA-DIAS
           MOVE WS-LINHA-FUNIL         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-PROSPECTOS
           WRITE REG-REL-PROSPECTOS
           DISPLAY WS-LINHA-CABECALHO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DO FUNIL DE PROSPECCAO"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PROSPECTOS NO PERIODO.....: " WS-TOT-PROSPECTOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VISITAS A PROSPECTOS......: " WS-TOT-VISITAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CONVERTIDOS EM CLIENTE....: " WS-TOT-CONVERTIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "DESCARTADOS...............: " WS-TOT-DESCARTADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF WS-VENDEDORES-IGNORADOS > 0
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "REGISTROS FORA DA TABELA..: "
                      WS-VENDEDORES-IGNORADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
           END-IF
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
               MOVE "RELAPROS"         TO SPL-PROGRAMA
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
       END PROGRAM RELAPROS.
      *----------------------------------------------------------------*
