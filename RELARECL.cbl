      ******************************************************************
      * PROGRAMA.: RELARECL                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RELATORIO SEMANAL DO SAC - LISTA AS RECLAMACOES     *
      *            PENDENTES FORA DO PRAZO DE ATENDIMENTO DO TIPO E    *
      *            CONTA AS RECLAMACOES ABERTAS NA SEMANA POR TIPO E   *
      *            POR FILIAL                                          *
      ******************************************************************
      * A SEMANA SAO OS SETE DIAS ATE A DATA DE REFERENCIA, INCLUSIVE; *
      * FORA DO PRAZO E A RECLAMACAO AINDA ABERTA OU EM ANDAMENTO COM  *
      * DATA LIMITE ANTERIOR A DATA DE REFERENCIA                      *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELARECL.
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
           SELECT ARQ-RECLAMACOES      ASSIGN TO  "WID-ARQ-RCL.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RCL-NUMERO
               ALTERNATE RECORD KEY    IS RCL-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECLAMACAO.
      *
           SELECT ARQ-TIPOS-SAC        ASSIGN TO  "WID-ARQ-TSA.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TSA-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-TIPO-SAC.
      *
           SELECT ARQ-REL-RECLAMACOES  ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-RECL.
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
       FD ARQ-RECLAMACOES.
       COPY RECLCADA.
      *
       FD ARQ-TIPOS-SAC.
       COPY TSACCADA.
      *
       FD ARQ-REL-RECLAMACOES.
       01 REG-REL-RECLAMACOES          PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-RECLAMACAO             PIC X(02).
           88 FS-RCL-OK                VALUE "00" THRU "09".
           88 FS-RCL-FIM               VALUE "10".
       77 WS-FS-TIPO-SAC               PIC X(02).
           88 FS-TSA-OK                VALUE "00" THRU "09".
           88 FS-TSA-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-REL-RECL               PIC X(02).
           88 FS-REL-RECL-OK           VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELARECL".
      *
      * --> SEMANA DO RELATORIO: SETE DIAS ATE A DATA DE REFERENCIA
      *
       01 WS-DATA-REFERENCIA           PIC 9(08)       VALUE 0.
       01 WS-DATA-INICIO-SEMANA        PIC 9(08)       VALUE 0.
       01 WS-DIAS-ATRASO               PIC 9(05)       VALUE 0.
      *
      * --> CONTAGEM DAS ABERTAS NA SEMANA POR TIPO (01-99) E POR
      *     FILIAL (00-99, POSICAO = FILIAL + 1)
      *
       01 WS-CONTAGEM-TIPOS.
           05 WS-QTD-TIPO              PIC 9(06)   OCCURS 99 TIMES.
       01 WS-CONTAGEM-FILIAIS.
           05 WS-QTD-FILIAL            PIC 9(06)   OCCURS 100 TIMES.
       01 WS-IND-TIPO                  PIC 9(03)       VALUE 0.
       01 WS-IND-FILIAL                PIC 9(03)       VALUE 0.
       01 WS-FILIAL-EDITADA            PIC 9(02)       VALUE 0.
      *
       01 WS-TOT-LIDAS                 PIC 9(07)       VALUE 0.
       01 WS-TOT-PENDENTES             PIC 9(07)       VALUE 0.
       01 WS-TOT-ATRASADAS             PIC 9(07)       VALUE 0.
       01 WS-TOT-ABERTAS-SEMANA        PIC 9(07)       VALUE 0.
       01 WS-TOT-RESOLVIDAS-SEMANA     PIC 9(07)       VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-TITULOS.
           05 FILLER                   PIC X(10)   VALUE "  NUMERO".
           05 FILLER                   PIC X(16)   VALUE "CNPJ".
           05 FILLER                   PIC X(33)   VALUE "TIPO".
           05 FILLER                   PIC X(11)   VALUE "ABERTURA".
           05 FILLER                   PIC X(11)   VALUE "LIMITE".
           05 FILLER                   PIC X(07)   VALUE "ATRASO".
           05 FILLER                   PIC X(04)   VALUE "SIT".
           05 FILLER                   PIC X(10)   VALUE "SUPERV.".
       01 WS-LINHA-ATRASO.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-ATR-NUMERO           PIC Z(06)9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ATR-CNPJ             PIC 9(14).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ATR-TIPO             PIC 9(02).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-ATR-DESC-TIPO        PIC X(30).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-ATR-ABERTURA         PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-ATR-LIMITE           PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-ATR-DIAS             PIC ZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ATR-SITUACAO         PIC X(01).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ATR-SUPERVISOR       PIC Z(06)9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ATR-DESCRICAO        PIC X(30).
       01 WS-LINHA-CONTAGEM.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CNT-CODIGO           PIC 9(02).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-CNT-DESCRICAO        PIC X(30).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-CNT-QTD              PIC ZZZ.ZZ9.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-RECLAMACOES.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-RECLAMACOES      SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "RELATORIO SEMANAL DE RECLAMACOES DE CLIENTES"
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): "
                                       WITH NO ADVANCING
           ACCEPT WS-DATA-REFERENCIA
           IF WS-DATA-REFERENCIA = 0
               MOVE WS-DATA-ATUAL      TO WS-DATA-REFERENCIA
           END-IF
           IF WS-DATA-REFERENCIA (5:2) < "01"
               OR WS-DATA-REFERENCIA (5:2) > "12"
               OR WS-DATA-REFERENCIA (7:2) < "01"
               OR WS-DATA-REFERENCIA (7:2) > "31"
               DISPLAY "DATA DE REFERENCIA INVALIDA"
               GOBACK
           END-IF
           COMPUTE WS-DATA-INICIO-SEMANA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-REFERENCIA) - 6)
           OPEN INPUT ARQ-RECLAMACOES
           IF NOT FS-RCL-OK
               DISPLAY "NAO HA RECLAMACOES REGISTRADAS"
               GOBACK
           END-IF
           INITIALIZE WS-CONTAGEM-TIPOS
           INITIALIZE WS-CONTAGEM-FILIAIS
           OPEN INPUT ARQ-TIPOS-SAC
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-RCL-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-RECLAMACOES
           STRING "RECLAMACOES DE CLIENTES - SEMANA DE "
                  WS-DATA-INICIO-SEMANA " A " WS-DATA-REFERENCIA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "RECLAMACOES PENDENTES FORA DO PRAZO"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-LINHA-TITULOS       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 1000-LER-RECLAMACOES
           CLOSE ARQ-RECLAMACOES
           IF WS-TOT-ATRASADAS = 0
               MOVE "  NENHUMA RECLAMACAO FORA DO PRAZO"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 2000-GRAVAR-POR-TIPO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 2100-GRAVAR-POR-FILIAL
           IF FS-TSA-OK OR FS-TSA-NAO-ENCONTRADO
               CLOSE ARQ-TIPOS-SAC
           END-IF
           CLOSE ARQ-REL-RECLAMACOES
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-LER-RECLAMACOES            SECTION.
      *----------------------------------------------------------------*
      * LISTA AS PENDENTES VENCIDAS NA ORDEM DO NUMERO E CONTA AS      *
      * ABERTAS NA SEMANA POR TIPO E POR FILIAL                        *
      *----------------------------------------------------------------*
           READ ARQ-RECLAMACOES NEXT
           PERFORM UNTIL NOT FS-RCL-OK
               ADD 1                   TO WS-TOT-LIDAS
               IF RECLAMACAO-PENDENTE
                   AND RCL-DATA-ABERTURA NOT > WS-DATA-REFERENCIA
                   ADD 1               TO WS-TOT-PENDENTES
                   IF RCL-DATA-LIMITE < WS-DATA-REFERENCIA
                       PERFORM 1100-GRAVAR-ATRASADA
                   END-IF
               END-IF
               IF RCL-DATA-ABERTURA NOT < WS-DATA-INICIO-SEMANA
                   AND RCL-DATA-ABERTURA NOT > WS-DATA-REFERENCIA
                   ADD 1               TO WS-TOT-ABERTAS-SEMANA
                   IF RCL-TIPO > 0
                       ADD 1           TO WS-QTD-TIPO (RCL-TIPO)
                   END-IF
                   COMPUTE WS-IND-FILIAL = RCL-FILIAL + 1
                   ADD 1               TO WS-QTD-FILIAL (WS-IND-FILIAL)
               END-IF
               IF RECLAMACAO-RESOLVIDA
                   AND RCL-DATA-RESOLUCAO NOT < WS-DATA-INICIO-SEMANA
                   AND RCL-DATA-RESOLUCAO NOT > WS-DATA-REFERENCIA
                   ADD 1               TO WS-TOT-RESOLVIDAS-SEMANA
               END-IF
               READ ARQ-RECLAMACOES NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-GRAVAR-ATRASADA            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-ATRASADAS
           COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-REFERENCIA)
                 - FUNCTION INTEGER-OF-DATE (RCL-DATA-LIMITE)
           MOVE RCL-TIPO               TO WS-IND-TIPO
           PERFORM 2900-LER-TIPO
           MOVE RCL-NUMERO             TO SAI-ATR-NUMERO
           MOVE RCL-CNPJ               TO SAI-ATR-CNPJ
           MOVE RCL-TIPO               TO SAI-ATR-TIPO
           MOVE TSA-DESCRICAO          TO SAI-ATR-DESC-TIPO
           MOVE RCL-DATA-ABERTURA      TO SAI-ATR-ABERTURA
           MOVE RCL-DATA-LIMITE        TO SAI-ATR-LIMITE
           MOVE WS-DIAS-ATRASO         TO SAI-ATR-DIAS
           MOVE RCL-SITUACAO           TO SAI-ATR-SITUACAO
           MOVE RCL-SUPERVISOR         TO SAI-ATR-SUPERVISOR
           MOVE RCL-DESCRICAO          TO SAI-ATR-DESCRICAO
           MOVE WS-LINHA-ATRASO        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-GRAVAR-POR-TIPO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "RECLAMACOES ABERTAS NA SEMANA POR TIPO"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > 99
               IF WS-QTD-TIPO (WS-IND-TIPO) > 0
                   PERFORM 2900-LER-TIPO
                   MOVE WS-IND-TIPO    TO SAI-CNT-CODIGO
                   MOVE TSA-DESCRICAO  TO SAI-CNT-DESCRICAO
                   MOVE WS-QTD-TIPO (WS-IND-TIPO)
                                       TO SAI-CNT-QTD
                   MOVE WS-LINHA-CONTAGEM
                                       TO WS-LINHA-CABECALHO
                   PERFORM 3900-GRAVAR-LINHA
               END-IF
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-POR-FILIAL          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "RECLAMACOES ABERTAS NA SEMANA POR FILIAL"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                   UNTIL WS-IND-FILIAL > 100
               IF WS-QTD-FILIAL (WS-IND-FILIAL) > 0
                   COMPUTE WS-FILIAL-EDITADA = WS-IND-FILIAL - 1
                   MOVE WS-FILIAL-EDITADA
                                       TO SAI-CNT-CODIGO
                   MOVE "FILIAL"       TO SAI-CNT-DESCRICAO
                   MOVE WS-QTD-FILIAL (WS-IND-FILIAL)
                                       TO SAI-CNT-QTD
                   MOVE WS-LINHA-CONTAGEM
                                       TO WS-LINHA-CABECALHO
                   PERFORM 3900-GRAVAR-LINHA
               END-IF
           END-PERFORM
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2900-LER-TIPO                   SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "(TIPO NAO CADASTRADO)" TO TSA-DESCRICAO
           IF FS-TSA-OK OR FS-TSA-NAO-ENCONTRADO
               MOVE WS-IND-TIPO        TO TSA-CODIGO
               READ ARQ-TIPOS-SAC
               IF NOT FS-TSA-OK
                   MOVE "(TIPO NAO CADASTRADO)"
                                       TO TSA-DESCRICAO
               END-IF
           END-IF
           .
       2900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-RECLAMACOES
           WRITE REG-REL-RECLAMACOES
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
           DISPLAY "RESUMO DAS RECLAMACOES DE CLIENTES"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "RECLAMACOES LIDAS.........: " WS-TOT-LIDAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PENDENTES NA REFERENCIA...: " WS-TOT-PENDENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "FORA DO PRAZO.............: " WS-TOT-ATRASADAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ABERTAS NA SEMANA.........: "
                  WS-TOT-ABERTAS-SEMANA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "RESOLVIDAS NA SEMANA......: "
                  WS-TOT-RESOLVIDAS-SEMANA
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
               MOVE "RELARECL"         TO SPL-PROGRAMA
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
       END PROGRAM RELARECL.
      *----------------------------------------------------------------*
