      ******************************************************************
      * PROGRAMA.: RELAEQUI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: EQUIPAMENTOS EM COMODATO A RECOLHER - LISTA OS      *
      *            EQUIPAMENTOS INSTALADOS EM CLIENTE INATIVO,         *
      *            ARQUIVADO (OU FORA DO CADASTRO) OU COM QUEDA DE     *
      *            COMPRAS, ESTE PELO ULTIMO RELATORIO DE QUEDA        *
      *            GERADO, PARA PROGRAMAR A RETIRADA; GERACAO DATADA   *
      *            NO SPOOL                                            *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAEQUI.
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
           SELECT ARQ-EQUIPAMENTOS     ASSIGN TO  "WID-ARQ-EQP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EQP-SERIE
               ALTERNATE RECORD KEY    IS EQP-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-EQUIPAMENTO.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-CLI-ARQUIVO      ASSIGN TO  "WID-ARQ-CLI-ARC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ARC-CNPJ
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ARQUIVO.
      *
           SELECT ARQ-REL-QUEDA        ASSIGN TO  "WID-REL-QDA.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-QDA.
      *
           SELECT ARQ-REL-EQUIPAMENTO  ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-EQP.
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
       FD ARQ-EQUIPAMENTOS.
       COPY EQUICADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-CLI-ARQUIVO.
       COPY ARCHCADA.
      *
       FD ARQ-REL-QUEDA.
       01 REG-REL-QUEDA.
           05 QDA-CNPJ                 PIC X(14).
           05 FILLER                   PIC X(118).
      *
       FD ARQ-REL-EQUIPAMENTO.
       01 REG-REL-EQUIPAMENTO          PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-EQUIPAMENTO            PIC X(02).
           88 FS-EQP-OK                VALUE "00" THRU "09".
           88 FS-EQP-FIM               VALUE "10".
           88 FS-EQP-NAO-EXISTE        VALUE "35".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
           88 FS-CLI-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-ARQUIVO                PIC X(02).
           88 FS-ARC-OK                VALUE "00" THRU "09".
           88 FS-ARC-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-REL-QDA                PIC X(02).
           88 FS-REL-QDA-OK            VALUE "00" THRU "09".
       77 WS-FS-REL-EQP                PIC X(02).
           88 FS-REL-EQP-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
      * --> GERACAO DATADA DO RELATORIO, REGISTRADA NO SPOOL
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAEQUI".
      *
      * --> FILTRO PEDIDO (ZERO = TODAS)
      *
       01 WS-FILIAL-RELATORIO          PIC 9(02)       VALUE 0.
      *
      * --> CLIENTES COM QUEDA DE COMPRAS, DO ULTIMO RELATORIO DE QUEDA
      *
       01 WS-QTD-QUEDA                 PIC 9(04)       VALUE 0.
       01 WS-QDA-TABELA.
           05 WS-QDA-OCORRENCIA        OCCURS 9999 TIMES
                                       DEPENDING ON WS-QTD-QUEDA
                                       INDEXED BY WS-QDA-IND.
               10 WS-QDA-TAB-CNPJ      PIC 9(14).
       01 WS-ACHOU-QUEDA               PIC X(01)       VALUE "N".
           88 ACHOU-QUEDA              VALUE "S".
      *
       01 WS-TOT-INSTALADOS            PIC 9(07)       VALUE 0.
       01 WS-TOT-A-RECOLHER            PIC 9(07)       VALUE 0.
       01 WS-TOT-INATIVOS              PIC 9(07)       VALUE 0.
       01 WS-TOT-ARQUIVADOS            PIC 9(07)       VALUE 0.
       01 WS-TOT-QUEDA                 PIC 9(07)       VALUE 0.
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-EQUIPAMENTO.
           05 SAI-SERIE                PIC X(15).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-TIPO                 PIC X(01).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-DESCRICAO            PIC X(20).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-FILIAL               PIC 9(02).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CNPJ                 PIC 9(14).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-NOME                 PIC X(25).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-DT-INSTALACAO        PIC 9(08).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-MOTIVO               PIC X(20).
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-EQUIPAMENTOS-RECOLHER.
      *----------------------------------------------------------------*
       0000-EQUIPAMENTOS-RECOLHER      SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "EQUIPAMENTOS EM COMODATO A RECOLHER"
           DISPLAY "FILIAL (0 = TODAS): "
                                       WITH NO ADVANCING
           ACCEPT WS-FILIAL-RELATORIO
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-EQP-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN INPUT ARQ-EQUIPAMENTOS
           IF NOT FS-EQP-OK
               DISPLAY "NAO HA EQUIPAMENTOS CADASTRADOS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-CLI-ARQUIVO
           PERFORM 1100-CARREGAR-QUEDA
           PERFORM 1000-ABRIR-RELATORIO
           READ ARQ-EQUIPAMENTOS NEXT
           PERFORM UNTIL NOT FS-EQP-OK
               IF EQP-EM-CLIENTE
                   AND (WS-FILIAL-RELATORIO = 0
                   OR EQP-FILIAL = WS-FILIAL-RELATORIO)
                   PERFORM 2000-AVALIAR-EQUIPAMENTO
               END-IF
               READ ARQ-EQUIPAMENTOS NEXT
           END-PERFORM
           CLOSE ARQ-EQUIPAMENTOS
           IF FS-CLI-OK OR FS-CLI-NAO-ENCONTRADO
               CLOSE ARQ-CLIENTES
           END-IF
           IF FS-ARC-OK OR FS-ARC-NAO-ENCONTRADO
               CLOSE ARQ-CLI-ARQUIVO
           END-IF
           CLOSE ARQ-REL-EQUIPAMENTO
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
           OPEN OUTPUT ARQ-REL-EQUIPAMENTO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "SERIE            T  DESCRICAO             FL  "
                  "CNPJ            NOME                       "
                  "INSTALAC  MOTIVO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-EQUIPAMENTO
           WRITE REG-REL-EQUIPAMENTO
           DISPLAY WS-LINHA-CABECALHO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-CARREGAR-QUEDA             SECTION.
      *----------------------------------------------------------------*
      * O RELATORIO DE QUEDA TEM CABECALHO E TOTAIS; SO AS LINHAS QUE  *
      * COMECAM PELO CNPJ SAO DE CLIENTE. SEM O ARQUIVO, NENHUM        *
      * EQUIPAMENTO SAI POR QUEDA DE COMPRAS                           *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-REL-QUEDA
           IF NOT FS-REL-QDA-OK
               DISPLAY "RELATORIO DE QUEDA NAO GERADO - QUEDA "
                       "DE COMPRAS NAO AVALIADA"
               GO TO 1100-FIM
           END-IF
           READ ARQ-REL-QUEDA
           PERFORM UNTIL NOT FS-REL-QDA-OK
                   OR WS-QTD-QUEDA = 9999
               IF QDA-CNPJ NUMERIC
                   ADD 1               TO WS-QTD-QUEDA
                   MOVE QDA-CNPJ
                               TO WS-QDA-TAB-CNPJ (WS-QTD-QUEDA)
               END-IF
               READ ARQ-REL-QUEDA
           END-PERFORM
           CLOSE ARQ-REL-QUEDA
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-AVALIAR-EQUIPAMENTO        SECTION.
      *----------------------------------------------------------------*
      * O CLIENTE FORA DO CADASTRO ATIVO E PROCURADO NO ARQUIVO MORTO; *
      * SEM MOTIVO PARA RECOLHER, O EQUIPAMENTO NAO E LISTADO          *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-INSTALADOS
           MOVE SPACES                 TO SAI-MOTIVO
           MOVE SPACES                 TO SAI-NOME
           MOVE EQP-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE NOME               TO SAI-NOME
               IF REGISTRO-INATIVO
                   MOVE "CLIENTE INATIVO"
                                       TO SAI-MOTIVO
                   ADD 1               TO WS-TOT-INATIVOS
               END-IF
           ELSE
               MOVE EQP-CNPJ           TO ARC-CNPJ
               READ ARQ-CLI-ARQUIVO
               IF FS-ARC-OK
                   MOVE "CLIENTE ARQUIVADO"
                                       TO SAI-MOTIVO
               ELSE
                   MOVE "CLIENTE NAO CADASTR."
                                       TO SAI-MOTIVO
               END-IF
               ADD 1                   TO WS-TOT-ARQUIVADOS
           END-IF
           IF SAI-MOTIVO = SPACES
               PERFORM 2100-PROCURAR-QUEDA
               IF ACHOU-QUEDA
                   MOVE "QUEDA DE COMPRAS" TO SAI-MOTIVO
                   ADD 1               TO WS-TOT-QUEDA
               END-IF
           END-IF
           IF SAI-MOTIVO = SPACES
               GO TO 2000-FIM
           END-IF
           ADD 1                       TO WS-TOT-A-RECOLHER
           MOVE EQP-SERIE              TO SAI-SERIE
           MOVE EQP-TIPO               TO SAI-TIPO
           MOVE EQP-DESCRICAO          TO SAI-DESCRICAO
           MOVE EQP-FILIAL             TO SAI-FILIAL
           MOVE EQP-CNPJ               TO SAI-CNPJ
           MOVE EQP-DT-INSTALACAO      TO SAI-DT-INSTALACAO
           MOVE WS-LINHA-EQUIPAMENTO   TO REG-REL-EQUIPAMENTO
           WRITE REG-REL-EQUIPAMENTO
           DISPLAY WS-LINHA-EQUIPAMENTO
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-PROCURAR-QUEDA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-ACHOU-QUEDA
           PERFORM VARYING WS-QDA-IND FROM 1 BY 1
                   UNTIL WS-QDA-IND > WS-QTD-QUEDA
                   OR ACHOU-QUEDA
               IF WS-QDA-TAB-CNPJ (WS-QDA-IND) = EQP-CNPJ
                   MOVE "S"            TO WS-ACHOU-QUEDA
               END-IF
           END-PERFORM
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DOS EQUIPAMENTOS A RECOLHER"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "INSTALADOS EM CLIENTES....: "
                   WS-TOT-INSTALADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "A RECOLHER................: "
                   WS-TOT-A-RECOLHER
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "  CLIENTE INATIVO.........: "
                   WS-TOT-INATIVOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "  CLIENTE ARQUIVADO.......: "
                   WS-TOT-ARQUIVADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "  QUEDA DE COMPRAS........: "
                   WS-TOT-QUEDA
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
               MOVE "RELAEQUI"         TO SPL-PROGRAMA
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
       END PROGRAM RELAEQUI.
      *----------------------------------------------------------------*
