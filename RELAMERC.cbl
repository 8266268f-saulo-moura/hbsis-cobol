      ******************************************************************
      * PROGRAMA.: RELAMERC                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RELATORIO DE INTELIGENCIA DE MERCADO - A PARTIR DAS *
      *            PESQUISAS FEITAS NAS VISITAS, MOSTRA MES A MES A    *
      *            DIFERENCA DO NOSSO PRECO PARA O DO CONCORRENTE, A   *
      *            PARTICIPACAO NAS FRENTES DE GONDOLA E AS GELADEIRAS *
      *            ABASTECIDAS, POR MUNICIPIO, POR CANAL E POR         *
      *            VENDEDOR                                            *
      ******************************************************************
      * O NOSSO PRECO E O DE PRATELEIRA ANOTADO NA PESQUISA; SEM ELE   *
      * VALE O PRECO DE TABELA DA DATA DA VISITA (PRECPROD). A         *
      * DIFERENCA DE PRECO SO CONSIDERA OS PRODUTOS COM OS DOIS PRECOS *
      * E A GELADEIRA E CONTADA UMA VEZ POR VISITA                     *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAMERC.
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
           SELECT ARQ-PESQUISAS        ASSIGN TO  "WID-ARQ-PSQ.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PESQUISA.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-REL-MERCADO      ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-MERC.
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
       FD ARQ-PESQUISAS.
       COPY PESQCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-REL-MERCADO.
       01 REG-REL-MERCADO              PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PESQUISA               PIC X(02).
           88 FS-PSQ-OK                VALUE "00" THRU "09".
           88 FS-PSQ-NAO-EXISTE        VALUE "35".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-MERC               PIC X(02).
           88 FS-REL-MERC-OK           VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAMERC".
      *
      * --> PERIODO DO RELATORIO, NO MAXIMO DOZE COMPETENCIAS
      *
       01 WS-ANOMES-INICIAL            PIC 9(06)       VALUE 0.
       01 REDEFINES WS-ANOMES-INICIAL.
           05 WS-ANO-INICIAL           PIC 9(04).
           05 WS-MES-INICIAL           PIC 9(02).
       01 WS-ANOMES-FINAL              PIC 9(06)       VALUE 0.
       01 REDEFINES WS-ANOMES-FINAL.
           05 WS-ANO-FINAL             PIC 9(04).
           05 WS-MES-FINAL             PIC 9(02).
       01 WS-ANOMES-LINHA              PIC 9(06)       VALUE 0.
       01 REDEFINES WS-ANOMES-LINHA.
           05 WS-ANO-LINHA             PIC 9(04).
           05 WS-MES-LINHA             PIC 9(02).
       01 WS-DATA-PESQUISA             PIC 9(08)       VALUE 0.
       01 REDEFINES WS-DATA-PESQUISA.
           05 WS-ANO-PESQUISA          PIC 9(04).
           05 WS-MES-PESQUISA          PIC 9(02).
           05 WS-DIA-PESQUISA          PIC 9(02).
       01 WS-QTD-MESES                 PIC S9(04)      VALUE 0.
       01 WS-MES-IND                   PIC S9(04)      VALUE 0.
      *
      * --> VISITA DO REGISTRO ANTERIOR, PARA CONTAR CADA VISITA E SUA
      *     GELADEIRA UMA SO VEZ
      *
       01 WS-VISITA-ATUAL.
           05 WS-VIS-DATA              PIC 9(08).
           05 WS-VIS-HORA              PIC 9(06).
           05 WS-VIS-CPF               PIC 9(11).
           05 WS-VIS-CNPJ              PIC 9(14).
       01 WS-VISITA-ANTERIOR           PIC X(39)       VALUE SPACES.
       01 WS-NOVA-VISITA               PIC X(01)       VALUE "N".
           88 NOVA-VISITA              VALUE "S".
      *
      * --> DADOS DO CLIENTE E NOSSO PRECO DO REGISTRO LIDO
      *
       01 WS-MUNICIPIO-CLIENTE         PIC X(32)       VALUE SPACES.
       01 WS-CANAL-CLIENTE             PIC X(01)       VALUE SPACE.
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
       01 WS-PORTE-CLIENTE             PIC X(01)       VALUE SPACE.
       01 WS-PRECO-NOSSO               PIC 9(09)V99    VALUE 0.
      *
      * --> ACUMULADOS POR QUEBRA (M = MUNICIPIO, C = CANAL, V =
      *     VENDEDOR) E COMPETENCIA DO PERIODO
      *
       01 WS-QTD-QUEBRAS               PIC 9(04)       VALUE 0.
       01 WS-MER-TABELA.
           05 WS-MER-OCORRENCIA        OCCURS 999 TIMES
                                       INDEXED BY WS-MER-IND.
               10 WS-MER-TIPO          PIC X(01).
               10 WS-MER-CHAVE         PIC X(32).
               10 WS-MER-MES           OCCURS 12 TIMES.
                   15 WS-MER-VISITAS   PIC 9(05).
                   15 WS-MER-PRODUTOS  PIC 9(05).
                   15 WS-MER-PRECOS    PIC 9(05).
                   15 WS-MER-SOMA-NOSSO PIC 9(09)V99.
                   15 WS-MER-SOMA-CONC PIC 9(09)V99.
                   15 WS-MER-FRENTES-NOSSAS PIC 9(07).
                   15 WS-MER-FRENTES-CONC PIC 9(07).
                   15 WS-MER-GELADEIRAS PIC 9(05).
                   15 WS-MER-ABASTECIDAS PIC 9(05).
       01 WS-TIPO-QUEBRA               PIC X(01)       VALUE SPACE.
       01 WS-CHAVE-QUEBRA              PIC X(32)       VALUE SPACES.
       01 WS-ACHOU-QUEBRA              PIC X(01)       VALUE "N".
           88 ACHOU-QUEBRA             VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
      *
      * --> INDICADORES DA LINHA
      *
       01 WS-MEDIA-NOSSO               PIC 9(09)V99    VALUE 0.
       01 WS-MEDIA-CONC                PIC 9(09)V99    VALUE 0.
       01 WS-PCT-DIFERENCA             PIC S9(05)V9    VALUE 0.
       01 WS-PCT-GONDOLA               PIC 9(03)V9     VALUE 0.
       01 WS-PCT-GELADEIRA             PIC 9(03)V9     VALUE 0.
      *
       01 WS-TOT-LIDOS                 PIC 9(07)       VALUE 0.
       01 WS-TOT-NO-PERIODO            PIC 9(07)       VALUE 0.
       01 WS-TOT-VISITAS               PIC 9(07)       VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-QUEBRA.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-QUEBRA-TITULO        PIC X(09).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-QUEBRA-CODIGO        PIC X(32).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-QUEBRA-NOME          PIC X(40).
       01 WS-LINHA-TITULOS.
           05 FILLER                   PIC X(06)   VALUE SPACES.
           05 FILLER                   PIC X(08)   VALUE "MES".
           05 FILLER                   PIC X(08)   VALUE "VISITAS".
           05 FILLER                   PIC X(08)   VALUE "PRODUT.".
           05 FILLER                   PIC X(14)   VALUE
                                                   "  PRECO NOSSO".
           05 FILLER                   PIC X(14)   VALUE
                                                   "   PRECO CONC.".
           05 FILLER                   PIC X(10)   VALUE " DIFER.%".
           05 FILLER                   PIC X(10)   VALUE " GONDOLA%".
           05 FILLER                   PIC X(12)   VALUE
                                                   " GELAD.ABAST".
       01 WS-LINHA-MES.
           05 FILLER                   PIC X(06)   VALUE SPACES.
           05 SAI-MES-ANO              PIC 9(04).
           05 FILLER                   PIC X(01)   VALUE "/".
           05 SAI-MES-MES              PIC 9(02).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-MES-VISITAS          PIC ZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-MES-PRODUTOS         PIC ZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-MES-PRECO-NOSSO      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-MES-PRECO-CONC       PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-MES-DIFERENCA        PIC -Z.ZZ9,9.
           05 FILLER                   PIC X(03)   VALUE SPACES.
           05 SAI-MES-GONDOLA          PIC ZZ9,9.
           05 FILLER                   PIC X(04)   VALUE SPACES.
           05 SAI-MES-GELADEIRA        PIC ZZ9,9.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DO HISTORICO DE PRECOS
      *
       COPY PRECPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-MERCADO.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-MERCADO          SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "INTELIGENCIA DE MERCADO - PESQUISAS DAS VISITAS"
           DISPLAY "ANO/MES FINAL (AAAAMM, 0 = ATUAL): "
                                       WITH NO ADVANCING
           ACCEPT WS-ANOMES-FINAL
           IF WS-ANOMES-FINAL = 0
               MOVE WS-DATA-ATUAL (1:6) TO WS-ANOMES-FINAL
           END-IF
           DISPLAY "ANO/MES INICIAL (AAAAMM, 0 = DOZE MESES): "
                                       WITH NO ADVANCING
           ACCEPT WS-ANOMES-INICIAL
           IF WS-ANOMES-INICIAL = 0
               MOVE WS-ANO-FINAL       TO WS-ANO-INICIAL
               MOVE WS-MES-FINAL       TO WS-MES-INICIAL
               IF WS-MES-INICIAL = 12
                   MOVE 1              TO WS-MES-INICIAL
               ELSE
                   SUBTRACT 1          FROM WS-ANO-INICIAL
                   ADD 1               TO WS-MES-INICIAL
               END-IF
           END-IF
           COMPUTE WS-QTD-MESES =
                   (WS-ANO-FINAL - WS-ANO-INICIAL) * 12
                   + WS-MES-FINAL - WS-MES-INICIAL + 1
           IF WS-MES-INICIAL < 1 OR WS-MES-INICIAL > 12
               OR WS-MES-FINAL < 1 OR WS-MES-FINAL > 12
               OR WS-QTD-MESES < 1 OR WS-QTD-MESES > 12
               DISPLAY "PERIODO INVALIDO - NO MAXIMO DOZE MESES"
               GOBACK
           END-IF
           OPEN INPUT ARQ-PESQUISAS
           IF NOT FS-PSQ-OK
               DISPLAY "NAO HA PESQUISAS DE MERCADO REGISTRADAS"
               GOBACK
           END-IF
           INITIALIZE WS-MER-TABELA
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-VENDEDORES
           PERFORM 1000-ACUMULAR-PESQUISAS
           MOVE "F"                    TO PMP-FUNCAO
           CALL "PRECPROD"             USING REG-PARM-PRECO
           CLOSE ARQ-PESQUISAS
           IF WS-TOT-NO-PERIODO = 0
               DISPLAY "NAO HA PESQUISAS NO PERIODO"
               CLOSE ARQ-CLIENTES
               CLOSE ARQ-VENDEDORES
               GOBACK
           END-IF
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-MER-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-MERCADO
           STRING "INTELIGENCIA DE MERCADO - COMPETENCIAS "
                  WS-ANOMES-INICIAL " A " WS-ANOMES-FINAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "M"                    TO WS-TIPO-QUEBRA
           MOVE "POR MUNICIPIO"        TO WS-LINHA-CABECALHO
           PERFORM 2000-GRAVAR-SECAO
           MOVE "C"                    TO WS-TIPO-QUEBRA
           MOVE "POR CANAL"            TO WS-LINHA-CABECALHO
           PERFORM 2000-GRAVAR-SECAO
           MOVE "V"                    TO WS-TIPO-QUEBRA
           MOVE "POR VENDEDOR"         TO WS-LINHA-CABECALHO
           PERFORM 2000-GRAVAR-SECAO
           IF TABELA-CHEIA
               MOVE "TABELA DE TOTAIS CHEIA - QUEBRAS INCOMPLETAS"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           CLOSE ARQ-REL-MERCADO
           CLOSE ARQ-CLIENTES
           CLOSE ARQ-VENDEDORES
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ACUMULAR-PESQUISAS         SECTION.
      *----------------------------------------------------------------*
      * CADA PRODUTO PESQUISADO NO PERIODO ENTRA NO MUNICIPIO E NO     *
      * CANAL DO CLIENTE E NO VENDEDOR DA VISITA                       *
      *----------------------------------------------------------------*
           READ ARQ-PESQUISAS NEXT
           PERFORM UNTIL NOT FS-PSQ-OK
               ADD 1                   TO WS-TOT-LIDOS
               MOVE PSQ-DATA           TO WS-DATA-PESQUISA
               COMPUTE WS-MES-IND =
                       (WS-ANO-PESQUISA - WS-ANO-INICIAL) * 12
                       + WS-MES-PESQUISA - WS-MES-INICIAL + 1
               IF WS-MES-IND NOT < 1 AND WS-MES-IND NOT > WS-QTD-MESES
                   PERFORM 1100-ACUMULAR-PESQUISA
               END-IF
               READ ARQ-PESQUISAS NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ACUMULAR-PESQUISA          SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-NO-PERIODO
           MOVE PSQ-DATA               TO WS-VIS-DATA
           MOVE PSQ-HORA               TO WS-VIS-HORA
           MOVE PSQ-CPF                TO WS-VIS-CPF
           MOVE PSQ-CNPJ               TO WS-VIS-CNPJ
           IF WS-VISITA-ATUAL = WS-VISITA-ANTERIOR
               MOVE "N"                TO WS-NOVA-VISITA
           ELSE
               MOVE "S"                TO WS-NOVA-VISITA
               MOVE WS-VISITA-ATUAL    TO WS-VISITA-ANTERIOR
               ADD 1                   TO WS-TOT-VISITAS
           END-IF
           MOVE PSQ-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE MUNICIPIO          TO WS-MUNICIPIO-CLIENTE
               MOVE UF                 TO WS-MUNICIPIO-CLIENTE (31:2)
               MOVE CANAL              TO WS-CANAL-CLIENTE
               MOVE FILIAL             TO WS-FILIAL-CLIENTE
               MOVE PORTE              TO WS-PORTE-CLIENTE
           ELSE
               MOVE "MUNICIPIO NAO INFORMADO"
                                       TO WS-MUNICIPIO-CLIENTE
               MOVE SPACE              TO WS-CANAL-CLIENTE
               MOVE 0                  TO WS-FILIAL-CLIENTE
               MOVE SPACE              TO WS-PORTE-CLIENTE
           END-IF
           MOVE PSQ-PRECO-NOSSO        TO WS-PRECO-NOSSO
           IF WS-PRECO-NOSSO = 0
               MOVE "C"                TO PMP-FUNCAO
               MOVE PSQ-PRODUTO        TO PMP-PRODUTO
               MOVE WS-FILIAL-CLIENTE  TO PMP-FILIAL
               MOVE WS-CANAL-CLIENTE   TO PMP-CANAL
               MOVE WS-PORTE-CLIENTE   TO PMP-PORTE
               MOVE PSQ-DATA           TO PMP-DATA
               CALL "PRECPROD"         USING REG-PARM-PRECO
               IF NOT PMP-SEM-TABELA
                   MOVE PMP-PRECO-TABELA
                                       TO WS-PRECO-NOSSO
               END-IF
           END-IF
           MOVE "M"                    TO WS-TIPO-QUEBRA
           MOVE WS-MUNICIPIO-CLIENTE   TO WS-CHAVE-QUEBRA
           PERFORM 1200-ACUMULAR-QUEBRA
           MOVE "C"                    TO WS-TIPO-QUEBRA
           MOVE SPACES                 TO WS-CHAVE-QUEBRA
           MOVE WS-CANAL-CLIENTE       TO WS-CHAVE-QUEBRA (1:1)
           PERFORM 1200-ACUMULAR-QUEBRA
           MOVE "V"                    TO WS-TIPO-QUEBRA
           MOVE SPACES                 TO WS-CHAVE-QUEBRA
           MOVE PSQ-CPF                TO WS-CHAVE-QUEBRA (1:11)
           PERFORM 1200-ACUMULAR-QUEBRA
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-ACUMULAR-QUEBRA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-ACHOU-QUEBRA
           PERFORM VARYING WS-MER-IND FROM 1 BY 1
                   UNTIL WS-MER-IND > WS-QTD-QUEBRAS
                   OR ACHOU-QUEBRA
               IF WS-MER-TIPO (WS-MER-IND) = WS-TIPO-QUEBRA
                   AND WS-MER-CHAVE (WS-MER-IND) = WS-CHAVE-QUEBRA
                   MOVE "S"            TO WS-ACHOU-QUEBRA
               END-IF
           END-PERFORM
           IF ACHOU-QUEBRA
               SET WS-MER-IND          DOWN BY 1
           ELSE
               IF WS-QTD-QUEBRAS = 999
                   MOVE "S"            TO WS-TABELA-CHEIA
                   GO TO 1200-FIM
               END-IF
               ADD 1                   TO WS-QTD-QUEBRAS
               SET WS-MER-IND          TO WS-QTD-QUEBRAS
               MOVE WS-TIPO-QUEBRA     TO WS-MER-TIPO (WS-MER-IND)
               MOVE WS-CHAVE-QUEBRA    TO WS-MER-CHAVE (WS-MER-IND)
           END-IF
           IF NOVA-VISITA
               ADD 1 TO WS-MER-VISITAS (WS-MER-IND, WS-MES-IND)
               IF GELADEIRA-CONFERIDA
                   ADD 1 TO WS-MER-GELADEIRAS (WS-MER-IND, WS-MES-IND)
               END-IF
               IF GELADEIRA-ABASTECIDA
                   ADD 1 TO WS-MER-ABASTECIDAS (WS-MER-IND, WS-MES-IND)
               END-IF
           END-IF
           ADD 1 TO WS-MER-PRODUTOS (WS-MER-IND, WS-MES-IND)
           IF WS-PRECO-NOSSO > 0 AND PSQ-PRECO-CONCORRENTE > 0
               ADD 1 TO WS-MER-PRECOS (WS-MER-IND, WS-MES-IND)
               ADD WS-PRECO-NOSSO
                   TO WS-MER-SOMA-NOSSO (WS-MER-IND, WS-MES-IND)
               ADD PSQ-PRECO-CONCORRENTE
                   TO WS-MER-SOMA-CONC (WS-MER-IND, WS-MES-IND)
           END-IF
           ADD PSQ-FRENTES-NOSSAS
               TO WS-MER-FRENTES-NOSSAS (WS-MER-IND, WS-MES-IND)
           ADD PSQ-FRENTES-CONCORRENTE
               TO WS-MER-FRENTES-CONC (WS-MER-IND, WS-MES-IND)
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-GRAVAR-SECAO               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-MER-IND FROM 1 BY 1
                   UNTIL WS-MER-IND > WS-QTD-QUEBRAS
               IF WS-MER-TIPO (WS-MER-IND) = WS-TIPO-QUEBRA
                   PERFORM 2100-GRAVAR-QUEBRA
               END-IF
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-QUEBRA              SECTION.
      *----------------------------------------------------------------*
      * IDENTIFICACAO DA QUEBRA E UMA LINHA POR COMPETENCIA DO PERIODO *
      * QUE TEVE PESQUISA                                              *
      *----------------------------------------------------------------*
           MOVE WS-MER-CHAVE (WS-MER-IND) TO WS-CHAVE-QUEBRA
           MOVE SPACES                 TO SAI-QUEBRA-CODIGO
           MOVE SPACES                 TO SAI-QUEBRA-NOME
           EVALUATE WS-TIPO-QUEBRA
               WHEN "M"
                   MOVE "MUNICIPIO"    TO SAI-QUEBRA-TITULO
                   MOVE WS-CHAVE-QUEBRA (31:2)
                                       TO SAI-QUEBRA-CODIGO
                   MOVE WS-CHAVE-QUEBRA (1:30)
                                       TO SAI-QUEBRA-NOME
               WHEN "C"
                   MOVE "CANAL"        TO SAI-QUEBRA-TITULO
                   MOVE WS-CHAVE-QUEBRA (1:1)
                                       TO SAI-QUEBRA-CODIGO
                                          CANAL
                   EVALUATE TRUE
                       WHEN CANAL-BAR
                           MOVE "BAR"  TO SAI-QUEBRA-NOME
                       WHEN CANAL-MERCADO
                           MOVE "MERCADO"
                                       TO SAI-QUEBRA-NOME
                       WHEN CANAL-RESTAURANTE
                           MOVE "RESTAURANTE"
                                       TO SAI-QUEBRA-NOME
                       WHEN CANAL-ATACADO
                           MOVE "ATACADO"
                                       TO SAI-QUEBRA-NOME
                       WHEN OTHER
                           MOVE "CANAL NAO INFORMADO"
                                       TO SAI-QUEBRA-NOME
                   END-EVALUATE
               WHEN OTHER
                   MOVE "VENDEDOR"     TO SAI-QUEBRA-TITULO
                   MOVE WS-CHAVE-QUEBRA (1:11)
                                       TO SAI-QUEBRA-CODIGO
                                          VEN-CPF
                   READ ARQ-VENDEDORES
                   IF FS-VEN-OK
                       MOVE VEN-NOME   TO SAI-QUEBRA-NOME
                   ELSE
                       MOVE "VENDEDOR NAO CADASTRADO"
                                       TO SAI-QUEBRA-NOME
                   END-IF
           END-EVALUATE
           MOVE WS-LINHA-QUEBRA        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-LINHA-TITULOS       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-ANOMES-INICIAL      TO WS-ANOMES-LINHA
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > WS-QTD-MESES
               IF WS-MER-PRODUTOS (WS-MER-IND, WS-MES-IND) > 0
                   PERFORM 2200-GRAVAR-MES
               END-IF
               IF WS-MES-LINHA = 12
                   ADD 1               TO WS-ANO-LINHA
                   MOVE 1              TO WS-MES-LINHA
               ELSE
                   ADD 1               TO WS-MES-LINHA
               END-IF
           END-PERFORM
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-GRAVAR-MES                 SECTION.
      *----------------------------------------------------------------*
      * DIFERENCA DE PRECO: (NOSSO - CONCORRENTE) / CONCORRENTE, SOBRE *
      * A MEDIA DOS PRODUTOS COM OS DOIS PRECOS; PARTICIPACAO NA       *
      * GONDOLA: NOSSAS FRENTES SOBRE O TOTAL DE FRENTES; GELADEIRA:   *
      * VISITAS COM GELADEIRA ABASTECIDA SOBRE AS CONFERIDAS           *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-MEDIA-NOSSO
           MOVE 0                      TO WS-MEDIA-CONC
           MOVE 0                      TO WS-PCT-DIFERENCA
           MOVE 0                      TO WS-PCT-GONDOLA
           MOVE 0                      TO WS-PCT-GELADEIRA
           IF WS-MER-PRECOS (WS-MER-IND, WS-MES-IND) > 0
               COMPUTE WS-MEDIA-NOSSO ROUNDED =
                   WS-MER-SOMA-NOSSO (WS-MER-IND, WS-MES-IND)
                   / WS-MER-PRECOS (WS-MER-IND, WS-MES-IND)
               COMPUTE WS-MEDIA-CONC ROUNDED =
                   WS-MER-SOMA-CONC (WS-MER-IND, WS-MES-IND)
                   / WS-MER-PRECOS (WS-MER-IND, WS-MES-IND)
               COMPUTE WS-PCT-DIFERENCA ROUNDED =
                   (WS-MER-SOMA-NOSSO (WS-MER-IND, WS-MES-IND)
                   - WS-MER-SOMA-CONC (WS-MER-IND, WS-MES-IND)) * 100
                   / WS-MER-SOMA-CONC (WS-MER-IND, WS-MES-IND)
           END-IF
           IF WS-MER-FRENTES-NOSSAS (WS-MER-IND, WS-MES-IND)
               + WS-MER-FRENTES-CONC (WS-MER-IND, WS-MES-IND) > 0
               COMPUTE WS-PCT-GONDOLA ROUNDED =
                   WS-MER-FRENTES-NOSSAS (WS-MER-IND, WS-MES-IND) * 100
                   / (WS-MER-FRENTES-NOSSAS (WS-MER-IND, WS-MES-IND)
                   + WS-MER-FRENTES-CONC (WS-MER-IND, WS-MES-IND))
           END-IF
           IF WS-MER-GELADEIRAS (WS-MER-IND, WS-MES-IND) > 0
               COMPUTE WS-PCT-GELADEIRA ROUNDED =
                   WS-MER-ABASTECIDAS (WS-MER-IND, WS-MES-IND) * 100
                   / WS-MER-GELADEIRAS (WS-MER-IND, WS-MES-IND)
           END-IF
           MOVE WS-ANO-LINHA           TO SAI-MES-ANO
           MOVE WS-MES-LINHA           TO SAI-MES-MES
           MOVE WS-MER-VISITAS (WS-MER-IND, WS-MES-IND)
                                       TO SAI-MES-VISITAS
           MOVE WS-MER-PRODUTOS (WS-MER-IND, WS-MES-IND)
                                       TO SAI-MES-PRODUTOS
           MOVE WS-MEDIA-NOSSO         TO SAI-MES-PRECO-NOSSO
           MOVE WS-MEDIA-CONC          TO SAI-MES-PRECO-CONC
           MOVE WS-PCT-DIFERENCA       TO SAI-MES-DIFERENCA
           MOVE WS-PCT-GONDOLA         TO SAI-MES-GONDOLA
           MOVE WS-PCT-GELADEIRA       TO SAI-MES-GELADEIRA
           MOVE WS-LINHA-MES           TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-MERCADO
           WRITE REG-REL-MERCADO
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
           DISPLAY "RESUMO DA INTELIGENCIA DE MERCADO"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PRODUTOS PESQUISADOS LIDOS: " WS-TOT-LIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PRODUTOS NO PERIODO.......: " WS-TOT-NO-PERIODO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VISITAS COM PESQUISA......: " WS-TOT-VISITAS
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
               MOVE "RELAMERC"         TO SPL-PROGRAMA
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
       END PROGRAM RELAMERC.
      *----------------------------------------------------------------*
