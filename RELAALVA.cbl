      ******************************************************************
      * PROGRAMA.: RELAALVA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: ALVARAS A VENCER POR VENDEDOR - LISTA OS ALVARAS    *
      *            ATIVOS QUE VENCEM NOS PROXIMOS DIAS (30 POR         *
      *            PADRAO), AGRUPADOS PELO VENDEDOR DA CARTEIRA DO     *
      *            CLIENTE, PARA A RENOVACAO SER COBRADA ANTES DO      *
      *            BLOQUEIO DOS PEDIDOS                                *
      ******************************************************************
      * O ALVARA QUE JA TEM RENOVACAO CADASTRADA (OUTRO ALVARA ATIVO   *
      * DO MESMO CLIENTE E TIPO COM VALIDADE MAIOR) NAO ENTRA. OS JA   *
      * VENCIDOS ENTRAM SO QUANDO PEDIDO NA TELA                       *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAALVA.
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
           SELECT ARQ-ALVARAS          ASSIGN TO  "WID-ARQ-ALV.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ALV-CHAVE
               ALTERNATE RECORD KEY    IS ALV-DATA-VALIDADE
                                       WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ALVARA.
      *
           SELECT ARQ-CARTEIRA         ASSIGN TO  "WID-ARQ-CAR.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAR-CNPJ
               ALTERNATE RECORD KEY    IS CAR-CPF WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CARTEIRA.
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
           SELECT ARQ-REL-ALVARAS      ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-ALVA.
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
       FD ARQ-ALVARAS.
       COPY ALVACADA.
      *
       FD ARQ-CARTEIRA.
       COPY CARTCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-REL-ALVARAS.
       01 REG-REL-ALVARAS              PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-ALVARA                 PIC X(02).
           88 FS-ALV-OK                VALUE "00" THRU "09".
           88 FS-ALV-FIM               VALUE "10".
       77 WS-FS-CARTEIRA               PIC X(02).
           88 FS-CAR-OK                VALUE "00" THRU "09".
           88 FS-CAR-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
           88 FS-CLI-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
           88 FS-VEN-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-REL-ALVA               PIC X(02).
           88 FS-REL-ALVA-OK           VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAALVA".
      *
      * --> JANELA DE VENCIMENTO: DE HOJE ATE HOJE + DIAS, OU DESDE O
      *     INICIO QUANDO OS JA VENCIDOS SAO PEDIDOS
      *
       01 WS-DIAS-A-FRENTE             PIC 9(03)       VALUE 0.
       01 WS-INCLUIR-VENCIDOS          PIC X(01)       VALUE "N".
           88 INCLUIR-VENCIDOS         VALUE "S" "s".
       01 WS-DATA-INICIAL              PIC 9(08)       VALUE 0.
       01 WS-DATA-LIMITE               PIC 9(08)       VALUE 0.
       01 WS-DIAS-PARA-VENCER          PIC S9(05)      VALUE 0.
       01 WS-FIM-ALVARAS               PIC X(01)       VALUE "N".
           88 FIM-ALVARAS              VALUE "S".
      *
      * --> ALVARAS SELECIONADOS, NA ORDEM DE VALIDADE, COM O INDICE
      *     DO VENDEDOR DA CARTEIRA DO CLIENTE
      *
       01 WS-QTD-ALVARAS               PIC 9(04)       VALUE 0.
       01 WS-ALVARAS-IGNORADOS         PIC 9(05)       VALUE 0.
       01 WS-IND-ALV                   PIC 9(04)       VALUE 0.
       01 WS-TAB-ALVARAS.
           05 WS-TAB-ALV-OCORRENCIA    OCCURS 2000 TIMES.
               10 WS-TAB-ALV-CNPJ      PIC 9(14).
               10 WS-TAB-ALV-TIPO      PIC X(02).
               10 WS-TAB-ALV-NUMERO    PIC X(20).
               10 WS-TAB-ALV-VALIDADE  PIC 9(08).
               10 WS-TAB-ALV-EXIGIDO   PIC X(01).
               10 WS-TAB-ALV-RENOVADO  PIC X(01).
               10 WS-TAB-ALV-IND-VEN   PIC 9(03).
      *
      * --> VENDEDORES COM ALVARA A VENCER (CPF ZERO = CLIENTE FORA DA
      *     CARTEIRA)
      *
       01 WS-QTD-VENDEDORES            PIC 9(03)       VALUE 0.
       01 WS-IND-VEN                   PIC 9(03)       VALUE 0.
       01 WS-CPF-PROCURADO             PIC 9(11)       VALUE 0.
       01 WS-TAB-VENDEDORES.
           05 WS-TAB-VEN-CPF           PIC 9(11)       OCCURS 300 TIMES.
       01 WS-QTD-DO-VENDEDOR           PIC 9(05)       VALUE 0.
      *
       01 WS-TOT-LISTADOS              PIC 9(05)       VALUE 0.
       01 WS-TOT-VENCIDOS              PIC 9(05)       VALUE 0.
       01 WS-TOT-EXIGIDOS              PIC 9(05)       VALUE 0.
       01 WS-TOT-RENOVADOS             PIC 9(05)       VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-VENDEDOR.
           05 FILLER                   PIC X(11)   VALUE "VENDEDOR: ".
           05 SAI-VEN-CPF              PIC 9(11).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-VEN-NOME             PIC X(40).
       01 WS-LINHA-TITULOS.
           05 FILLER                   PIC X(17)   VALUE "   CNPJ".
           05 FILLER                   PIC X(31)   VALUE "CLIENTE".
           05 FILLER                   PIC X(05)   VALUE "TIPO".
           05 FILLER                   PIC X(21)   VALUE "NUMERO".
           05 FILLER                   PIC X(11)   VALUE "VALIDADE".
           05 FILLER                   PIC X(06)   VALUE " DIAS".
           05 FILLER                   PIC X(08)   VALUE "EXIGIDO".
       01 WS-LINHA-ALVARA.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ALV-CNPJ             PIC 9(14).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-ALV-NOME             PIC X(30).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-ALV-TIPO             PIC X(02).
           05 FILLER                   PIC X(03)   VALUE SPACES.
           05 SAI-ALV-NUMERO           PIC X(20).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-ALV-VALIDADE         PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-ALV-DIAS             PIC ----9.
           05 FILLER                   PIC X(03)   VALUE SPACES.
           05 SAI-ALV-EXIGIDO          PIC X(01).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ALV-AVISO            PIC X(07).
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-ALVARAS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-ALVARAS          SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "ALVARAS A VENCER POR VENDEDOR"
           DISPLAY "DIAS A FRENTE (0 = 30): "
                                       WITH NO ADVANCING
           ACCEPT WS-DIAS-A-FRENTE
           IF WS-DIAS-A-FRENTE = 0
               MOVE 30                 TO WS-DIAS-A-FRENTE
           END-IF
           DISPLAY "INCLUIR ALVARAS JA VENCIDOS (S/N): "
                                       WITH NO ADVANCING
           ACCEPT WS-INCLUIR-VENCIDOS
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                + WS-DIAS-A-FRENTE)
           IF INCLUIR-VENCIDOS
               MOVE 0                  TO WS-DATA-INICIAL
           ELSE
               MOVE WS-DATA-ATUAL      TO WS-DATA-INICIAL
           END-IF
           OPEN INPUT ARQ-ALVARAS
           IF NOT FS-ALV-OK
               DISPLAY "NAO HA ALVARAS CADASTRADOS"
               GOBACK
           END-IF
           PERFORM 1000-SELECIONAR-ALVARAS
           PERFORM VARYING WS-IND-ALV FROM 1 BY 1
                   UNTIL WS-IND-ALV > WS-QTD-ALVARAS
               PERFORM 1200-VERIFICAR-RENOVACAO
           END-PERFORM
           CLOSE ARQ-ALVARAS
           PERFORM 1500-ATRIBUIR-VENDEDORES
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-VENDEDORES
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-ALV-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-ALVARAS
           IF INCLUIR-VENCIDOS
               STRING "ALVARAS VENCIDOS E A VENCER ATE "
                      WS-DATA-LIMITE " POR VENDEDOR"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           ELSE
               STRING "ALVARAS A VENCER DE " WS-DATA-ATUAL
                      " A " WS-DATA-LIMITE " POR VENDEDOR"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           END-IF
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                   UNTIL WS-IND-VEN > WS-QTD-VENDEDORES
               PERFORM 2000-GRAVAR-VENDEDOR
           END-PERFORM
           IF WS-TOT-LISTADOS = 0
               MOVE "  NENHUM ALVARA A VENCER NO PERIODO"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           IF FS-CLI-OK OR FS-CLI-NAO-ENCONTRADO
               CLOSE ARQ-CLIENTES
           END-IF
           IF FS-VEN-OK OR FS-VEN-NAO-ENCONTRADO
               CLOSE ARQ-VENDEDORES
           END-IF
           CLOSE ARQ-REL-ALVARAS
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-SELECIONAR-ALVARAS         SECTION.
      *----------------------------------------------------------------*
      * PERCORRE OS ALVARAS PELA VALIDADE, DO INICIO DA JANELA ATE A   *
      * DATA LIMITE, GUARDANDO OS ATIVOS NA TABELA                     *
      *----------------------------------------------------------------*
           MOVE WS-DATA-INICIAL        TO ALV-DATA-VALIDADE
           MOVE "N"                    TO WS-FIM-ALVARAS
           START ARQ-ALVARAS KEY IS NOT LESS THAN ALV-DATA-VALIDADE
           IF NOT FS-ALV-OK
               MOVE "S"                TO WS-FIM-ALVARAS
           END-IF
           PERFORM UNTIL FIM-ALVARAS
               READ ARQ-ALVARAS NEXT
               IF NOT FS-ALV-OK
                   OR ALV-DATA-VALIDADE > WS-DATA-LIMITE
                   MOVE "S"            TO WS-FIM-ALVARAS
               ELSE
                   IF ALVARA-ATIVO
                       PERFORM 1100-GUARDAR-ALVARA
                   END-IF
               END-IF
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-GUARDAR-ALVARA             SECTION.
      *----------------------------------------------------------------*
      *
           IF WS-QTD-ALVARAS NOT < 2000
               ADD 1                   TO WS-ALVARAS-IGNORADOS
               GO TO 1100-FIM
           END-IF
           ADD 1                       TO WS-QTD-ALVARAS
           MOVE ALV-CNPJ               TO WS-TAB-ALV-CNPJ
                                          (WS-QTD-ALVARAS)
           MOVE ALV-TIPO               TO WS-TAB-ALV-TIPO
                                          (WS-QTD-ALVARAS)
           MOVE ALV-NUMERO             TO WS-TAB-ALV-NUMERO
                                          (WS-QTD-ALVARAS)
           MOVE ALV-DATA-VALIDADE      TO WS-TAB-ALV-VALIDADE
                                          (WS-QTD-ALVARAS)
           MOVE ALV-EXIGIDO            TO WS-TAB-ALV-EXIGIDO
                                          (WS-QTD-ALVARAS)
           MOVE "N"                    TO WS-TAB-ALV-RENOVADO
                                          (WS-QTD-ALVARAS)
           MOVE 0                      TO WS-TAB-ALV-IND-VEN
                                          (WS-QTD-ALVARAS)
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-VERIFICAR-RENOVACAO        SECTION.
      *----------------------------------------------------------------*
      * PROCURA OUTRO ALVARA ATIVO DO MESMO CLIENTE E TIPO COM         *
      * VALIDADE MAIOR: SE HOUVER, A RENOVACAO JA ESTA CADASTRADA      *
      *----------------------------------------------------------------*
           MOVE WS-TAB-ALV-CNPJ (WS-IND-ALV)
                                       TO ALV-CNPJ
           MOVE WS-TAB-ALV-TIPO (WS-IND-ALV)
                                       TO ALV-TIPO
           MOVE LOW-VALUES             TO ALV-NUMERO
           MOVE "N"                    TO WS-FIM-ALVARAS
           START ARQ-ALVARAS KEY IS NOT LESS THAN ALV-CHAVE
           IF NOT FS-ALV-OK
               MOVE "S"                TO WS-FIM-ALVARAS
           END-IF
           PERFORM UNTIL FIM-ALVARAS
               READ ARQ-ALVARAS NEXT
               IF NOT FS-ALV-OK
                   OR ALV-CNPJ NOT = WS-TAB-ALV-CNPJ (WS-IND-ALV)
                   OR ALV-TIPO NOT = WS-TAB-ALV-TIPO (WS-IND-ALV)
                   MOVE "S"            TO WS-FIM-ALVARAS
               ELSE
                   IF ALVARA-ATIVO
                       AND ALV-DATA-VALIDADE >
                           WS-TAB-ALV-VALIDADE (WS-IND-ALV)
                       MOVE "S"        TO WS-TAB-ALV-RENOVADO
                                          (WS-IND-ALV)
                       MOVE "S"        TO WS-FIM-ALVARAS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TAB-ALV-RENOVADO (WS-IND-ALV) = "S"
               ADD 1                   TO WS-TOT-RENOVADOS
           END-IF
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-ATRIBUIR-VENDEDORES        SECTION.
      *----------------------------------------------------------------*
      * LIGA CADA ALVARA AO VENDEDOR DA CARTEIRA DO CLIENTE; CLIENTE   *
      * FORA DA CARTEIRA FICA NO GRUPO DE CPF ZERO                     *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-CARTEIRA
           PERFORM VARYING WS-IND-ALV FROM 1 BY 1
                   UNTIL WS-IND-ALV > WS-QTD-ALVARAS
               IF WS-TAB-ALV-RENOVADO (WS-IND-ALV) = "N"
                   MOVE 0              TO WS-CPF-PROCURADO
                   IF FS-CAR-OK OR FS-CAR-NAO-ENCONTRADO
                       MOVE WS-TAB-ALV-CNPJ (WS-IND-ALV)
                                       TO CAR-CNPJ
                       READ ARQ-CARTEIRA
                       IF FS-CAR-OK
                           MOVE CAR-CPF
                                       TO WS-CPF-PROCURADO
                       END-IF
                   END-IF
                   PERFORM 1900-LOCALIZAR-VENDEDOR
                   MOVE WS-IND-VEN     TO WS-TAB-ALV-IND-VEN
                                          (WS-IND-ALV)
               END-IF
           END-PERFORM
           IF FS-CAR-OK OR FS-CAR-NAO-ENCONTRADO
               CLOSE ARQ-CARTEIRA
           END-IF
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
                      OR WS-TAB-VEN-CPF (WS-IND-VEN) = WS-CPF-PROCURADO
               CONTINUE
           END-PERFORM
           IF WS-IND-VEN > WS-QTD-VENDEDORES
               IF WS-QTD-VENDEDORES < 300
                   ADD 1               TO WS-QTD-VENDEDORES
                   MOVE WS-QTD-VENDEDORES
                                       TO WS-IND-VEN
                   MOVE WS-CPF-PROCURADO
                                       TO WS-TAB-VEN-CPF (WS-IND-VEN)
               ELSE
                   ADD 1               TO WS-ALVARAS-IGNORADOS
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
      * CABECALHO DO VENDEDOR E OS ALVARAS DOS CLIENTES DA CARTEIRA    *
      * DELE, NA ORDEM DE VALIDADE                                     *
      *----------------------------------------------------------------*
           IF WS-TAB-VEN-CPF (WS-IND-VEN) = 0
               MOVE "(CLIENTE FORA DA CARTEIRA)"
                                       TO VEN-NOME
           ELSE
               MOVE "(VENDEDOR NAO CADASTRADO)"
                                       TO VEN-NOME
               IF FS-VEN-OK OR FS-VEN-NAO-ENCONTRADO
                   MOVE WS-TAB-VEN-CPF (WS-IND-VEN)
                                       TO VEN-CPF
                   READ ARQ-VENDEDORES
                   IF NOT FS-VEN-OK
                       MOVE "(VENDEDOR NAO CADASTRADO)"
                                       TO VEN-NOME
                   END-IF
               END-IF
           END-IF
           MOVE WS-TAB-VEN-CPF (WS-IND-VEN)
                                       TO SAI-VEN-CPF
           MOVE VEN-NOME               TO SAI-VEN-NOME
           MOVE WS-LINHA-VENDEDOR      TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-LINHA-TITULOS       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE 0                      TO WS-QTD-DO-VENDEDOR
           PERFORM VARYING WS-IND-ALV FROM 1 BY 1
                   UNTIL WS-IND-ALV > WS-QTD-ALVARAS
               IF WS-TAB-ALV-RENOVADO (WS-IND-ALV) = "N"
                   AND WS-TAB-ALV-IND-VEN (WS-IND-ALV) = WS-IND-VEN
                   PERFORM 2100-GRAVAR-ALVARA
               END-IF
           END-PERFORM
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "  ALVARAS DO VENDEDOR: " WS-QTD-DO-VENDEDOR
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-ALVARA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "(CLIENTE NAO CADASTRADO)"
                                       TO NOME
           IF FS-CLI-OK OR FS-CLI-NAO-ENCONTRADO
               MOVE WS-TAB-ALV-CNPJ (WS-IND-ALV)
                                       TO CNPJ
               READ ARQ-CLIENTES
               IF NOT FS-CLI-OK
                   MOVE "(CLIENTE NAO CADASTRADO)"
                                       TO NOME
               END-IF
           END-IF
           COMPUTE WS-DIAS-PARA-VENCER =
               FUNCTION INTEGER-OF-DATE
                   (WS-TAB-ALV-VALIDADE (WS-IND-ALV))
             - FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
           MOVE WS-TAB-ALV-CNPJ (WS-IND-ALV)
                                       TO SAI-ALV-CNPJ
           MOVE NOME                   TO SAI-ALV-NOME
           MOVE WS-TAB-ALV-TIPO (WS-IND-ALV)
                                       TO SAI-ALV-TIPO
           MOVE WS-TAB-ALV-NUMERO (WS-IND-ALV)
                                       TO SAI-ALV-NUMERO
           MOVE WS-TAB-ALV-VALIDADE (WS-IND-ALV)
                                       TO SAI-ALV-VALIDADE
           MOVE WS-DIAS-PARA-VENCER    TO SAI-ALV-DIAS
           MOVE WS-TAB-ALV-EXIGIDO (WS-IND-ALV)
                                       TO SAI-ALV-EXIGIDO
           MOVE SPACES                 TO SAI-ALV-AVISO
           IF WS-DIAS-PARA-VENCER < 0
               MOVE "VENCIDO"          TO SAI-ALV-AVISO
               ADD 1                   TO WS-TOT-VENCIDOS
           END-IF
           IF WS-TAB-ALV-EXIGIDO (WS-IND-ALV) = "S"
               ADD 1                   TO WS-TOT-EXIGIDOS
           END-IF
           MOVE WS-LINHA-ALVARA        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           ADD 1                       TO WS-QTD-DO-VENDEDOR
           ADD 1                       TO WS-TOT-LISTADOS
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-ALVARAS
           WRITE REG-REL-ALVARAS
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
           DISPLAY "RESUMO DOS ALVARAS A VENCER"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ALVARAS LISTADOS..........: " WS-TOT-LISTADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "EXIGIDOS (BLOQUEIAM)......: " WS-TOT-EXIGIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "JA VENCIDOS...............: " WS-TOT-VENCIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "JA RENOVADOS (FORA).......: " WS-TOT-RENOVADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF WS-ALVARAS-IGNORADOS > 0
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "REGISTROS FORA DA TABELA..: "
                      WS-ALVARAS-IGNORADOS
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
               MOVE "RELAALVA"         TO SPL-PROGRAMA
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
       END PROGRAM RELAALVA.
      *----------------------------------------------------------------*
