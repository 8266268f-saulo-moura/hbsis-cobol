      ******************************************************************
      * PROGRAMA.: RELAANUA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RELATORIO COMPARATIVO DE VENDAS ANO ATUAL X ANO     *
      *            ANTERIOR - VALOR FATURADO E VOLUME, LIQUIDOS DE     *
      *            DEVOLUCOES, MES A MES E ACUMULADO NO ANO, POR       *
      *            VENDEDOR, SUPERVISOR, FILIAL, CANAL, PORTE OU REDE  *
      ******************************************************************
      * OS DOIS ANOS SAO ATRIBUIDOS AO DONO ATUAL DO CLIENTE NA        *
      * CARTEIRA (CLIENTE SEM CARTEIRA FICA COM O VENDEDOR DO PEDIDO), *
      * PARA QUE CARTEIRAS TRANSFERIDAS SEJAM COMPARADAS NA MESMA      *
      * BASE. A DEVOLUCAO ENTRA NO MES DA DEVOLUCAO, COMO NO RELAMETA. *
      * GRUPO COM QUEDA NO ACUMULADO ACIMA DO PERCENTUAL DE QUEDA DE   *
      * COMPRA DOS PARAMETROS E SINALIZADO, E AS MAIORES QUEDAS SAO    *
      * LISTADAS NO FIM                                                *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAANUA.
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
           SELECT ARQ-PEDIDOS          ASSIGN TO  "WID-ARQ-PED.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PEDIDO.
      *
           SELECT ARQ-ITENS            ASSIGN TO  "WID-ARQ-ITE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ITEM.
      *
           SELECT ARQ-DEVOLUCOES       ASSIGN TO  "WID-ARQ-DEV.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DEV-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DEVOLUCAO.
      *
           SELECT ARQ-DEV-ITENS        ASSIGN TO  "WID-ARQ-DVI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DVI-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DEV-ITEM.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-CARTEIRA         ASSIGN TO  "WID-ARQ-CAR.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAR-CNPJ
               ALTERNATE RECORD KEY    IS CAR-CPF WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CARTEIRA.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-SUPERVISORES     ASSIGN TO  "WID-ARQ-SUP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SUP-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-SUPERVISOR.
      *
           SELECT ARQ-REDES            ASSIGN TO  "WID-ARQ-RED.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RED-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-REDE.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-REL-ANUAL        ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-ANUAL.
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
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-ITENS.
       COPY ITEMCADA.
      *
       FD ARQ-DEVOLUCOES.
       COPY DEVOCADA.
      *
       FD ARQ-DEV-ITENS.
       COPY DVITCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-CARTEIRA.
       COPY CARTCADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-SUPERVISORES.
       COPY SUPECADA.
      *
       FD ARQ-REDES.
       COPY REDECADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-REL-ANUAL.
       01 REG-REL-ANUAL                PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
       77 WS-FS-DEVOLUCAO              PIC X(02).
           88 FS-DEV-OK                VALUE "00" THRU "09".
       77 WS-FS-DEV-ITEM               PIC X(02).
           88 FS-DVI-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-CARTEIRA               PIC X(02).
           88 FS-CAR-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-SUPERVISOR             PIC X(02).
           88 FS-SUP-OK                VALUE "00" THRU "09".
       77 WS-FS-REDE                   PIC X(02).
           88 FS-RED-OK                VALUE "00" THRU "09".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-ANUAL              PIC X(02).
           88 FS-REL-ANUAL-OK          VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAANUA".
       01 WS-ANO-AUX                   PIC 9(04)       VALUE 0.
       01 WS-MES-AUX                   PIC 9(02)       VALUE 0.
       01 WS-PCT-LIMITE                PIC 9(03)       VALUE 30.
      *
      * --> MES DE REFERENCIA: O ACUMULADO VAI DE JANEIRO ATE ELE, NO
      *     ANO ATUAL E NO ANTERIOR
      *
       01 WS-ANOMES-REFERENCIA         PIC 9(06)       VALUE 0.
       01 WS-ANOMES-REF-R              REDEFINES WS-ANOMES-REFERENCIA.
           05 WS-ANO-ATUAL-REL         PIC 9(04).
           05 WS-MES-REFERENCIA        PIC 9(02).
       01 WS-ANO-ANTERIOR-REL          PIC 9(04)       VALUE 0.
       01 WS-DATA-DE                   PIC 9(08)       VALUE 0.
       01 WS-DATA-ATE                  PIC 9(08)       VALUE 0.
       01 WS-DATA-TRAB.
           05 WS-ANO-TRAB              PIC 9(04).
           05 WS-MES-TRAB              PIC 9(02).
           05 WS-DIA-TRAB              PIC 9(02).
      *
      * --> AGRUPAMENTO: V = VENDEDOR, S = SUPERVISOR, F = FILIAL,
      *     C = CANAL, P = PORTE, R = REDE
      *
       01 WS-AGRUPAMENTO               PIC X(01)       VALUE SPACE.
           88 POR-VENDEDOR             VALUE "V".
           88 POR-SUPERVISOR           VALUE "S".
           88 POR-FILIAL               VALUE "F".
           88 POR-CANAL                VALUE "C".
           88 POR-PORTE                VALUE "P".
           88 POR-REDE                 VALUE "R".
           88 AGRUPAMENTO-VALIDO       VALUE "V" "S" "F" "C" "P" "R".
       01 WS-TITULO-GRUPO              PIC X(10)       VALUE SPACES.
      *
      * --> MOVIMENTO CORRENTE (PEDIDO OU DEVOLUCAO) E O QUE SE SABE DO
      *     CLIENTE DELE; O CLIENTE ANTERIOR FICA GUARDADO
      *
       01 WS-MOV-CNPJ                  PIC 9(14)       VALUE 0.
       01 WS-MOV-CPF                   PIC 9(11)       VALUE 0.
       01 WS-MOV-VALOR                 PIC S9(11)V99   VALUE 0.
       01 WS-MOV-VOLUME                PIC S9(09)      VALUE 0.
       01 WS-MOV-ANO                   PIC X(01)       VALUE SPACE.
           88 MOV-ANO-ATUAL            VALUE "A".
           88 MOV-ANO-ANTERIOR         VALUE "P".
           88 MOV-FORA-PERIODO         VALUE " ".
       01 WS-CLI-CNPJ-LIDO             PIC 9(14)       VALUE 0.
       01 WS-CLI-FILIAL                PIC 9(02)       VALUE 0.
       01 WS-CLI-CANAL                 PIC X(01)       VALUE SPACE.
       01 WS-CLI-PORTE                 PIC X(01)       VALUE SPACE.
       01 WS-CLI-REDE                  PIC 9(05)       VALUE 0.
       01 WS-CLI-DONO                  PIC 9(11)       VALUE 0.
       01 WS-DONO-CPF                  PIC 9(11)       VALUE 0.
       01 WS-VEN-CPF-LIDO              PIC 9(11)       VALUE 0.
       01 WS-VEN-SUPERVISOR-LIDO       PIC 9(07)       VALUE 0.
       01 WS-CHAVE-GRUPO               PIC X(14)       VALUE SPACES.
       01 WS-CHAVE-NUM-11              PIC 9(11)       VALUE 0.
       01 WS-CHAVE-NUM-7               PIC 9(07)       VALUE 0.
       01 WS-CHAVE-NUM-5               PIC 9(05)       VALUE 0.
       01 WS-CHAVE-NUM-2               PIC 9(02)       VALUE 0.
      *
      * --> GRUPOS: VALOR E VOLUME DE CADA MES NOS DOIS ANOS E OS
      *     ACUMULADOS; LISTADO = S JA IMPRESSO NA ORDEM CORRENTE
      *
       01 WS-QTD-GRUPOS                PIC 9(04)       VALUE 0.
       01 WS-GRP-IND                   PIC 9(04)       VALUE 0.
       01 WS-GRP-TABELA.
           05 WS-GRP-OCORRENCIA        OCCURS 999 TIMES.
               10 WS-GRP-TAB-CHAVE     PIC X(14).
               10 WS-GRP-TAB-MES       OCCURS 12 TIMES.
                   15 WS-GRP-TAB-VLR-ATU
                                       PIC S9(11)V99.
                   15 WS-GRP-TAB-VLR-ANT
                                       PIC S9(11)V99.
                   15 WS-GRP-TAB-VOL-ATU
                                       PIC S9(09).
                   15 WS-GRP-TAB-VOL-ANT
                                       PIC S9(09).
               10 WS-GRP-TAB-ACU-VLR-ATU
                                       PIC S9(11)V99.
               10 WS-GRP-TAB-ACU-VLR-ANT
                                       PIC S9(11)V99.
               10 WS-GRP-TAB-ACU-VOL-ATU
                                       PIC S9(09).
               10 WS-GRP-TAB-ACU-VOL-ANT
                                       PIC S9(09).
               10 WS-GRP-TAB-QUEDA     PIC S9(11)V99.
               10 WS-GRP-TAB-LISTADO   PIC X(01).
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
      *
      * --> TOTAL GERAL, MES A MES
      *
       01 WS-TOTAL-GERAL.
           05 WS-TOT-MES               OCCURS 12 TIMES.
               10 WS-TOT-VLR-ATU       PIC S9(11)V99.
               10 WS-TOT-VLR-ANT       PIC S9(11)V99.
               10 WS-TOT-VOL-ATU       PIC S9(09).
               10 WS-TOT-VOL-ANT       PIC S9(09).
       01 WS-TOT-ACU-VLR-ATU           PIC S9(11)V99   VALUE 0.
       01 WS-TOT-ACU-VLR-ANT           PIC S9(11)V99   VALUE 0.
       01 WS-TOT-ACU-VOL-ATU           PIC S9(09)      VALUE 0.
       01 WS-TOT-ACU-VOL-ANT           PIC S9(09)      VALUE 0.
      *
      * --> LINHA CORRENTE (MES, ACUMULADO OU TOTAL) E CRESCIMENTO
      *
       01 WS-CALC-ANTES                PIC S9(11)V99   VALUE 0.
       01 WS-CALC-DURANTE              PIC S9(11)V99   VALUE 0.
       01 WS-VOL-ANTES                 PIC S9(09)      VALUE 0.
       01 WS-VOL-DURANTE               PIC S9(09)      VALUE 0.
       01 WS-PCT-VARIACAO              PIC S9(05)V9    VALUE 0.
       01 WS-PCT-EDITADO               PIC -ZZZZ9,9.
       01 WS-VARIACAO-TEXTO            PIC X(08)       VALUE SPACES.
       01 WS-PCT-QUEDA                 PIC 9(05)V9     VALUE 0.
       01 WS-PCT-QUEDA-ED              PIC ZZZZ9,9.
       01 WS-MAIOR-VALOR               PIC S9(11)V99   VALUE 0.
       01 WS-MAIOR-IND                 PIC 9(04)       VALUE 0.
       01 WS-MES-IND                   PIC 9(02)       VALUE 0.
       01 WS-POSICAO                   PIC 9(04)       VALUE 0.
       01 WS-POSICAO-ED                PIC ZZZ9.
       01 WS-QTD-QUEDAS                PIC 9(02)       VALUE 0.
       01 WS-FIM-QUEDAS                PIC X(01)       VALUE "N".
           88 FIM-QUEDAS               VALUE "S".
       01 WS-TOT-SINALIZADOS           PIC 9(04)       VALUE 0.
       01 WS-TOT-PEDIDOS               PIC 9(07)       VALUE 0.
       01 WS-TOT-DEVOLUCOES            PIC 9(07)       VALUE 0.
       01 WS-DESCRICAO-GRUPO           PIC X(40)       VALUE SPACES.
       01 WS-VALOR-EDITADO             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-MES.
           05 FILLER                   PIC X(04).
           05 SAI-MES-DESCRICAO        PIC X(10).
           05 FILLER                   PIC X(01).
           05 SAI-MES-VLR-ANT          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-MES-VLR-ATU          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-MES-VLR-CRESC        PIC X(08).
           05 FILLER                   PIC X(02).
           05 SAI-MES-VOL-ANT          PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-MES-VOL-ATU          PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-MES-VOL-CRESC        PIC X(08).
       01 WS-LINHA-QUEDA.
           05 SAI-QDA-POSICAO          PIC Z9.
           05 FILLER                   PIC X(01).
           05 SAI-QDA-CHAVE            PIC X(14).
           05 FILLER                   PIC X(01).
           05 SAI-QDA-DESCRICAO        PIC X(40).
           05 FILLER                   PIC X(01).
           05 SAI-QDA-VLR-ANT          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-QDA-VLR-ATU          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-QDA-PERDA            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-QDA-PCT              PIC X(08).
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-ANUAL.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-ANUAL            SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "COMPARATIVO DE VENDAS ANO ATUAL X ANO ANTERIOR"
           DISPLAY "MES DE REFERENCIA (AAAAMM, 0 = MES ANTERIOR): "
                                       WITH NO ADVANCING
           ACCEPT WS-ANOMES-REFERENCIA
           IF WS-ANOMES-REFERENCIA = 0
               PERFORM 0100-CALCULAR-MES-ANTERIOR
           END-IF
           IF WS-MES-REFERENCIA < 1 OR WS-MES-REFERENCIA > 12
               DISPLAY "MES DE REFERENCIA INVALIDO"
               GOBACK
           END-IF
           DISPLAY "AGRUPAR POR (V-VENDEDOR S-SUPERVISOR F-FILIAL "
                   "C-CANAL P-PORTE R-REDE): "
                                       WITH NO ADVANCING
           ACCEPT WS-AGRUPAMENTO
           MOVE FUNCTION UPPER-CASE (WS-AGRUPAMENTO)
                                       TO WS-AGRUPAMENTO
           IF NOT AGRUPAMENTO-VALIDO
               DISPLAY "AGRUPAMENTO INVALIDO"
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN POR-VENDEDOR   MOVE "VENDEDOR"   TO WS-TITULO-GRUPO
               WHEN POR-SUPERVISOR MOVE "SUPERVISOR" TO WS-TITULO-GRUPO
               WHEN POR-FILIAL     MOVE "FILIAL"     TO WS-TITULO-GRUPO
               WHEN POR-CANAL      MOVE "CANAL"      TO WS-TITULO-GRUPO
               WHEN POR-PORTE      MOVE "PORTE"      TO WS-TITULO-GRUPO
               WHEN POR-REDE       MOVE "REDE"       TO WS-TITULO-GRUPO
           END-EVALUATE
           COMPUTE WS-ANO-ANTERIOR-REL = WS-ANO-ATUAL-REL - 1
           PERFORM 0200-LER-PARAMETROS
           OPEN INPUT ARQ-PEDIDOS
           IF NOT FS-PED-OK
               DISPLAY "NAO HA PEDIDOS CADASTRADOS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-ITENS
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-CARTEIRA
           OPEN INPUT ARQ-VENDEDORES
           OPEN INPUT ARQ-SUPERVISORES
           OPEN INPUT ARQ-REDES
           INITIALIZE WS-TOTAL-GERAL
           PERFORM 1000-ACUMULAR-PEDIDOS
           PERFORM 2000-ACUMULAR-DEVOLUCOES
           PERFORM 2500-ACUMULAR-DEV-ITENS
           PERFORM 3000-CALCULAR-ACUMULADOS
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-ANU-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-ANUAL
           PERFORM 4000-GRAVAR-GRUPOS
           PERFORM 5000-GRAVAR-TOTAL-GERAL
           PERFORM 6000-GRAVAR-MAIORES-QUEDAS
           CLOSE ARQ-REL-ANUAL
           CLOSE ARQ-PEDIDOS
           CLOSE ARQ-ITENS
           CLOSE ARQ-CLIENTES
           CLOSE ARQ-CARTEIRA
           CLOSE ARQ-VENDEDORES
           CLOSE ARQ-SUPERVISORES
           CLOSE ARQ-REDES
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-CALCULAR-MES-ANTERIOR      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-DATA-ATUAL (1:4)    TO WS-ANO-AUX
           MOVE WS-DATA-ATUAL (5:2)    TO WS-MES-AUX
           IF WS-MES-AUX = 1
               SUBTRACT 1              FROM WS-ANO-AUX
               MOVE 12                 TO WS-MES-AUX
           ELSE
               SUBTRACT 1              FROM WS-MES-AUX
           END-IF
           COMPUTE WS-ANOMES-REFERENCIA =
               WS-ANO-AUX * 100 + WS-MES-AUX
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0200-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      * A QUEDA SINALIZADA USA O MESMO PERCENTUAL DO QUEDCOMP          *
      *----------------------------------------------------------------*
           MOVE 30                     TO WS-PCT-LIMITE
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK AND PAR-PCT-QUEDA-COMPRA > 0
                   MOVE PAR-PCT-QUEDA-COMPRA
                                       TO WS-PCT-LIMITE
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           .
       0200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ACUMULAR-PEDIDOS           SECTION.
      *----------------------------------------------------------------*
      * PEDIDOS DE VENDA FATURADOS DE JANEIRO ATE O MES DE REFERENCIA  *
      * DOS DOIS ANOS, PELA CHAVE DE DATA                              *
      *----------------------------------------------------------------*
           COMPUTE WS-DATA-DE = WS-ANO-ANTERIOR-REL * 10000 + 101
           COMPUTE WS-DATA-ATE = WS-ANO-ANTERIOR-REL * 10000
                               + WS-MES-REFERENCIA * 100 + 31
           PERFORM 1050-LER-PERIODO
           COMPUTE WS-DATA-DE = WS-ANO-ATUAL-REL * 10000 + 101
           COMPUTE WS-DATA-ATE = WS-ANO-ATUAL-REL * 10000
                               + WS-MES-REFERENCIA * 100 + 31
           PERFORM 1050-LER-PERIODO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-LER-PERIODO                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-DATA-DE             TO PED-DATA
           START ARQ-PEDIDOS           KEY IS NOT < PED-DATA
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-DATA > WS-DATA-ATE
               IF PEDIDO-FATURADO AND TIPO-VENDA
                   PERFORM 1100-PROCESSAR-PEDIDO
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-PROCESSAR-PEDIDO           SECTION.
      *----------------------------------------------------------------*
      * VALOR DO PEDIDO E VOLUME DA SOMA DAS QUANTIDADES DOS ITENS     *
      *----------------------------------------------------------------*
           MOVE PED-DATA               TO WS-DATA-TRAB
           PERFORM 1900-CLASSIFICAR-ANO
           IF MOV-FORA-PERIODO
               GO TO 1100-FIM
           END-IF
           ADD 1                       TO WS-TOT-PEDIDOS
           MOVE PED-CNPJ               TO WS-MOV-CNPJ
           MOVE PED-CPF                TO WS-MOV-CPF
           MOVE PED-VALOR              TO WS-MOV-VALOR
           MOVE 0                      TO WS-MOV-VOLUME
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS             KEY IS NOT < ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
           END-IF
           PERFORM UNTIL NOT FS-ITE-OK
                   OR ITE-NUMERO-PED NOT = PED-NUMERO
               ADD ITE-QUANTIDADE      TO WS-MOV-VOLUME
               READ ARQ-ITENS NEXT
           END-PERFORM
           PERFORM 1500-LOCALIZAR-GRUPO
           PERFORM 1800-SOMAR-MOVIMENTO
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-LOCALIZAR-GRUPO            SECTION.
      *----------------------------------------------------------------*
      * MONTA A CHAVE DO GRUPO PELO CLIENTE DO MOVIMENTO E PELO DONO   *
      * DELE NA CARTEIRA, E LOCALIZA OU INCLUI O GRUPO NA TABELA       *
      *----------------------------------------------------------------*
           IF WS-MOV-CNPJ NOT = WS-CLI-CNPJ-LIDO
               PERFORM 1600-LER-CLIENTE
           END-IF
           IF WS-CLI-DONO > 0
               MOVE WS-CLI-DONO        TO WS-DONO-CPF
           ELSE
               MOVE WS-MOV-CPF         TO WS-DONO-CPF
           END-IF
           MOVE SPACES                 TO WS-CHAVE-GRUPO
           EVALUATE TRUE
               WHEN POR-VENDEDOR
                   MOVE WS-DONO-CPF    TO WS-CHAVE-NUM-11
                   MOVE WS-CHAVE-NUM-11
                                       TO WS-CHAVE-GRUPO
               WHEN POR-SUPERVISOR
                   IF WS-DONO-CPF NOT = WS-VEN-CPF-LIDO
                       PERFORM 1700-LER-VENDEDOR
                   END-IF
                   MOVE WS-VEN-SUPERVISOR-LIDO
                                       TO WS-CHAVE-NUM-7
                   MOVE WS-CHAVE-NUM-7 TO WS-CHAVE-GRUPO
               WHEN POR-FILIAL
                   MOVE WS-CLI-FILIAL  TO WS-CHAVE-NUM-2
                   MOVE WS-CHAVE-NUM-2 TO WS-CHAVE-GRUPO
               WHEN POR-CANAL
                   MOVE WS-CLI-CANAL   TO WS-CHAVE-GRUPO
               WHEN POR-PORTE
                   MOVE WS-CLI-PORTE   TO WS-CHAVE-GRUPO
               WHEN POR-REDE
                   MOVE WS-CLI-REDE    TO WS-CHAVE-NUM-5
                   MOVE WS-CHAVE-NUM-5 TO WS-CHAVE-GRUPO
           END-EVALUATE
           MOVE "N"                    TO WS-ACHOU
           PERFORM VARYING WS-GRP-IND FROM 1 BY 1
                   UNTIL WS-GRP-IND > WS-QTD-GRUPOS
                   OR ACHOU-OCORRENCIA
               IF WS-GRP-TAB-CHAVE (WS-GRP-IND) = WS-CHAVE-GRUPO
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-OCORRENCIA
               SUBTRACT 1              FROM WS-GRP-IND
               GO TO 1500-FIM
           END-IF
           IF WS-QTD-GRUPOS = 999
               MOVE "S"                TO WS-TABELA-CHEIA
               MOVE 0                  TO WS-GRP-IND
               GO TO 1500-FIM
           END-IF
           ADD 1                       TO WS-QTD-GRUPOS
           MOVE WS-QTD-GRUPOS          TO WS-GRP-IND
           INITIALIZE WS-GRP-OCORRENCIA (WS-GRP-IND)
           MOVE WS-CHAVE-GRUPO         TO WS-GRP-TAB-CHAVE (WS-GRP-IND)
           MOVE "N"            TO WS-GRP-TAB-LISTADO (WS-GRP-IND)
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1600-LER-CLIENTE                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-MOV-CNPJ            TO WS-CLI-CNPJ-LIDO
           MOVE WS-MOV-CNPJ            TO CNPJ
           READ ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE FILIAL             TO WS-CLI-FILIAL
               MOVE CANAL              TO WS-CLI-CANAL
               MOVE PORTE              TO WS-CLI-PORTE
               MOVE REDE-CODIGO        TO WS-CLI-REDE
           ELSE
               MOVE 0                  TO WS-CLI-FILIAL
               MOVE SPACE              TO WS-CLI-CANAL
               MOVE SPACE              TO WS-CLI-PORTE
               MOVE 0                  TO WS-CLI-REDE
           END-IF
           MOVE WS-MOV-CNPJ            TO CAR-CNPJ
           READ ARQ-CARTEIRA           KEY IS CAR-CNPJ
           IF FS-CAR-OK
               MOVE CAR-CPF            TO WS-CLI-DONO
           ELSE
               MOVE 0                  TO WS-CLI-DONO
           END-IF
           .
       1600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1700-LER-VENDEDOR               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-DONO-CPF            TO WS-VEN-CPF-LIDO
           MOVE WS-DONO-CPF            TO VEN-CPF
           READ ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE VEN-SUPERVISOR     TO WS-VEN-SUPERVISOR-LIDO
           ELSE
               MOVE 0                  TO WS-VEN-SUPERVISOR-LIDO
           END-IF
           .
       1700-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1800-SOMAR-MOVIMENTO            SECTION.
      *----------------------------------------------------------------*
      * DEVOLUCOES CHEGAM COM VALOR E VOLUME NEGATIVOS                 *
      *----------------------------------------------------------------*
           IF WS-GRP-IND = 0
               GO TO 1800-FIM
           END-IF
           MOVE WS-MES-TRAB            TO WS-MES-IND
           IF MOV-ANO-ATUAL
               ADD WS-MOV-VALOR
                   TO WS-GRP-TAB-VLR-ATU (WS-GRP-IND WS-MES-IND)
               ADD WS-MOV-VOLUME
                   TO WS-GRP-TAB-VOL-ATU (WS-GRP-IND WS-MES-IND)
               ADD WS-MOV-VALOR        TO WS-TOT-VLR-ATU (WS-MES-IND)
               ADD WS-MOV-VOLUME       TO WS-TOT-VOL-ATU (WS-MES-IND)
           ELSE
               ADD WS-MOV-VALOR
                   TO WS-GRP-TAB-VLR-ANT (WS-GRP-IND WS-MES-IND)
               ADD WS-MOV-VOLUME
                   TO WS-GRP-TAB-VOL-ANT (WS-GRP-IND WS-MES-IND)
               ADD WS-MOV-VALOR        TO WS-TOT-VLR-ANT (WS-MES-IND)
               ADD WS-MOV-VOLUME       TO WS-TOT-VOL-ANT (WS-MES-IND)
           END-IF
           .
       1800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1900-CLASSIFICAR-ANO            SECTION.
      *----------------------------------------------------------------*
      * SO ENTRA O QUE CAI DE JANEIRO AO MES DE REFERENCIA DE UM DOS   *
      * DOIS ANOS                                                      *
      *----------------------------------------------------------------*
           MOVE SPACE                  TO WS-MOV-ANO
           IF WS-MES-TRAB < 1 OR WS-MES-TRAB > WS-MES-REFERENCIA
               GO TO 1900-FIM
           END-IF
           IF WS-ANO-TRAB = WS-ANO-ATUAL-REL
               MOVE "A"                TO WS-MOV-ANO
           END-IF
           IF WS-ANO-TRAB = WS-ANO-ANTERIOR-REL
               MOVE "P"                TO WS-MOV-ANO
           END-IF
           .
       1900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-ACUMULAR-DEVOLUCOES        SECTION.
      *----------------------------------------------------------------*
      * VALOR DEVOLVIDO, NO MES DA DEVOLUCAO, PARA O GRUPO DO CLIENTE  *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-DEVOLUCOES
           IF NOT FS-DEV-OK
               GO TO 2000-FIM
           END-IF
           READ ARQ-DEVOLUCOES NEXT
           PERFORM UNTIL NOT FS-DEV-OK
               MOVE DEV-DATA           TO WS-DATA-TRAB
               PERFORM 1900-CLASSIFICAR-ANO
               IF NOT MOV-FORA-PERIODO
                   ADD 1               TO WS-TOT-DEVOLUCOES
                   MOVE DEV-CNPJ       TO WS-MOV-CNPJ
                   MOVE DEV-CPF        TO WS-MOV-CPF
                   COMPUTE WS-MOV-VALOR = 0 - DEV-VALOR
                   MOVE 0              TO WS-MOV-VOLUME
                   PERFORM 1500-LOCALIZAR-GRUPO
                   PERFORM 1800-SOMAR-MOVIMENTO
               END-IF
               READ ARQ-DEVOLUCOES NEXT
           END-PERFORM
           CLOSE ARQ-DEVOLUCOES
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2500-ACUMULAR-DEV-ITENS         SECTION.
      *----------------------------------------------------------------*
      * VOLUME DEVOLVIDO; O CLIENTE VEM DO PEDIDO DE ORIGEM            *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-DEV-ITENS
           IF NOT FS-DVI-OK
               GO TO 2500-FIM
           END-IF
           READ ARQ-DEV-ITENS NEXT
           PERFORM UNTIL NOT FS-DVI-OK
               MOVE DVI-DATA           TO WS-DATA-TRAB
               PERFORM 1900-CLASSIFICAR-ANO
               IF NOT MOV-FORA-PERIODO
                   MOVE DVI-NUMERO-PED TO PED-NUMERO
                   READ ARQ-PEDIDOS    KEY IS PED-NUMERO
                   IF FS-PED-OK
                       MOVE PED-CNPJ   TO WS-MOV-CNPJ
                       MOVE PED-CPF    TO WS-MOV-CPF
                       MOVE 0          TO WS-MOV-VALOR
                       COMPUTE WS-MOV-VOLUME = 0 - DVI-QUANTIDADE
                       PERFORM 1500-LOCALIZAR-GRUPO
                       PERFORM 1800-SOMAR-MOVIMENTO
                   END-IF
               END-IF
               READ ARQ-DEV-ITENS NEXT
           END-PERFORM
           CLOSE ARQ-DEV-ITENS
           .
       2500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CALCULAR-ACUMULADOS        SECTION.
      *----------------------------------------------------------------*
      * ACUMULADO NO ANO DE CADA GRUPO E DO TOTAL GERAL, E A PERDA DE  *
      * VALOR DE UM ANO PARA O OUTRO                                   *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-GRP-IND FROM 1 BY 1
                   UNTIL WS-GRP-IND > WS-QTD-GRUPOS
               PERFORM VARYING WS-MES-IND FROM 1 BY 1
                       UNTIL WS-MES-IND > WS-MES-REFERENCIA
                   ADD WS-GRP-TAB-VLR-ATU (WS-GRP-IND WS-MES-IND)
                       TO WS-GRP-TAB-ACU-VLR-ATU (WS-GRP-IND)
                   ADD WS-GRP-TAB-VLR-ANT (WS-GRP-IND WS-MES-IND)
                       TO WS-GRP-TAB-ACU-VLR-ANT (WS-GRP-IND)
                   ADD WS-GRP-TAB-VOL-ATU (WS-GRP-IND WS-MES-IND)
                       TO WS-GRP-TAB-ACU-VOL-ATU (WS-GRP-IND)
                   ADD WS-GRP-TAB-VOL-ANT (WS-GRP-IND WS-MES-IND)
                       TO WS-GRP-TAB-ACU-VOL-ANT (WS-GRP-IND)
               END-PERFORM
               COMPUTE WS-GRP-TAB-QUEDA (WS-GRP-IND) =
                   WS-GRP-TAB-ACU-VLR-ANT (WS-GRP-IND)
                 - WS-GRP-TAB-ACU-VLR-ATU (WS-GRP-IND)
           END-PERFORM
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > WS-MES-REFERENCIA
               ADD WS-TOT-VLR-ATU (WS-MES-IND) TO WS-TOT-ACU-VLR-ATU
               ADD WS-TOT-VLR-ANT (WS-MES-IND) TO WS-TOT-ACU-VLR-ANT
               ADD WS-TOT-VOL-ATU (WS-MES-IND) TO WS-TOT-ACU-VOL-ATU
               ADD WS-TOT-VOL-ANT (WS-MES-IND) TO WS-TOT-ACU-VOL-ANT
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-GRAVAR-GRUPOS              SECTION.
      *----------------------------------------------------------------*
      * GRUPOS DO MAIOR PARA O MENOR VALOR ACUMULADO NO ANO ATUAL      *
      *----------------------------------------------------------------*
           STRING "COMPARATIVO DE VENDAS " WS-ANO-ATUAL-REL " X "
                  WS-ANO-ANTERIOR-REL " POR " WS-TITULO-GRUPO
                  " - MESES 01 A " WS-MES-REFERENCIA
                  " - VALOR FATURADO E VOLUME LIQUIDOS DE DEVOLUCOES"
                  " - EMITIDO EM " WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE 0                      TO WS-POSICAO
           PERFORM UNTIL 1 <> 1
               MOVE 0                  TO WS-MAIOR-IND
               PERFORM VARYING WS-GRP-IND FROM 1 BY 1
                       UNTIL WS-GRP-IND > WS-QTD-GRUPOS
                   IF WS-GRP-TAB-LISTADO (WS-GRP-IND) = "N"
                       IF WS-MAIOR-IND = 0
                           OR WS-GRP-TAB-ACU-VLR-ATU (WS-GRP-IND)
                              > WS-MAIOR-VALOR
                           MOVE WS-GRP-TAB-ACU-VLR-ATU (WS-GRP-IND)
                                       TO WS-MAIOR-VALOR
                           MOVE WS-GRP-IND
                                       TO WS-MAIOR-IND
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MAIOR-IND = 0
                   GO TO 4000-FIM
               END-IF
               MOVE WS-MAIOR-IND       TO WS-GRP-IND
               MOVE "S"            TO WS-GRP-TAB-LISTADO (WS-GRP-IND)
               ADD 1                   TO WS-POSICAO
               PERFORM 4100-GRAVAR-GRUPO
           END-PERFORM
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4100-GRAVAR-GRUPO               SECTION.
      *----------------------------------------------------------------*
      * CABECALHO DO GRUPO (COM O SINAL DE QUEDA), MESES E ACUMULADO   *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 4500-DESCREVER-GRUPO
           MOVE WS-POSICAO             TO WS-POSICAO-ED
           STRING WS-POSICAO-ED " " WS-TITULO-GRUPO " "
                  WS-GRP-TAB-CHAVE (WS-GRP-IND) " "
                  WS-DESCRICAO-GRUPO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           IF WS-GRP-TAB-ACU-VLR-ANT (WS-GRP-IND) > 0
               AND WS-GRP-TAB-QUEDA (WS-GRP-IND) > 0
               COMPUTE WS-PCT-QUEDA ROUNDED =
                   WS-GRP-TAB-QUEDA (WS-GRP-IND) * 100
                   / WS-GRP-TAB-ACU-VLR-ANT (WS-GRP-IND)
                   ON SIZE ERROR
                       MOVE 9999,9     TO WS-PCT-QUEDA
               END-COMPUTE
               IF WS-PCT-QUEDA NOT < WS-PCT-LIMITE
                   ADD 1               TO WS-TOT-SINALIZADOS
                   MOVE WS-PCT-QUEDA   TO WS-PCT-QUEDA-ED
                   STRING "*** QUEDA DE " WS-PCT-QUEDA-ED
                          " PCT NO ACUMULADO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO (81:)
               END-IF
           END-IF
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 4900-GRAVAR-TITULO-COLUNAS
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > WS-MES-REFERENCIA
               MOVE SPACES             TO WS-LINHA-MES
               STRING "MES " WS-MES-IND
                                       DELIMITED BY SIZE
                                       INTO SAI-MES-DESCRICAO
               MOVE WS-GRP-TAB-VLR-ANT (WS-GRP-IND WS-MES-IND)
                                       TO WS-CALC-ANTES
               MOVE WS-GRP-TAB-VLR-ATU (WS-GRP-IND WS-MES-IND)
                                       TO WS-CALC-DURANTE
               MOVE WS-GRP-TAB-VOL-ANT (WS-GRP-IND WS-MES-IND)
                                       TO WS-VOL-ANTES
               MOVE WS-GRP-TAB-VOL-ATU (WS-GRP-IND WS-MES-IND)
                                       TO WS-VOL-DURANTE
               PERFORM 4800-GRAVAR-LINHA-MES
               MOVE SPACES             TO WS-LINHA-MES
           END-PERFORM
           MOVE SPACES                 TO WS-LINHA-MES
           MOVE "ACUMULADO"            TO SAI-MES-DESCRICAO
           MOVE WS-GRP-TAB-ACU-VLR-ANT (WS-GRP-IND) TO WS-CALC-ANTES
           MOVE WS-GRP-TAB-ACU-VLR-ATU (WS-GRP-IND) TO WS-CALC-DURANTE
           MOVE WS-GRP-TAB-ACU-VOL-ANT (WS-GRP-IND) TO WS-VOL-ANTES
           MOVE WS-GRP-TAB-ACU-VOL-ATU (WS-GRP-IND) TO WS-VOL-DURANTE
           PERFORM 4800-GRAVAR-LINHA-MES
           .
       4100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4500-DESCREVER-GRUPO            SECTION.
      *----------------------------------------------------------------*
      * NOME DO VENDEDOR, SUPERVISOR OU REDE; DESCRICAO DO CANAL E DO  *
      * PORTE                                                          *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-DESCRICAO-GRUPO
           EVALUATE TRUE
               WHEN POR-VENDEDOR
                   MOVE WS-GRP-TAB-CHAVE (WS-GRP-IND) (1:11)
                                       TO VEN-CPF
                   READ ARQ-VENDEDORES
                   IF FS-VEN-OK
                       MOVE VEN-NOME   TO WS-DESCRICAO-GRUPO
                   ELSE
                       MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-DESCRICAO-GRUPO
                   END-IF
               WHEN POR-SUPERVISOR
                   MOVE WS-GRP-TAB-CHAVE (WS-GRP-IND) (1:7)
                                       TO SUP-CODIGO
                   IF SUP-CODIGO = 0
                       MOVE "SEM SUPERVISOR"
                                       TO WS-DESCRICAO-GRUPO
                   ELSE
                       READ ARQ-SUPERVISORES
                       IF FS-SUP-OK
                           MOVE SUP-NOME
                                       TO WS-DESCRICAO-GRUPO
                       ELSE
                           MOVE "SUPERVISOR NAO CADASTRADO"
                                       TO WS-DESCRICAO-GRUPO
                       END-IF
                   END-IF
               WHEN POR-FILIAL
                   IF WS-GRP-TAB-CHAVE (WS-GRP-IND) (1:2) = "00"
                       MOVE "SEM FILIAL"
                                       TO WS-DESCRICAO-GRUPO
                   END-IF
               WHEN POR-CANAL
                   EVALUATE WS-GRP-TAB-CHAVE (WS-GRP-IND) (1:1)
                       WHEN "B" MOVE "BAR"         TO WS-DESCRICAO-GRUPO
                       WHEN "M" MOVE "MERCADO"     TO WS-DESCRICAO-GRUPO
                       WHEN "R" MOVE "RESTAURANTE" TO WS-DESCRICAO-GRUPO
                       WHEN "A" MOVE "ATACADO"     TO WS-DESCRICAO-GRUPO
                       WHEN OTHER
                           MOVE "CANAL NAO INFORMADO"
                                       TO WS-DESCRICAO-GRUPO
                   END-EVALUATE
               WHEN POR-PORTE
                   EVALUATE WS-GRP-TAB-CHAVE (WS-GRP-IND) (1:1)
                       WHEN "P" MOVE "PEQUENO"     TO WS-DESCRICAO-GRUPO
                       WHEN "M" MOVE "MEDIO"       TO WS-DESCRICAO-GRUPO
                       WHEN "G" MOVE "GRANDE"      TO WS-DESCRICAO-GRUPO
                       WHEN OTHER
                           MOVE "PORTE NAO INFORMADO"
                                       TO WS-DESCRICAO-GRUPO
                   END-EVALUATE
               WHEN POR-REDE
                   MOVE WS-GRP-TAB-CHAVE (WS-GRP-IND) (1:5)
                                       TO RED-CODIGO
                   IF RED-CODIGO = 0
                       MOVE "SEM REDE" TO WS-DESCRICAO-GRUPO
                   ELSE
                       READ ARQ-REDES
                       IF FS-RED-OK
                           MOVE RED-NOME
                                       TO WS-DESCRICAO-GRUPO
                       ELSE
                           MOVE "REDE NAO CADASTRADA"
                                       TO WS-DESCRICAO-GRUPO
                       END-IF
                   END-IF
           END-EVALUATE
           .
       4500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4800-GRAVAR-LINHA-MES           SECTION.
      *----------------------------------------------------------------*
      * RECEBE OS VALORES DOS DOIS ANOS EM WS-CALC-ANTES/DURANTE E OS  *
      * VOLUMES EM WS-VOL-ANTES/DURANTE                                *
      *----------------------------------------------------------------*
           MOVE WS-CALC-ANTES          TO SAI-MES-VLR-ANT
           MOVE WS-CALC-DURANTE        TO SAI-MES-VLR-ATU
           PERFORM 3800-CALCULAR-VARIACAO
           MOVE WS-VARIACAO-TEXTO      TO SAI-MES-VLR-CRESC
           MOVE WS-VOL-ANTES           TO SAI-MES-VOL-ANT
           MOVE WS-VOL-DURANTE         TO SAI-MES-VOL-ATU
           MOVE WS-VOL-ANTES           TO WS-CALC-ANTES
           MOVE WS-VOL-DURANTE         TO WS-CALC-DURANTE
           PERFORM 3800-CALCULAR-VARIACAO
           MOVE WS-VARIACAO-TEXTO      TO SAI-MES-VOL-CRESC
           MOVE WS-LINHA-MES           TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       4800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4900-GRAVAR-TITULO-COLUNAS      SECTION.
      *----------------------------------------------------------------*
      *
           STRING "                     VALOR " WS-ANO-ANTERIOR-REL
                  "        VALOR " WS-ANO-ATUAL-REL
                  "  CRESC.%   VOLUME " WS-ANO-ANTERIOR-REL
                  " VOLUME " WS-ANO-ATUAL-REL "  CRESC.%"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       4900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3800-CALCULAR-VARIACAO          SECTION.
      *----------------------------------------------------------------*
      * SEM BASE NO ANO ANTERIOR O CRESCIMENTO NAO E CALCULADO         *
      *----------------------------------------------------------------*
           IF WS-CALC-ANTES NOT > 0
               MOVE "  S/BASE"         TO WS-VARIACAO-TEXTO
               GO TO 3800-FIM
           END-IF
           COMPUTE WS-PCT-VARIACAO ROUNDED =
               (WS-CALC-DURANTE - WS-CALC-ANTES) * 100 / WS-CALC-ANTES
               ON SIZE ERROR
                   MOVE 99999,9        TO WS-PCT-VARIACAO
           END-COMPUTE
           MOVE WS-PCT-VARIACAO        TO WS-PCT-EDITADO
           MOVE WS-PCT-EDITADO         TO WS-VARIACAO-TEXTO
           .
       3800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-ANUAL
           WRITE REG-REL-ANUAL
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-GRAVAR-TOTAL-GERAL         SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3900-GRAVAR-LINHA
           MOVE "TOTAL GERAL"          TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 4900-GRAVAR-TITULO-COLUNAS
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > WS-MES-REFERENCIA
               MOVE SPACES             TO WS-LINHA-MES
               STRING "MES " WS-MES-IND
                                       DELIMITED BY SIZE
                                       INTO SAI-MES-DESCRICAO
               MOVE WS-TOT-VLR-ANT (WS-MES-IND) TO WS-CALC-ANTES
               MOVE WS-TOT-VLR-ATU (WS-MES-IND) TO WS-CALC-DURANTE
               MOVE WS-TOT-VOL-ANT (WS-MES-IND) TO WS-VOL-ANTES
               MOVE WS-TOT-VOL-ATU (WS-MES-IND) TO WS-VOL-DURANTE
               PERFORM 4800-GRAVAR-LINHA-MES
           END-PERFORM
           MOVE SPACES                 TO WS-LINHA-MES
           MOVE "ACUMULADO"            TO SAI-MES-DESCRICAO
           MOVE WS-TOT-ACU-VLR-ANT     TO WS-CALC-ANTES
           MOVE WS-TOT-ACU-VLR-ATU     TO WS-CALC-DURANTE
           MOVE WS-TOT-ACU-VOL-ANT     TO WS-VOL-ANTES
           MOVE WS-TOT-ACU-VOL-ATU     TO WS-VOL-DURANTE
           PERFORM 4800-GRAVAR-LINHA-MES
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-GRAVAR-MAIORES-QUEDAS      SECTION.
      *----------------------------------------------------------------*
      * OS DEZ GRUPOS QUE MAIS PERDERAM VALOR NO ACUMULADO DO ANO      *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "MAIORES QUEDAS NO ACUMULADO DO ANO"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-GRP-IND FROM 1 BY 1
                   UNTIL WS-GRP-IND > WS-QTD-GRUPOS
               MOVE "N"            TO WS-GRP-TAB-LISTADO (WS-GRP-IND)
           END-PERFORM
           MOVE 0                      TO WS-QTD-QUEDAS
           MOVE "N"                    TO WS-FIM-QUEDAS
           PERFORM UNTIL WS-QTD-QUEDAS = 10 OR FIM-QUEDAS
               PERFORM 6100-GRAVAR-PROXIMA-QUEDA
           END-PERFORM
           IF WS-QTD-QUEDAS = 0
               MOVE "NENHUM GRUPO COM QUEDA NO ACUMULADO"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6100-GRAVAR-PROXIMA-QUEDA       SECTION.
      *----------------------------------------------------------------*
      * MAIOR PERDA AINDA NAO LISTADA; SEM PERDA, ENCERRA A LISTA      *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-MAIOR-VALOR
           MOVE 0                      TO WS-MAIOR-IND
           PERFORM VARYING WS-GRP-IND FROM 1 BY 1
                   UNTIL WS-GRP-IND > WS-QTD-GRUPOS
               IF WS-GRP-TAB-LISTADO (WS-GRP-IND) = "N"
                   AND WS-GRP-TAB-QUEDA (WS-GRP-IND)
                       > WS-MAIOR-VALOR
                   MOVE WS-GRP-TAB-QUEDA (WS-GRP-IND)
                                       TO WS-MAIOR-VALOR
                   MOVE WS-GRP-IND     TO WS-MAIOR-IND
               END-IF
           END-PERFORM
           IF WS-MAIOR-IND = 0
               MOVE "S"                TO WS-FIM-QUEDAS
               GO TO 6100-FIM
           END-IF
           MOVE WS-MAIOR-IND           TO WS-GRP-IND
           MOVE "S"            TO WS-GRP-TAB-LISTADO (WS-GRP-IND)
           ADD 1                       TO WS-QTD-QUEDAS
           PERFORM 4500-DESCREVER-GRUPO
           MOVE SPACES                 TO WS-LINHA-QUEDA
           MOVE WS-QTD-QUEDAS          TO SAI-QDA-POSICAO
           MOVE WS-GRP-TAB-CHAVE (WS-GRP-IND) TO SAI-QDA-CHAVE
           MOVE WS-DESCRICAO-GRUPO     TO SAI-QDA-DESCRICAO
           MOVE WS-GRP-TAB-ACU-VLR-ANT (WS-GRP-IND)
                                       TO SAI-QDA-VLR-ANT
           MOVE WS-GRP-TAB-ACU-VLR-ATU (WS-GRP-IND)
                                       TO SAI-QDA-VLR-ATU
           MOVE WS-GRP-TAB-QUEDA (WS-GRP-IND) TO SAI-QDA-PERDA
           MOVE WS-GRP-TAB-ACU-VLR-ANT (WS-GRP-IND)
                                       TO WS-CALC-ANTES
           MOVE WS-GRP-TAB-ACU-VLR-ATU (WS-GRP-IND)
                                       TO WS-CALC-DURANTE
           PERFORM 3800-CALCULAR-VARIACAO
           MOVE WS-VARIACAO-TEXTO      TO SAI-QDA-PCT
           MOVE WS-LINHA-QUEDA         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       6100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DO COMPARATIVO ANUAL"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS FATURADOS LIDOS...: " WS-TOT-PEDIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "DEVOLUCOES DEDUZIDAS......: " WS-TOT-DEVOLUCOES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "GRUPOS COMPARADOS.........: " WS-QTD-GRUPOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "GRUPOS COM QUEDA SINALIZADA: " WS-TOT-SINALIZADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-ACU-VLR-ATU     TO WS-VALOR-EDITADO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ACUMULADO ANO ATUAL.......: " WS-VALOR-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-ACU-VLR-ANT     TO WS-VALOR-EDITADO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ACUMULADO ANO ANTERIOR....: " WS-VALOR-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF TABELA-CHEIA
               DISPLAY "TABELA DE GRUPOS CHEIA - COMPARATIVO INCOMPLETO"
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
               MOVE "RELAANUA"         TO SPL-PROGRAMA
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
       END PROGRAM RELAANUA.
      *----------------------------------------------------------------*
