      ******************************************************************
      * PROGRAMA.: PREVDEMA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: PREVISAO MENSAL DE DEMANDA POR PRODUTO E FILIAL     *
      *            PARA COMPRAS - PROJETA OS TRES MESES SEGUINTES AO   *
      *            MES BASE A PARTIR DO HISTORICO DE ITENS DE PEDIDO,  *
      *            COM SAZONALIDADE DO ANO ANTERIOR, TENDENCIA, SALDOS *
      *            PENDENTES E PEDIDOS PROGRAMADOS; IMPRIME NO SPOOL,  *
      *            GERA O ARQUIVO PARA COMPRAS E CONFERE A PREVISAO DO *
      *            MES ANTERIOR COM AS VENDAS REALIZADAS               *
      ******************************************************************
      * CALCULO POR PRODUTO E FILIAL (FILIAL DO CLIENTE DO PEDIDO):    *
      * - HISTORICO: QUINZE MESES ATE O MES BASE, VOLUME DOS ITENS DE  *
      *   TODOS OS PEDIDOS NAO CANCELADOS                              *
      * - NIVEL: MEDIA DOS TRES ULTIMOS MESES MAIS A TENDENCIA MENSAL  *
      *   (MEDIA RECENTE MENOS A DOS TRES MESES ANTERIORES, DIVIDIDA   *
      *   POR TRES) ATE O MES PROJETADO                                *
      * - SAZONALIDADE: O MESMO MES DO ANO ANTERIOR SOBRE A MEDIA DOS  *
      *   TRES MESES QUE ERAM OS RECENTES HA UM ANO, LIMITADA ENTRE    *
      *   0,50 E 2,00; SEM HISTORICO DO ANO ANTERIOR O INDICE E 1,00   *
      * - PEDIDOS PROGRAMADOS ATIVOS NO MES SAO PISO DA PREVISAO (JA   *
      *   ESTAO NO HISTORICO, POR ISSO NAO SAO SOMADOS)                *
      * - SALDOS PENDENTES EM ABERTO SOMAM NO PRIMEIRO MES PROJETADO   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. PREVDEMA.
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
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-PENDENCIAS       ASSIGN TO  "WID-ARQ-RSD.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RSD-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PENDENCIA.
      *
           SELECT ARQ-PROGRAMADOS      ASSIGN TO  "WID-ARQ-PRG.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRG-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PROGRAMADO.
      *
           SELECT ARQ-PREVISOES        ASSIGN TO  "WID-ARQ-PDM.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PDM-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PREVISAO.
      *
           SELECT ARQ-REL-PREVISAO     ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-PDM.
      *
           SELECT ARQ-EXP-PREVISAO     ASSIGN TO WS-NOME-EXPORTACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-EXP-PDM.
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
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-PENDENCIAS.
       COPY RESICADA.
      *
       FD ARQ-PROGRAMADOS.
       COPY PROGCADA.
      *
       FD ARQ-PREVISOES.
       COPY PDEMCADA.
      *
       FD ARQ-REL-PREVISAO.
       01 REG-REL-PREVISAO             PIC X(132).
      *
       FD ARQ-EXP-PREVISAO.
       01 REG-EXP-PREVISAO             PIC X(80).
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
           88 FS-PED-FIM               VALUE "10".
           88 FS-PED-NAO-EXISTE        VALUE "35".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-PENDENCIA              PIC X(02).
           88 FS-RSD-OK                VALUE "00" THRU "09".
       77 WS-FS-PROGRAMADO             PIC X(02).
           88 FS-PRG-OK                VALUE "00" THRU "09".
       77 WS-FS-PREVISAO               PIC X(02).
           88 FS-PDM-OK                VALUE "00" THRU "09".
           88 FS-PDM-DUPLICADO         VALUE "22".
           88 FS-PDM-NAO-EXISTE        VALUE "35".
       77 WS-FS-REL-PDM                PIC X(02).
           88 FS-REL-PDM-OK            VALUE "00" THRU "09".
       77 WS-FS-EXP-PDM                PIC X(02).
           88 FS-EXP-PDM-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
      * --> GERACAO DATADA DO RELATORIO E ARQUIVO DE COMPRAS DO MES BASE
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-NOME-EXPORTACAO           PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE
                                                       "PREVDEMA".
      *
      * --> MES BASE (AAAAMM, 0 = MES ANTERIOR), QUINZE MESES DE
      *     HISTORICO ATE ELE E OS TRES MESES PROJETADOS; OS MESES SAO
      *     CONTADOS EM SERIAL (ANO * 12 + MES - 1)
      *
       01 WS-ANOMES-BASE               PIC 9(06)       VALUE 0.
       01 WS-ANOMES-ANTERIOR           PIC 9(06)       VALUE 0.
       01 WS-MESES-HISTORICO.
           05 WS-MES-HIST              PIC 9(06)   OCCURS 15 TIMES.
       01 WS-MESES-PROJECAO.
           05 WS-MES-PRJ               PIC 9(06)   OCCURS 3 TIMES.
       01 WS-ANOMES-AUX                PIC 9(06)       VALUE 0.
       01 WS-ANO-AUX                   PIC 9(04)       VALUE 0.
       01 WS-MES-AUX                   PIC 9(02)       VALUE 0.
       01 WS-SERIAL-MES                PIC 9(06)       VALUE 0.
       01 WS-SERIAL-BASE               PIC 9(06)       VALUE 0.
       01 WS-SERIAL-INICIAL            PIC 9(06)       VALUE 0.
       01 WS-IND-MES                   PIC 9(02)       VALUE 0.
       01 WS-IND-PRJ                   PIC 9(01)       VALUE 0.
       01 WS-IND-ITEM                  PIC 9(02)       VALUE 0.
      *
      * --> VOLUME MENSAL POR PRODUTO E FILIAL (1 = MAIS ANTIGO,
      *     15 = MES BASE), SALDO PENDENTE, PROGRAMADOS POR MES
      *     PROJETADO E A PREVISAO FEITA NO MES BASE ANTERIOR
      *
       01 WS-QTD-COMBINACOES           PIC 9(04)       VALUE 0.
       01 WS-DEM-TABELA.
           05 WS-DEM-OCORRENCIA        OCCURS 9999 TIMES
                                       DEPENDING ON WS-QTD-COMBINACOES
                                       INDEXED BY WS-DEM-IND.
               10 WS-DEM-PRODUTO       PIC 9(07).
               10 WS-DEM-FILIAL        PIC 9(02).
               10 WS-DEM-QTD-MES       PIC 9(07)   OCCURS 15 TIMES.
               10 WS-DEM-PENDENTE      PIC 9(07).
               10 WS-DEM-PROGRAMADO    PIC 9(07)   OCCURS 3 TIMES.
               10 WS-DEM-PREV-ANTERIOR PIC 9(07).
               10 WS-DEM-TEM-ANTERIOR  PIC X(01).
                   88 DEM-TEM-ANTERIOR VALUE "S".
       01 WS-ACHOU-COMBINACAO          PIC X(01)       VALUE "N".
           88 ACHOU-COMBINACAO         VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
       01 WS-PRODUTO-BUSCA             PIC 9(07)       VALUE 0.
       01 WS-FILIAL-BUSCA              PIC 9(02)       VALUE 0.
       01 WS-CNPJ-BUSCA                PIC 9(14)       VALUE 0.
       01 WS-CNPJ-FILIAL               PIC 9(14)       VALUE 0.
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
       01 WS-OCORRENCIAS-MES           PIC 9(01)       VALUE 0.
       01 WS-HA-PREVISAO-ANTERIOR      PIC X(01)       VALUE "N".
           88 HA-PREVISAO-ANTERIOR     VALUE "S".
      *
      * --> CALCULO DA COMBINACAO CORRENTE
      *
       01 WS-MEDIA-RECENTE             PIC 9(07)V99    VALUE 0.
       01 WS-MEDIA-ANTERIOR            PIC 9(07)V99    VALUE 0.
       01 WS-MEDIA-ANO-ANTERIOR        PIC 9(07)V99    VALUE 0.
       01 WS-TENDENCIA                 PIC S9(07)V99   VALUE 0.
       01 WS-NIVEL-PROJETADO           PIC S9(08)V99   VALUE 0.
       01 WS-INDICE-CALCULO            PIC 9(05)V99    VALUE 0.
       01 WS-INDICE-SAZONAL            PIC 9(01)V99    VALUE 0.
       01 WS-INDICE-MINIMO             PIC 9(01)V99    VALUE 0,50.
       01 WS-INDICE-MAXIMO             PIC 9(01)V99    VALUE 2,00.
       01 WS-VOLUME-ESTATISTICO        PIC 9(07)       VALUE 0.
      *
      * --> QUEBRA POR PRODUTO E TOTAIS DA PREVISAO
      *
       01 WS-PRODUTO-ANTERIOR          PIC 9(07)       VALUE 0.
       01 WS-DESCRICAO-PRODUTO         PIC X(25)       VALUE SPACES.
       01 WS-SUB-FILIAIS               PIC 9(03)       VALUE 0.
       01 WS-SUB-PENDENTE              PIC 9(09)       VALUE 0.
       01 WS-SUB-PROGRAMADO            PIC 9(09)       VALUE 0.
       01 WS-SUB-PROJECAO.
           05 WS-SUB-PRJ               PIC 9(09)   OCCURS 3 TIMES.
       01 WS-TOT-PROJECAO.
           05 WS-TOT-PRJ               PIC 9(09)   OCCURS 3 TIMES.
       01 WS-TOT-PENDENTE              PIC 9(09)       VALUE 0.
       01 WS-TOT-PROGRAMADO            PIC 9(09)       VALUE 0.
       01 WS-TOT-GRAVADAS              PIC 9(05)       VALUE 0.
       01 WS-TOT-PREVISOES             PIC 9(05)       VALUE 0.
       01 WS-TOT-SEM-DEMANDA           PIC 9(05)       VALUE 0.
      *
      * --> CONFERENCIA DA PREVISAO ANTERIOR COM O REALIZADO
      *
       01 WS-CNF-PRODUTO               PIC 9(07)       VALUE 0.
       01 WS-CNF-FILIAL                PIC 9(02)       VALUE 0.
       01 WS-CNF-PREVISTO              PIC 9(07)       VALUE 0.
       01 WS-CNF-REALIZADO             PIC 9(07)       VALUE 0.
       01 WS-CNF-ERRO                  PIC S9(07)      VALUE 0.
       01 WS-CNF-ERRO-PCT              PIC S9(05)V9    VALUE 0.
       01 WS-ACU-CONFERIDAS            PIC 9(05)       VALUE 0.
       01 WS-ACU-PREVISTO              PIC 9(09)       VALUE 0.
       01 WS-ACU-REALIZADO             PIC 9(09)       VALUE 0.
       01 WS-ACU-ERRO-ABS              PIC 9(09)       VALUE 0.
       01 WS-ACU-ERRO-PCT              PIC 9(05)V9     VALUE 0.
       01 WS-ACU-ACURACIDADE           PIC 9(03)V9     VALUE 0.
       01 WS-PCT-EDITADO               PIC ZZZZ9,9.
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-PREVISAO.
           05 SAI-PRODUTO              PIC 9(07).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-DESCRICAO            PIC X(25).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-FILIAL               PIC 9(02).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-MEDIA                PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-TENDENCIA            PIC -ZZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-PROJECAO             OCCURS 3 TIMES.
               10 SAI-PRJ-INDICE       PIC 9,99.
               10 FILLER               PIC X(01)   VALUE SPACES.
               10 SAI-PRJ-QUANTIDADE   PIC ZZZ.ZZ9.
               10 FILLER               PIC X(02)   VALUE SPACES.
           05 SAI-PENDENTE             PIC ZZZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-PROGRAMADO           PIC ZZZZ.ZZ9.
       01 WS-LINHA-TOTAL-PRODUTO.
           05 FILLER                   PIC X(09)   VALUE SPACES.
           05 FILLER                   PIC X(25)   VALUE
                                       "TOTAL DO PRODUTO".
           05 FILLER                   PIC X(25)   VALUE SPACES.
           05 SAI-TOTAL-PROJECAO       OCCURS 3 TIMES.
               10 FILLER               PIC X(03)   VALUE SPACES.
               10 SAI-TOT-QUANTIDADE   PIC Z.ZZZ.ZZ9.
               10 FILLER               PIC X(02)   VALUE SPACES.
           05 SAI-TOT-PENDENTE         PIC ZZZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-TOT-PROGRAMADO       PIC ZZZZ.ZZ9.
       01 WS-LINHA-CONFERENCIA.
           05 SAI-CNF-PRODUTO          PIC 9(07).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CNF-DESCRICAO        PIC X(25).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CNF-FILIAL           PIC 9(02).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CNF-PREVISTO         PIC ZZZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CNF-REALIZADO        PIC ZZZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CNF-ERRO             PIC -ZZZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CNF-ERRO-PCT         PIC -ZZZ9,9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CNF-OBSERVACAO       PIC X(12).
      *
      * --> LINHA DO ARQUIVO DE COMPRAS: MES BASE;PRODUTO;FILIAL;
      *     (MES;QUANTIDADE) X 3;SALDO PENDENTE
      *
       01 WS-LINHA-EXP-PREVISAO.
           05 EXP-ANOMES-BASE          PIC 9(06).
           05 FILLER                   PIC X(01)   VALUE ";".
           05 EXP-PRODUTO              PIC 9(07).
           05 FILLER                   PIC X(01)   VALUE ";".
           05 EXP-FILIAL               PIC 9(02).
           05 EXP-PROJECAO             OCCURS 3 TIMES.
               10 FILLER               PIC X(01)   VALUE ";".
               10 EXP-ANOMES           PIC 9(06).
               10 FILLER               PIC X(01)   VALUE ";".
               10 EXP-QUANTIDADE       PIC 9(07).
           05 FILLER                   PIC X(01)   VALUE ";".
           05 EXP-PENDENTE             PIC 9(07).
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-PREVER-DEMANDA.
      *----------------------------------------------------------------*
       0000-PREVER-DEMANDA             SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "PREVISAO DE DEMANDA POR PRODUTO E FILIAL"
           DISPLAY "MES BASE (AAAAMM, 0 = MES ANTERIOR): "
                                       WITH NO ADVANCING
           ACCEPT WS-ANOMES-BASE
           IF WS-ANOMES-BASE = 0
               PERFORM 0100-CALCULAR-MES-ANTERIOR
           END-IF
           IF WS-ANOMES-BASE (5:2) < "01"
              OR WS-ANOMES-BASE (5:2) > "12"
               DISPLAY "MES BASE INVALIDO: " WS-ANOMES-BASE
               GOBACK
           END-IF
           PERFORM 0200-MONTAR-MESES
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-PDM-" WS-DATA-ATUAL "-"
                  WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           MOVE SPACES                 TO WS-NOME-EXPORTACAO
           STRING "WID-EXP-PDM-" WS-ANOMES-BASE ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-EXPORTACAO
           PERFORM 1000-ABRIR-ARQUIVOS
           IF FS-PED-NAO-EXISTE
               DISPLAY "NAO HA PEDIDOS CADASTRADOS"
           ELSE
               PERFORM 1100-ACUMULAR-HISTORICO
               PERFORM 1200-ACUMULAR-PENDENCIAS
               PERFORM 1300-ACUMULAR-PROGRAMADOS
               PERFORM 1400-CARREGAR-PREVISAO-ANTERIOR
               PERFORM 3000-GRAVAR-PREVISOES
               IF FS-PDM-OK
                   PERFORM 4000-EMITIR-RELATORIO
                   PERFORM 7000-IMPRIMIR-RESUMO
               END-IF
           END-IF
           PERFORM 6000-FECHAR-ARQUIVOS
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
           COMPUTE WS-ANOMES-BASE = WS-ANO-AUX * 100 + WS-MES-AUX
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0200-MONTAR-MESES               SECTION.
      *----------------------------------------------------------------*
      * HISTORICO: DO MES BASE MENOS 14 ATE O MES BASE. O MES 15 E O   *
      * BASE, OS MESES 1 A 3 SAO OS RECENTES DE UM ANO ANTES E OS 4 A 6*
      * SAO, NO ANO ANTERIOR, OS MESMOS MESES DA PROJECAO              *
      *----------------------------------------------------------------*
           MOVE WS-ANOMES-BASE         TO WS-ANOMES-AUX
           PERFORM 0400-CALCULAR-SERIAL
           MOVE WS-SERIAL-MES          TO WS-SERIAL-BASE
           COMPUTE WS-SERIAL-INICIAL = WS-SERIAL-BASE - 14
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > 15
               COMPUTE WS-SERIAL-MES =
                   WS-SERIAL-INICIAL + WS-IND-MES - 1
               PERFORM 0300-CALCULAR-ANOMES
               MOVE WS-ANOMES-AUX      TO WS-MES-HIST (WS-IND-MES)
           END-PERFORM
           PERFORM VARYING WS-IND-PRJ FROM 1 BY 1
                   UNTIL WS-IND-PRJ > 3
               COMPUTE WS-SERIAL-MES = WS-SERIAL-BASE + WS-IND-PRJ
               PERFORM 0300-CALCULAR-ANOMES
               MOVE WS-ANOMES-AUX      TO WS-MES-PRJ (WS-IND-PRJ)
           END-PERFORM
           MOVE WS-MES-HIST (14)       TO WS-ANOMES-ANTERIOR
           .
       0200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0300-CALCULAR-ANOMES            SECTION.
      *----------------------------------------------------------------*
      * CONVERTE O SERIAL DE WS-SERIAL-MES EM AAAAMM (WS-ANOMES-AUX)   *
      *----------------------------------------------------------------*
           DIVIDE WS-SERIAL-MES        BY 12
                                       GIVING WS-ANO-AUX
                                       REMAINDER WS-MES-AUX
           ADD 1                       TO WS-MES-AUX
           COMPUTE WS-ANOMES-AUX = WS-ANO-AUX * 100 + WS-MES-AUX
           .
       0300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0400-CALCULAR-SERIAL            SECTION.
      *----------------------------------------------------------------*
      * CONVERTE O AAAAMM DE WS-ANOMES-AUX NO SERIAL WS-SERIAL-MES     *
      *----------------------------------------------------------------*
           MOVE WS-ANOMES-AUX (1:4)    TO WS-ANO-AUX
           MOVE WS-ANOMES-AUX (5:2)    TO WS-MES-AUX
           COMPUTE WS-SERIAL-MES = WS-ANO-AUX * 12 + WS-MES-AUX - 1
           .
       0400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PEDIDOS
           OPEN INPUT ARQ-ITENS
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-PRODUTOS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-LOCALIZAR-COMBINACAO       SECTION.
      *----------------------------------------------------------------*
      * POSICIONA WS-DEM-IND NA COMBINACAO WS-PRODUTO-BUSCA E          *
      * WS-FILIAL-BUSCA, INCLUINDO-A QUANDO AINDA NAO ESTA NA TABELA   *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU-COMBINACAO
           PERFORM VARYING WS-DEM-IND FROM 1 BY 1
                   UNTIL WS-DEM-IND > WS-QTD-COMBINACOES
                   OR ACHOU-COMBINACAO
               IF WS-DEM-PRODUTO (WS-DEM-IND) = WS-PRODUTO-BUSCA
                  AND WS-DEM-FILIAL (WS-DEM-IND) = WS-FILIAL-BUSCA
                   MOVE "S"            TO WS-ACHOU-COMBINACAO
               END-IF
           END-PERFORM
           IF ACHOU-COMBINACAO
               SET WS-DEM-IND DOWN BY 1
               GO TO 1050-FIM
           END-IF
           IF WS-QTD-COMBINACOES = 9999
               MOVE "S"                TO WS-TABELA-CHEIA
               GO TO 1050-FIM
           END-IF
           ADD 1                       TO WS-QTD-COMBINACOES
           SET WS-DEM-IND              TO WS-QTD-COMBINACOES
           INITIALIZE WS-DEM-OCORRENCIA (WS-DEM-IND)
           MOVE WS-PRODUTO-BUSCA       TO WS-DEM-PRODUTO (WS-DEM-IND)
           MOVE WS-FILIAL-BUSCA        TO WS-DEM-FILIAL (WS-DEM-IND)
           MOVE "N"                    TO WS-DEM-TEM-ANTERIOR
                                          (WS-DEM-IND)
           MOVE "S"                    TO WS-ACHOU-COMBINACAO
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1060-OBTER-FILIAL               SECTION.
      *----------------------------------------------------------------*
      * FILIAL DO CLIENTE WS-CNPJ-BUSCA EM WS-FILIAL-BUSCA; CLIENTE    *
      * NAO CADASTRADO FICA NA FILIAL ZERO. GUARDA O ULTIMO CNPJ LIDO  *
      *----------------------------------------------------------------*
           IF WS-CNPJ-BUSCA NOT = WS-CNPJ-FILIAL
               MOVE WS-CNPJ-BUSCA      TO WS-CNPJ-FILIAL
               MOVE WS-CNPJ-BUSCA      TO CNPJ
               READ ARQ-CLIENTES
               IF FS-CLI-OK
                   MOVE FILIAL         TO WS-FILIAL-CLIENTE
               ELSE
                   MOVE 0              TO WS-FILIAL-CLIENTE
               END-IF
           END-IF
           MOVE WS-FILIAL-CLIENTE      TO WS-FILIAL-BUSCA
           .
       1060-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ACUMULAR-HISTORICO         SECTION.
      *----------------------------------------------------------------*
      * PERCORRE OS PEDIDOS DOS QUINZE MESES PELA CHAVE DE DATA        *
      *----------------------------------------------------------------*
           COMPUTE PED-DATA = WS-MES-HIST (1) * 100 + 1
           START ARQ-PEDIDOS           KEY IS NOT < PED-DATA
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-DATA (1:6) > WS-ANOMES-BASE
               IF NOT PEDIDO-CANCELADO
                   PERFORM 1110-ACUMULAR-PEDIDO
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1110-ACUMULAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PED-DATA (1:6)         TO WS-ANOMES-AUX
           PERFORM 0400-CALCULAR-SERIAL
           COMPUTE WS-IND-MES = WS-SERIAL-MES - WS-SERIAL-INICIAL + 1
           MOVE PED-CNPJ               TO WS-CNPJ-BUSCA
           PERFORM 1060-OBTER-FILIAL
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS             KEY IS NOT < ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
           END-IF
           PERFORM UNTIL NOT FS-ITE-OK
                   OR ITE-NUMERO-PED NOT = PED-NUMERO
               MOVE ITE-PRODUTO        TO WS-PRODUTO-BUSCA
               PERFORM 1050-LOCALIZAR-COMBINACAO
               IF ACHOU-COMBINACAO
                   ADD ITE-QUANTIDADE  TO WS-DEM-QTD-MES
                                          (WS-DEM-IND WS-IND-MES)
               END-IF
               READ ARQ-ITENS NEXT
           END-PERFORM
           .
       1110-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-ACUMULAR-PENDENCIAS        SECTION.
      *----------------------------------------------------------------*
      * SALDOS QUE FALTARAM NO FATURAMENTO E AINDA ESTAO EM ABERTO     *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PENDENCIAS
           IF FS-RSD-OK
               READ ARQ-PENDENCIAS NEXT
               PERFORM UNTIL NOT FS-RSD-OK
                   IF PENDENCIA-ABERTA AND RSD-QTD-PENDENTE > 0
                       MOVE RSD-CNPJ   TO WS-CNPJ-BUSCA
                       PERFORM 1060-OBTER-FILIAL
                       MOVE RSD-PRODUTO
                                       TO WS-PRODUTO-BUSCA
                       PERFORM 1050-LOCALIZAR-COMBINACAO
                       IF ACHOU-COMBINACAO
                           ADD RSD-QTD-PENDENTE
                                   TO WS-DEM-PENDENTE (WS-DEM-IND)
                       END-IF
                   END-IF
                   READ ARQ-PENDENCIAS NEXT
               END-PERFORM
               CLOSE ARQ-PENDENCIAS
           END-IF
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1300-ACUMULAR-PROGRAMADOS       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PROGRAMADOS
           IF FS-PRG-OK
               READ ARQ-PROGRAMADOS NEXT
               PERFORM UNTIL NOT FS-PRG-OK
                   IF PRG-ATIVO
                       PERFORM 1310-ACUMULAR-PROGRAMADO
                   END-IF
                   READ ARQ-PROGRAMADOS NEXT
               END-PERFORM
               CLOSE ARQ-PROGRAMADOS
           END-IF
           .
       1300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1310-ACUMULAR-PROGRAMADO        SECTION.
      *----------------------------------------------------------------*
      * VOLUME DO MES = QUANTIDADE DO ITEM VEZES AS GERACOES NO MES    *
      * (SEMANAL 4, QUINZENAL 2, MENSAL 1) NOS MESES PROJETADOS EM     *
      * QUE O PROGRAMADO ESTA DENTRO DA VIGENCIA                       *
      *----------------------------------------------------------------*
           MOVE PRG-CNPJ               TO WS-CNPJ-BUSCA
           PERFORM 1060-OBTER-FILIAL
           EVALUATE TRUE
               WHEN PRG-SEMANAL
                   MOVE 4              TO WS-OCORRENCIAS-MES
               WHEN PRG-QUINZENAL
                   MOVE 2              TO WS-OCORRENCIAS-MES
               WHEN OTHER
                   MOVE 1              TO WS-OCORRENCIAS-MES
           END-EVALUATE
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > PRG-QTD-ITENS
                   OR WS-IND-ITEM > 12
               IF PRG-ITE-QUANTIDADE (WS-IND-ITEM) > 0
                   MOVE PRG-ITE-PRODUTO (WS-IND-ITEM)
                                       TO WS-PRODUTO-BUSCA
                   PERFORM 1050-LOCALIZAR-COMBINACAO
                   IF ACHOU-COMBINACAO
                       PERFORM 1320-SOMAR-MESES-VIGENTES
                   END-IF
               END-IF
           END-PERFORM
           .
       1310-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1320-SOMAR-MESES-VIGENTES       SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WS-IND-PRJ FROM 1 BY 1
                   UNTIL WS-IND-PRJ > 3
               IF PRG-DATA-INICIO (1:6) NOT > WS-MES-PRJ (WS-IND-PRJ)
                  AND (PRG-DATA-FIM = 0
                   OR PRG-DATA-FIM (1:6) NOT < WS-MES-PRJ (WS-IND-PRJ))
                   COMPUTE WS-DEM-PROGRAMADO (WS-DEM-IND WS-IND-PRJ) =
                       WS-DEM-PROGRAMADO (WS-DEM-IND WS-IND-PRJ)
                       + PRG-ITE-QUANTIDADE (WS-IND-ITEM)
                       * WS-OCORRENCIAS-MES
               END-IF
           END-PERFORM
           .
       1320-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-CARREGAR-PREVISAO-ANTERIOR SECTION.
      *----------------------------------------------------------------*
      * GUARDA NA TABELA O PRIMEIRO MES DA PREVISAO FEITA NO MES BASE  *
      * ANTERIOR, QUE E O PROPRIO MES BASE, PARA A CONFERENCIA         *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PREVISOES
           IF NOT FS-PDM-OK
               GO TO 1400-FIM
           END-IF
           MOVE WS-ANOMES-ANTERIOR     TO PDM-ANOMES-BASE
           MOVE 0                      TO PDM-PRODUTO
           MOVE 0                      TO PDM-FILIAL
           START ARQ-PREVISOES         KEY IS NOT < PDM-CHAVE
           IF FS-PDM-OK
               READ ARQ-PREVISOES NEXT
           END-IF
           PERFORM UNTIL NOT FS-PDM-OK
                   OR PDM-ANOMES-BASE NOT = WS-ANOMES-ANTERIOR
               MOVE PDM-PRODUTO        TO WS-PRODUTO-BUSCA
               MOVE PDM-FILIAL         TO WS-FILIAL-BUSCA
               PERFORM 1050-LOCALIZAR-COMBINACAO
               IF ACHOU-COMBINACAO
                   COMPUTE WS-DEM-PREV-ANTERIOR (WS-DEM-IND) =
                       PDM-PRJ-QUANTIDADE (1) - PDM-QTD-PENDENTE
                   MOVE "S"            TO WS-DEM-TEM-ANTERIOR
                                          (WS-DEM-IND)
                   MOVE "S"            TO WS-HA-PREVISAO-ANTERIOR
               END-IF
               READ ARQ-PREVISOES NEXT
           END-PERFORM
           CLOSE ARQ-PREVISOES
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-CALCULAR-COMBINACAO        SECTION.
      *----------------------------------------------------------------*
      * MONTA EM REG-PREVISAO-DEMANDA A PREVISAO DA COMBINACAO DE      *
      * WS-DEM-IND; A TENDENCIA SO VALE QUANDO HA VENDA NOS TRES MESES *
      * ANTERIORES AOS RECENTES, PARA O PRODUTO NOVO NAO PROJETAR O    *
      * CRESCIMENTO DO LANCAMENTO                                      *
      *----------------------------------------------------------------*
           MOVE WS-ANOMES-BASE         TO PDM-ANOMES-BASE
           MOVE WS-DEM-PRODUTO (WS-DEM-IND) TO PDM-PRODUTO
           MOVE WS-DEM-FILIAL (WS-DEM-IND)  TO PDM-FILIAL
           COMPUTE WS-MEDIA-RECENTE ROUNDED =
               (WS-DEM-QTD-MES (WS-DEM-IND 13)
              + WS-DEM-QTD-MES (WS-DEM-IND 14)
              + WS-DEM-QTD-MES (WS-DEM-IND 15)) / 3
           COMPUTE WS-MEDIA-ANTERIOR ROUNDED =
               (WS-DEM-QTD-MES (WS-DEM-IND 10)
              + WS-DEM-QTD-MES (WS-DEM-IND 11)
              + WS-DEM-QTD-MES (WS-DEM-IND 12)) / 3
           COMPUTE WS-MEDIA-ANO-ANTERIOR ROUNDED =
               (WS-DEM-QTD-MES (WS-DEM-IND 1)
              + WS-DEM-QTD-MES (WS-DEM-IND 2)
              + WS-DEM-QTD-MES (WS-DEM-IND 3)) / 3
           IF WS-MEDIA-ANTERIOR > 0
               COMPUTE WS-TENDENCIA ROUNDED =
                   (WS-MEDIA-RECENTE - WS-MEDIA-ANTERIOR) / 3
           ELSE
               MOVE 0                  TO WS-TENDENCIA
           END-IF
           MOVE WS-MEDIA-RECENTE       TO PDM-MEDIA-RECENTE
           MOVE WS-TENDENCIA           TO PDM-TENDENCIA
           PERFORM VARYING WS-IND-PRJ FROM 1 BY 1
                   UNTIL WS-IND-PRJ > 3
               PERFORM 2110-PROJETAR-MES
           END-PERFORM
           MOVE WS-DEM-PENDENTE (WS-DEM-IND) TO PDM-QTD-PENDENTE
           ADD PDM-QTD-PENDENTE        TO PDM-PRJ-QUANTIDADE (1)
           MOVE WS-DATA-ATUAL          TO PDM-DT-GERACAO
           MOVE WS-HORA-ATUAL (1:6)    TO PDM-HORA-GERACAO
           MOVE WS-OPERADOR-ATUAL      TO PDM-OPERADOR
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2110-PROJETAR-MES               SECTION.
      *----------------------------------------------------------------*
      * O NIVEL DO MES K E A MEDIA RECENTE (CENTRADA NO MES BASE - 1)  *
      * MAIS K + 1 MESES DE TENDENCIA; O MESMO MES NO ANO ANTERIOR E O *
      * MES K + 3 DO HISTORICO                                         *
      *----------------------------------------------------------------*
           MOVE WS-MES-PRJ (WS-IND-PRJ) TO PDM-PRJ-ANOMES (WS-IND-PRJ)
           MOVE 1                      TO WS-INDICE-SAZONAL
           IF WS-MEDIA-ANO-ANTERIOR > 0
               COMPUTE WS-INDICE-CALCULO ROUNDED =
                   WS-DEM-QTD-MES (WS-DEM-IND WS-IND-PRJ + 3)
                   / WS-MEDIA-ANO-ANTERIOR
               IF WS-INDICE-CALCULO < WS-INDICE-MINIMO
                   MOVE WS-INDICE-MINIMO
                                       TO WS-INDICE-SAZONAL
               ELSE
                   IF WS-INDICE-CALCULO > WS-INDICE-MAXIMO
                       MOVE WS-INDICE-MAXIMO
                                       TO WS-INDICE-SAZONAL
                   ELSE
                       MOVE WS-INDICE-CALCULO
                                       TO WS-INDICE-SAZONAL
                   END-IF
               END-IF
           END-IF
           MOVE WS-INDICE-SAZONAL      TO PDM-PRJ-INDICE (WS-IND-PRJ)
           COMPUTE WS-NIVEL-PROJETADO =
               WS-MEDIA-RECENTE + WS-TENDENCIA * (WS-IND-PRJ + 1)
           IF WS-NIVEL-PROJETADO < 0
               MOVE 0                  TO WS-NIVEL-PROJETADO
           END-IF
           COMPUTE WS-VOLUME-ESTATISTICO ROUNDED =
               WS-NIVEL-PROJETADO * WS-INDICE-SAZONAL
           MOVE WS-VOLUME-ESTATISTICO  TO PDM-PRJ-ESTATISTICA
                                          (WS-IND-PRJ)
           MOVE WS-DEM-PROGRAMADO (WS-DEM-IND WS-IND-PRJ)
                                       TO PDM-PRJ-PROGRAMADO
                                          (WS-IND-PRJ)
           IF PDM-PRJ-PROGRAMADO (WS-IND-PRJ) > WS-VOLUME-ESTATISTICO
               MOVE PDM-PRJ-PROGRAMADO (WS-IND-PRJ)
                                       TO PDM-PRJ-QUANTIDADE
                                          (WS-IND-PRJ)
           ELSE
               MOVE WS-VOLUME-ESTATISTICO
                                       TO PDM-PRJ-QUANTIDADE
                                          (WS-IND-PRJ)
           END-IF
           .
       2110-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-PREVISOES           SECTION.
      *----------------------------------------------------------------*
      * GRAVA A PREVISAO DE CADA COMBINACAO; UM NOVO CALCULO DO MESMO  *
      * MES BASE SUBSTITUI O ANTERIOR                                  *
      *----------------------------------------------------------------*
           OPEN I-O ARQ-PREVISOES
           IF FS-PDM-NAO-EXISTE
               OPEN OUTPUT ARQ-PREVISOES
               CLOSE ARQ-PREVISOES
               OPEN I-O ARQ-PREVISOES
           END-IF
           IF NOT FS-PDM-OK
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE PREVISOES: "
                       WS-FS-PREVISAO
               GO TO 3000-FIM
           END-IF
           PERFORM VARYING WS-DEM-IND FROM 1 BY 1
                   UNTIL WS-DEM-IND > WS-QTD-COMBINACOES
               PERFORM 2100-CALCULAR-COMBINACAO
               WRITE REG-PREVISAO-DEMANDA
               IF FS-PDM-DUPLICADO
                   REWRITE REG-PREVISAO-DEMANDA
               END-IF
               IF FS-PDM-OK
                   ADD 1               TO WS-TOT-GRAVADAS
               END-IF
           END-PERFORM
           CLOSE ARQ-PREVISOES
           MOVE "00"                   TO WS-FS-PREVISAO
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-PREVISAO
           WRITE REG-REL-PREVISAO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-EMITIR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
      * A PREVISAO SAI NA ORDEM DA CHAVE (PRODUTO E FILIAL), COM O     *
      * TOTAL DO PRODUTO QUANDO ELE TEM MAIS DE UMA FILIAL; EM SEGUIDA *
      * A CONFERENCIA DA PREVISAO DO MES BASE ANTERIOR                 *
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQ-REL-PREVISAO
           OPEN OUTPUT ARQ-EXP-PREVISAO
           OPEN INPUT ARQ-PREVISOES
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "PREVISAO DE DEMANDA POR PRODUTO E FILIAL - MES BASE "
                  WS-ANOMES-BASE " - EMITIDO EM " WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           STRING "PRODUTO  DESCRICAO                  FL  MEDIA3M  "
                  "TEND/MES  "
                  "IND   " WS-MES-PRJ (1) "  "
                  "IND   " WS-MES-PRJ (2) "  "
                  "IND   " WS-MES-PRJ (3) "  "
                  "PENDENTE  PROGRAM."
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE 0                      TO WS-PRODUTO-ANTERIOR
           MOVE 0                      TO WS-SUB-FILIAIS
           MOVE WS-ANOMES-BASE         TO PDM-ANOMES-BASE
           MOVE 0                      TO PDM-PRODUTO
           MOVE 0                      TO PDM-FILIAL
           START ARQ-PREVISOES         KEY IS NOT < PDM-CHAVE
           IF FS-PDM-OK
               READ ARQ-PREVISOES NEXT
           END-IF
           PERFORM UNTIL NOT FS-PDM-OK
                   OR PDM-ANOMES-BASE NOT = WS-ANOMES-BASE
               PERFORM 4100-IMPRIMIR-PREVISAO
               READ ARQ-PREVISOES NEXT
           END-PERFORM
           IF WS-SUB-FILIAIS > 1
               PERFORM 4200-IMPRIMIR-TOTAL-PRODUTO
           END-IF
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-TOT-PRJ (1)         TO SAI-TOT-QUANTIDADE (1)
           MOVE WS-TOT-PRJ (2)         TO SAI-TOT-QUANTIDADE (2)
           MOVE WS-TOT-PRJ (3)         TO SAI-TOT-QUANTIDADE (3)
           MOVE WS-TOT-PENDENTE        TO SAI-TOT-PENDENTE
           MOVE WS-TOT-PROGRAMADO      TO SAI-TOT-PROGRAMADO
           MOVE WS-LINHA-TOTAL-PRODUTO TO WS-LINHA-CABECALHO
           MOVE "TOTAL GERAL"          TO WS-LINHA-CABECALHO (10:25)
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           IF HA-PREVISAO-ANTERIOR
               PERFORM 5000-CONFERIR-PREVISAO
           ELSE
               STRING "SEM PREVISAO GRAVADA NO MES BASE "
                      WS-ANOMES-ANTERIOR
                      " - CONFERENCIA COM O REALIZADO NAO DISPONIVEL"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           CLOSE ARQ-PREVISOES
           CLOSE ARQ-EXP-PREVISAO
           CLOSE ARQ-REL-PREVISAO
           PERFORM 8950-REGISTRAR-SPOOL
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4100-IMPRIMIR-PREVISAO          SECTION.
      *----------------------------------------------------------------*
      * COMBINACOES SEM NADA PREVISTO NOS TRES MESES NAO SAEM NO       *
      * RELATORIO NEM NO ARQUIVO DE COMPRAS                            *
      *----------------------------------------------------------------*
           IF PDM-PRODUTO NOT = WS-PRODUTO-ANTERIOR
               IF WS-SUB-FILIAIS > 1
                   PERFORM 4200-IMPRIMIR-TOTAL-PRODUTO
               END-IF
               MOVE PDM-PRODUTO        TO WS-PRODUTO-ANTERIOR
               MOVE 0                  TO WS-SUB-FILIAIS
               MOVE 0                  TO WS-SUB-PENDENTE
               MOVE 0                  TO WS-SUB-PROGRAMADO
               MOVE 0                  TO WS-SUB-PRJ (1)
               MOVE 0                  TO WS-SUB-PRJ (2)
               MOVE 0                  TO WS-SUB-PRJ (3)
               MOVE PDM-PRODUTO        TO WS-CNF-PRODUTO
               PERFORM 4300-LER-PRODUTO
           END-IF
           IF PDM-PRJ-QUANTIDADE (1) + PDM-PRJ-QUANTIDADE (2)
              + PDM-PRJ-QUANTIDADE (3) = 0
               ADD 1                   TO WS-TOT-SEM-DEMANDA
               GO TO 4100-FIM
           END-IF
           ADD 1                       TO WS-TOT-PREVISOES
           ADD 1                       TO WS-SUB-FILIAIS
           MOVE PDM-PRODUTO            TO SAI-PRODUTO
           MOVE WS-DESCRICAO-PRODUTO   TO SAI-DESCRICAO
           MOVE PDM-FILIAL             TO SAI-FILIAL
           MOVE PDM-MEDIA-RECENTE      TO SAI-MEDIA
           MOVE PDM-TENDENCIA          TO SAI-TENDENCIA
           MOVE WS-ANOMES-BASE         TO EXP-ANOMES-BASE
           MOVE PDM-PRODUTO            TO EXP-PRODUTO
           MOVE PDM-FILIAL             TO EXP-FILIAL
           PERFORM VARYING WS-IND-PRJ FROM 1 BY 1
                   UNTIL WS-IND-PRJ > 3
               MOVE PDM-PRJ-INDICE (WS-IND-PRJ)
                                       TO SAI-PRJ-INDICE (WS-IND-PRJ)
               MOVE PDM-PRJ-QUANTIDADE (WS-IND-PRJ)
                                       TO SAI-PRJ-QUANTIDADE
                                          (WS-IND-PRJ)
               MOVE PDM-PRJ-ANOMES (WS-IND-PRJ)
                                       TO EXP-ANOMES (WS-IND-PRJ)
               MOVE PDM-PRJ-QUANTIDADE (WS-IND-PRJ)
                                       TO EXP-QUANTIDADE (WS-IND-PRJ)
               ADD PDM-PRJ-QUANTIDADE (WS-IND-PRJ)
                                       TO WS-SUB-PRJ (WS-IND-PRJ)
               ADD PDM-PRJ-QUANTIDADE (WS-IND-PRJ)
                                       TO WS-TOT-PRJ (WS-IND-PRJ)
           END-PERFORM
           MOVE PDM-QTD-PENDENTE       TO SAI-PENDENTE
           MOVE PDM-PRJ-PROGRAMADO (1) TO SAI-PROGRAMADO
           MOVE PDM-QTD-PENDENTE       TO EXP-PENDENTE
           ADD PDM-QTD-PENDENTE        TO WS-SUB-PENDENTE
           ADD PDM-QTD-PENDENTE        TO WS-TOT-PENDENTE
           ADD PDM-PRJ-PROGRAMADO (1)  TO WS-SUB-PROGRAMADO
           ADD PDM-PRJ-PROGRAMADO (1)  TO WS-TOT-PROGRAMADO
           MOVE WS-LINHA-PREVISAO      TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-LINHA-EXP-PREVISAO  TO REG-EXP-PREVISAO
           WRITE REG-EXP-PREVISAO
           .
       4100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4200-IMPRIMIR-TOTAL-PRODUTO     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-SUB-PRJ (1)         TO SAI-TOT-QUANTIDADE (1)
           MOVE WS-SUB-PRJ (2)         TO SAI-TOT-QUANTIDADE (2)
           MOVE WS-SUB-PRJ (3)         TO SAI-TOT-QUANTIDADE (3)
           MOVE WS-SUB-PENDENTE        TO SAI-TOT-PENDENTE
           MOVE WS-SUB-PROGRAMADO      TO SAI-TOT-PROGRAMADO
           MOVE WS-LINHA-TOTAL-PRODUTO TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       4200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4300-LER-PRODUTO                SECTION.
      *----------------------------------------------------------------*
      * DESCRICAO DO PRODUTO WS-CNF-PRODUTO EM WS-DESCRICAO-PRODUTO    *
      *----------------------------------------------------------------*
           MOVE WS-CNF-PRODUTO         TO PRO-CODIGO
           READ ARQ-PRODUTOS
           IF FS-PRO-OK
               MOVE PRO-DESCRICAO      TO WS-DESCRICAO-PRODUTO
           ELSE
               MOVE "PRODUTO NAO CADASTRADO"
                                       TO WS-DESCRICAO-PRODUTO
           END-IF
           .
       4300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-CONFERIR-PREVISAO          SECTION.
      *----------------------------------------------------------------*
      * PREVISTO = PRIMEIRO MES DA PREVISAO DO MES BASE ANTERIOR SEM   *
      * OS SALDOS PENDENTES, QUE JA ESTAVAM NOS PEDIDOS DE ORIGEM;     *
      * REALIZADO = VOLUME DO MES BASE. DEPOIS DAS PREVISTAS VEM AS    *
      * COMBINACOES QUE VENDERAM SEM TER PREVISAO                      *
      *----------------------------------------------------------------*
           STRING "CONFERENCIA DA PREVISAO DO MES BASE "
                  WS-ANOMES-ANTERIOR " COM O REALIZADO EM "
                  WS-ANOMES-BASE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           STRING "PRODUTO  DESCRICAO                  FL  PREVISTO  "
                  "REALIZ.        ERRO   ERRO %  OBSERVACAO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-ANOMES-ANTERIOR     TO PDM-ANOMES-BASE
           MOVE 0                      TO PDM-PRODUTO
           MOVE 0                      TO PDM-FILIAL
           START ARQ-PREVISOES         KEY IS NOT < PDM-CHAVE
           IF FS-PDM-OK
               READ ARQ-PREVISOES NEXT
           END-IF
           PERFORM UNTIL NOT FS-PDM-OK
                   OR PDM-ANOMES-BASE NOT = WS-ANOMES-ANTERIOR
               MOVE PDM-PRODUTO        TO WS-PRODUTO-BUSCA
               MOVE PDM-FILIAL         TO WS-FILIAL-BUSCA
               PERFORM 1050-LOCALIZAR-COMBINACAO
               IF ACHOU-COMBINACAO
                   PERFORM 5100-CONFERIR-COMBINACAO
               END-IF
               READ ARQ-PREVISOES NEXT
           END-PERFORM
           PERFORM VARYING WS-DEM-IND FROM 1 BY 1
                   UNTIL WS-DEM-IND > WS-QTD-COMBINACOES
               IF NOT DEM-TEM-ANTERIOR (WS-DEM-IND)
                  AND WS-DEM-QTD-MES (WS-DEM-IND 15) > 0
                   PERFORM 5100-CONFERIR-COMBINACAO
               END-IF
           END-PERFORM
           PERFORM 5200-CALCULAR-ACURACIDADE
           PERFORM 3900-GRAVAR-LINHA
           STRING "COMBINACOES CONFERIDAS....: " WS-ACU-CONFERIDAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           STRING "VOLUME PREVISTO...........: " WS-ACU-PREVISTO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           STRING "VOLUME REALIZADO..........: " WS-ACU-REALIZADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           STRING "ERRO ABSOLUTO.............: " WS-ACU-ERRO-ABS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-ACU-ERRO-PCT        TO WS-PCT-EDITADO
           STRING "ERRO PONDERADO (PCT)......: " WS-PCT-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-ACU-ACURACIDADE     TO WS-PCT-EDITADO
           STRING "ACURACIDADE (PCT).........: " WS-PCT-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5100-CONFERIR-COMBINACAO        SECTION.
      *----------------------------------------------------------------*
      * ERRO = PREVISTO MENOS REALIZADO (POSITIVO = PREVISAO ACIMA DA  *
      * VENDA); O PCT E SOBRE O REALIZADO                              *
      *----------------------------------------------------------------*
           MOVE WS-DEM-PREV-ANTERIOR (WS-DEM-IND) TO WS-CNF-PREVISTO
           MOVE WS-DEM-QTD-MES (WS-DEM-IND 15)    TO WS-CNF-REALIZADO
           IF WS-CNF-PREVISTO = 0 AND WS-CNF-REALIZADO = 0
               GO TO 5100-FIM
           END-IF
           MOVE WS-DEM-PRODUTO (WS-DEM-IND) TO WS-CNF-PRODUTO
           MOVE WS-DEM-FILIAL (WS-DEM-IND)  TO WS-CNF-FILIAL
           PERFORM 4300-LER-PRODUTO
           COMPUTE WS-CNF-ERRO = WS-CNF-PREVISTO - WS-CNF-REALIZADO
           ADD 1                       TO WS-ACU-CONFERIDAS
           ADD WS-CNF-PREVISTO         TO WS-ACU-PREVISTO
           ADD WS-CNF-REALIZADO        TO WS-ACU-REALIZADO
           IF WS-CNF-ERRO < 0
               SUBTRACT WS-CNF-ERRO    FROM WS-ACU-ERRO-ABS
           ELSE
               ADD WS-CNF-ERRO         TO WS-ACU-ERRO-ABS
           END-IF
           MOVE SPACES                 TO SAI-CNF-OBSERVACAO
           IF WS-CNF-REALIZADO > 0
               COMPUTE WS-CNF-ERRO-PCT ROUNDED =
                   WS-CNF-ERRO * 100 / WS-CNF-REALIZADO
           ELSE
               MOVE 0                  TO WS-CNF-ERRO-PCT
               MOVE "SEM VENDA"        TO SAI-CNF-OBSERVACAO
           END-IF
           IF NOT DEM-TEM-ANTERIOR (WS-DEM-IND)
               MOVE "SEM PREVISAO"     TO SAI-CNF-OBSERVACAO
           END-IF
           MOVE WS-CNF-PRODUTO         TO SAI-CNF-PRODUTO
           MOVE WS-DESCRICAO-PRODUTO   TO SAI-CNF-DESCRICAO
           MOVE WS-CNF-FILIAL          TO SAI-CNF-FILIAL
           MOVE WS-CNF-PREVISTO        TO SAI-CNF-PREVISTO
           MOVE WS-CNF-REALIZADO       TO SAI-CNF-REALIZADO
           MOVE WS-CNF-ERRO            TO SAI-CNF-ERRO
           MOVE WS-CNF-ERRO-PCT        TO SAI-CNF-ERRO-PCT
           MOVE WS-LINHA-CONFERENCIA   TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       5100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5200-CALCULAR-ACURACIDADE       SECTION.
      *----------------------------------------------------------------*
      * ERRO PONDERADO = SOMA DOS ERROS ABSOLUTOS SOBRE O VOLUME       *
      * REALIZADO; ACURACIDADE = 100 MENOS O ERRO PONDERADO, NO MINIMO *
      * ZERO                                                           *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-ACU-ERRO-PCT
           MOVE 0                      TO WS-ACU-ACURACIDADE
           IF WS-ACU-REALIZADO > 0
               COMPUTE WS-ACU-ERRO-PCT ROUNDED =
                   WS-ACU-ERRO-ABS * 100 / WS-ACU-REALIZADO
               IF WS-ACU-ERRO-PCT < 100
                   COMPUTE WS-ACU-ACURACIDADE =
                       100 - WS-ACU-ERRO-PCT
               END-IF
           END-IF
           .
       5200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PEDIDOS
           CLOSE ARQ-ITENS
           CLOSE ARQ-CLIENTES
           CLOSE ARQ-PRODUTOS
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA PREVISAO DE DEMANDA"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "MES BASE..................: " WS-ANOMES-BASE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "COMBINACOES GRAVADAS......: " WS-TOT-GRAVADAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "COM DEMANDA PREVISTA......: " WS-TOT-PREVISOES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           PERFORM VARYING WS-IND-PRJ FROM 1 BY 1
                   UNTIL WS-IND-PRJ > 3
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "VOLUME PREVISTO " WS-MES-PRJ (WS-IND-PRJ)
                      "....: " WS-TOT-PRJ (WS-IND-PRJ)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
           END-PERFORM
           IF HA-PREVISAO-ANTERIOR
               MOVE WS-ACU-ACURACIDADE TO WS-PCT-EDITADO
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "ACURACIDADE DE " WS-ANOMES-BASE
                      " (PCT)...: " WS-PCT-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
           END-IF
           IF TABELA-CHEIA
               DISPLAY "ATENCAO: LIMITE DE 9999 COMBINACOES ATINGIDO"
           END-IF
           DISPLAY "GERADO EM " WS-NOME-GERACAO
           DISPLAY "ARQUIVO DE COMPRAS " WS-NOME-EXPORTACAO
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
               MOVE "PREVDEMA"         TO SPL-PROGRAMA
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
       END PROGRAM PREVDEMA.
      *----------------------------------------------------------------*
