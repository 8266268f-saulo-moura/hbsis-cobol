      ******************************************************************
      * PROGRAMA.: RELAAGIN                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: AGING DO CONTAS A RECEBER - SALDOS EM ABERTO DOS    *
      *            TITULOS POR FAIXA DE ATRASO (A VENCER, 1-30, 31-60, *
      *            61-90 E MAIS DE 90 DIAS), POR CLIENTE, VENDEDOR,    *
      *            SUPERVISOR OU FILIAL, COM TOTAIS E PERCENTUAL DA    *
      *            CARTEIRA POR FAIXA, GERACAO DATADA NO SPOOL E       *
      *            COMPARACAO COM O ULTIMO FECHAMENTO MENSAL.          *
      *            CHAMADO PELO FECHAMENTO MENSAL COM A COMPETENCIA,   *
      *            GERA TODAS AS VISOES NO ULTIMO DIA DO MES, GUARDA   *
      *            UMA COPIA FIXA DO RELATORIO (FORA DO EXPURGO DO     *
      *            SPOOL) E A POSICAO POR FAIXA PARA AS COMPARACOES    *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAAGIN.
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
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
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
           SELECT ARQ-SUPERVISORES     ASSIGN TO  "WID-ARQ-SUP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SUP-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-SUPERVISOR.
      *
           SELECT ARQ-POSICOES         ASSIGN TO  "WID-ARQ-AGE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS AGE-ANOMES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-POSICAO.
      *
           SELECT ARQ-REL-AGING        ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-AGE.
      *
           SELECT ARQ-REL-FECHAMENTO   ASSIGN TO WS-NOME-FECHAMENTO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-FCH.
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
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-SUPERVISORES.
       COPY SUPECADA.
      *
       FD ARQ-POSICOES.
       COPY AGINCADA.
      *
       FD ARQ-REL-AGING.
       01 REG-REL-AGING                PIC X(132).
      *
       FD ARQ-REL-FECHAMENTO.
       01 REG-REL-FECHAMENTO           PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-SUPERVISOR             PIC X(02).
           88 FS-SUP-OK                VALUE "00" THRU "09".
       77 WS-FS-POSICAO                PIC X(02).
           88 FS-AGE-OK                VALUE "00" THRU "09".
           88 FS-AGE-DUPLICADO         VALUE "22".
           88 FS-AGE-NAO-EXISTE        VALUE "35".
       77 WS-FS-REL-AGE                PIC X(02).
           88 FS-REL-AGE-OK            VALUE "00" THRU "09".
       77 WS-FS-REL-FCH                PIC X(02).
           88 FS-REL-FCH-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
      * --> GERACAO DATADA DO RELATORIO, REGISTRADA NO SPOOL, E A COPIA
      *     FIXA DO FECHAMENTO MENSAL
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-NOME-FECHAMENTO           PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAAGIN".
      *
      * --> DATA DE REFERENCIA DO ATRASO: HOJE, OU O ULTIMO DIA DA
      *     COMPETENCIA NO FECHAMENTO MENSAL
      *
       01 WS-DATA-REFERENCIA           PIC 9(08)       VALUE 0.
       01 WS-DATA-MES-SEGUINTE.
           05 WS-DMS-ANO               PIC 9(04).
           05 WS-DMS-MES               PIC 9(02).
           05 WS-DMS-DIA               PIC 9(02)       VALUE 1.
       01 WS-DATA-MES-SEGUINTE-N       REDEFINES WS-DATA-MES-SEGUINTE
                                       PIC 9(08).
       01 WS-FECHAMENTO-MES            PIC X(01)       VALUE "N".
           88 FECHAMENTO-MES           VALUE "S".
      *
      * --> VISAO PEDIDA: 1=CLIENTE 2=VENDEDOR 3=SUPERVISOR 4=FILIAL
      *     5=TODAS
      *
       01 WS-VISAO-PEDIDA              PIC 9(01)       VALUE 0.
           88 VISAO-VALIDA             VALUE 1 THRU 5.
           88 TODAS-AS-VISOES          VALUE 5.
       01 WS-VISAO-ATUAL               PIC 9(01)       VALUE 0.
           88 VISAO-CLIENTE            VALUE 1.
           88 VISAO-VENDEDOR           VALUE 2.
           88 VISAO-SUPERVISOR         VALUE 3.
           88 VISAO-FILIAL             VALUE 4.
       01 WS-NOME-VISAO                PIC X(10)       VALUE SPACES.
      *
      * --> TITULO EM ANALISE
      *
       01 WS-SALDO-TITULO              PIC 9(09)V99    VALUE 0.
       01 WS-DIAS-ATRASO               PIC 9(05)       VALUE 0.
       01 WS-FAIXA                     PIC 9(01)       VALUE 0.
       01 WS-CHAVE-GRUPO               PIC 9(14)       VALUE 0.
       01 WS-NOME-GRUPO                PIC X(25)       VALUE SPACES.
       01 WS-FILIAL-ED                 PIC 9(02)       VALUE 0.
      *
      * --> ACUMULADORES POR GRUPO DA VISAO, EM ORDEM DE CHAVE
      *
       01 WS-QTD-GRUPOS                PIC 9(04)       VALUE 0.
       01 WS-QTD-FORA-TABELA           PIC 9(07)       VALUE 0.
       01 WS-GRP-POS                   PIC 9(04)       VALUE 0.
       01 WS-GRP-DESL                  PIC 9(04)       VALUE 0.
       01 WS-ACHOU-GRUPO               PIC X(01)       VALUE "N".
           88 ACHOU-GRUPO              VALUE "S".
       01 WS-GRP-TABELA.
           05 WS-GRP-OCORRENCIA        OCCURS 3000 TIMES.
               10 WS-GRP-CHAVE         PIC 9(14).
               10 WS-GRP-NOME          PIC X(25).
               10 WS-GRP-FAIXA         PIC 9(11)V99    OCCURS 5 TIMES.
               10 WS-GRP-TOTAL         PIC 9(11)V99.
      *
      * --> TOTAL DA CARTEIRA POR FAIXA
      *
       01 WS-GER-QTD-TITULOS           PIC 9(07)       VALUE 0.
       01 WS-GER-TOTAL                 PIC 9(11)V99    VALUE 0.
       01 WS-GER-FAIXAS.
           05 WS-GER-FAIXA-OC          OCCURS 5 TIMES.
               10 WS-GER-FAIXA-QTD     PIC 9(07).
               10 WS-GER-FAIXA         PIC 9(11)V99.
      *
      * --> TITULOS BAIXADOS POR PERDA NO MES DA REFERENCIA, FORA DA
      *     CARTEIRA
      *
       01 WS-GER-QTD-PERDAS            PIC 9(07)       VALUE 0.
       01 WS-GER-VALOR-PERDAS          PIC 9(11)V99    VALUE 0.
       01 WS-FX-IND                    PIC 9(01)       VALUE 0.
       01 WS-PCT-FAIXA                 PIC 9(03)V99    VALUE 0.
      *
      * --> ULTIMO FECHAMENTO GUARDADO, PARA A COMPARACAO
      *
       01 WS-ACHOU-POSICAO             PIC X(01)       VALUE "N".
           88 ACHOU-POSICAO            VALUE "S".
       01 WS-POSICAO-ANTERIOR.
           05 WS-ANT-ANOMES            PIC 9(06).
           05 WS-ANT-DATA-REFERENCIA   PIC 9(08).
           05 WS-ANT-DATA-GERACAO      PIC 9(08).
           05 WS-ANT-QTD-TITULOS       PIC 9(07).
           05 WS-ANT-VALOR-TOTAL       PIC 9(11)V99.
           05 WS-ANT-FAIXA             OCCURS 5 TIMES.
               10 WS-ANT-FAIXA-QTD     PIC 9(07).
               10 WS-ANT-FAIXA-VALOR   PIC 9(11)V99.
       01 WS-VARIACAO                  PIC S9(11)V99   VALUE 0.
      *
      * --> NOMES DAS FAIXAS NO RELATORIO
      *
       01 WS-NOMES-FAIXAS.
           05 FILLER                   PIC X(12)   VALUE "A VENCER".
           05 FILLER                   PIC X(12)   VALUE "1 A 30".
           05 FILLER                   PIC X(12)   VALUE "31 A 60".
           05 FILLER                   PIC X(12)   VALUE "61 A 90".
           05 FILLER                   PIC X(12)   VALUE "MAIS DE 90".
       01 WS-NOMES-FAIXAS-R            REDEFINES WS-NOMES-FAIXAS.
           05 WS-NOME-FAIXA            PIC X(12)   OCCURS 5 TIMES.
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-AGING.
           05 SAI-CHAVE                PIC X(14).
           05 FILLER                   PIC X(01).
           05 SAI-NOME                 PIC X(25).
           05 SAI-COLUNA               OCCURS 6 TIMES.
               10 FILLER               PIC X(01).
               10 SAI-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-PERCENTUAL.
           05 FILLER                   PIC X(40).
           05 SAI-COLUNA-PCT           OCCURS 6 TIMES.
               10 FILLER               PIC X(09).
               10 SAI-PCT              PIC ZZ9,99.
       01 WS-LINHA-COMPARACAO.
           05 SAI-FAIXA                PIC X(12).
           05 FILLER                   PIC X(02).
           05 SAI-VALOR-ATUAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02).
           05 SAI-PCT-ATUAL            PIC ZZ9,99.
           05 FILLER                   PIC X(02).
           05 SAI-VALOR-ANTERIOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02).
           05 SAI-PCT-ANTERIOR         PIC ZZ9,99.
           05 FILLER                   PIC X(02).
           05 SAI-VARIACAO             PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
      * --> COMPETENCIA (AAAAMM) DO FECHAMENTO MENSAL; ZERO QUANDO
      *     PEDIDO PELO MENU
      *
       01 WS-ANOMES-LINK               PIC 9(06).
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-ANOMES-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-AGING-RECEBER.
      *----------------------------------------------------------------*
       0000-AGING-RECEBER              SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE 0                      TO WS-QTD-FORA-TABELA
           IF WS-ANOMES-LINK = 0
               MOVE "N"                TO WS-FECHAMENTO-MES
               MOVE WS-DATA-ATUAL      TO WS-DATA-REFERENCIA
               DISPLAY "AGING DO CONTAS A RECEBER"
               DISPLAY "VISAO: 1-CLIENTE 2-VENDEDOR 3-SUPERVISOR "
                       "4-FILIAL 5-TODAS: "
                                       WITH NO ADVANCING
               ACCEPT WS-VISAO-PEDIDA
               IF NOT VISAO-VALIDA
                   DISPLAY "VISAO INVALIDA"
                   GOBACK
               END-IF
           ELSE
               MOVE "S"                TO WS-FECHAMENTO-MES
               MOVE 5                  TO WS-VISAO-PEDIDA
               PERFORM 0100-CALCULAR-FIM-MES
               DISPLAY "AGING DO CONTAS A RECEBER DO FECHAMENTO DE "
                       WS-ANOMES-LINK
           END-IF
           OPEN INPUT ARQ-RECEBER
           IF NOT FS-REC-OK
               DISPLAY "NAO HA TITULOS A RECEBER"
               GOBACK
           END-IF
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-VENDEDORES
           OPEN INPUT ARQ-SUPERVISORES
           PERFORM 1000-ABRIR-RELATORIO
           IF TODAS-AS-VISOES
               PERFORM VARYING WS-VISAO-ATUAL FROM 1 BY 1
                       UNTIL WS-VISAO-ATUAL > 4
                   PERFORM 3000-PROCESSAR-VISAO
               END-PERFORM
           ELSE
               MOVE WS-VISAO-PEDIDA    TO WS-VISAO-ATUAL
               PERFORM 3000-PROCESSAR-VISAO
           END-IF
           PERFORM 5000-COMPARAR-FECHAMENTO
           IF FECHAMENTO-MES
               PERFORM 5500-GRAVAR-POSICAO-MES
               CLOSE ARQ-REL-FECHAMENTO
           END-IF
           CLOSE ARQ-RECEBER
           CLOSE ARQ-CLIENTES
           CLOSE ARQ-VENDEDORES
           CLOSE ARQ-SUPERVISORES
           CLOSE ARQ-REL-AGING
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-CALCULAR-FIM-MES           SECTION.
      *----------------------------------------------------------------*
      * ULTIMO DIA DA COMPETENCIA = VESPERA DO DIA 1 DO MES SEGUINTE   *
      *----------------------------------------------------------------*
           MOVE WS-ANOMES-LINK (1:4)   TO WS-DMS-ANO
           MOVE WS-ANOMES-LINK (5:2)   TO WS-DMS-MES
           MOVE 1                      TO WS-DMS-DIA
           IF WS-DMS-MES = 12
               ADD 1                   TO WS-DMS-ANO
               MOVE 1                  TO WS-DMS-MES
           ELSE
               ADD 1                   TO WS-DMS-MES
           END-IF
           COMPUTE WS-DATA-REFERENCIA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-MES-SEGUINTE-N) - 1)
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-RELATORIO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-AGE-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-AGING
           IF FECHAMENTO-MES
               MOVE SPACES             TO WS-NOME-FECHAMENTO
               STRING "WID-REL-AGE-FM-" WS-ANOMES-LINK ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-FECHAMENTO
               OPEN OUTPUT ARQ-REL-FECHAMENTO
           END-IF
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           IF FECHAMENTO-MES
               STRING "AGING DO CONTAS A RECEBER - FECHAMENTO DE "
                      WS-ANOMES-LINK " - POSICAO EM "
                      WS-DATA-REFERENCIA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           ELSE
               STRING "AGING DO CONTAS A RECEBER - POSICAO EM "
                      WS-DATA-REFERENCIA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           END-IF
           PERFORM 3900-GRAVAR-CABECALHO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-PROCESSAR-VISAO            SECTION.
      *----------------------------------------------------------------*
      * UMA PASSADA NOS TITULOS PARA A VISAO ATUAL: SO ENTRA O TITULO  *
      * EM ABERTO COM SALDO (E, NO FECHAMENTO, EMITIDO ATE O FIM DO    *
      * MES); O SALDO VAI PARA O GRUPO E PARA O TOTAL DA CARTEIRA. O   *
      * BAIXADO POR PERDA DEPOIS DA REFERENCIA AINDA ESTAVA EM ABERTO  *
      * NELA; O BAIXADO NO MES DA REFERENCIA SAI A PARTE, NO RODAPE    *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN VISAO-CLIENTE
                   MOVE "CLIENTE"      TO WS-NOME-VISAO
               WHEN VISAO-VENDEDOR
                   MOVE "VENDEDOR"     TO WS-NOME-VISAO
               WHEN VISAO-SUPERVISOR
                   MOVE "SUPERVISOR"   TO WS-NOME-VISAO
               WHEN OTHER
                   MOVE "FILIAL"       TO WS-NOME-VISAO
           END-EVALUATE
           MOVE 0                      TO WS-QTD-GRUPOS
           MOVE 0                      TO WS-GER-QTD-TITULOS
           MOVE 0                      TO WS-GER-TOTAL
           MOVE 0                      TO WS-GER-QTD-PERDAS
           MOVE 0                      TO WS-GER-VALOR-PERDAS
           INITIALIZE WS-GER-FAIXAS
           MOVE 0                      TO REC-DOCUMENTO
           MOVE 0                      TO REC-PARCELA
           START ARQ-RECEBER           KEY NOT < REC-CHAVE
           IF FS-REC-OK
               READ ARQ-RECEBER NEXT
           END-IF
           PERFORM UNTIL NOT FS-REC-OK
               IF TITULO-ABERTO AND REC-VALOR > REC-VALOR-PAGO
                   AND REC-DATA-EMISSAO NOT > WS-DATA-REFERENCIA
                   PERFORM 3100-ACUMULAR-TITULO
               END-IF
               IF TITULO-BAIXADO-PERDA
                   AND REC-DATA-EMISSAO NOT > WS-DATA-REFERENCIA
                   IF REC-PERDA-DATA > WS-DATA-REFERENCIA
                       PERFORM 3100-ACUMULAR-TITULO
                   ELSE
                       IF REC-PERDA-DATA (1:6)
                          = WS-DATA-REFERENCIA (1:6)
                           ADD 1       TO WS-GER-QTD-PERDAS
                           ADD REC-PERDA-VALOR
                                       TO WS-GER-VALOR-PERDAS
                       END-IF
                   END-IF
               END-IF
               READ ARQ-RECEBER NEXT
           END-PERFORM
           PERFORM 3500-LISTAR-VISAO
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-ACUMULAR-TITULO            SECTION.
      *----------------------------------------------------------------*
      * FAIXA PELOS DIAS ENTRE O VENCIMENTO E A DATA DE REFERENCIA     *
      *----------------------------------------------------------------*
           COMPUTE WS-SALDO-TITULO = REC-VALOR - REC-VALOR-PAGO
           IF REC-DATA-VENCIMENTO NOT < WS-DATA-REFERENCIA
               MOVE 1                  TO WS-FAIXA
           ELSE
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-REFERENCIA)
                 - FUNCTION INTEGER-OF-DATE (REC-DATA-VENCIMENTO)
               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO NOT > 30
                       MOVE 2          TO WS-FAIXA
                   WHEN WS-DIAS-ATRASO NOT > 60
                       MOVE 3          TO WS-FAIXA
                   WHEN WS-DIAS-ATRASO NOT > 90
                       MOVE 4          TO WS-FAIXA
                   WHEN OTHER
                       MOVE 5          TO WS-FAIXA
               END-EVALUATE
           END-IF
           ADD 1                       TO WS-GER-QTD-TITULOS
           ADD WS-SALDO-TITULO         TO WS-GER-TOTAL
           ADD 1                       TO WS-GER-FAIXA-QTD (WS-FAIXA)
           ADD WS-SALDO-TITULO         TO WS-GER-FAIXA (WS-FAIXA)
           PERFORM 3200-IDENTIFICAR-GRUPO
           PERFORM 3300-LOCALIZAR-GRUPO
           IF ACHOU-GRUPO
               ADD WS-SALDO-TITULO
                   TO WS-GRP-FAIXA (WS-GRP-POS WS-FAIXA)
               ADD WS-SALDO-TITULO     TO WS-GRP-TOTAL (WS-GRP-POS)
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-IDENTIFICAR-GRUPO          SECTION.
      *----------------------------------------------------------------*
      * CHAVE E NOME DO GRUPO CONFORME A VISAO. O VENDEDOR DO TITULO E *
      * O DO PEDIDO (REC-CPF); SUPERVISOR E FILIAL VEM DO CADASTRO DO  *
      * VENDEDOR E DO CLIENTE                                          *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN VISAO-CLIENTE
                   MOVE REC-CNPJ       TO WS-CHAVE-GRUPO
                   MOVE REC-CNPJ       TO CNPJ
                   READ ARQ-CLIENTES
                   IF FS-CLI-OK
                       MOVE NOME       TO WS-NOME-GRUPO
                   ELSE
                       MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-NOME-GRUPO
                   END-IF
               WHEN VISAO-VENDEDOR
                   MOVE REC-CPF        TO WS-CHAVE-GRUPO
                   MOVE REC-CPF        TO VEN-CPF
                   READ ARQ-VENDEDORES
                   IF FS-VEN-OK
                       MOVE VEN-NOME   TO WS-NOME-GRUPO
                   ELSE
                       MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-NOME-GRUPO
                   END-IF
               WHEN VISAO-SUPERVISOR
                   MOVE 0              TO WS-CHAVE-GRUPO
                   MOVE "SEM SUPERVISOR"
                                       TO WS-NOME-GRUPO
                   MOVE REC-CPF        TO VEN-CPF
                   READ ARQ-VENDEDORES
                   IF FS-VEN-OK AND VEN-SUPERVISOR > 0
                       MOVE VEN-SUPERVISOR
                                       TO WS-CHAVE-GRUPO
                       MOVE VEN-SUPERVISOR
                                       TO SUP-CODIGO
                       READ ARQ-SUPERVISORES
                       IF FS-SUP-OK
                           MOVE SUP-NOME
                                       TO WS-NOME-GRUPO
                       ELSE
                           MOVE "SUPERVISOR NAO CADASTRADO"
                                       TO WS-NOME-GRUPO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 0              TO WS-CHAVE-GRUPO
                   MOVE "SEM FILIAL"   TO WS-NOME-GRUPO
                   MOVE REC-CNPJ       TO CNPJ
                   READ ARQ-CLIENTES
                   IF FS-CLI-OK AND FILIAL > 0
                       MOVE FILIAL     TO WS-CHAVE-GRUPO
                       MOVE FILIAL     TO WS-FILIAL-ED
                       MOVE SPACES     TO WS-NOME-GRUPO
                       STRING "FILIAL " WS-FILIAL-ED
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GRUPO
                   END-IF
           END-EVALUATE
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3300-LOCALIZAR-GRUPO            SECTION.
      *----------------------------------------------------------------*
      * PROCURA O GRUPO NA TABELA, QUE E MANTIDA EM ORDEM DE CHAVE;    *
      * GRUPO NOVO ENTRA NA POSICAO CERTA. COM A TABELA CHEIA O SALDO  *
      * SO ENTRA NO TOTAL DA CARTEIRA E O CASO E AVISADO NO RESUMO     *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU-GRUPO
           PERFORM VARYING WS-GRP-POS FROM 1 BY 1
                   UNTIL WS-GRP-POS > WS-QTD-GRUPOS
                   OR WS-GRP-CHAVE (WS-GRP-POS) NOT < WS-CHAVE-GRUPO
               CONTINUE
           END-PERFORM
           IF WS-GRP-POS NOT > WS-QTD-GRUPOS
               AND WS-GRP-CHAVE (WS-GRP-POS) = WS-CHAVE-GRUPO
               MOVE "S"                TO WS-ACHOU-GRUPO
               GO TO 3300-FIM
           END-IF
           IF WS-QTD-GRUPOS = 3000
               ADD 1                   TO WS-QTD-FORA-TABELA
               GO TO 3300-FIM
           END-IF
           PERFORM VARYING WS-GRP-DESL FROM WS-QTD-GRUPOS BY -1
                   UNTIL WS-GRP-DESL < WS-GRP-POS
               MOVE WS-GRP-OCORRENCIA (WS-GRP-DESL)
                   TO WS-GRP-OCORRENCIA (WS-GRP-DESL + 1)
           END-PERFORM
           ADD 1                       TO WS-QTD-GRUPOS
           INITIALIZE WS-GRP-OCORRENCIA (WS-GRP-POS)
           MOVE WS-CHAVE-GRUPO         TO WS-GRP-CHAVE (WS-GRP-POS)
           MOVE WS-NOME-GRUPO          TO WS-GRP-NOME (WS-GRP-POS)
           MOVE "S"                    TO WS-ACHOU-GRUPO
           .
       3300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3500-LISTAR-VISAO               SECTION.
      *----------------------------------------------------------------*
      * UMA LINHA POR GRUPO, O TOTAL DA CARTEIRA E A LINHA DE          *
      * PERCENTUAL DA CARTEIRA EM CADA FAIXA                           *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-CABECALHO
           STRING "VISAO POR " WS-NOME-VISAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-CABECALHO
           STRING "CHAVE          NOME                     "
                  "       A VENCER       1 A 30 D      31 A 60 D"
                  "      61 A 90 D     + DE 90 D          TOTAL"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-CABECALHO
           PERFORM VARYING WS-GRP-POS FROM 1 BY 1
                   UNTIL WS-GRP-POS > WS-QTD-GRUPOS
               MOVE SPACES             TO WS-LINHA-AGING
               MOVE WS-GRP-CHAVE (WS-GRP-POS) TO SAI-CHAVE
               MOVE WS-GRP-NOME (WS-GRP-POS)  TO SAI-NOME
               PERFORM VARYING WS-FX-IND FROM 1 BY 1
                       UNTIL WS-FX-IND > 5
                   MOVE WS-GRP-FAIXA (WS-GRP-POS WS-FX-IND)
                                       TO SAI-VALOR (WS-FX-IND)
               END-PERFORM
               MOVE WS-GRP-TOTAL (WS-GRP-POS) TO SAI-VALOR (6)
               MOVE WS-LINHA-AGING     TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-CABECALHO
           END-PERFORM
           MOVE SPACES                 TO WS-LINHA-AGING
           MOVE "TOTAL DA CARTEIRA"    TO SAI-NOME
           MOVE SPACES                 TO WS-LINHA-PERCENTUAL
           PERFORM VARYING WS-FX-IND FROM 1 BY 1
                   UNTIL WS-FX-IND > 5
               MOVE WS-GER-FAIXA (WS-FX-IND) TO SAI-VALOR (WS-FX-IND)
               MOVE 0                  TO WS-PCT-FAIXA
               IF WS-GER-TOTAL > 0
                   COMPUTE WS-PCT-FAIXA ROUNDED =
                       WS-GER-FAIXA (WS-FX-IND) * 100 / WS-GER-TOTAL
               END-IF
               MOVE WS-PCT-FAIXA       TO SAI-PCT (WS-FX-IND)
           END-PERFORM
           MOVE WS-GER-TOTAL           TO SAI-VALOR (6)
           MOVE WS-LINHA-AGING         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-CABECALHO
           IF WS-GER-TOTAL > 0
               MOVE 100                TO SAI-PCT (6)
           ELSE
               MOVE 0                  TO SAI-PCT (6)
           END-IF
           MOVE "% DA CARTEIRA"        TO WS-LINHA-PERCENTUAL (16:13)
           MOVE WS-LINHA-PERCENTUAL    TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-CABECALHO
           IF WS-GER-QTD-PERDAS > 0
               MOVE SPACES             TO WS-LINHA-AGING
               MOVE "BAIXADOS POR PERDA NO MES"
                                       TO SAI-NOME
               MOVE WS-GER-QTD-PERDAS  TO SAI-CHAVE
               MOVE WS-GER-VALOR-PERDAS
                                       TO SAI-VALOR (6)
               MOVE WS-LINHA-AGING     TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-CABECALHO
           END-IF
           .
       3500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-CABECALHO           SECTION.
      *----------------------------------------------------------------*
      * GRAVA A LINHA MONTADA NO SPOOL E, NO FECHAMENTO, TAMBEM NA     *
      * COPIA FIXA DO MES                                              *
      *----------------------------------------------------------------*
           MOVE WS-LINHA-CABECALHO     TO REG-REL-AGING
           WRITE REG-REL-AGING
           IF FECHAMENTO-MES
               MOVE WS-LINHA-CABECALHO TO REG-REL-FECHAMENTO
               WRITE REG-REL-FECHAMENTO
           END-IF
           DISPLAY WS-LINHA-CABECALHO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-COMPARAR-FECHAMENTO        SECTION.
      *----------------------------------------------------------------*
      * COMPARA A CARTEIRA POR FAIXA COM A DO ULTIMO FECHAMENTO        *
      * GUARDADO (NO FECHAMENTO, O ULTIMO ANTERIOR A COMPETENCIA)      *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU-POSICAO
           OPEN INPUT ARQ-POSICOES
           IF FS-AGE-OK
               READ ARQ-POSICOES NEXT
               PERFORM UNTIL NOT FS-AGE-OK
                   IF NOT FECHAMENTO-MES
                      OR AGE-ANOMES < WS-ANOMES-LINK
                       MOVE "S"        TO WS-ACHOU-POSICAO
                       MOVE REG-POSICAO-AGING
                                       TO WS-POSICAO-ANTERIOR
                   END-IF
                   READ ARQ-POSICOES NEXT
               END-PERFORM
               CLOSE ARQ-POSICOES
           END-IF
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-CABECALHO
           IF NOT ACHOU-POSICAO
               MOVE "SEM FECHAMENTO ANTERIOR GUARDADO PARA COMPARACAO"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-CABECALHO
               GO TO 5000-FIM
           END-IF
           STRING "COMPARACAO COM O FECHAMENTO DE " WS-ANT-ANOMES
                  " (POSICAO EM " WS-ANT-DATA-REFERENCIA ")"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-CABECALHO
           STRING "FAIXA                   VALOR ATUAL   %ATUAL"
                  "    VALOR ANTERIOR   %ANT          VARIACAO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-CABECALHO
           PERFORM VARYING WS-FX-IND FROM 1 BY 1
                   UNTIL WS-FX-IND > 5
               MOVE SPACES             TO WS-LINHA-COMPARACAO
               MOVE WS-NOME-FAIXA (WS-FX-IND) TO SAI-FAIXA
               MOVE WS-GER-FAIXA (WS-FX-IND)  TO SAI-VALOR-ATUAL
               MOVE 0                  TO WS-PCT-FAIXA
               IF WS-GER-TOTAL > 0
                   COMPUTE WS-PCT-FAIXA ROUNDED =
                       WS-GER-FAIXA (WS-FX-IND) * 100 / WS-GER-TOTAL
               END-IF
               MOVE WS-PCT-FAIXA       TO SAI-PCT-ATUAL
               MOVE WS-ANT-FAIXA-VALOR (WS-FX-IND)
                                       TO SAI-VALOR-ANTERIOR
               MOVE 0                  TO WS-PCT-FAIXA
               IF WS-ANT-VALOR-TOTAL > 0
                   COMPUTE WS-PCT-FAIXA ROUNDED =
                       WS-ANT-FAIXA-VALOR (WS-FX-IND) * 100
                     / WS-ANT-VALOR-TOTAL
               END-IF
               MOVE WS-PCT-FAIXA       TO SAI-PCT-ANTERIOR
               COMPUTE WS-VARIACAO = WS-GER-FAIXA (WS-FX-IND)
                                   - WS-ANT-FAIXA-VALOR (WS-FX-IND)
               MOVE WS-VARIACAO        TO SAI-VARIACAO
               MOVE WS-LINHA-COMPARACAO TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-CABECALHO
           END-PERFORM
           MOVE SPACES                 TO WS-LINHA-COMPARACAO
           MOVE "TOTAL"                TO SAI-FAIXA
           MOVE WS-GER-TOTAL           TO SAI-VALOR-ATUAL
           MOVE WS-ANT-VALOR-TOTAL     TO SAI-VALOR-ANTERIOR
           COMPUTE WS-VARIACAO = WS-GER-TOTAL - WS-ANT-VALOR-TOTAL
           MOVE WS-VARIACAO            TO SAI-VARIACAO
           MOVE WS-LINHA-COMPARACAO    TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-CABECALHO
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5500-GRAVAR-POSICAO-MES         SECTION.
      *----------------------------------------------------------------*
      * GUARDA A CARTEIRA POR FAIXA DA COMPETENCIA; UM FECHAMENTO      *
      * REFEITO (DEPOIS DE REABERTURA) SUBSTITUI A POSICAO ANTERIOR    *
      *----------------------------------------------------------------*
           OPEN I-O ARQ-POSICOES
           IF FS-AGE-NAO-EXISTE
               OPEN OUTPUT ARQ-POSICOES
               CLOSE ARQ-POSICOES
               OPEN I-O ARQ-POSICOES
           END-IF
           IF NOT FS-AGE-OK
               DISPLAY "ERRO NO ARQUIVO DE POSICOES DO AGING: "
                       WS-FS-POSICAO
               GO TO 5500-FIM
           END-IF
           MOVE WS-ANOMES-LINK         TO AGE-ANOMES
           MOVE WS-DATA-REFERENCIA     TO AGE-DATA-REFERENCIA
           MOVE WS-DATA-ATUAL          TO AGE-DATA-GERACAO
           MOVE WS-GER-QTD-TITULOS     TO AGE-QTD-TITULOS
           MOVE WS-GER-TOTAL           TO AGE-VALOR-TOTAL
           PERFORM VARYING WS-FX-IND FROM 1 BY 1
                   UNTIL WS-FX-IND > 5
               MOVE WS-GER-FAIXA-QTD (WS-FX-IND)
                                       TO AGE-FAIXA-QTD (WS-FX-IND)
               MOVE WS-GER-FAIXA (WS-FX-IND)
                                       TO AGE-FAIXA-VALOR (WS-FX-IND)
           END-PERFORM
           WRITE REG-POSICAO-AGING
           IF FS-AGE-DUPLICADO
               REWRITE REG-POSICAO-AGING
           END-IF
           CLOSE ARQ-POSICOES
           .
       5500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DO AGING DO CONTAS A RECEBER"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TITULOS EM ABERTO.........: "
                   WS-GER-QTD-TITULOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF WS-QTD-FORA-TABELA > 0
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "TITULOS SO NO TOTAL.......: "
                       WS-QTD-FORA-TABELA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
           END-IF
           DISPLAY "GERADO EM " WS-NOME-GERACAO
           IF FECHAMENTO-MES
               DISPLAY "COPIA DO FECHAMENTO EM " WS-NOME-FECHAMENTO
           END-IF
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
               MOVE "RELAAGIN"         TO SPL-PROGRAMA
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
       END PROGRAM RELAAGIN.
      *----------------------------------------------------------------*
