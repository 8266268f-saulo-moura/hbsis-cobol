      ******************************************************************
      * PROGRAMA.: RELAPOSI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RELATORIO DE POSITIVACAO DA CARTEIRA - POR          *
      *            VENDEDOR, SUPERVISOR E FILIAL, A QUANTIDADE DE      *
      *            CLIENTES ATIVOS NA CARTEIRA, QUANTOS COMPRARAM NO   *
      *            MES (PEDIDO DE VENDA FATURADO), O PERCENTUAL E A    *
      *            VARIACAO SOBRE O MES ANTERIOR; ABAIXO DE CADA       *
      *            VENDEDOR SAEM OS CLIENTES QUE AINDA NAO COMPRARAM   *
      *            NO MES, COM A DATA DA ULTIMA COMPRA                 *
      ******************************************************************
      * O MES ANTERIOR E MEDIDO SOBRE A CARTEIRA DE HOJE, PARA QUE A   *
      * VARIACAO COMPARE A MESMA BASE DE CLIENTES                      *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAPOSI.
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
           SELECT ARQ-REL-POSITIVACAO  ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-POS.
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
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-SUPERVISORES.
       COPY SUPECADA.
      *
       FD ARQ-CARTEIRA.
       COPY CARTCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-REL-POSITIVACAO.
       01 REG-REL-POSITIVACAO          PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
           88 FS-VEN-FIM               VALUE "10".
           88 FS-VEN-NAO-EXISTE        VALUE "35".
       77 WS-FS-SUPERVISOR             PIC X(02).
           88 FS-SUP-OK                VALUE "00" THRU "09".
       77 WS-FS-CARTEIRA               PIC X(02).
           88 FS-CAR-OK                VALUE "00" THRU "09".
           88 FS-CAR-FIM               VALUE "10".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-POS                PIC X(02).
           88 FS-REL-POS-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAPOSI".
      *
      * --> COMPETENCIA DO RELATORIO E O MES ANTERIOR
      *
       01 WS-ANOMES-RELATORIO          PIC 9(06)       VALUE 0.
       01 WS-ANOMES-ANTERIOR           PIC 9(06)       VALUE 0.
       01 WS-ANO-AUX                   PIC 9(04)       VALUE 0.
       01 WS-MES-AUX                   PIC 9(02)       VALUE 0.
      *
      * --> SITUACAO DO CLIENTE DA CARTEIRA NO MES E NO ANTERIOR
      *
       01 WS-COMPROU-MES               PIC X(01)       VALUE "N".
           88 COMPROU-NO-MES           VALUE "S".
       01 WS-COMPROU-ANTERIOR          PIC X(01)       VALUE "N".
           88 COMPROU-NO-ANTERIOR      VALUE "S".
       01 WS-ULTIMA-COMPRA             PIC 9(08)       VALUE 0.
      *
      * --> CONTAGEM DO VENDEDOR CORRENTE E OS CLIENTES QUE AINDA NAO
      *     COMPRARAM NO MES, LISTADOS DEPOIS DA LINHA DO VENDEDOR
      *
       01 WS-VEN-CARTEIRA              PIC 9(05)       VALUE 0.
       01 WS-VEN-POSITIVADOS           PIC 9(05)       VALUE 0.
       01 WS-VEN-POSIT-ANTERIOR        PIC 9(05)       VALUE 0.
       01 WS-QTD-PENDENTES             PIC 9(04)       VALUE 0.
       01 WS-PEN-IND                   PIC 9(04)       VALUE 0.
       01 WS-PEN-TABELA.
           05 WS-PEN-OCORRENCIA        OCCURS 2000 TIMES.
               10 WS-PEN-CNPJ          PIC 9(14).
               10 WS-PEN-NOME          PIC X(40).
               10 WS-PEN-TELEFONE      PIC X(15).
               10 WS-PEN-ULTIMA-COMPRA PIC 9(08).
      *
      * --> AGREGADOS POR SUPERVISOR E POR FILIAL
      *
       01 WS-QTD-SUPERVISORES          PIC 9(04)       VALUE 0.
       01 WS-SUP-IND                   PIC 9(04)       VALUE 0.
       01 WS-SUP-TABELA.
           05 WS-SUP-OCORRENCIA        OCCURS 999 TIMES.
               10 WS-SUP-TAB-CODIGO    PIC 9(07).
               10 WS-SUP-TAB-CARTEIRA  PIC 9(07).
               10 WS-SUP-TAB-POSIT     PIC 9(07).
               10 WS-SUP-TAB-POSIT-ANT PIC 9(07).
       01 WS-QTD-FILIAIS               PIC 9(03)       VALUE 0.
       01 WS-FIL-IND                   PIC 9(03)       VALUE 0.
       01 WS-FIL-TABELA.
           05 WS-FIL-OCORRENCIA        OCCURS 100 TIMES.
               10 WS-FIL-TAB-CODIGO    PIC 9(02).
               10 WS-FIL-TAB-CARTEIRA  PIC 9(07).
               10 WS-FIL-TAB-POSIT     PIC 9(07).
               10 WS-FIL-TAB-POSIT-ANT PIC 9(07).
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
      *
      * --> PERCENTUAIS DA LINHA (CARTEIRA, POSITIVADOS NO MES E NO
      *     MES ANTERIOR SAO MOVIDOS PARA CA ANTES DE CADA LINHA)
      *
       01 WS-CALC-CARTEIRA             PIC 9(07)       VALUE 0.
       01 WS-CALC-POSIT                PIC 9(07)       VALUE 0.
       01 WS-CALC-POSIT-ANT            PIC 9(07)       VALUE 0.
       01 WS-PCT-MES                   PIC 9(03)V9     VALUE 0.
       01 WS-PCT-ANTERIOR              PIC 9(03)V9     VALUE 0.
       01 WS-VARIACAO                  PIC S9(03)V9    VALUE 0.
      *
      * --> TOTAIS GERAIS
      *
       01 WS-TOT-CARTEIRA              PIC 9(07)       VALUE 0.
       01 WS-TOT-POSIT                 PIC 9(07)       VALUE 0.
       01 WS-TOT-POSIT-ANT             PIC 9(07)       VALUE 0.
       01 WS-TOT-VENDEDORES            PIC 9(05)       VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-POSITIVACAO.
           05 SAI-CODIGO               PIC X(14).
           05 FILLER                   PIC X(01).
           05 SAI-NOME                 PIC X(35).
           05 FILLER                   PIC X(01).
           05 SAI-CARTEIRA             PIC ZZZZZZ9.
           05 FILLER                   PIC X(02).
           05 SAI-POSITIVADOS          PIC ZZZZZZ9.
           05 FILLER                   PIC X(02).
           05 SAI-PCT-MES              PIC ZZ9,9.
           05 FILLER                   PIC X(03).
           05 SAI-POSIT-ANTERIOR       PIC ZZZZZZ9.
           05 FILLER                   PIC X(02).
           05 SAI-PCT-ANTERIOR         PIC ZZ9,9.
           05 FILLER                   PIC X(03).
           05 SAI-VARIACAO             PIC +ZZ9,9.
       01 WS-LINHA-PENDENTE.
           05 FILLER                   PIC X(04).
           05 SAI-PEN-CNPJ             PIC 9(14).
           05 FILLER                   PIC X(01).
           05 SAI-PEN-NOME             PIC X(40).
           05 FILLER                   PIC X(01).
           05 SAI-PEN-TELEFONE         PIC X(15).
           05 FILLER                   PIC X(01).
           05 SAI-PEN-ULTIMA           PIC X(20).
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-POSITIVACAO.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-POSITIVACAO      SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "ANO/MES DO RELATORIO (AAAAMM, 0 = ATUAL): "
                                       WITH NO ADVANCING
           ACCEPT WS-ANOMES-RELATORIO
           IF WS-ANOMES-RELATORIO = 0
               MOVE WS-DATA-ATUAL (1:6) TO WS-ANOMES-RELATORIO
           END-IF
           MOVE WS-ANOMES-RELATORIO (1:4)
                                       TO WS-ANO-AUX
           MOVE WS-ANOMES-RELATORIO (5:2)
                                       TO WS-MES-AUX
           IF WS-MES-AUX = 1
               SUBTRACT 1              FROM WS-ANO-AUX
               MOVE 12                 TO WS-MES-AUX
           ELSE
               SUBTRACT 1              FROM WS-MES-AUX
           END-IF
           COMPUTE WS-ANOMES-ANTERIOR =
               WS-ANO-AUX * 100 + WS-MES-AUX
           OPEN INPUT ARQ-VENDEDORES
           IF NOT FS-VEN-OK
               DISPLAY "NAO HA VENDEDORES CADASTRADOS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-SUPERVISORES
           OPEN INPUT ARQ-CARTEIRA
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-PEDIDOS
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-POS-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-POSITIVACAO
           PERFORM 1000-GRAVAR-CABECALHO
           READ ARQ-VENDEDORES NEXT
           PERFORM UNTIL NOT FS-VEN-OK
               IF VEN-SITUACAO NOT = "I"
                   PERFORM 2000-PROCESSAR-VENDEDOR
               END-IF
               READ ARQ-VENDEDORES NEXT
           END-PERFORM
           PERFORM 4000-GRAVAR-SUPERVISORES
           PERFORM 5000-GRAVAR-FILIAIS
           CLOSE ARQ-REL-POSITIVACAO
           CLOSE ARQ-VENDEDORES
           CLOSE ARQ-SUPERVISORES
           CLOSE ARQ-CARTEIRA
           CLOSE ARQ-CLIENTES
           CLOSE ARQ-PEDIDOS
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-GRAVAR-CABECALHO           SECTION.
      *----------------------------------------------------------------*
      *
           STRING "POSITIVACAO DA CARTEIRA - COMPETENCIA "
                  WS-ANOMES-RELATORIO
                  " (ANTERIOR " WS-ANOMES-ANTERIOR ")"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           STRING "VENDEDOR (CPF) NOME                               "
                  " CARTEIRA  POSITIV.  PCT %   ANTERIOR  PCT %   "
                  "VAR P.P."
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR-VENDEDOR         SECTION.
      *----------------------------------------------------------------*
      * PERCORRE A CARTEIRA DO VENDEDOR PELA CHAVE DE CPF; CLIENTE     *
      * INATIVO NAO CONTA NA BASE DA POSITIVACAO                       *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-VEN-CARTEIRA
           MOVE 0                      TO WS-VEN-POSITIVADOS
           MOVE 0                      TO WS-VEN-POSIT-ANTERIOR
           MOVE 0                      TO WS-QTD-PENDENTES
           MOVE VEN-CPF                TO CAR-CPF
           START ARQ-CARTEIRA          KEY IS = CAR-CPF
           IF FS-CAR-OK
               READ ARQ-CARTEIRA NEXT
           END-IF
           PERFORM UNTIL NOT FS-CAR-OK
                   OR CAR-CPF NOT = VEN-CPF
               MOVE CAR-CNPJ           TO CNPJ
               READ ARQ-CLIENTES
               IF FS-CLI-OK AND REGISTRO-ATIVO
                   PERFORM 2100-AVALIAR-CLIENTE
               END-IF
               READ ARQ-CARTEIRA NEXT
           END-PERFORM
           IF WS-VEN-CARTEIRA = 0
               GO TO 2000-FIM
           END-IF
           ADD 1                       TO WS-TOT-VENDEDORES
           ADD WS-VEN-CARTEIRA         TO WS-TOT-CARTEIRA
           ADD WS-VEN-POSITIVADOS      TO WS-TOT-POSIT
           ADD WS-VEN-POSIT-ANTERIOR   TO WS-TOT-POSIT-ANT
           PERFORM 2300-ACUMULAR-SUPERVISOR
           PERFORM 2400-ACUMULAR-FILIAL
           PERFORM 3000-GRAVAR-VENDEDOR
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-AVALIAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      * PEDIDOS DO CLIENTE PELA CHAVE DE CNPJ: CONTA SO PEDIDO DE      *
      * VENDA FATURADO, DE QUALQUER VENDEDOR. GUARDA A ULTIMA COMPRA   *
      * ANTERIOR AO MES PARA A LISTA DE QUEM AINDA NAO COMPROU         *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-VEN-CARTEIRA
           MOVE "N"                    TO WS-COMPROU-MES
           MOVE "N"                    TO WS-COMPROU-ANTERIOR
           MOVE 0                      TO WS-ULTIMA-COMPRA
           MOVE CNPJ                   TO PED-CNPJ
           START ARQ-PEDIDOS           KEY IS = PED-CNPJ
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-CNPJ NOT = CNPJ
               IF PEDIDO-FATURADO AND TIPO-VENDA
                   EVALUATE TRUE
                       WHEN PED-DATA (1:6) = WS-ANOMES-RELATORIO
                           MOVE "S"    TO WS-COMPROU-MES
                       WHEN PED-DATA (1:6) = WS-ANOMES-ANTERIOR
                           MOVE "S"    TO WS-COMPROU-ANTERIOR
                   END-EVALUATE
                   IF PED-DATA (1:6) < WS-ANOMES-RELATORIO
                       AND PED-DATA > WS-ULTIMA-COMPRA
                       MOVE PED-DATA   TO WS-ULTIMA-COMPRA
                   END-IF
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           IF COMPROU-NO-ANTERIOR
               ADD 1                   TO WS-VEN-POSIT-ANTERIOR
           END-IF
           IF COMPROU-NO-MES
               ADD 1                   TO WS-VEN-POSITIVADOS
           ELSE
               IF WS-QTD-PENDENTES < 2000
                   ADD 1               TO WS-QTD-PENDENTES
                   MOVE CNPJ           TO WS-PEN-CNPJ (WS-QTD-PENDENTES)
                   MOVE NOME           TO WS-PEN-NOME (WS-QTD-PENDENTES)
                   MOVE TELEFONE
                       TO WS-PEN-TELEFONE (WS-QTD-PENDENTES)
                   MOVE WS-ULTIMA-COMPRA
                       TO WS-PEN-ULTIMA-COMPRA (WS-QTD-PENDENTES)
               END-IF
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-ACUMULAR-SUPERVISOR        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-ACHOU
           PERFORM VARYING WS-SUP-IND FROM 1 BY 1
                   UNTIL WS-SUP-IND > WS-QTD-SUPERVISORES
                   OR ACHOU-OCORRENCIA
               IF WS-SUP-TAB-CODIGO (WS-SUP-IND) = VEN-SUPERVISOR
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-OCORRENCIA
               SUBTRACT 1              FROM WS-SUP-IND
           ELSE
               IF WS-QTD-SUPERVISORES = 999
                   GO TO 2300-FIM
               END-IF
               ADD 1                   TO WS-QTD-SUPERVISORES
               MOVE WS-QTD-SUPERVISORES
                                       TO WS-SUP-IND
               INITIALIZE WS-SUP-OCORRENCIA (WS-SUP-IND)
               MOVE VEN-SUPERVISOR     TO WS-SUP-TAB-CODIGO (WS-SUP-IND)
           END-IF
           ADD WS-VEN-CARTEIRA         TO WS-SUP-TAB-CARTEIRA
                                          (WS-SUP-IND)
           ADD WS-VEN-POSITIVADOS      TO WS-SUP-TAB-POSIT
                                          (WS-SUP-IND)
           ADD WS-VEN-POSIT-ANTERIOR   TO WS-SUP-TAB-POSIT-ANT
                                          (WS-SUP-IND)
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-ACUMULAR-FILIAL            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-ACHOU
           PERFORM VARYING WS-FIL-IND FROM 1 BY 1
                   UNTIL WS-FIL-IND > WS-QTD-FILIAIS
                   OR ACHOU-OCORRENCIA
               IF WS-FIL-TAB-CODIGO (WS-FIL-IND) = VEN-FILIAL
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-OCORRENCIA
               SUBTRACT 1              FROM WS-FIL-IND
           ELSE
               ADD 1                   TO WS-QTD-FILIAIS
               MOVE WS-QTD-FILIAIS     TO WS-FIL-IND
               INITIALIZE WS-FIL-OCORRENCIA (WS-FIL-IND)
               MOVE VEN-FILIAL         TO WS-FIL-TAB-CODIGO (WS-FIL-IND)
           END-IF
           ADD WS-VEN-CARTEIRA         TO WS-FIL-TAB-CARTEIRA
                                          (WS-FIL-IND)
           ADD WS-VEN-POSITIVADOS      TO WS-FIL-TAB-POSIT
                                          (WS-FIL-IND)
           ADD WS-VEN-POSIT-ANTERIOR   TO WS-FIL-TAB-POSIT-ANT
                                          (WS-FIL-IND)
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      * LINHA DO VENDEDOR E, LOGO ABAIXO, OS CLIENTES DA CARTEIRA QUE  *
      * AINDA NAO COMPRARAM NO MES                                     *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-LINHA-POSITIVACAO
           MOVE VEN-CPF                TO SAI-CODIGO
           MOVE VEN-NOME               TO SAI-NOME
           MOVE WS-VEN-CARTEIRA        TO WS-CALC-CARTEIRA
           MOVE WS-VEN-POSITIVADOS     TO WS-CALC-POSIT
           MOVE WS-VEN-POSIT-ANTERIOR  TO WS-CALC-POSIT-ANT
           PERFORM 3800-MONTAR-PERCENTUAIS
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-PEN-IND FROM 1 BY 1
                   UNTIL WS-PEN-IND > WS-QTD-PENDENTES
               MOVE SPACES             TO WS-LINHA-PENDENTE
               MOVE WS-PEN-CNPJ (WS-PEN-IND)
                                       TO SAI-PEN-CNPJ
               MOVE WS-PEN-NOME (WS-PEN-IND)
                                       TO SAI-PEN-NOME
               MOVE WS-PEN-TELEFONE (WS-PEN-IND)
                                       TO SAI-PEN-TELEFONE
               IF WS-PEN-ULTIMA-COMPRA (WS-PEN-IND) = 0
                   MOVE "SEM COMPRA ANTERIOR"
                                       TO SAI-PEN-ULTIMA
               ELSE
                   STRING "ULT. COMPRA "
                          WS-PEN-ULTIMA-COMPRA (WS-PEN-IND)
                                       DELIMITED BY SIZE
                                       INTO SAI-PEN-ULTIMA
               END-IF
               MOVE WS-LINHA-PENDENTE  TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
           IF WS-QTD-PENDENTES = 2000
               MOVE "    ... LISTA LIMITADA A 2000 CLIENTES"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3800-MONTAR-PERCENTUAIS         SECTION.
      *----------------------------------------------------------------*
      * PERCENTUAL DO MES, DO ANTERIOR E A VARIACAO EM PONTOS          *
      * PERCENTUAIS, SOBRE A MESMA CARTEIRA; DEIXA A LINHA PRONTA      *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-PCT-MES
           MOVE 0                      TO WS-PCT-ANTERIOR
           IF WS-CALC-CARTEIRA > 0
               COMPUTE WS-PCT-MES ROUNDED =
                   WS-CALC-POSIT * 100 / WS-CALC-CARTEIRA
               COMPUTE WS-PCT-ANTERIOR ROUNDED =
                   WS-CALC-POSIT-ANT * 100 / WS-CALC-CARTEIRA
           END-IF
           COMPUTE WS-VARIACAO = WS-PCT-MES - WS-PCT-ANTERIOR
           MOVE WS-CALC-CARTEIRA       TO SAI-CARTEIRA
           MOVE WS-CALC-POSIT          TO SAI-POSITIVADOS
           MOVE WS-PCT-MES             TO SAI-PCT-MES
           MOVE WS-CALC-POSIT-ANT      TO SAI-POSIT-ANTERIOR
           MOVE WS-PCT-ANTERIOR        TO SAI-PCT-ANTERIOR
           MOVE WS-VARIACAO            TO SAI-VARIACAO
           MOVE WS-LINHA-POSITIVACAO   TO WS-LINHA-CABECALHO
           .
       3800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-POSITIVACAO
           WRITE REG-REL-POSITIVACAO
           DISPLAY WS-LINHA-CABECALHO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-GRAVAR-SUPERVISORES        SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3900-GRAVAR-LINHA
           MOVE "POR SUPERVISOR"       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-SUP-IND FROM 1 BY 1
                   UNTIL WS-SUP-IND > WS-QTD-SUPERVISORES
               MOVE SPACES             TO WS-LINHA-POSITIVACAO
               MOVE WS-SUP-TAB-CODIGO (WS-SUP-IND)
                                       TO SAI-CODIGO
               IF WS-SUP-TAB-CODIGO (WS-SUP-IND) = 0
                   MOVE "SEM SUPERVISOR DEFINIDO"
                                       TO SAI-NOME
               ELSE
                   MOVE WS-SUP-TAB-CODIGO (WS-SUP-IND)
                                       TO SUP-CODIGO
                   READ ARQ-SUPERVISORES
                   IF FS-SUP-OK
                       MOVE SUP-NOME   TO SAI-NOME
                   ELSE
                       MOVE "SUPERVISOR NAO CADASTRADO"
                                       TO SAI-NOME
                   END-IF
               END-IF
               MOVE WS-SUP-TAB-CARTEIRA (WS-SUP-IND)
                                       TO WS-CALC-CARTEIRA
               MOVE WS-SUP-TAB-POSIT (WS-SUP-IND)
                                       TO WS-CALC-POSIT
               MOVE WS-SUP-TAB-POSIT-ANT (WS-SUP-IND)
                                       TO WS-CALC-POSIT-ANT
               PERFORM 3800-MONTAR-PERCENTUAIS
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-GRAVAR-FILIAIS             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3900-GRAVAR-LINHA
           MOVE "POR FILIAL"           TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-FIL-IND FROM 1 BY 1
                   UNTIL WS-FIL-IND > WS-QTD-FILIAIS
               MOVE SPACES             TO WS-LINHA-POSITIVACAO
               MOVE WS-FIL-TAB-CODIGO (WS-FIL-IND)
                                       TO SAI-CODIGO
               MOVE "FILIAL"           TO SAI-NOME
               MOVE WS-FIL-TAB-CARTEIRA (WS-FIL-IND)
                                       TO WS-CALC-CARTEIRA
               MOVE WS-FIL-TAB-POSIT (WS-FIL-IND)
                                       TO WS-CALC-POSIT
               MOVE WS-FIL-TAB-POSIT-ANT (WS-FIL-IND)
                                       TO WS-CALC-POSIT-ANT
               PERFORM 3800-MONTAR-PERCENTUAIS
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-POSITIVACAO
           MOVE "TOTAL GERAL"          TO SAI-NOME
           MOVE WS-TOT-CARTEIRA        TO WS-CALC-CARTEIRA
           MOVE WS-TOT-POSIT           TO WS-CALC-POSIT
           MOVE WS-TOT-POSIT-ANT       TO WS-CALC-POSIT-ANT
           PERFORM 3800-MONTAR-PERCENTUAIS
           PERFORM 3900-GRAVAR-LINHA
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-TOT-CARTEIRA        TO WS-CALC-CARTEIRA
           MOVE WS-TOT-POSIT           TO WS-CALC-POSIT
           MOVE WS-TOT-POSIT-ANT       TO WS-CALC-POSIT-ANT
           PERFORM 3800-MONTAR-PERCENTUAIS
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           DISPLAY "RESUMO DA POSITIVACAO"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VENDEDORES COM CARTEIRA...: " WS-TOT-VENDEDORES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES NA CARTEIRA......: " WS-TOT-CARTEIRA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES POSITIVADOS......: " WS-TOT-POSIT
                  " (" SAI-PCT-MES " %)"
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
               MOVE "RELAPOSI"         TO SPL-PROGRAMA
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
       END PROGRAM RELAPOSI.
      *----------------------------------------------------------------*
