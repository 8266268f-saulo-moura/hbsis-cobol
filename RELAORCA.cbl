      ******************************************************************
      * PROGRAMA.: RELAORCA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RELATORIO DE CONVERSAO DE ORCAMENTOS - PARA O MES   *
      *            ESCOLHIDO, ORCAMENTOS EMITIDOS POR VENDEDOR E       *
      *            QUANTOS FORAM CONVERTIDOS EM PEDIDO, VENCERAM,      *
      *            FORAM CANCELADOS OU CONTINUAM ABERTOS, COM O        *
      *            PERCENTUAL E O VALOR CONVERTIDO                     *
      ******************************************************************
      * O MES E O DA EMISSAO DO ORCAMENTO; O VENDEDOR E O DA CARTEIRA  *
      * NA EMISSAO                                                     *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAORCA.
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
           SELECT ARQ-ORCAMENTOS       ASSIGN TO  "WID-ARQ-ORC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ORC-NUMERO
               ALTERNATE RECORD KEY    IS ORC-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS ORC-CPF WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ORCAMENTO.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-REL-CONVERSAO    ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-CONVERSAO.
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
       FD ARQ-ORCAMENTOS.
       COPY ORCACADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-REL-CONVERSAO.
       01 REG-REL-CONVERSAO            PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-ORCAMENTO              PIC X(02).
           88 FS-ORC-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-CONVERSAO          PIC X(02).
           88 FS-REL-CONVERSAO-OK      VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAORCA".
       01 WS-ANOMES-RELATORIO          PIC 9(06)       VALUE 0.
      *
      * --> TOTAIS POR VENDEDOR, NA ORDEM EM QUE APARECERAM
      *
       01 WS-QTD-VENDEDORES            PIC 9(03)       VALUE 0.
       01 WS-VEN-IND                   PIC 9(03)       VALUE 0.
       01 WS-VEN-TABELA.
           05 WS-VEN-OCORRENCIA        OCCURS 500 TIMES.
               10 WS-VEN-TAB-CPF       PIC 9(11).
               10 WS-VEN-TAB-EMITIDOS  PIC 9(07).
               10 WS-VEN-TAB-CONVERTIDOS
                                       PIC 9(07).
               10 WS-VEN-TAB-VENCIDOS  PIC 9(07).
               10 WS-VEN-TAB-CANCELADOS
                                       PIC 9(07).
               10 WS-VEN-TAB-ABERTOS   PIC 9(07).
               10 WS-VEN-TAB-ORCADO    PIC 9(13)V99.
               10 WS-VEN-TAB-CONVERTIDO
                                       PIC 9(13)V99.
       01 WS-TOTAL-GERAL.
           05 WS-TOT-EMITIDOS          PIC 9(07)       VALUE 0.
           05 WS-TOT-CONVERTIDOS       PIC 9(07)       VALUE 0.
           05 WS-TOT-VENCIDOS          PIC 9(07)       VALUE 0.
           05 WS-TOT-CANCELADOS        PIC 9(07)       VALUE 0.
           05 WS-TOT-ABERTOS           PIC 9(07)       VALUE 0.
           05 WS-TOT-ORCADO            PIC 9(13)V99    VALUE 0.
           05 WS-TOT-CONVERTIDO        PIC 9(13)V99    VALUE 0.
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
       01 WS-CALC-PCT-CONVERSAO        PIC 9(03)V9     VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-VENDEDOR.
           05 SAI-VEN-CPF              PIC 9(11).
           05 FILLER                   PIC X(01).
           05 SAI-VEN-NOME             PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-VEN-EMITIDOS         PIC ZZZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-CONVERTIDOS      PIC ZZZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-VENCIDOS         PIC ZZZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-CANCELADOS       PIC ZZZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-ABERTOS          PIC ZZZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-PCT-CONVERSAO    PIC ZZ9,9.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-ORCADO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-CONVERTIDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-RESUMO              PIC X(60).
       01 WS-VALOR-RESUMO              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-CONVERSAO.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-CONVERSAO        SECTION.
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
           OPEN INPUT ARQ-ORCAMENTOS
           IF NOT FS-ORC-OK
               DISPLAY "NAO HA ORCAMENTOS CADASTRADOS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-VENDEDORES
           PERFORM 1000-PROCESSAR-ORCAMENTOS
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-COV-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-CONVERSAO
           STRING "CONVERSAO DE ORCAMENTOS EM PEDIDOS - "
                  "COMPETENCIA " WS-ANOMES-RELATORIO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 2000-GRAVAR-VENDEDORES
           IF TABELA-CHEIA
               PERFORM 3900-GRAVAR-LINHA
               MOVE "TABELA DE VENDEDORES CHEIA - TOTAIS INCOMPLETOS"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           CLOSE ARQ-REL-CONVERSAO
           CLOSE ARQ-ORCAMENTOS
           CLOSE ARQ-VENDEDORES
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-PROCESSAR-ORCAMENTOS       SECTION.
      *----------------------------------------------------------------*
      * ORCAMENTOS EMITIDOS NO MES, PELA SITUACAO ATUAL                *
      *----------------------------------------------------------------*
           READ ARQ-ORCAMENTOS NEXT
           PERFORM UNTIL NOT FS-ORC-OK
               IF ORC-DATA (1:6) = WS-ANOMES-RELATORIO
                   PERFORM 1100-SOMAR-VENDEDOR
               END-IF
               READ ARQ-ORCAMENTOS NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-SOMAR-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-EMITIDOS
           ADD ORC-VALOR-TOTAL         TO WS-TOT-ORCADO
           EVALUATE TRUE
               WHEN ORCAMENTO-CONVERTIDO
                   ADD 1               TO WS-TOT-CONVERTIDOS
                   ADD ORC-VALOR-TOTAL TO WS-TOT-CONVERTIDO
               WHEN ORCAMENTO-VENCIDO
                   ADD 1               TO WS-TOT-VENCIDOS
               WHEN ORCAMENTO-CANCELADO
                   ADD 1               TO WS-TOT-CANCELADOS
               WHEN OTHER
                   ADD 1               TO WS-TOT-ABERTOS
           END-EVALUATE
           MOVE "N"                    TO WS-ACHOU
           PERFORM VARYING WS-VEN-IND FROM 1 BY 1
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
                   OR ACHOU-OCORRENCIA
               IF WS-VEN-TAB-CPF (WS-VEN-IND) = ORC-CPF
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-OCORRENCIA
               SUBTRACT 1              FROM WS-VEN-IND
           ELSE
               IF WS-QTD-VENDEDORES = 500
                   MOVE "S"            TO WS-TABELA-CHEIA
                   GO TO 1100-FIM
               END-IF
               ADD 1                   TO WS-QTD-VENDEDORES
               MOVE WS-QTD-VENDEDORES  TO WS-VEN-IND
               INITIALIZE WS-VEN-OCORRENCIA (WS-VEN-IND)
               MOVE ORC-CPF            TO WS-VEN-TAB-CPF (WS-VEN-IND)
           END-IF
           ADD 1                   TO WS-VEN-TAB-EMITIDOS (WS-VEN-IND)
           ADD ORC-VALOR-TOTAL     TO WS-VEN-TAB-ORCADO (WS-VEN-IND)
           EVALUATE TRUE
               WHEN ORCAMENTO-CONVERTIDO
                   ADD 1       TO WS-VEN-TAB-CONVERTIDOS (WS-VEN-IND)
                   ADD ORC-VALOR-TOTAL
                               TO WS-VEN-TAB-CONVERTIDO (WS-VEN-IND)
               WHEN ORCAMENTO-VENCIDO
                   ADD 1       TO WS-VEN-TAB-VENCIDOS (WS-VEN-IND)
               WHEN ORCAMENTO-CANCELADO
                   ADD 1       TO WS-VEN-TAB-CANCELADOS (WS-VEN-IND)
               WHEN OTHER
                   ADD 1       TO WS-VEN-TAB-ABERTOS (WS-VEN-IND)
           END-EVALUATE
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-GRAVAR-VENDEDORES          SECTION.
      *----------------------------------------------------------------*
      * UMA LINHA POR VENDEDOR E A LINHA DO TOTAL GERAL                *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "CPF         NOME                             EMITIDOS"
                                       TO WS-LINHA-CABECALHO
           MOVE "   CONV.  VENC.   CANC.  ABERTOS  CONV%"
                                       TO WS-LINHA-CABECALHO (58:)
           MOVE "     VALOR ORCADO  VALOR CONVERTIDO"
                                       TO WS-LINHA-CABECALHO (98:)
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-VEN-IND FROM 1 BY 1
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
               PERFORM 2100-GRAVAR-VENDEDOR
           END-PERFORM
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-VENDEDOR
           MOVE 0                      TO SAI-VEN-CPF
           MOVE "TOTAL GERAL"          TO SAI-VEN-NOME
           MOVE WS-TOT-EMITIDOS        TO SAI-VEN-EMITIDOS
           MOVE WS-TOT-CONVERTIDOS     TO SAI-VEN-CONVERTIDOS
           MOVE WS-TOT-VENCIDOS        TO SAI-VEN-VENCIDOS
           MOVE WS-TOT-CANCELADOS      TO SAI-VEN-CANCELADOS
           MOVE WS-TOT-ABERTOS         TO SAI-VEN-ABERTOS
           MOVE 0                      TO WS-CALC-PCT-CONVERSAO
           IF WS-TOT-EMITIDOS > 0
               COMPUTE WS-CALC-PCT-CONVERSAO ROUNDED =
                   WS-TOT-CONVERTIDOS * 100 / WS-TOT-EMITIDOS
           END-IF
           MOVE WS-CALC-PCT-CONVERSAO  TO SAI-VEN-PCT-CONVERSAO
           MOVE WS-TOT-ORCADO          TO SAI-VEN-ORCADO
           MOVE WS-TOT-CONVERTIDO      TO SAI-VEN-CONVERTIDO
           MOVE WS-LINHA-VENDEDOR      TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-LINHA-VENDEDOR
           MOVE WS-VEN-TAB-CPF (WS-VEN-IND)
                                       TO SAI-VEN-CPF
           MOVE WS-VEN-TAB-CPF (WS-VEN-IND)
                                       TO VEN-CPF
           READ ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE VEN-NOME           TO SAI-VEN-NOME
           ELSE
               MOVE "VENDEDOR NAO CADASTRADO"
                                       TO SAI-VEN-NOME
           END-IF
           MOVE 0                      TO WS-CALC-PCT-CONVERSAO
           IF WS-VEN-TAB-EMITIDOS (WS-VEN-IND) > 0
               COMPUTE WS-CALC-PCT-CONVERSAO ROUNDED =
                   WS-VEN-TAB-CONVERTIDOS (WS-VEN-IND) * 100
                   / WS-VEN-TAB-EMITIDOS (WS-VEN-IND)
           END-IF
           MOVE WS-VEN-TAB-EMITIDOS (WS-VEN-IND)
                                       TO SAI-VEN-EMITIDOS
           MOVE WS-VEN-TAB-CONVERTIDOS (WS-VEN-IND)
                                       TO SAI-VEN-CONVERTIDOS
           MOVE WS-VEN-TAB-VENCIDOS (WS-VEN-IND)
                                       TO SAI-VEN-VENCIDOS
           MOVE WS-VEN-TAB-CANCELADOS (WS-VEN-IND)
                                       TO SAI-VEN-CANCELADOS
           MOVE WS-VEN-TAB-ABERTOS (WS-VEN-IND)
                                       TO SAI-VEN-ABERTOS
           MOVE WS-CALC-PCT-CONVERSAO  TO SAI-VEN-PCT-CONVERSAO
           MOVE WS-VEN-TAB-ORCADO (WS-VEN-IND)
                                       TO SAI-VEN-ORCADO
           MOVE WS-VEN-TAB-CONVERTIDO (WS-VEN-IND)
                                       TO SAI-VEN-CONVERTIDO
           MOVE WS-LINHA-VENDEDOR      TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-CONVERSAO
           WRITE REG-REL-CONVERSAO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA CONVERSAO DE ORCAMENTOS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ORCAMENTOS EMITIDOS NO MES: " WS-TOT-EMITIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CONVERTIDOS EM PEDIDO.....: " WS-TOT-CONVERTIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VENCIDOS..................: " WS-TOT-VENCIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CANCELADOS................: " WS-TOT-CANCELADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "AINDA ABERTOS.............: " WS-TOT-ABERTOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-ORCADO          TO WS-VALOR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VALOR ORCADO..............: " WS-VALOR-RESUMO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-CONVERTIDO      TO WS-VALOR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VALOR CONVERTIDO..........: " WS-VALOR-RESUMO
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
               MOVE "RELAORCA"         TO SPL-PROGRAMA
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
       END PROGRAM RELAORCA.
      *----------------------------------------------------------------*
