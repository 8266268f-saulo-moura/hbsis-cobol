      ******************************************************************
      * PROGRAMA.: RELAPEND                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RELATORIO DE SALDOS PENDENTES DE ENTREGA - O QUE    *
      *            FALTOU EM ESTOQUE NO FATURAMENTO E AINDA ESPERA O   *
      *            PEDIDO COMPLEMENTAR, TOTALIZADO POR PRODUTO E POR   *
      *            CLIENTE, COM A QUANTIDADE, O VALOR E A DATA DO      *
      *            SALDO MAIS ANTIGO                                   *
      ******************************************************************
      * SO ENTRAM OS SALDOS EM ABERTO; O VALOR E O SALDO PELO PRECO    *
      * UNITARIO DA LINHA DO PEDIDO DE ORIGEM                          *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAPEND.
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
           SELECT ARQ-PENDENCIAS       ASSIGN TO  "WID-ARQ-RSD.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RSD-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PENDENCIA.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-REL-PENDENCIAS   ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-PENDENCIAS.
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
       FD ARQ-PENDENCIAS.
       COPY RESICADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-REL-PENDENCIAS.
       01 REG-REL-PENDENCIAS           PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PENDENCIA              PIC X(02).
           88 FS-RSD-OK                VALUE "00" THRU "09".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-PENDENCIAS         PIC X(02).
           88 FS-REL-PENDENCIAS-OK     VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAPEND".
       01 WS-VALOR-SALDO               PIC 9(11)V99    VALUE 0.
      *
      * --> TOTAIS POR PRODUTO E POR CLIENTE, NA ORDEM EM QUE
      *     APARECERAM
      *
       01 WS-QTD-PRODUTOS              PIC 9(04)       VALUE 0.
       01 WS-PRD-IND                   PIC 9(04)       VALUE 0.
       01 WS-PRD-TABELA.
           05 WS-PRD-OCORRENCIA        OCCURS 2000 TIMES.
               10 WS-PRD-TAB-CODIGO    PIC 9(07).
               10 WS-PRD-TAB-PEDIDOS   PIC 9(07).
               10 WS-PRD-TAB-QTD       PIC 9(09).
               10 WS-PRD-TAB-VALOR     PIC 9(13)V99.
               10 WS-PRD-TAB-DT-ANTIGA PIC 9(08).
       01 WS-QTD-CLIENTES              PIC 9(04)       VALUE 0.
       01 WS-CLI-IND                   PIC 9(04)       VALUE 0.
       01 WS-CLI-TABELA.
           05 WS-CLI-OCORRENCIA        OCCURS 2000 TIMES.
               10 WS-CLI-TAB-CNPJ      PIC 9(14).
               10 WS-CLI-TAB-LINHAS    PIC 9(07).
               10 WS-CLI-TAB-QTD       PIC 9(09).
               10 WS-CLI-TAB-VALOR     PIC 9(13)V99.
               10 WS-CLI-TAB-DT-ANTIGA PIC 9(08).
       01 WS-TOTAL-GERAL.
           05 WS-TOT-LINHAS            PIC 9(07)       VALUE 0.
           05 WS-TOT-QTD               PIC 9(09)       VALUE 0.
           05 WS-TOT-VALOR             PIC 9(13)V99    VALUE 0.
           05 WS-TOT-DT-ANTIGA         PIC 9(08)       VALUE 0.
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-PRODUTO.
           05 SAI-PRD-CODIGO           PIC 9(07).
           05 FILLER                   PIC X(01).
           05 SAI-PRD-DESCRICAO        PIC X(40).
           05 FILLER                   PIC X(01).
           05 SAI-PRD-PEDIDOS          PIC ZZZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-PRD-QTD              PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-PRD-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-PRD-DT-ANTIGA        PIC 9(08).
       01 WS-LINHA-CLIENTE.
           05 SAI-CLI-CNPJ             PIC 9(14).
           05 FILLER                   PIC X(01).
           05 SAI-CLI-NOME             PIC X(40).
           05 FILLER                   PIC X(01).
           05 SAI-CLI-LINHAS           PIC ZZZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-CLI-QTD              PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-CLI-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-CLI-DT-ANTIGA        PIC 9(08).
       01 WS-LINHA-RESUMO              PIC X(60).
       01 WS-VALOR-RESUMO              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-PENDENCIAS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-PENDENCIAS       SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           OPEN INPUT ARQ-PENDENCIAS
           IF NOT FS-RSD-OK
               DISPLAY "NAO HA SALDOS PENDENTES DE ENTREGA"
               GOBACK
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           OPEN INPUT ARQ-CLIENTES
           PERFORM 1000-PROCESSAR-PENDENCIAS
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-PND-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-PENDENCIAS
           STRING "SALDOS PENDENTES DE ENTREGA - POSICAO DE "
                  WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 2000-GRAVAR-PRODUTOS
           PERFORM 3000-GRAVAR-CLIENTES
           IF TABELA-CHEIA
               PERFORM 3900-GRAVAR-LINHA
               MOVE "TABELA DE PRODUTOS/CLIENTES CHEIA - TOTAIS "
                                       TO WS-LINHA-CABECALHO
               MOVE "INCOMPLETOS"      TO WS-LINHA-CABECALHO (44:)
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           CLOSE ARQ-REL-PENDENCIAS
           CLOSE ARQ-PENDENCIAS
           CLOSE ARQ-PRODUTOS
           CLOSE ARQ-CLIENTES
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-PROCESSAR-PENDENCIAS       SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PENDENCIAS NEXT
           PERFORM UNTIL NOT FS-RSD-OK
               IF PENDENCIA-ABERTA AND RSD-QTD-PENDENTE > 0
                   COMPUTE WS-VALOR-SALDO =
                       RSD-QTD-PENDENTE * RSD-PRECO-UNITARIO
                   ADD 1               TO WS-TOT-LINHAS
                   ADD RSD-QTD-PENDENTE TO WS-TOT-QTD
                   ADD WS-VALOR-SALDO  TO WS-TOT-VALOR
                   IF WS-TOT-DT-ANTIGA = 0
                       OR RSD-DT-INCLUSAO < WS-TOT-DT-ANTIGA
                       MOVE RSD-DT-INCLUSAO TO WS-TOT-DT-ANTIGA
                   END-IF
                   PERFORM 1100-SOMAR-PRODUTO
                   PERFORM 1200-SOMAR-CLIENTE
               END-IF
               READ ARQ-PENDENCIAS NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-SOMAR-PRODUTO              SECTION.
      *----------------------------------------------------------------*
      * O PEDIDO E CONTADO POR LINHA PENDENTE DO PRODUTO               *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU
           PERFORM VARYING WS-PRD-IND FROM 1 BY 1
                   UNTIL WS-PRD-IND > WS-QTD-PRODUTOS
                   OR ACHOU-OCORRENCIA
               IF WS-PRD-TAB-CODIGO (WS-PRD-IND) = RSD-PRODUTO
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-OCORRENCIA
               SUBTRACT 1              FROM WS-PRD-IND
           ELSE
               IF WS-QTD-PRODUTOS = 2000
                   MOVE "S"            TO WS-TABELA-CHEIA
                   GO TO 1100-FIM
               END-IF
               ADD 1                   TO WS-QTD-PRODUTOS
               MOVE WS-QTD-PRODUTOS    TO WS-PRD-IND
               INITIALIZE WS-PRD-OCORRENCIA (WS-PRD-IND)
               MOVE RSD-PRODUTO        TO WS-PRD-TAB-CODIGO (WS-PRD-IND)
           END-IF
           ADD 1                   TO WS-PRD-TAB-PEDIDOS (WS-PRD-IND)
           ADD RSD-QTD-PENDENTE    TO WS-PRD-TAB-QTD (WS-PRD-IND)
           ADD WS-VALOR-SALDO      TO WS-PRD-TAB-VALOR (WS-PRD-IND)
           IF WS-PRD-TAB-DT-ANTIGA (WS-PRD-IND) = 0
               OR RSD-DT-INCLUSAO < WS-PRD-TAB-DT-ANTIGA (WS-PRD-IND)
               MOVE RSD-DT-INCLUSAO
                               TO WS-PRD-TAB-DT-ANTIGA (WS-PRD-IND)
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-SOMAR-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-ACHOU
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-QTD-CLIENTES
                   OR ACHOU-OCORRENCIA
               IF WS-CLI-TAB-CNPJ (WS-CLI-IND) = RSD-CNPJ
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-OCORRENCIA
               SUBTRACT 1              FROM WS-CLI-IND
           ELSE
               IF WS-QTD-CLIENTES = 2000
                   MOVE "S"            TO WS-TABELA-CHEIA
                   GO TO 1200-FIM
               END-IF
               ADD 1                   TO WS-QTD-CLIENTES
               MOVE WS-QTD-CLIENTES    TO WS-CLI-IND
               INITIALIZE WS-CLI-OCORRENCIA (WS-CLI-IND)
               MOVE RSD-CNPJ           TO WS-CLI-TAB-CNPJ (WS-CLI-IND)
           END-IF
           ADD 1                   TO WS-CLI-TAB-LINHAS (WS-CLI-IND)
           ADD RSD-QTD-PENDENTE    TO WS-CLI-TAB-QTD (WS-CLI-IND)
           ADD WS-VALOR-SALDO      TO WS-CLI-TAB-VALOR (WS-CLI-IND)
           IF WS-CLI-TAB-DT-ANTIGA (WS-CLI-IND) = 0
               OR RSD-DT-INCLUSAO < WS-CLI-TAB-DT-ANTIGA (WS-CLI-IND)
               MOVE RSD-DT-INCLUSAO
                               TO WS-CLI-TAB-DT-ANTIGA (WS-CLI-IND)
           END-IF
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-GRAVAR-PRODUTOS            SECTION.
      *----------------------------------------------------------------*
      * UMA LINHA POR PRODUTO E A LINHA DO TOTAL GERAL                 *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "POR PRODUTO"          TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "PRODUTO DESCRICAO"    TO WS-LINHA-CABECALHO
           MOVE "LINHAS   QUANTIDADE     VALOR PENDENTE MAIS ANTIGO"
                                       TO WS-LINHA-CABECALHO (50:)
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-PRD-IND FROM 1 BY 1
                   UNTIL WS-PRD-IND > WS-QTD-PRODUTOS
               PERFORM 2100-GRAVAR-PRODUTO
           END-PERFORM
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-PRODUTO
           MOVE 0                      TO SAI-PRD-CODIGO
           MOVE "TOTAL GERAL"          TO SAI-PRD-DESCRICAO
           MOVE WS-TOT-LINHAS          TO SAI-PRD-PEDIDOS
           MOVE WS-TOT-QTD             TO SAI-PRD-QTD
           MOVE WS-TOT-VALOR           TO SAI-PRD-VALOR
           MOVE WS-TOT-DT-ANTIGA       TO SAI-PRD-DT-ANTIGA
           MOVE WS-LINHA-PRODUTO       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-PRODUTO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-LINHA-PRODUTO
           MOVE WS-PRD-TAB-CODIGO (WS-PRD-IND)
                                       TO SAI-PRD-CODIGO
           MOVE WS-PRD-TAB-CODIGO (WS-PRD-IND)
                                       TO PRO-CODIGO
           READ ARQ-PRODUTOS
           IF FS-PRO-OK
               MOVE PRO-DESCRICAO      TO SAI-PRD-DESCRICAO
           ELSE
               MOVE "PRODUTO NAO CADASTRADO"
                                       TO SAI-PRD-DESCRICAO
           END-IF
           MOVE WS-PRD-TAB-PEDIDOS (WS-PRD-IND)
                                       TO SAI-PRD-PEDIDOS
           MOVE WS-PRD-TAB-QTD (WS-PRD-IND)
                                       TO SAI-PRD-QTD
           MOVE WS-PRD-TAB-VALOR (WS-PRD-IND)
                                       TO SAI-PRD-VALOR
           MOVE WS-PRD-TAB-DT-ANTIGA (WS-PRD-IND)
                                       TO SAI-PRD-DT-ANTIGA
           MOVE WS-LINHA-PRODUTO       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-CLIENTES            SECTION.
      *----------------------------------------------------------------*
      * UMA LINHA POR CLIENTE; O TOTAL GERAL E O MESMO DOS PRODUTOS    *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "POR CLIENTE"          TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "CNPJ           NOME"  TO WS-LINHA-CABECALHO
           MOVE "LINHAS   QUANTIDADE     VALOR PENDENTE MAIS ANTIGO"
                                       TO WS-LINHA-CABECALHO (57:)
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-QTD-CLIENTES
               PERFORM 3100-GRAVAR-CLIENTE
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-GRAVAR-CLIENTE             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-LINHA-CLIENTE
           MOVE WS-CLI-TAB-CNPJ (WS-CLI-IND)
                                       TO SAI-CLI-CNPJ
           MOVE WS-CLI-TAB-CNPJ (WS-CLI-IND)
                                       TO CNPJ
           READ ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE NOME               TO SAI-CLI-NOME
           ELSE
               MOVE "CLIENTE NAO CADASTRADO"
                                       TO SAI-CLI-NOME
           END-IF
           MOVE WS-CLI-TAB-LINHAS (WS-CLI-IND)
                                       TO SAI-CLI-LINHAS
           MOVE WS-CLI-TAB-QTD (WS-CLI-IND)
                                       TO SAI-CLI-QTD
           MOVE WS-CLI-TAB-VALOR (WS-CLI-IND)
                                       TO SAI-CLI-VALOR
           MOVE WS-CLI-TAB-DT-ANTIGA (WS-CLI-IND)
                                       TO SAI-CLI-DT-ANTIGA
           MOVE WS-LINHA-CLIENTE       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-PENDENCIAS
           WRITE REG-REL-PENDENCIAS
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DOS SALDOS PENDENTES DE ENTREGA"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "LINHAS PENDENTES..........: " WS-TOT-LINHAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PRODUTOS..................: " WS-QTD-PRODUTOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES..................: " WS-QTD-CLIENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-VALOR           TO WS-VALOR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VALOR PENDENTE............: " WS-VALOR-RESUMO
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
               MOVE "RELAPEND"         TO SPL-PROGRAMA
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
       END PROGRAM RELAPEND.
      *----------------------------------------------------------------*
