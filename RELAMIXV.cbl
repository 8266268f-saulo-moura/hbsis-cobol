      ******************************************************************
      * PROGRAMA.: RELAMIXV                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RELATORIO DE MIX DE VENDAS - PARA O MES ESCOLHIDO,  *
      *            QUANTIDADE, VALOR E PARTICIPACAO DE CADA MARCA,     *
      *            CATEGORIA, EMBALAGEM OU FAMILIA NOS ITENS DOS       *
      *            PEDIDOS DE VENDA, POR VENDEDOR, POR CANAL E POR     *
      *            FILIAL DO CLIENTE                                   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAMIXV.
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
           SELECT ARQ-REL-MIX          ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-MIX.
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
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-REL-MIX.
       01 REG-REL-MIX                  PIC X(132).
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
           88 FS-PED-NAO-EXISTE        VALUE "35".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-MIX                PIC X(02).
           88 FS-REL-MIX-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAMIXV".
       01 WS-ANOMES-RELATORIO          PIC 9(06)       VALUE 0.
      *
      * --> NIVEL DA HIERARQUIA DE PRODUTO (BRANCO = FAMILIA)
      *
       01 WS-NIVEL-PRODUTO             PIC X(01)       VALUE SPACE.
       01 WS-DESC-NIVEL                PIC X(09)       VALUE SPACES.
      *
      * --> CHAVE DE QUEBRA PASSADA AO SUBPROGRAMA: TIPO (V = VENDEDOR,
      *     C = CANAL, F = FILIAL) SEGUIDO DO CODIGO
      *
       01 WS-CHAVE-MIX.
           05 WS-MIX-TIPO              PIC X(01).
           05 WS-MIX-CODIGO            PIC X(14).
       01 WS-CHAVE-QUEBRA              PIC X(15)       VALUE SPACES.
      *
       01 WS-FAM-IND                   PIC 9(04)       VALUE 0.
       01 WS-ANT-IND                   PIC 9(04)       VALUE 0.
       01 WS-PRIMEIRA-VEZ              PIC X(01)       VALUE "S".
           88 PRIMEIRA-OCORRENCIA      VALUE "S".
       01 WS-TOTAL-QUEBRA-QTD          PIC 9(09)       VALUE 0.
       01 WS-TOTAL-QUEBRA-VALOR        PIC 9(11)V99    VALUE 0.
       01 WS-PCT-PARTICIPACAO          PIC 9(03)V9     VALUE 0.
       01 WS-TOT-PEDIDOS               PIC 9(07)       VALUE 0.
       01 WS-TOT-VALOR                 PIC 9(11)V99    VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-QUEBRA.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-QUEBRA-TITULO        PIC X(09).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-QUEBRA-CODIGO        PIC X(14).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-QUEBRA-NOME          PIC X(40).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-QUEBRA-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-MIX.
           05 FILLER                   PIC X(06)   VALUE SPACES.
           05 SAI-MIX-GRUPO            PIC X(40).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-MIX-QTD              PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-MIX-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-MIX-PCT              PIC ZZ9,9.
           05 FILLER                   PIC X(01)   VALUE "%".
       01 WS-LINHA-RESUMO              PIC X(60).
      *
       COPY FAMIPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-MIX.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-MIX              SECTION.
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
           DISPLAY "NIVEL DE PRODUTO (M=MARCA C=CATEGORIA "
                   "E=EMBALAGEM F=FAMILIA): "
                                       WITH NO ADVANCING
           ACCEPT WS-NIVEL-PRODUTO
           INSPECT WS-NIVEL-PRODUTO    CONVERTING "mcef" TO "MCEF"
           EVALUATE WS-NIVEL-PRODUTO
               WHEN "M"
                   MOVE "MARCA"        TO WS-DESC-NIVEL
               WHEN "C"
                   MOVE "CATEGORIA"    TO WS-DESC-NIVEL
               WHEN "E"
                   MOVE "EMBALAGEM"    TO WS-DESC-NIVEL
               WHEN OTHER
                   MOVE "F"            TO WS-NIVEL-PRODUTO
                   MOVE "FAMILIA"      TO WS-DESC-NIVEL
           END-EVALUATE
           OPEN INPUT ARQ-PEDIDOS
           IF NOT FS-PED-OK
               DISPLAY "NAO HA PEDIDOS CADASTRADOS"
               GOBACK
           END-IF
           MOVE "I"                    TO PMF-FUNCAO
           MOVE WS-NIVEL-PRODUTO       TO PMF-NIVEL
           CALL "TOTAFAMI"             USING REG-PARM-FAMILIA
           IF PMF-ERRO
               DISPLAY "ERRO NO ACESSO AOS ITENS OU PRODUTOS"
               CLOSE ARQ-PEDIDOS
               GOBACK
           END-IF
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-VENDEDORES
           PERFORM 1000-ACUMULAR-PEDIDOS
           MOVE "F"                    TO PMF-FUNCAO
           CALL "TOTAFAMI"             USING REG-PARM-FAMILIA
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-MIX-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-MIX
           STRING "MIX DE VENDAS POR " WS-DESC-NIVEL
                  " - COMPETENCIA " WS-ANOMES-RELATORIO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "V"                    TO WS-MIX-TIPO
           MOVE "POR VENDEDOR"         TO WS-LINHA-CABECALHO
           PERFORM 2000-GRAVAR-SECAO
           MOVE "C"                    TO WS-MIX-TIPO
           MOVE "POR CANAL"            TO WS-LINHA-CABECALHO
           PERFORM 2000-GRAVAR-SECAO
           MOVE "F"                    TO WS-MIX-TIPO
           MOVE "POR FILIAL"           TO WS-LINHA-CABECALHO
           PERFORM 2000-GRAVAR-SECAO
           IF PMF-TABELA-CHEIA
               MOVE "TABELA DE TOTAIS CHEIA - GRUPOS INCOMPLETOS"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           CLOSE ARQ-REL-MIX
           CLOSE ARQ-PEDIDOS
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
       1000-ACUMULAR-PEDIDOS           SECTION.
      *----------------------------------------------------------------*
      * PEDIDOS DE VENDA DO MES PELA CHAVE DE DATA; CADA PEDIDO ENTRA  *
      * TRES VEZES NO SUBPROGRAMA - NO VENDEDOR, NO CANAL E NA FILIAL  *
      * DO CLIENTE                                                     *
      *----------------------------------------------------------------*
           COMPUTE PED-DATA = WS-ANOMES-RELATORIO * 100 + 1
           START ARQ-PEDIDOS           KEY IS NOT < PED-DATA
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-DATA (1:6) > WS-ANOMES-RELATORIO
               IF NOT PEDIDO-CANCELADO AND TIPO-VENDA
                   PERFORM 1100-ACUMULAR-PEDIDO
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ACUMULAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-PEDIDOS
           ADD PED-VALOR               TO WS-TOT-VALOR
           MOVE PED-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF NOT FS-CLI-OK
               MOVE SPACE              TO CANAL
               MOVE 0                  TO FILIAL
           END-IF
           MOVE "A"                    TO PMF-FUNCAO
           MOVE PED-NUMERO             TO PMF-NUMERO-PED
           MOVE "V"                    TO WS-MIX-TIPO
           MOVE PED-CPF                TO WS-MIX-CODIGO
           MOVE WS-CHAVE-MIX           TO PMF-CHAVE
           CALL "TOTAFAMI"             USING REG-PARM-FAMILIA
           MOVE "C"                    TO WS-MIX-TIPO
           MOVE CANAL                  TO WS-MIX-CODIGO
           MOVE WS-CHAVE-MIX           TO PMF-CHAVE
           CALL "TOTAFAMI"             USING REG-PARM-FAMILIA
           MOVE "F"                    TO WS-MIX-TIPO
           MOVE FILIAL                 TO WS-MIX-CODIGO
           MOVE WS-CHAVE-MIX           TO PMF-CHAVE
           CALL "TOTAFAMI"             USING REG-PARM-FAMILIA
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-GRAVAR-SECAO               SECTION.
      *----------------------------------------------------------------*
      * PERCORRE A TABELA DO SUBPROGRAMA E, NA PRIMEIRA LINHA DE CADA  *
      * CHAVE DO TIPO DA SECAO, IMPRIME O BLOCO INTEIRO DA CHAVE       *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-FAM-IND FROM 1 BY 1
                   UNTIL WS-FAM-IND > PMF-QTD-LINHAS
               IF PMF-LIN-CHAVE (WS-FAM-IND) (1:1) = WS-MIX-TIPO
                   MOVE "S"            TO WS-PRIMEIRA-VEZ
                   PERFORM VARYING WS-ANT-IND FROM 1 BY 1
                           UNTIL WS-ANT-IND NOT < WS-FAM-IND
                           OR NOT PRIMEIRA-OCORRENCIA
                       IF PMF-LIN-CHAVE (WS-ANT-IND)
                           = PMF-LIN-CHAVE (WS-FAM-IND)
                           MOVE "N"    TO WS-PRIMEIRA-VEZ
                       END-IF
                   END-PERFORM
                   IF PRIMEIRA-OCORRENCIA
                       MOVE PMF-LIN-CHAVE (WS-FAM-IND)
                                       TO WS-CHAVE-QUEBRA
                       PERFORM 2100-GRAVAR-QUEBRA
                   END-IF
               END-IF
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-QUEBRA              SECTION.
      *----------------------------------------------------------------*
      * TOTAL DA CHAVE, LINHA DE IDENTIFICACAO E OS GRUPOS COM A       *
      * PARTICIPACAO DE CADA UM NO VALOR DA CHAVE                      *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-TOTAL-QUEBRA-QTD
           MOVE 0                      TO WS-TOTAL-QUEBRA-VALOR
           PERFORM VARYING WS-ANT-IND FROM WS-FAM-IND BY 1
                   UNTIL WS-ANT-IND > PMF-QTD-LINHAS
               IF PMF-LIN-CHAVE (WS-ANT-IND) = WS-CHAVE-QUEBRA
                   ADD PMF-LIN-QTD (WS-ANT-IND)
                                       TO WS-TOTAL-QUEBRA-QTD
                   ADD PMF-LIN-VALOR (WS-ANT-IND)
                                       TO WS-TOTAL-QUEBRA-VALOR
               END-IF
           END-PERFORM
           MOVE WS-CHAVE-QUEBRA        TO WS-CHAVE-MIX
           MOVE WS-MIX-CODIGO          TO SAI-QUEBRA-CODIGO
           MOVE SPACES                 TO SAI-QUEBRA-NOME
           EVALUATE WS-MIX-TIPO
               WHEN "V"
                   MOVE "VENDEDOR"     TO SAI-QUEBRA-TITULO
                   MOVE WS-MIX-CODIGO (1:11)
                                       TO VEN-CPF
                   READ ARQ-VENDEDORES
                   IF FS-VEN-OK
                       MOVE VEN-NOME   TO SAI-QUEBRA-NOME
                   ELSE
                       MOVE "VENDEDOR NAO CADASTRADO"
                                       TO SAI-QUEBRA-NOME
                   END-IF
               WHEN "C"
                   MOVE "CANAL"        TO SAI-QUEBRA-TITULO
                   MOVE WS-MIX-CODIGO (1:1)
                                       TO CANAL
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
                   MOVE "FILIAL"       TO SAI-QUEBRA-TITULO
           END-EVALUATE
           MOVE WS-TOTAL-QUEBRA-VALOR  TO SAI-QUEBRA-VALOR
           MOVE WS-LINHA-QUEBRA        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-ANT-IND FROM WS-FAM-IND BY 1
                   UNTIL WS-ANT-IND > PMF-QTD-LINHAS
               IF PMF-LIN-CHAVE (WS-ANT-IND) = WS-CHAVE-QUEBRA
                   PERFORM 2200-GRAVAR-GRUPO
               END-IF
           END-PERFORM
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-GRAVAR-GRUPO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-PCT-PARTICIPACAO
           IF WS-TOTAL-QUEBRA-VALOR > 0
               COMPUTE WS-PCT-PARTICIPACAO ROUNDED =
                   PMF-LIN-VALOR (WS-ANT-IND) * 100
                   / WS-TOTAL-QUEBRA-VALOR
           END-IF
           MOVE PMF-LIN-GRUPO (WS-ANT-IND) TO SAI-MIX-GRUPO
           MOVE PMF-LIN-QTD (WS-ANT-IND)   TO SAI-MIX-QTD
           MOVE PMF-LIN-VALOR (WS-ANT-IND) TO SAI-MIX-VALOR
           MOVE WS-PCT-PARTICIPACAO    TO SAI-MIX-PCT
           MOVE WS-LINHA-MIX           TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-MIX
           WRITE REG-REL-MIX
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
           DISPLAY "RESUMO DO MIX DE VENDAS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS DE VENDA NO MES...: " WS-TOT-PEDIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-VALOR           TO SAI-QUEBRA-VALOR
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VALOR DOS PEDIDOS.........: " SAI-QUEBRA-VALOR
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
               MOVE "RELAMIXV"         TO SPL-PROGRAMA
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
       END PROGRAM RELAMIXV.
      *----------------------------------------------------------------*
