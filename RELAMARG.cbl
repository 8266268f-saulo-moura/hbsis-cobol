      ******************************************************************
      * PROGRAMA.: RELAMARG                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RELATORIO DE MARGEM BRUTA - PARA O MES ESCOLHIDO,   *
      *            VALOR VENDIDO, CUSTO E MARGEM DOS ITENS DOS PEDIDOS *
      *            DE VENDA, PELO CUSTO EM VIGOR NA DATA DE CADA       *
      *            PEDIDO, POR PEDIDO, CLIENTE, VENDEDOR, CANAL E      *
      *            FILIAL, COM AS VENDAS ABAIXO DA MARGEM MINIMA DOS   *
      *            PARAMETROS                                          *
      ******************************************************************
      * ITENS SEM CUSTO INFORMADO FICAM FORA DA MARGEM E SAO           *
      * TOTALIZADOS A PARTE NO RESUMO                                  *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAMARG.
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
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-REL-MARGEM       ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-MARGEM.
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
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-REL-MARGEM.
       01 REG-REL-MARGEM               PIC X(132).
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
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-MARGEM             PIC X(02).
           88 FS-REL-MARGEM-OK         VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAMARG".
       01 WS-ANOMES-RELATORIO          PIC 9(06)       VALUE 0.
      *
      * --> MARGEM MINIMA DOS PARAMETROS E OPCAO DE LISTAR SO OS
      *     PEDIDOS ABAIXO DELA
      *
       01 WS-MARGEM-MINIMA             PIC 9(02)V99    VALUE 0.
       01 WS-SO-ABAIXO                 PIC X(01)       VALUE "N".
           88 LISTAR-SO-ABAIXO         VALUE "S".
      *
      * --> PERCURSO DOS ITENS: T = TOTALIZAR O PEDIDO, L = LISTAR OS
      *     ITENS ABAIXO DA MARGEM MINIMA
      *
       01 WS-MODO-ITENS                PIC X(01)       VALUE "T".
           88 MODO-TOTALIZAR           VALUE "T".
           88 MODO-LISTAR              VALUE "L".
      *
      * --> VALORES DO PEDIDO CORRENTE (SO ITENS COM CUSTO)
      *
       01 WS-PED-RECEITA               PIC 9(11)V99    VALUE 0.
       01 WS-PED-CUSTO                 PIC 9(11)V99    VALUE 0.
       01 WS-PED-ABAIXO                PIC X(01)       VALUE "N".
           88 PEDIDO-ABAIXO            VALUE "S".
       01 WS-CUSTO-LINHA               PIC 9(11)V99    VALUE 0.
      *
      * --> CALCULO DA MARGEM DE UMA LINHA (VALORES MOVIDOS PARA CA
      *     ANTES DE CADA LINHA)
      *
       01 WS-CALC-RECEITA              PIC 9(11)V99    VALUE 0.
       01 WS-CALC-CUSTO                PIC 9(11)V99    VALUE 0.
       01 WS-CALC-MARGEM               PIC S9(11)V99   VALUE 0.
       01 WS-CALC-PCT                  PIC S9(05)V9    VALUE 0.
      *
      * --> AGREGADOS POR CLIENTE (C), VENDEDOR (V), CANAL (N) E
      *     FILIAL (F), NA ORDEM EM QUE APARECERAM
      *
       01 WS-AGR-TIPO                  PIC X(01)       VALUE SPACE.
       01 WS-AGR-CODIGO                PIC X(14)       VALUE SPACES.
       01 WS-QTD-AGREGADOS             PIC 9(04)       VALUE 0.
       01 WS-AGR-IND                   PIC 9(04)       VALUE 0.
       01 WS-AGR-TABELA.
           05 WS-AGR-OCORRENCIA        OCCURS 5000 TIMES.
               10 WS-AGR-TAB-TIPO      PIC X(01).
               10 WS-AGR-TAB-COD       PIC X(14).
               10 WS-AGR-TAB-PED       PIC 9(07).
               10 WS-AGR-TAB-REC       PIC 9(11)V99.
               10 WS-AGR-TAB-CUS       PIC 9(11)V99.
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
      *
      * --> TOTAIS GERAIS
      *
       01 WS-TOT-PEDIDOS               PIC 9(07)       VALUE 0.
       01 WS-TOT-PED-ABAIXO            PIC 9(07)       VALUE 0.
       01 WS-TOT-ITE-ABAIXO            PIC 9(07)       VALUE 0.
       01 WS-TOT-RECEITA               PIC 9(11)V99    VALUE 0.
       01 WS-TOT-CUSTO                 PIC 9(11)V99    VALUE 0.
       01 WS-TOT-ITE-SEM-CUSTO         PIC 9(07)       VALUE 0.
       01 WS-TOT-VLR-SEM-CUSTO         PIC 9(11)V99    VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-PEDIDO.
           05 SAI-PED-NUMERO           PIC 9(09).
           05 FILLER                   PIC X(01).
           05 SAI-PED-DATA             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 SAI-PED-CNPJ             PIC 9(14).
           05 FILLER                   PIC X(01).
           05 SAI-PED-CPF              PIC 9(11).
           05 FILLER                   PIC X(01).
           05 SAI-PED-RECEITA          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-PED-CUSTO            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-PED-MARGEM           PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-PED-PCT              PIC -ZZZZ9,9.
           05 FILLER                   PIC X(01).
           05 SAI-PED-MARCA            PIC X(01).
       01 WS-LINHA-ITEM.
           05 FILLER                   PIC X(04).
           05 SAI-ITE-SEQUENCIA        PIC 9(03).
           05 FILLER                   PIC X(01).
           05 SAI-ITE-PRODUTO          PIC 9(07).
           05 FILLER                   PIC X(01).
           05 SAI-ITE-QUANTIDADE       PIC ZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-ITE-PRECO            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-ITE-CUSTO            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-ITE-PCT              PIC -ZZZZ9,9.
       01 WS-LINHA-AGREGADO.
           05 SAI-AGR-CODIGO           PIC X(14).
           05 FILLER                   PIC X(01).
           05 SAI-AGR-NOME             PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-AGR-PEDIDOS          PIC ZZZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-AGR-RECEITA          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-AGR-CUSTO            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-AGR-MARGEM           PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-AGR-PCT              PIC -ZZZZ9,9.
           05 FILLER                   PIC X(01).
           05 SAI-AGR-MARCA            PIC X(01).
       01 WS-LINHA-RESUMO              PIC X(60).
       01 WS-VALOR-RESUMO              PIC -Z.ZZZ.ZZZ.ZZ9,99.
      *
       COPY CUSTPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-MARGEM.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-MARGEM           SECTION.
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
           DISPLAY "LISTAR SO OS PEDIDOS ABAIXO DA MARGEM MINIMA "
                   "(S/N): "           WITH NO ADVANCING
           ACCEPT WS-SO-ABAIXO
           INSPECT WS-SO-ABAIXO        CONVERTING "s" TO "S"
           PERFORM 0100-LER-PARAMETROS
           OPEN INPUT ARQ-PEDIDOS
           IF NOT FS-PED-OK
               DISPLAY "NAO HA PEDIDOS CADASTRADOS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-ITENS
           IF NOT FS-ITE-OK
               DISPLAY "NAO HA ITENS DE PEDIDO CADASTRADOS"
               CLOSE ARQ-PEDIDOS
               GOBACK
           END-IF
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-VENDEDORES
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-MRG-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-MARGEM
           MOVE WS-MARGEM-MINIMA       TO SAI-ITE-PCT
           STRING "MARGEM BRUTA - COMPETENCIA " WS-ANOMES-RELATORIO
                  " - MARGEM MINIMA (PCT): " SAI-ITE-PCT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "POR PEDIDO (* = ABAIXO DA MARGEM MINIMA)"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "PEDIDO    DATA     CNPJ           VENDEDOR   "
                                       TO WS-LINHA-CABECALHO
           MOVE "     VALOR VENDIDO             CUSTO            "
                                       TO WS-LINHA-CABECALHO (47:)
           MOVE "MARGEM   PCT"         TO WS-LINHA-CABECALHO (95:)
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 1000-PROCESSAR-PEDIDOS
           MOVE "C"                    TO WS-AGR-TIPO
           MOVE "POR CLIENTE"          TO WS-LINHA-CABECALHO
           PERFORM 2000-GRAVAR-AGREGADOS
           MOVE "V"                    TO WS-AGR-TIPO
           MOVE "POR VENDEDOR"         TO WS-LINHA-CABECALHO
           PERFORM 2000-GRAVAR-AGREGADOS
           MOVE "N"                    TO WS-AGR-TIPO
           MOVE "POR CANAL"            TO WS-LINHA-CABECALHO
           PERFORM 2000-GRAVAR-AGREGADOS
           MOVE "F"                    TO WS-AGR-TIPO
           MOVE "POR FILIAL"           TO WS-LINHA-CABECALHO
           PERFORM 2000-GRAVAR-AGREGADOS
           IF TABELA-CHEIA
               PERFORM 3900-GRAVAR-LINHA
               MOVE "TABELA DE AGREGADOS CHEIA - TOTAIS INCOMPLETOS"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           MOVE "F"                    TO PMC-FUNCAO
           CALL "CUSTPROD"             USING REG-PARM-CUSTO
           CLOSE ARQ-REL-MARGEM
           CLOSE ARQ-PEDIDOS
           CLOSE ARQ-ITENS
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
       0100-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-MARGEM-MINIMA
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   IF PAR-PCT-MARGEM-MINIMA NUMERIC
                       MOVE PAR-PCT-MARGEM-MINIMA
                                       TO WS-MARGEM-MINIMA
                   END-IF
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-PROCESSAR-PEDIDOS          SECTION.
      *----------------------------------------------------------------*
      * PEDIDOS DE VENDA DO MES PELA CHAVE DE DATA                     *
      *----------------------------------------------------------------*
           COMPUTE PED-DATA = WS-ANOMES-RELATORIO * 100 + 1
           START ARQ-PEDIDOS           KEY IS NOT < PED-DATA
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-DATA (1:6) > WS-ANOMES-RELATORIO
               IF NOT PEDIDO-CANCELADO AND TIPO-VENDA
                   PERFORM 1100-PROCESSAR-PEDIDO
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-PROCESSAR-PEDIDO           SECTION.
      *----------------------------------------------------------------*
      * TOTALIZA OS ITENS, GRAVA A LINHA DO PEDIDO E, ABAIXO DA MARGEM *
      * MINIMA, PERCORRE DE NOVO OS ITENS PARA LISTAR OS QUE FICARAM   *
      * ABAIXO; DEPOIS SOMA O PEDIDO NOS AGREGADOS                     *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-PEDIDOS
           MOVE 0                      TO WS-PED-RECEITA
           MOVE 0                      TO WS-PED-CUSTO
           MOVE "T"                    TO WS-MODO-ITENS
           PERFORM 1200-PERCORRER-ITENS
           ADD WS-PED-RECEITA          TO WS-TOT-RECEITA
           ADD WS-PED-CUSTO            TO WS-TOT-CUSTO
           MOVE WS-PED-RECEITA         TO WS-CALC-RECEITA
           MOVE WS-PED-CUSTO           TO WS-CALC-CUSTO
           PERFORM 3800-CALCULAR-MARGEM
           MOVE "N"                    TO WS-PED-ABAIXO
           IF WS-CALC-RECEITA > 0
               AND WS-CALC-PCT < WS-MARGEM-MINIMA
               MOVE "S"                TO WS-PED-ABAIXO
               ADD 1                   TO WS-TOT-PED-ABAIXO
           END-IF
           IF PEDIDO-ABAIXO OR NOT LISTAR-SO-ABAIXO
               MOVE SPACES             TO WS-LINHA-PEDIDO
               MOVE PED-NUMERO         TO SAI-PED-NUMERO
               MOVE PED-DATA           TO SAI-PED-DATA
               MOVE PED-CNPJ           TO SAI-PED-CNPJ
               MOVE PED-CPF            TO SAI-PED-CPF
               MOVE WS-CALC-RECEITA    TO SAI-PED-RECEITA
               MOVE WS-CALC-CUSTO      TO SAI-PED-CUSTO
               MOVE WS-CALC-MARGEM     TO SAI-PED-MARGEM
               MOVE WS-CALC-PCT        TO SAI-PED-PCT
               IF PEDIDO-ABAIXO
                   MOVE "*"            TO SAI-PED-MARCA
               END-IF
               MOVE WS-LINHA-PEDIDO    TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           IF PEDIDO-ABAIXO
               MOVE "L"                TO WS-MODO-ITENS
               PERFORM 1200-PERCORRER-ITENS
           END-IF
           PERFORM 1300-ACUMULAR-AGREGADOS
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-PERCORRER-ITENS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS             KEY IS NOT < ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
           END-IF
           PERFORM UNTIL NOT FS-ITE-OK
                   OR ITE-NUMERO-PED NOT = PED-NUMERO
               PERFORM 1210-VALORIZAR-ITEM
               READ ARQ-ITENS NEXT
           END-PERFORM
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1210-VALORIZAR-ITEM             SECTION.
      *----------------------------------------------------------------*
      * CUSTO DO PRODUTO EM VIGOR NA DATA DO PEDIDO; SEM CUSTO O ITEM  *
      * SO ENTRA NO TOTAL A PARTE DO RESUMO                            *
      *----------------------------------------------------------------*
           MOVE "C"                    TO PMC-FUNCAO
           MOVE ITE-PRODUTO            TO PMC-PRODUTO
           MOVE PED-DATA               TO PMC-DATA
           CALL "CUSTPROD"             USING REG-PARM-CUSTO
           IF PMC-SEM-CUSTO OR PMC-ERRO
               IF MODO-TOTALIZAR
                   ADD 1               TO WS-TOT-ITE-SEM-CUSTO
                   ADD ITE-VALOR-TOTAL TO WS-TOT-VLR-SEM-CUSTO
               END-IF
               GO TO 1210-FIM
           END-IF
           COMPUTE WS-CUSTO-LINHA = PMC-PRECO-CUSTO * ITE-QUANTIDADE
           IF MODO-TOTALIZAR
               ADD ITE-VALOR-TOTAL     TO WS-PED-RECEITA
               ADD WS-CUSTO-LINHA      TO WS-PED-CUSTO
               GO TO 1210-FIM
           END-IF
           MOVE ITE-VALOR-TOTAL        TO WS-CALC-RECEITA
           MOVE WS-CUSTO-LINHA         TO WS-CALC-CUSTO
           PERFORM 3800-CALCULAR-MARGEM
           IF WS-CALC-RECEITA = 0
               OR WS-CALC-PCT NOT < WS-MARGEM-MINIMA
               GO TO 1210-FIM
           END-IF
           ADD 1                       TO WS-TOT-ITE-ABAIXO
           MOVE SPACES                 TO WS-LINHA-ITEM
           MOVE ITE-SEQUENCIA          TO SAI-ITE-SEQUENCIA
           MOVE ITE-PRODUTO            TO SAI-ITE-PRODUTO
           MOVE ITE-QUANTIDADE         TO SAI-ITE-QUANTIDADE
           MOVE ITE-PRECO-UNITARIO     TO SAI-ITE-PRECO
           MOVE PMC-PRECO-CUSTO        TO SAI-ITE-CUSTO
           MOVE WS-CALC-PCT            TO SAI-ITE-PCT
           MOVE WS-LINHA-ITEM          TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       1210-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1300-ACUMULAR-AGREGADOS         SECTION.
      *----------------------------------------------------------------*
      * CANAL E FILIAL VEM DO CADASTRO DO CLIENTE DO PEDIDO            *
      *----------------------------------------------------------------*
           MOVE PED-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF NOT FS-CLI-OK
               MOVE SPACE              TO CANAL
               MOVE 0                  TO FILIAL
           END-IF
           MOVE "C"                    TO WS-AGR-TIPO
           MOVE PED-CNPJ               TO WS-AGR-CODIGO
           PERFORM 1310-SOMAR-AGREGADO
           MOVE "V"                    TO WS-AGR-TIPO
           MOVE PED-CPF                TO WS-AGR-CODIGO
           PERFORM 1310-SOMAR-AGREGADO
           MOVE "N"                    TO WS-AGR-TIPO
           MOVE CANAL                  TO WS-AGR-CODIGO
           PERFORM 1310-SOMAR-AGREGADO
           MOVE "F"                    TO WS-AGR-TIPO
           MOVE FILIAL                 TO WS-AGR-CODIGO
           PERFORM 1310-SOMAR-AGREGADO
           .
       1300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1310-SOMAR-AGREGADO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-ACHOU
           PERFORM VARYING WS-AGR-IND FROM 1 BY 1
                   UNTIL WS-AGR-IND > WS-QTD-AGREGADOS
                   OR ACHOU-OCORRENCIA
               IF WS-AGR-TAB-TIPO (WS-AGR-IND) = WS-AGR-TIPO
                   AND WS-AGR-TAB-COD (WS-AGR-IND) = WS-AGR-CODIGO
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-OCORRENCIA
               SUBTRACT 1              FROM WS-AGR-IND
           ELSE
               IF WS-QTD-AGREGADOS = 5000
                   MOVE "S"            TO WS-TABELA-CHEIA
                   GO TO 1310-FIM
               END-IF
               ADD 1                   TO WS-QTD-AGREGADOS
               MOVE WS-QTD-AGREGADOS   TO WS-AGR-IND
               MOVE WS-AGR-TIPO        TO WS-AGR-TAB-TIPO (WS-AGR-IND)
               MOVE WS-AGR-CODIGO      TO WS-AGR-TAB-COD (WS-AGR-IND)
               MOVE 0                  TO WS-AGR-TAB-PED (WS-AGR-IND)
               MOVE 0                  TO WS-AGR-TAB-REC (WS-AGR-IND)
               MOVE 0                  TO WS-AGR-TAB-CUS (WS-AGR-IND)
           END-IF
           ADD 1                       TO WS-AGR-TAB-PED (WS-AGR-IND)
           ADD WS-PED-RECEITA          TO WS-AGR-TAB-REC (WS-AGR-IND)
           ADD WS-PED-CUSTO            TO WS-AGR-TAB-CUS (WS-AGR-IND)
           .
       1310-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-GRAVAR-AGREGADOS           SECTION.
      *----------------------------------------------------------------*
      * UMA SECAO DO RELATORIO COM AS OCORRENCIAS DO TIPO ESCOLHIDO    *
      *----------------------------------------------------------------*
           MOVE WS-LINHA-CABECALHO     TO WS-LINHA-RESUMO
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-LINHA-RESUMO        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-AGR-IND FROM 1 BY 1
                   UNTIL WS-AGR-IND > WS-QTD-AGREGADOS
               IF WS-AGR-TAB-TIPO (WS-AGR-IND) = WS-AGR-TIPO
                   PERFORM 2100-GRAVAR-AGREGADO
               END-IF
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-AGREGADO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-LINHA-AGREGADO
           MOVE WS-AGR-TAB-COD (WS-AGR-IND)
                                       TO SAI-AGR-CODIGO
           EVALUATE WS-AGR-TIPO
               WHEN "C"
                   MOVE WS-AGR-TAB-COD (WS-AGR-IND)
                                       TO CNPJ
                   READ ARQ-CLIENTES
                   IF FS-CLI-OK
                       MOVE NOME       TO SAI-AGR-NOME
                   ELSE
                       MOVE "CLIENTE NAO CADASTRADO"
                                       TO SAI-AGR-NOME
                   END-IF
               WHEN "V"
                   MOVE WS-AGR-TAB-COD (WS-AGR-IND) (1:11)
                                       TO VEN-CPF
                   READ ARQ-VENDEDORES
                   IF FS-VEN-OK
                       MOVE VEN-NOME   TO SAI-AGR-NOME
                   ELSE
                       MOVE "VENDEDOR NAO CADASTRADO"
                                       TO SAI-AGR-NOME
                   END-IF
               WHEN "N"
                   MOVE WS-AGR-TAB-COD (WS-AGR-IND) (1:1)
                                       TO CANAL
                   EVALUATE TRUE
                       WHEN CANAL-BAR
                           MOVE "BAR"  TO SAI-AGR-NOME
                       WHEN CANAL-MERCADO
                           MOVE "MERCADO"
                                       TO SAI-AGR-NOME
                       WHEN CANAL-RESTAURANTE
                           MOVE "RESTAURANTE"
                                       TO SAI-AGR-NOME
                       WHEN CANAL-ATACADO
                           MOVE "ATACADO"
                                       TO SAI-AGR-NOME
                       WHEN OTHER
                           MOVE "CANAL NAO INFORMADO"
                                       TO SAI-AGR-NOME
                   END-EVALUATE
           END-EVALUATE
           MOVE WS-AGR-TAB-PED (WS-AGR-IND)
                                       TO SAI-AGR-PEDIDOS
           MOVE WS-AGR-TAB-REC (WS-AGR-IND)
                                       TO WS-CALC-RECEITA
           MOVE WS-AGR-TAB-CUS (WS-AGR-IND)
                                       TO WS-CALC-CUSTO
           PERFORM 3800-CALCULAR-MARGEM
           MOVE WS-CALC-RECEITA        TO SAI-AGR-RECEITA
           MOVE WS-CALC-CUSTO          TO SAI-AGR-CUSTO
           MOVE WS-CALC-MARGEM         TO SAI-AGR-MARGEM
           MOVE WS-CALC-PCT            TO SAI-AGR-PCT
           IF WS-CALC-RECEITA > 0
               AND WS-CALC-PCT < WS-MARGEM-MINIMA
               MOVE "*"                TO SAI-AGR-MARCA
           END-IF
           MOVE WS-LINHA-AGREGADO      TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3800-CALCULAR-MARGEM            SECTION.
      *----------------------------------------------------------------*
      * MARGEM EM VALOR E EM PCT SOBRE O VALOR VENDIDO                 *
      *----------------------------------------------------------------*
           COMPUTE WS-CALC-MARGEM = WS-CALC-RECEITA - WS-CALC-CUSTO
           MOVE 0                      TO WS-CALC-PCT
           IF WS-CALC-RECEITA > 0
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-MARGEM * 100 / WS-CALC-RECEITA
                   ON SIZE ERROR
                       MOVE -99999,9   TO WS-CALC-PCT
               END-COMPUTE
           END-IF
           .
       3800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-MARGEM
           WRITE REG-REL-MARGEM
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA MARGEM BRUTA"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS DE VENDA NO MES...: " WS-TOT-PEDIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS ABAIXO DO MINIMO..: " WS-TOT-PED-ABAIXO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ITENS ABAIXO DO MINIMO....: " WS-TOT-ITE-ABAIXO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-RECEITA         TO WS-VALOR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VALOR VENDIDO COM CUSTO...: " WS-VALOR-RESUMO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-CUSTO           TO WS-VALOR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CUSTO DAS VENDAS..........: " WS-VALOR-RESUMO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           COMPUTE WS-VALOR-RESUMO = WS-TOT-RECEITA - WS-TOT-CUSTO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "MARGEM BRUTA..............: " WS-VALOR-RESUMO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ITENS SEM CUSTO...........: " WS-TOT-ITE-SEM-CUSTO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-VLR-SEM-CUSTO   TO WS-VALOR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VALOR DOS ITENS SEM CUSTO.: " WS-VALOR-RESUMO
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
               MOVE "RELAMARG"         TO SPL-PROGRAMA
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
       END PROGRAM RELAMARG.
      *----------------------------------------------------------------*
