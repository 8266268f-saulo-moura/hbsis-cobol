      ******************************************************************
      * PROGRAMA.: RELAREAL                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RELATORIO DE REALIZACAO DE PRECO - PARA O MES       *
      *            ESCOLHIDO, PRECO PRATICADO CONTRA O PRECO DE TABELA *
      *            DO PRODUTO NOS ITENS DOS PEDIDOS DE VENDA: PRECO    *
      *            MEDIO POR PRODUTO, DESCONTO E VALOR CEDIDO POR      *
      *            VENDEDOR E SUPERVISOR E ITENS VENDIDOS EXATAMENTE   *
      *            NO PRECO MINIMO DA TABELA DE PRECOS                 *
      ******************************************************************
      * O PRECO DE TABELA E A FAIXA SAO OS EM VIGOR NA DATA DE CADA    *
      * PEDIDO, PELO HISTORICO DE PRECOS (PRECPROD)                    *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAREAL.
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
           SELECT ARQ-REL-REALIZACAO   ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-REALIZACAO.
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
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
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
       FD ARQ-REL-REALIZACAO.
       01 REG-REL-REALIZACAO           PIC X(132).
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
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-SUPERVISOR             PIC X(02).
           88 FS-SUP-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-REALIZACAO         PIC X(02).
           88 FS-REL-REALIZACAO-OK     VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAREAL".
       01 WS-ANOMES-RELATORIO          PIC 9(06)       VALUE 0.
      *
      * --> SEGMENTO DO CLIENTE E SUPERVISOR DO VENDEDOR DO PEDIDO
      *
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
       01 WS-CANAL-CLIENTE             PIC X(01)       VALUE SPACE.
       01 WS-PORTE-CLIENTE             PIC X(01)       VALUE SPACE.
       01 WS-SUPERVISOR-PEDIDO         PIC 9(07)       VALUE 0.
      *
      * --> VALORES DO ITEM CORRENTE
      *
       01 WS-ITE-TABELA                PIC 9(11)V99    VALUE 0.
       01 WS-ITE-NO-PISO               PIC 9(01)       VALUE 0.
      *
      * --> AGREGADOS POR PRODUTO (P), VENDEDOR (V) E SUPERVISOR (S),
      *     NA ORDEM EM QUE APARECERAM
      *
       01 WS-AGR-TIPO                  PIC X(01)       VALUE SPACE.
       01 WS-AGR-CODIGO                PIC X(14)       VALUE SPACES.
       01 WS-QTD-AGREGADOS             PIC 9(04)       VALUE 0.
       01 WS-AGR-IND                   PIC 9(04)       VALUE 0.
       01 WS-AGR-TABELA.
           05 WS-AGR-OCORRENCIA        OCCURS 5000 TIMES.
               10 WS-AGR-TAB-TIPO      PIC X(01).
               10 WS-AGR-TAB-COD       PIC X(14).
               10 WS-AGR-TAB-ITENS     PIC 9(07).
               10 WS-AGR-TAB-QTD       PIC 9(09).
               10 WS-AGR-TAB-TABELA    PIC 9(11)V99.
               10 WS-AGR-TAB-PRAT      PIC 9(11)V99.
               10 WS-AGR-TAB-PISO      PIC 9(07).
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
      *
      * --> CALCULO DA LINHA (VALORES MOVIDOS PARA CA ANTES DE CADA
      *     LINHA)
      *
       01 WS-CALC-TABELA               PIC 9(11)V99    VALUE 0.
       01 WS-CALC-PRATICADO            PIC 9(11)V99    VALUE 0.
       01 WS-CALC-CEDIDO               PIC S9(11)V99   VALUE 0.
       01 WS-CALC-PCT-DESCONTO         PIC S9(03)V9    VALUE 0.
       01 WS-CALC-PCT-PISO             PIC 9(03)V9     VALUE 0.
       01 WS-CALC-PRECO-MEDIO          PIC 9(09)V99    VALUE 0.
       01 WS-CALC-PRECO-TABELA         PIC 9(09)V99    VALUE 0.
      *
      * --> TOTAIS GERAIS
      *
       01 WS-TOT-PEDIDOS               PIC 9(07)       VALUE 0.
       01 WS-TOT-ITENS                 PIC 9(07)       VALUE 0.
       01 WS-TOT-ITENS-PISO            PIC 9(07)       VALUE 0.
       01 WS-TOT-TABELA                PIC 9(11)V99    VALUE 0.
       01 WS-TOT-PRATICADO             PIC 9(11)V99    VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-PRODUTO.
           05 SAI-PRO-CODIGO           PIC 9(07).
           05 FILLER                   PIC X(01).
           05 SAI-PRO-DESCRICAO        PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-PRO-QTD              PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-PRO-PRECO-TABELA     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-PRO-PRECO-MEDIO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-PRO-PCT-DESCONTO     PIC -ZZ9,9.
           05 FILLER                   PIC X(01).
           05 SAI-PRO-CEDIDO           PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-PRO-PISO             PIC ZZZZZZ9.
       01 WS-LINHA-VENDEDOR.
           05 SAI-VEN-CODIGO           PIC X(14).
           05 FILLER                   PIC X(01).
           05 SAI-VEN-NOME             PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-VEN-ITENS            PIC ZZZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-TABELA           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-PRATICADO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-CEDIDO           PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-PCT-DESCONTO     PIC -ZZ9,9.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-PISO             PIC ZZZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-PCT-PISO         PIC ZZ9,9.
       01 WS-LINHA-RESUMO              PIC X(60).
       01 WS-VALOR-RESUMO              PIC -Z.ZZZ.ZZZ.ZZ9,99.
      *
       COPY PRECPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-REALIZACAO.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-REALIZACAO       SECTION.
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
           OPEN INPUT ARQ-PRODUTOS
           IF NOT FS-PRO-OK
               DISPLAY "NAO HA PRODUTOS CADASTRADOS"
               CLOSE ARQ-PEDIDOS
               CLOSE ARQ-ITENS
               GOBACK
           END-IF
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-VENDEDORES
           OPEN INPUT ARQ-SUPERVISORES
           PERFORM 1000-PROCESSAR-PEDIDOS
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-REA-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-REALIZACAO
           STRING "REALIZACAO DE PRECO (PRATICADO X TABELA) - "
                  "COMPETENCIA " WS-ANOMES-RELATORIO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 2000-GRAVAR-PRODUTOS
           MOVE "V"                    TO WS-AGR-TIPO
           MOVE "POR VENDEDOR"         TO WS-LINHA-RESUMO
           PERFORM 2200-GRAVAR-EQUIPE
           MOVE "S"                    TO WS-AGR-TIPO
           MOVE "POR SUPERVISOR"       TO WS-LINHA-RESUMO
           PERFORM 2200-GRAVAR-EQUIPE
           IF TABELA-CHEIA
               PERFORM 3900-GRAVAR-LINHA
               MOVE "TABELA DE AGREGADOS CHEIA - TOTAIS INCOMPLETOS"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           CLOSE ARQ-REL-REALIZACAO
           CLOSE ARQ-PEDIDOS
           CLOSE ARQ-ITENS
           CLOSE ARQ-PRODUTOS
           MOVE "F"                    TO PMP-FUNCAO
           CALL "PRECPROD"             USING REG-PARM-PRECO
           CLOSE ARQ-CLIENTES
           CLOSE ARQ-VENDEDORES
           CLOSE ARQ-SUPERVISORES
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
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
      * SEGMENTO DO CLIENTE PARA A FAIXA DA TABELA DE PRECOS E         *
      * SUPERVISOR DO VENDEDOR DO PEDIDO                               *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-PEDIDOS
           MOVE 0                      TO WS-FILIAL-CLIENTE
           MOVE SPACE                  TO WS-CANAL-CLIENTE
           MOVE SPACE                  TO WS-PORTE-CLIENTE
           MOVE PED-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE FILIAL             TO WS-FILIAL-CLIENTE
               MOVE CANAL              TO WS-CANAL-CLIENTE
               MOVE PORTE              TO WS-PORTE-CLIENTE
           END-IF
           MOVE 0                      TO WS-SUPERVISOR-PEDIDO
           MOVE PED-CPF                TO VEN-CPF
           READ ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE VEN-SUPERVISOR     TO WS-SUPERVISOR-PEDIDO
           END-IF
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS             KEY IS NOT < ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
           END-IF
           PERFORM UNTIL NOT FS-ITE-OK
                   OR ITE-NUMERO-PED NOT = PED-NUMERO
               PERFORM 1200-PROCESSAR-ITEM
               READ ARQ-ITENS NEXT
           END-PERFORM
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-PROCESSAR-ITEM             SECTION.
      *----------------------------------------------------------------*
      * VALOR DE TABELA DO ITEM PELO PRECO DE TABELA DO PRODUTO EM     *
      * VIGOR NA DATA DO PEDIDO E MARCA DE VENDA NO PISO QUANDO O      *
      * PRECO E O MINIMO DA FAIXA DO SEGMENTO DO CLIENTE NA DATA       *
      *----------------------------------------------------------------*
           MOVE "C"                    TO PMP-FUNCAO
           MOVE ITE-PRODUTO            TO PMP-PRODUTO
           MOVE WS-FILIAL-CLIENTE      TO PMP-FILIAL
           MOVE WS-CANAL-CLIENTE       TO PMP-CANAL
           MOVE WS-PORTE-CLIENTE       TO PMP-PORTE
           MOVE PED-DATA               TO PMP-DATA
           CALL "PRECPROD"             USING REG-PARM-PRECO
           COMPUTE WS-ITE-TABELA = PMP-PRECO-TABELA * ITE-QUANTIDADE
           MOVE 0                      TO WS-ITE-NO-PISO
           IF NOT PMP-SEM-FAIXA
               AND ITE-PRECO-UNITARIO = PMP-PRECO-MINIMO
               MOVE 1                  TO WS-ITE-NO-PISO
           END-IF
           ADD 1                       TO WS-TOT-ITENS
           ADD WS-ITE-NO-PISO          TO WS-TOT-ITENS-PISO
           ADD WS-ITE-TABELA           TO WS-TOT-TABELA
           ADD ITE-VALOR-TOTAL         TO WS-TOT-PRATICADO
           MOVE "P"                    TO WS-AGR-TIPO
           MOVE ITE-PRODUTO            TO WS-AGR-CODIGO
           PERFORM 1300-SOMAR-AGREGADO
           MOVE "V"                    TO WS-AGR-TIPO
           MOVE PED-CPF                TO WS-AGR-CODIGO
           PERFORM 1300-SOMAR-AGREGADO
           MOVE "S"                    TO WS-AGR-TIPO
           MOVE WS-SUPERVISOR-PEDIDO   TO WS-AGR-CODIGO
           PERFORM 1300-SOMAR-AGREGADO
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1300-SOMAR-AGREGADO             SECTION.
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
                   GO TO 1300-FIM
               END-IF
               ADD 1                   TO WS-QTD-AGREGADOS
               MOVE WS-QTD-AGREGADOS   TO WS-AGR-IND
               INITIALIZE WS-AGR-OCORRENCIA (WS-AGR-IND)
               MOVE WS-AGR-TIPO        TO WS-AGR-TAB-TIPO (WS-AGR-IND)
               MOVE WS-AGR-CODIGO      TO WS-AGR-TAB-COD (WS-AGR-IND)
           END-IF
           ADD 1                       TO WS-AGR-TAB-ITENS (WS-AGR-IND)
           ADD ITE-QUANTIDADE          TO WS-AGR-TAB-QTD (WS-AGR-IND)
           ADD WS-ITE-TABELA           TO WS-AGR-TAB-TABELA (WS-AGR-IND)
           ADD ITE-VALOR-TOTAL         TO WS-AGR-TAB-PRAT (WS-AGR-IND)
           ADD WS-ITE-NO-PISO          TO WS-AGR-TAB-PISO (WS-AGR-IND)
           .
       1300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-GRAVAR-PRODUTOS            SECTION.
      *----------------------------------------------------------------*
      * PRECO MEDIO PRATICADO CONTRA O PRECO DE TABELA DE CADA PRODUTO *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "POR PRODUTO"          TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "PRODUTO DESCRICAO                         QUANTIDADE"
                                       TO WS-LINHA-CABECALHO
           MOVE "  PRECO TABELA    PRECO MEDIO  DESC%    VALOR CEDIDO"
                                       TO WS-LINHA-CABECALHO (52:)
           MOVE "  NO PISO"            TO WS-LINHA-CABECALHO (105:)
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-AGR-IND FROM 1 BY 1
                   UNTIL WS-AGR-IND > WS-QTD-AGREGADOS
               IF WS-AGR-TAB-TIPO (WS-AGR-IND) = "P"
                   PERFORM 2100-GRAVAR-PRODUTO
               END-IF
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-PRODUTO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-LINHA-PRODUTO
           MOVE WS-AGR-TAB-COD (WS-AGR-IND) (1:7)
                                       TO PRO-CODIGO
           MOVE PRO-CODIGO             TO SAI-PRO-CODIGO
           READ ARQ-PRODUTOS
           IF FS-PRO-OK
               MOVE PRO-DESCRICAO      TO SAI-PRO-DESCRICAO
           ELSE
               MOVE "PRODUTO NAO CADASTRADO"
                                       TO SAI-PRO-DESCRICAO
           END-IF
           PERFORM 3800-CALCULAR-DESCONTO
           MOVE 0                      TO WS-CALC-PRECO-MEDIO
           MOVE 0                      TO WS-CALC-PRECO-TABELA
           IF WS-AGR-TAB-QTD (WS-AGR-IND) > 0
               COMPUTE WS-CALC-PRECO-MEDIO ROUNDED =
                   WS-CALC-PRATICADO / WS-AGR-TAB-QTD (WS-AGR-IND)
               COMPUTE WS-CALC-PRECO-TABELA ROUNDED =
                   WS-CALC-TABELA / WS-AGR-TAB-QTD (WS-AGR-IND)
           END-IF
           MOVE WS-AGR-TAB-QTD (WS-AGR-IND) TO SAI-PRO-QTD
           MOVE WS-CALC-PRECO-TABELA   TO SAI-PRO-PRECO-TABELA
           MOVE WS-CALC-PRECO-MEDIO    TO SAI-PRO-PRECO-MEDIO
           MOVE WS-CALC-PCT-DESCONTO   TO SAI-PRO-PCT-DESCONTO
           MOVE WS-CALC-CEDIDO         TO SAI-PRO-CEDIDO
           MOVE WS-AGR-TAB-PISO (WS-AGR-IND) TO SAI-PRO-PISO
           MOVE WS-LINHA-PRODUTO       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-GRAVAR-EQUIPE              SECTION.
      *----------------------------------------------------------------*
      * DESCONTO E VALOR CEDIDO POR VENDEDOR OU SUPERVISOR, COM A      *
      * PARTICIPACAO DOS ITENS VENDIDOS NO PRECO MINIMO                *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-LINHA-RESUMO        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "CODIGO         NOME                             ITENS"
                                       TO WS-LINHA-CABECALHO
           MOVE "      VALOR TABELA   VALOR PRATICADO      VALOR CEDIDO"
                                       TO WS-LINHA-CABECALHO (54:)
           MOVE "  DESC% NO PISO  PISO%"
                                       TO WS-LINHA-CABECALHO (108:)
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-AGR-IND FROM 1 BY 1
                   UNTIL WS-AGR-IND > WS-QTD-AGREGADOS
               IF WS-AGR-TAB-TIPO (WS-AGR-IND) = WS-AGR-TIPO
                   PERFORM 2300-GRAVAR-MEMBRO
               END-IF
           END-PERFORM
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-GRAVAR-MEMBRO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-LINHA-VENDEDOR
           MOVE WS-AGR-TAB-COD (WS-AGR-IND)
                                       TO SAI-VEN-CODIGO
           IF WS-AGR-TIPO = "V"
               MOVE WS-AGR-TAB-COD (WS-AGR-IND) (1:11)
                                       TO VEN-CPF
               READ ARQ-VENDEDORES
               IF FS-VEN-OK
                   MOVE VEN-NOME       TO SAI-VEN-NOME
               ELSE
                   MOVE "VENDEDOR NAO CADASTRADO"
                                       TO SAI-VEN-NOME
               END-IF
           ELSE
               MOVE WS-AGR-TAB-COD (WS-AGR-IND) (1:7)
                                       TO SUP-CODIGO
               READ ARQ-SUPERVISORES
               IF FS-SUP-OK
                   MOVE SUP-NOME       TO SAI-VEN-NOME
               ELSE
                   MOVE "SEM SUPERVISOR"
                                       TO SAI-VEN-NOME
               END-IF
           END-IF
           PERFORM 3800-CALCULAR-DESCONTO
           MOVE 0                      TO WS-CALC-PCT-PISO
           IF WS-AGR-TAB-ITENS (WS-AGR-IND) > 0
               COMPUTE WS-CALC-PCT-PISO ROUNDED =
                   WS-AGR-TAB-PISO (WS-AGR-IND) * 100
                   / WS-AGR-TAB-ITENS (WS-AGR-IND)
           END-IF
           MOVE WS-AGR-TAB-ITENS (WS-AGR-IND) TO SAI-VEN-ITENS
           MOVE WS-CALC-TABELA         TO SAI-VEN-TABELA
           MOVE WS-CALC-PRATICADO      TO SAI-VEN-PRATICADO
           MOVE WS-CALC-CEDIDO         TO SAI-VEN-CEDIDO
           MOVE WS-CALC-PCT-DESCONTO   TO SAI-VEN-PCT-DESCONTO
           MOVE WS-AGR-TAB-PISO (WS-AGR-IND) TO SAI-VEN-PISO
           MOVE WS-CALC-PCT-PISO       TO SAI-VEN-PCT-PISO
           MOVE WS-LINHA-VENDEDOR      TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3800-CALCULAR-DESCONTO          SECTION.
      *----------------------------------------------------------------*
      * VALOR CEDIDO = TABELA MENOS PRATICADO (NEGATIVO QUANDO A VENDA *
      * SAIU ACIMA DA TABELA) E DESCONTO EM PCT SOBRE A TABELA         *
      *----------------------------------------------------------------*
           MOVE WS-AGR-TAB-TABELA (WS-AGR-IND)
                                       TO WS-CALC-TABELA
           MOVE WS-AGR-TAB-PRAT (WS-AGR-IND)
                                       TO WS-CALC-PRATICADO
           COMPUTE WS-CALC-CEDIDO = WS-CALC-TABELA - WS-CALC-PRATICADO
           MOVE 0                      TO WS-CALC-PCT-DESCONTO
           IF WS-CALC-TABELA > 0
               COMPUTE WS-CALC-PCT-DESCONTO ROUNDED =
                   WS-CALC-CEDIDO * 100 / WS-CALC-TABELA
                   ON SIZE ERROR
                       MOVE -999,9     TO WS-CALC-PCT-DESCONTO
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
           MOVE WS-LINHA-CABECALHO     TO REG-REL-REALIZACAO
           WRITE REG-REL-REALIZACAO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA REALIZACAO DE PRECO"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS DE VENDA NO MES...: " WS-TOT-PEDIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ITENS VENDIDOS............: " WS-TOT-ITENS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ITENS NO PRECO MINIMO.....: " WS-TOT-ITENS-PISO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-TABELA          TO WS-VALOR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VALOR PELA TABELA.........: " WS-VALOR-RESUMO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-PRATICADO       TO WS-VALOR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VALOR PRATICADO...........: " WS-VALOR-RESUMO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           COMPUTE WS-VALOR-RESUMO = WS-TOT-TABELA - WS-TOT-PRATICADO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VALOR CEDIDO..............: " WS-VALOR-RESUMO
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
               MOVE "RELAREAL"         TO SPL-PROGRAMA
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
       END PROGRAM RELAREAL.
      *----------------------------------------------------------------*
