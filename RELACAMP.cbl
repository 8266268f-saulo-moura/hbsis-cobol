      ******************************************************************
      * PROGRAMA.: RELACAMP                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RELATORIO DE RESULTADO DE CAMPANHAS PROMOCIONAIS -  *
      *            VOLUME, VALOR E CLIENTES ATINGIDOS NO PRODUTO DA    *
      *            CAMPANHA, PARA O PUBLICO DELA, NO PERIODO DA        *
      *            CAMPANHA CONTRA O PERIODO IMEDIATAMENTE ANTERIOR    *
      *            DE MESMA DURACAO                                    *
      ******************************************************************
      * CAMPANHA EM ANDAMENTO E APURADA ATE A DATA DE HOJE, E O        *
      * PERIODO ANTERIOR TEM A MESMA QUANTIDADE DE DIAS APURADOS;      *
      * CAMPANHA AINDA NAO INICIADA E SO LISTADA                       *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELACAMP.
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
           SELECT ARQ-CAMPANHAS        ASSIGN TO  "WID-ARQ-CMP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CMP-CODIGO
               ALTERNATE RECORD KEY    IS CMP-PRODUTO WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CAMPANHA.
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
           SELECT ARQ-REL-CAMPANHA     ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-CAMPANHA.
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
       FD ARQ-CAMPANHAS.
       COPY CAMPCADA.
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
       FD ARQ-REL-CAMPANHA.
       01 REG-REL-CAMPANHA             PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-CAMPANHA               PIC X(02).
           88 FS-CMP-OK                VALUE "00" THRU "09".
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-CAMPANHA           PIC X(02).
           88 FS-REL-CAMPANHA-OK       VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELACAMP".
       01 WS-CAMPANHA-PEDIDA           PIC 9(05)       VALUE 0.
      *
      * --> PERIODOS DA CAMPANHA CORRENTE: APURADO (INICIO ATE O FIM OU
      *     HOJE) E ANTERIOR (MESMA QUANTIDADE DE DIAS ANTES DO INICIO)
      *
       01 WS-CMP-FIM-APURADO           PIC 9(08)       VALUE 0.
       01 WS-ANT-INICIO                PIC 9(08)       VALUE 0.
       01 WS-ANT-FIM                   PIC 9(08)       VALUE 0.
       01 WS-DIAS-APURADOS             PIC 9(05)       VALUE 0.
      *
      * --> PERIODO DO PEDIDO CORRENTE: A = ANTERIOR, C = CAMPANHA
      *
       01 WS-PERIODO-PEDIDO            PIC X(01)       VALUE SPACE.
           88 PEDIDO-ANTES             VALUE "A".
           88 PEDIDO-NA-CAMPANHA       VALUE "C".
       01 WS-CLIENTE-NO-PUBLICO        PIC X(01)       VALUE "N".
           88 CLIENTE-NO-PUBLICO       VALUE "S".
       01 WS-PEDIDO-COM-PRODUTO        PIC X(01)       VALUE "N".
           88 PEDIDO-COM-PRODUTO       VALUE "S".
      *
      * --> TOTAIS DOS DOIS PERIODOS DA CAMPANHA CORRENTE
      *
       01 WS-ANT-VOLUME                PIC 9(09)       VALUE 0.
       01 WS-ANT-VALOR                 PIC 9(11)V99    VALUE 0.
       01 WS-ANT-CLIENTES              PIC 9(05)       VALUE 0.
       01 WS-CMP-VOLUME                PIC 9(09)       VALUE 0.
       01 WS-CMP-VALOR                 PIC 9(11)V99    VALUE 0.
       01 WS-CMP-CLIENTES              PIC 9(05)       VALUE 0.
       01 WS-CMP-VOLUME-PROMO          PIC 9(09)       VALUE 0.
       01 WS-CMP-VALOR-PROMO           PIC 9(11)V99    VALUE 0.
      *
      * --> CLIENTES QUE COMPRARAM O PRODUTO, MARCADOS POR PERIODO
      *
       01 WS-QTD-CLIENTES              PIC 9(04)       VALUE 0.
       01 WS-CLI-IND                   PIC 9(04)       VALUE 0.
       01 WS-CLI-TABELA.
           05 WS-CLI-OCORRENCIA        OCCURS 5000 TIMES.
               10 WS-CLI-TAB-CNPJ      PIC 9(14).
               10 WS-CLI-TAB-ANTES     PIC X(01).
               10 WS-CLI-TAB-DURANTE   PIC X(01).
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
      *
      * --> TOTAIS GERAIS
      *
       01 WS-TOT-CAMPANHAS             PIC 9(05)       VALUE 0.
       01 WS-TOT-VOLUME                PIC 9(09)       VALUE 0.
       01 WS-TOT-VALOR                 PIC 9(11)V99    VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-CAMPANHA.
           05 SAI-CMP-CODIGO           PIC 9(05).
           05 FILLER                   PIC X(01).
           05 SAI-CMP-DESCRICAO        PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-CMP-PRODUTO          PIC 9(07).
           05 FILLER                   PIC X(01).
           05 SAI-CMP-PRO-DESCRICAO    PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-CMP-PRECO            PIC X(20).
           05 FILLER                   PIC X(01).
           05 SAI-CMP-TETO             PIC X(20).
       01 WS-LINHA-PERIODO.
           05 FILLER                   PIC X(06).
           05 SAI-PER-DESCRICAO        PIC X(20).
           05 FILLER                   PIC X(01).
           05 SAI-PER-INICIO           PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(03).
           05 SAI-PER-FIM              PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(01).
           05 SAI-PER-VOLUME           PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-PER-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-PER-CLIENTES         PIC ZZZZZZZ9.
       01 WS-LINHA-VARIACAO.
           05 FILLER                   PIC X(06).
           05 SAI-VAR-DESCRICAO        PIC X(20).
           05 FILLER                   PIC X(25).
           05 SAI-VAR-VOLUME           PIC X(11).
           05 FILLER                   PIC X(01).
           05 SAI-VAR-VALOR            PIC X(17).
           05 FILLER                   PIC X(01).
           05 SAI-VAR-CLIENTES         PIC X(08).
       01 WS-PCT-VARIACAO              PIC S9(05)V9    VALUE 0.
       01 WS-PCT-EDITADO               PIC -ZZZZ9,9.
       01 WS-VARIACAO-TEXTO            PIC X(08)       VALUE SPACES.
       01 WS-VALOR-EDITADO             PIC ZZZZZZZZ9,99.
       01 WS-QTD-EDITADA               PIC ZZZZZZ9.
       01 WS-PCT-DESCONTO-EDITADO      PIC Z9,99.
       01 WS-CALC-ANTES                PIC 9(11)V99    VALUE 0.
       01 WS-CALC-DURANTE              PIC 9(11)V99    VALUE 0.
       01 WS-LINHA-RESUMO              PIC X(60).
       01 WS-VALOR-RESUMO              PIC Z.ZZZ.ZZZ.ZZ9,99.
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-CAMPANHAS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-CAMPANHAS        SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "CODIGO DA CAMPANHA (0 = TODAS): "
                                       WITH NO ADVANCING
           ACCEPT WS-CAMPANHA-PEDIDA
           OPEN INPUT ARQ-CAMPANHAS
           IF NOT FS-CMP-OK
               DISPLAY "NAO HA CAMPANHAS CADASTRADAS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-PEDIDOS
           IF NOT FS-PED-OK
               DISPLAY "NAO HA PEDIDOS CADASTRADOS"
               CLOSE ARQ-CAMPANHAS
               GOBACK
           END-IF
           OPEN INPUT ARQ-ITENS
           IF NOT FS-ITE-OK
               DISPLAY "NAO HA ITENS DE PEDIDO CADASTRADOS"
               CLOSE ARQ-CAMPANHAS
               CLOSE ARQ-PEDIDOS
               GOBACK
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           OPEN INPUT ARQ-CLIENTES
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-CMP-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-CAMPANHA
           STRING "RESULTADO DE CAMPANHAS PROMOCIONAIS - "
                  "CAMPANHA X PERIODO ANTERIOR DE MESMA DURACAO - "
                  "EMITIDO EM " WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           IF WS-CAMPANHA-PEDIDA > 0
               MOVE WS-CAMPANHA-PEDIDA TO CMP-CODIGO
               READ ARQ-CAMPANHAS
               IF FS-CMP-OK
                   PERFORM 1000-APURAR-CAMPANHA
               ELSE
                   PERFORM 3900-GRAVAR-LINHA
                   MOVE "CAMPANHA NAO CADASTRADA"
                                       TO WS-LINHA-CABECALHO
                   PERFORM 3900-GRAVAR-LINHA
               END-IF
           ELSE
               READ ARQ-CAMPANHAS NEXT
               PERFORM UNTIL NOT FS-CMP-OK
                   PERFORM 1000-APURAR-CAMPANHA
                   READ ARQ-CAMPANHAS NEXT
               END-PERFORM
           END-IF
           CLOSE ARQ-REL-CAMPANHA
           CLOSE ARQ-CAMPANHAS
           CLOSE ARQ-PEDIDOS
           CLOSE ARQ-ITENS
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
       1000-APURAR-CAMPANHA            SECTION.
      *----------------------------------------------------------------*
      * MONTA OS DOIS PERIODOS, PERCORRE OS PEDIDOS DE VENDA DO INICIO *
      * DO PERIODO ANTERIOR AO FIM APURADO PELA CHAVE DE DATA E GRAVA  *
      * O BLOCO DA CAMPANHA                                            *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-CAMPANHAS
           PERFORM 2000-GRAVAR-CABECALHO-CAMPANHA
           IF CMP-DT-INICIO > WS-DATA-ATUAL
               MOVE "      CAMPANHA AINDA NAO INICIADA"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
               GO TO 1000-FIM
           END-IF
           MOVE CMP-DT-FIM             TO WS-CMP-FIM-APURADO
           IF WS-CMP-FIM-APURADO > WS-DATA-ATUAL
               MOVE WS-DATA-ATUAL      TO WS-CMP-FIM-APURADO
           END-IF
           COMPUTE WS-DIAS-APURADOS =
               FUNCTION INTEGER-OF-DATE (WS-CMP-FIM-APURADO)
             - FUNCTION INTEGER-OF-DATE (CMP-DT-INICIO) + 1
           COMPUTE WS-ANT-FIM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (CMP-DT-INICIO) - 1)
           COMPUTE WS-ANT-INICIO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (CMP-DT-INICIO)
                - WS-DIAS-APURADOS)
           MOVE 0                      TO WS-ANT-VOLUME
           MOVE 0                      TO WS-ANT-VALOR
           MOVE 0                      TO WS-ANT-CLIENTES
           MOVE 0                      TO WS-CMP-VOLUME
           MOVE 0                      TO WS-CMP-VALOR
           MOVE 0                      TO WS-CMP-CLIENTES
           MOVE 0                      TO WS-CMP-VOLUME-PROMO
           MOVE 0                      TO WS-CMP-VALOR-PROMO
           MOVE 0                      TO WS-QTD-CLIENTES
           MOVE WS-ANT-INICIO          TO PED-DATA
           START ARQ-PEDIDOS           KEY IS NOT < PED-DATA
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-DATA > WS-CMP-FIM-APURADO
               IF NOT PEDIDO-CANCELADO AND TIPO-VENDA
                   PERFORM 1100-PROCESSAR-PEDIDO
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           ADD WS-CMP-VOLUME-PROMO     TO WS-TOT-VOLUME
           ADD WS-CMP-VALOR-PROMO      TO WS-TOT-VALOR
           PERFORM 2100-GRAVAR-PERIODOS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-PROCESSAR-PEDIDO           SECTION.
      *----------------------------------------------------------------*
      * SO CONTAM OS PEDIDOS DE CLIENTES DO PUBLICO DA CAMPANHA, NOS   *
      * DOIS PERIODOS, PARA A COMPARACAO SER SOBRE A MESMA BASE        *
      *----------------------------------------------------------------*
           IF PED-DATA < CMP-DT-INICIO
               MOVE "A"                TO WS-PERIODO-PEDIDO
           ELSE
               MOVE "C"                TO WS-PERIODO-PEDIDO
           END-IF
           PERFORM 1150-VERIFICAR-PUBLICO
           IF NOT CLIENTE-NO-PUBLICO
               GO TO 1100-FIM
           END-IF
           MOVE "N"                    TO WS-PEDIDO-COM-PRODUTO
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS             KEY IS NOT < ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
           END-IF
           PERFORM UNTIL NOT FS-ITE-OK
                   OR ITE-NUMERO-PED NOT = PED-NUMERO
               IF ITE-PRODUTO = CMP-PRODUTO
                   PERFORM 1200-SOMAR-ITEM
               END-IF
               READ ARQ-ITENS NEXT
           END-PERFORM
           IF PEDIDO-COM-PRODUTO
               PERFORM 1300-MARCAR-CLIENTE
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1150-VERIFICAR-PUBLICO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-CLIENTE-NO-PUBLICO
           IF CMP-FILIAL = 0 AND CMP-CANAL = SPACE
               AND CMP-PORTE = SPACE AND CMP-REDE = 0
               MOVE "S"                TO WS-CLIENTE-NO-PUBLICO
               GO TO 1150-FIM
           END-IF
           MOVE PED-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF NOT FS-CLI-OK
               GO TO 1150-FIM
           END-IF
           IF (CMP-FILIAL > 0 AND CMP-FILIAL NOT = FILIAL)
               OR (CMP-CANAL NOT = SPACE AND CMP-CANAL NOT = CANAL)
               OR (CMP-PORTE NOT = SPACE AND CMP-PORTE NOT = PORTE)
               OR (CMP-REDE > 0 AND CMP-REDE NOT = REDE-CODIGO)
               GO TO 1150-FIM
           END-IF
           MOVE "S"                    TO WS-CLIENTE-NO-PUBLICO
           .
       1150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-SOMAR-ITEM                 SECTION.
      *----------------------------------------------------------------*
      * NA CAMPANHA, SEPARA TAMBEM O QUE FOI PRECIFICADO POR ELA       *
      *----------------------------------------------------------------*
           MOVE "S"                    TO WS-PEDIDO-COM-PRODUTO
           IF PEDIDO-ANTES
               ADD ITE-QUANTIDADE      TO WS-ANT-VOLUME
               ADD ITE-VALOR-TOTAL     TO WS-ANT-VALOR
           ELSE
               ADD ITE-QUANTIDADE      TO WS-CMP-VOLUME
               ADD ITE-VALOR-TOTAL     TO WS-CMP-VALOR
               IF ITE-CAMPANHA = CMP-CODIGO
                   ADD ITE-QUANTIDADE  TO WS-CMP-VOLUME-PROMO
                   ADD ITE-VALOR-TOTAL TO WS-CMP-VALOR-PROMO
               END-IF
           END-IF
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1300-MARCAR-CLIENTE             SECTION.
      *----------------------------------------------------------------*
      * CADA CLIENTE CONTA UMA VEZ POR PERIODO                         *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-QTD-CLIENTES
                   OR ACHOU-OCORRENCIA
               IF WS-CLI-TAB-CNPJ (WS-CLI-IND) = PED-CNPJ
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-OCORRENCIA
               SUBTRACT 1              FROM WS-CLI-IND
           ELSE
               IF WS-QTD-CLIENTES = 5000
                   MOVE "S"            TO WS-TABELA-CHEIA
                   GO TO 1300-FIM
               END-IF
               ADD 1                   TO WS-QTD-CLIENTES
               MOVE WS-QTD-CLIENTES    TO WS-CLI-IND
               MOVE PED-CNPJ           TO WS-CLI-TAB-CNPJ (WS-CLI-IND)
               MOVE "N"                TO WS-CLI-TAB-ANTES (WS-CLI-IND)
               MOVE "N"             TO WS-CLI-TAB-DURANTE (WS-CLI-IND)
           END-IF
           IF PEDIDO-ANTES
               IF WS-CLI-TAB-ANTES (WS-CLI-IND) = "N"
                   MOVE "S"            TO WS-CLI-TAB-ANTES (WS-CLI-IND)
                   ADD 1               TO WS-ANT-CLIENTES
               END-IF
           ELSE
               IF WS-CLI-TAB-DURANTE (WS-CLI-IND) = "N"
                   MOVE "S"         TO WS-CLI-TAB-DURANTE (WS-CLI-IND)
                   ADD 1               TO WS-CMP-CLIENTES
               END-IF
           END-IF
           .
       1300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-GRAVAR-CABECALHO-CAMPANHA  SECTION.
      *----------------------------------------------------------------*
      * CAMPANHA, PRODUTO, CONDICAO PROMOCIONAL E TETO DE VOLUME       *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-CAMPANHA
           MOVE CMP-CODIGO             TO SAI-CMP-CODIGO
           MOVE CMP-DESCRICAO          TO SAI-CMP-DESCRICAO
           MOVE CMP-PRODUTO            TO SAI-CMP-PRODUTO
           MOVE CMP-PRODUTO            TO PRO-CODIGO
           READ ARQ-PRODUTOS
           IF FS-PRO-OK
               MOVE PRO-DESCRICAO      TO SAI-CMP-PRO-DESCRICAO
           ELSE
               MOVE "PRODUTO NAO CADASTRADO"
                                       TO SAI-CMP-PRO-DESCRICAO
           END-IF
           IF CMP-PRECO-PROMOCIONAL > 0
               MOVE CMP-PRECO-PROMOCIONAL
                                       TO WS-VALOR-EDITADO
               STRING "PRECO " WS-VALOR-EDITADO
                                       DELIMITED BY SIZE
                                       INTO SAI-CMP-PRECO
           ELSE
               MOVE CMP-PCT-DESCONTO   TO WS-PCT-DESCONTO-EDITADO
               STRING "DESCONTO " WS-PCT-DESCONTO-EDITADO "%"
                                       DELIMITED BY SIZE
                                       INTO SAI-CMP-PRECO
           END-IF
           IF CMP-VOLUME-MAXIMO > 0
               MOVE CMP-VOLUME-MAXIMO  TO WS-QTD-EDITADA
               STRING "TETO " WS-QTD-EDITADA
                                       DELIMITED BY SIZE
                                       INTO SAI-CMP-TETO
           ELSE
               MOVE "SEM TETO"         TO SAI-CMP-TETO
           END-IF
           MOVE WS-LINHA-CAMPANHA      TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-PERIODOS            SECTION.
      *----------------------------------------------------------------*
      * PERIODO ANTERIOR, PERIODO DA CAMPANHA, A PARTE PRECIFICADA     *
      * PELA CAMPANHA E A VARIACAO EM PCT DA CAMPANHA SOBRE O ANTERIOR *
      *----------------------------------------------------------------*
           MOVE "      PERIODO                  INICIO          FIM"
                                       TO WS-LINHA-CABECALHO
           MOVE "     VOLUME             VALOR CLIENTES"
                                       TO WS-LINHA-CABECALHO (52:)
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-PERIODO
           MOVE "ANTES DA CAMPANHA"    TO SAI-PER-DESCRICAO
           MOVE WS-ANT-INICIO          TO SAI-PER-INICIO
           MOVE WS-ANT-FIM             TO SAI-PER-FIM
           MOVE WS-ANT-VOLUME          TO SAI-PER-VOLUME
           MOVE WS-ANT-VALOR           TO SAI-PER-VALOR
           MOVE WS-ANT-CLIENTES        TO SAI-PER-CLIENTES
           MOVE WS-LINHA-PERIODO       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-PERIODO
           MOVE "DURANTE A CAMPANHA"   TO SAI-PER-DESCRICAO
           MOVE CMP-DT-INICIO          TO SAI-PER-INICIO
           MOVE WS-CMP-FIM-APURADO     TO SAI-PER-FIM
           MOVE WS-CMP-VOLUME          TO SAI-PER-VOLUME
           MOVE WS-CMP-VALOR           TO SAI-PER-VALOR
           MOVE WS-CMP-CLIENTES        TO SAI-PER-CLIENTES
           MOVE WS-LINHA-PERIODO       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-PERIODO
           MOVE "  NO PRECO PROMOCAO"  TO SAI-PER-DESCRICAO
           MOVE CMP-DT-INICIO          TO SAI-PER-INICIO
           MOVE WS-CMP-FIM-APURADO     TO SAI-PER-FIM
           MOVE WS-CMP-VOLUME-PROMO    TO SAI-PER-VOLUME
           MOVE WS-CMP-VALOR-PROMO     TO SAI-PER-VALOR
           MOVE WS-LINHA-PERIODO       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-VARIACAO
           MOVE "VARIACAO %"           TO SAI-VAR-DESCRICAO
           MOVE WS-ANT-VOLUME          TO WS-CALC-ANTES
           MOVE WS-CMP-VOLUME          TO WS-CALC-DURANTE
           PERFORM 3800-CALCULAR-VARIACAO
           MOVE WS-VARIACAO-TEXTO      TO SAI-VAR-VOLUME (4:)
           MOVE WS-ANT-VALOR           TO WS-CALC-ANTES
           MOVE WS-CMP-VALOR           TO WS-CALC-DURANTE
           PERFORM 3800-CALCULAR-VARIACAO
           MOVE WS-VARIACAO-TEXTO      TO SAI-VAR-VALOR (10:)
           MOVE WS-ANT-CLIENTES        TO WS-CALC-ANTES
           MOVE WS-CMP-CLIENTES        TO WS-CALC-DURANTE
           PERFORM 3800-CALCULAR-VARIACAO
           MOVE WS-VARIACAO-TEXTO      TO SAI-VAR-CLIENTES
           MOVE WS-LINHA-VARIACAO      TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3800-CALCULAR-VARIACAO          SECTION.
      *----------------------------------------------------------------*
      * SEM BASE NO PERIODO ANTERIOR A VARIACAO NAO E CALCULADA        *
      *----------------------------------------------------------------*
           IF WS-CALC-ANTES = 0
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
           MOVE WS-LINHA-CABECALHO     TO REG-REL-CAMPANHA
           WRITE REG-REL-CAMPANHA
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DO RESULTADO DE CAMPANHAS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CAMPANHAS APURADAS........: " WS-TOT-CAMPANHAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VOLUME NO PRECO PROMOCAO..: " WS-TOT-VOLUME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-VALOR           TO WS-VALOR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VALOR NO PRECO PROMOCAO...: " WS-VALOR-RESUMO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF TABELA-CHEIA
               DISPLAY "TABELA DE CLIENTES CHEIA - CONTAGEM INCOMPLETA"
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
               MOVE "RELACAMP"         TO SPL-PROGRAMA
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
       END PROGRAM RELACAMP.
      *----------------------------------------------------------------*
