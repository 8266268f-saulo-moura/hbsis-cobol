      ******************************************************************
      * PROGRAMA.: RELAPREC                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CONFERENCIA DE PRECOS - PARA UM PEDIDO, CONFRONTA O *
      *            PRECO PRATICADO E A QUANTIDADE DEVOLVIDA DE CADA    *
      *            ITEM COM O PRECO DE TABELA E A FAIXA EM VIGOR NA    *
      *            DATA DO PEDIDO; SEM PEDIDO, LISTA O HISTORICO DE    *
      *            PRECOS DE UM PRODUTO                                *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAPREC.
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
           SELECT ARQ-DEV-ITENS        ASSIGN TO  "WID-ARQ-DVI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DVI-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DEV-ITEM.
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
           SELECT ARQ-HIST-PRECOS      ASSIGN TO  "WID-ARQ-HPR.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HPR-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-HISTORICO.
      *
           SELECT ARQ-REL-PRECOS       ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-PRECOS.
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
       FD ARQ-DEV-ITENS.
       COPY DVITCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-HIST-PRECOS.
       COPY HPRECADA.
      *
       FD ARQ-REL-PRECOS.
       01 REG-REL-PRECOS               PIC X(132).
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
       77 WS-FS-DEV-ITEM               PIC X(02).
           88 FS-DVI-OK                VALUE "00" THRU "09".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-HISTORICO              PIC X(02).
           88 FS-HPR-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-PRECOS             PIC X(02).
           88 FS-REL-PRECOS-OK         VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAPREC".
       01 WS-PEDIDO-PEDIDO             PIC 9(09)       VALUE 0.
       01 WS-PRODUTO-PEDIDO            PIC 9(07)       VALUE 0.
      *
      * --> ARQUIVOS OPCIONAIS DA CONFERENCIA
      *
       01 WS-DEVOLUCOES-ABERTAS        PIC X(01)       VALUE "N".
           88 DEVOLUCOES-ABERTAS       VALUE "S".
       01 WS-CLIENTES-ABERTOS          PIC X(01)       VALUE "N".
           88 CLIENTES-ABERTOS         VALUE "S".
      *
      * --> SEGMENTO DO CLIENTE DO PEDIDO E QUANTIDADE DEVOLVIDA DO
      *     ITEM CORRENTE
      *
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
       01 WS-CANAL-CLIENTE             PIC X(01)       VALUE SPACE.
       01 WS-PORTE-CLIENTE             PIC X(01)       VALUE SPACE.
       01 WS-QTD-DEVOLVIDA             PIC 9(05)       VALUE 0.
      *
       01 WS-TOT-ITENS                 PIC 9(05)       VALUE 0.
       01 WS-TOT-FORA-FAIXA            PIC 9(05)       VALUE 0.
       01 WS-TOT-SEM-HISTORICO         PIC 9(05)       VALUE 0.
       01 WS-TOT-REGISTROS             PIC 9(05)       VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-ITEM.
           05 SAI-ITE-SEQUENCIA        PIC 9(03).
           05 FILLER                   PIC X(01).
           05 SAI-ITE-PRODUTO          PIC 9(07).
           05 FILLER                   PIC X(01).
           05 SAI-ITE-DESCRICAO        PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-ITE-QUANTIDADE       PIC ZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-ITE-DEVOLVIDA        PIC ZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-ITE-PRATICADO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-ITE-TABELA           PIC ZZZ.ZZZ.ZZ9,99.
           05 SAI-ITE-ORIGEM           PIC X(01).
           05 SAI-ITE-MINIMO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-ITE-MAXIMO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-ITE-SITUACAO         PIC X(14).
       01 WS-LINHA-HISTORICO.
           05 SAI-HPR-TIPO             PIC X(06).
           05 FILLER                   PIC X(01).
           05 SAI-HPR-FILIAL           PIC X(02).
           05 FILLER                   PIC X(01).
           05 SAI-HPR-CANAL            PIC X(01).
           05 FILLER                   PIC X(01).
           05 SAI-HPR-PORTE            PIC X(01).
           05 FILLER                   PIC X(01).
           05 SAI-HPR-VIGENCIA         PIC X(10).
           05 FILLER                   PIC X(01).
           05 SAI-HPR-TABELA           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-HPR-MINIMO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-HPR-MAXIMO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-HPR-ORIGEM           PIC X(08).
           05 FILLER                   PIC X(01).
           05 SAI-HPR-REAJUSTE         PIC ZZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-HPR-INCLUSAO         PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(01).
           05 SAI-HPR-OPERADOR         PIC X(08).
       01 WS-DATA-EDITADA              PIC 9(04)/9(02)/9(02).
       01 WS-LINHA-RESUMO              PIC X(60).
      *
       COPY PRECPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-CONFERENCIA-PRECOS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-CONFERENCIA-PRECOS         SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "NUMERO DO PEDIDO (0 = HISTORICO DE UM PRODUTO): "
                                       WITH NO ADVANCING
           ACCEPT WS-PEDIDO-PEDIDO
           IF WS-PEDIDO-PEDIDO = 0
               DISPLAY "CODIGO DO PRODUTO: "
                                       WITH NO ADVANCING
               ACCEPT WS-PRODUTO-PEDIDO
               IF WS-PRODUTO-PEDIDO = 0
                   DISPLAY "PRODUTO NAO INFORMADO"
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           IF NOT FS-PRO-OK
               DISPLAY "NAO HA PRODUTOS CADASTRADOS"
               GOBACK
           END-IF
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-PRC-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-PRECOS
           IF WS-PEDIDO-PEDIDO > 0
               PERFORM 1000-CONFERIR-PEDIDO
           ELSE
               PERFORM 2000-LISTAR-HISTORICO
           END-IF
           CLOSE ARQ-REL-PRECOS
           CLOSE ARQ-PRODUTOS
           MOVE "F"                    TO PMP-FUNCAO
           CALL "PRECPROD"             USING REG-PARM-PRECO
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-CONFERIR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      * CABECALHO COM O PEDIDO E O SEGMENTO DO CLIENTE, QUE DEFINE A   *
      * FAIXA DA TABELA DE PRECOS, E UMA LINHA POR ITEM                *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PEDIDOS
           IF NOT FS-PED-OK
               MOVE "NAO HA PEDIDOS CADASTRADOS"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
               GO TO 1000-FIM
           END-IF
           MOVE WS-PEDIDO-PEDIDO       TO PED-NUMERO
           READ ARQ-PEDIDOS
           IF NOT FS-PED-OK
               CLOSE ARQ-PEDIDOS
               STRING "PEDIDO " WS-PEDIDO-PEDIDO " NAO ENCONTRADO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
               GO TO 1000-FIM
           END-IF
           MOVE 0                      TO WS-FILIAL-CLIENTE
           MOVE SPACE                  TO WS-CANAL-CLIENTE
           MOVE SPACE                  TO WS-PORTE-CLIENTE
           OPEN INPUT ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE "S"                TO WS-CLIENTES-ABERTOS
               MOVE PED-CNPJ           TO CNPJ
               READ ARQ-CLIENTES
               IF FS-CLI-OK
                   MOVE FILIAL         TO WS-FILIAL-CLIENTE
                   MOVE CANAL          TO WS-CANAL-CLIENTE
                   MOVE PORTE          TO WS-PORTE-CLIENTE
               END-IF
           END-IF
           MOVE PED-DATA               TO WS-DATA-EDITADA
           STRING "CONFERENCIA DE PRECOS DO PEDIDO " PED-NUMERO
                  " DE " WS-DATA-EDITADA
                  " - TIPO " PED-TIPO " SITUACAO " PED-SITUACAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           STRING "CLIENTE " PED-CNPJ
                  " - FILIAL " WS-FILIAL-CLIENTE
                  " CANAL " WS-CANAL-CLIENTE
                  " PORTE " WS-PORTE-CLIENTE
                  " - PRECOS EM VIGOR NA DATA DO PEDIDO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "SEQ PRODUTO DESCRICAO"
                                       TO WS-LINHA-CABECALHO
           MOVE "  QTD DEVOL      PRATICADO         TABELA"
                                       TO WS-LINHA-CABECALHO (42:)
           MOVE "         MINIMO         MAXIMO SITUACAO"
                                       TO WS-LINHA-CABECALHO (84:)
           PERFORM 3900-GRAVAR-LINHA
           OPEN INPUT ARQ-DEV-ITENS
           IF FS-DVI-OK
               MOVE "S"                TO WS-DEVOLUCOES-ABERTAS
           END-IF
           OPEN INPUT ARQ-ITENS
           IF FS-ITE-OK
               MOVE PED-NUMERO         TO ITE-NUMERO-PED
               MOVE 0                  TO ITE-SEQUENCIA
               START ARQ-ITENS         KEY IS NOT < ITE-CHAVE
               IF FS-ITE-OK
                   READ ARQ-ITENS NEXT
               END-IF
               PERFORM UNTIL NOT FS-ITE-OK
                       OR ITE-NUMERO-PED NOT = PED-NUMERO
                   PERFORM 1100-CONFERIR-ITEM
                   READ ARQ-ITENS NEXT
               END-PERFORM
               CLOSE ARQ-ITENS
           END-IF
           IF DEVOLUCOES-ABERTAS
               CLOSE ARQ-DEV-ITENS
           END-IF
           IF CLIENTES-ABERTOS
               CLOSE ARQ-CLIENTES
           END-IF
           CLOSE ARQ-PEDIDOS
           PERFORM 3900-GRAVAR-LINHA
           MOVE "* = PRECO DE TABELA DO CADASTRO ATUAL, SEM HISTORICO"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-CONFERIR-ITEM              SECTION.
      *----------------------------------------------------------------*
      * ITEM DE CAMPANHA NAO PASSA PELA FAIXA; OS DEMAIS SAO MARCADOS  *
      * ABAIXO OU ACIMA DA FAIXA DO SEGMENTO NA DATA DO PEDIDO         *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-ITENS
           MOVE "C"                    TO PMP-FUNCAO
           MOVE ITE-PRODUTO            TO PMP-PRODUTO
           MOVE WS-FILIAL-CLIENTE      TO PMP-FILIAL
           MOVE WS-CANAL-CLIENTE       TO PMP-CANAL
           MOVE WS-PORTE-CLIENTE       TO PMP-PORTE
           MOVE PED-DATA               TO PMP-DATA
           CALL "PRECPROD"             USING REG-PARM-PRECO
           PERFORM 1200-SOMAR-DEVOLVIDO
           MOVE SPACES                 TO WS-LINHA-ITEM
           MOVE ITE-SEQUENCIA          TO SAI-ITE-SEQUENCIA
           MOVE ITE-PRODUTO            TO SAI-ITE-PRODUTO
           MOVE ITE-PRODUTO            TO PRO-CODIGO
           READ ARQ-PRODUTOS
           IF FS-PRO-OK
               MOVE PRO-DESCRICAO      TO SAI-ITE-DESCRICAO
           ELSE
               MOVE "PRODUTO NAO CADASTRADO"
                                       TO SAI-ITE-DESCRICAO
           END-IF
           MOVE ITE-QUANTIDADE         TO SAI-ITE-QUANTIDADE
           MOVE WS-QTD-DEVOLVIDA       TO SAI-ITE-DEVOLVIDA
           MOVE ITE-PRECO-UNITARIO     TO SAI-ITE-PRATICADO
           MOVE PMP-PRECO-TABELA       TO SAI-ITE-TABELA
           IF PMP-TABELA-ATUAL
               MOVE "*"                TO SAI-ITE-ORIGEM
               ADD 1                   TO WS-TOT-SEM-HISTORICO
           END-IF
           MOVE PMP-PRECO-MINIMO       TO SAI-ITE-MINIMO
           MOVE PMP-PRECO-MAXIMO       TO SAI-ITE-MAXIMO
           EVALUATE TRUE
               WHEN ITE-CAMPANHA > 0
                   MOVE "CAMPANHA"     TO SAI-ITE-SITUACAO
               WHEN PMP-SEM-FAIXA
                   MOVE "SEM FAIXA"    TO SAI-ITE-SITUACAO
               WHEN ITE-PRECO-UNITARIO < PMP-PRECO-MINIMO
                   MOVE "ABAIXO DA FAIXA"
                                       TO SAI-ITE-SITUACAO
                   ADD 1               TO WS-TOT-FORA-FAIXA
               WHEN ITE-PRECO-UNITARIO > PMP-PRECO-MAXIMO
                   MOVE "ACIMA DA FAIXA"
                                       TO SAI-ITE-SITUACAO
                   ADD 1               TO WS-TOT-FORA-FAIXA
               WHEN OTHER
                   MOVE "NA FAIXA"     TO SAI-ITE-SITUACAO
           END-EVALUATE
           MOVE WS-LINHA-ITEM          TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-SOMAR-DEVOLVIDO            SECTION.
      *----------------------------------------------------------------*
      * SOMA O ITEM EM TODAS AS DEVOLUCOES DO PEDIDO                   *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-DEVOLVIDA
           IF NOT DEVOLUCOES-ABERTAS
               GO TO 1200-FIM
           END-IF
           MOVE PED-NUMERO             TO DVI-NUMERO-PED
           MOVE 0                      TO DVI-SEQ-DEVOLUCAO
           MOVE 0                      TO DVI-SEQ-ITEM
           START ARQ-DEV-ITENS         KEY IS NOT < DVI-CHAVE
           IF FS-DVI-OK
               READ ARQ-DEV-ITENS NEXT
           END-IF
           PERFORM UNTIL NOT FS-DVI-OK
                   OR DVI-NUMERO-PED NOT = PED-NUMERO
               IF DVI-SEQ-ITEM = ITE-SEQUENCIA
                   ADD DVI-QUANTIDADE  TO WS-QTD-DEVOLVIDA
               END-IF
               READ ARQ-DEV-ITENS NEXT
           END-PERFORM
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-LISTAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*
      * TODOS OS PRECOS QUE VIGORARAM PARA O PRODUTO: PRIMEIRO O PRECO *
      * DE TABELA, DEPOIS AS FAIXAS POR SEGMENTO, EM ORDEM DE VIGENCIA *
      *----------------------------------------------------------------*
           MOVE WS-PRODUTO-PEDIDO      TO PRO-CODIGO
           READ ARQ-PRODUTOS
           IF NOT FS-PRO-OK
               MOVE "PRODUTO NAO CADASTRADO"
                                       TO PRO-DESCRICAO
               MOVE 0                  TO PRO-PRECO-TABELA
           END-IF
           STRING "HISTORICO DE PRECOS DO PRODUTO " WS-PRODUTO-PEDIDO
                  " - " PRO-DESCRICAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "TIPO   FL C P VIGENCIA"
                                       TO WS-LINHA-CABECALHO
           MOVE "         TABELA         MINIMO         MAXIMO"
                                       TO WS-LINHA-CABECALHO (25:)
           MOVE " ORIGEM   REAJ.   INCLUSAO OPERADOR"
                                       TO WS-LINHA-CABECALHO (70:)
           PERFORM 3900-GRAVAR-LINHA
           OPEN INPUT ARQ-HIST-PRECOS
           IF NOT FS-HPR-OK
               MOVE "SEM HISTORICO DE PRECOS"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
               GO TO 2000-FIM
           END-IF
           MOVE LOW-VALUES             TO HPR-CHAVE
           MOVE WS-PRODUTO-PEDIDO      TO HPR-PRODUTO
           START ARQ-HIST-PRECOS       KEY IS NOT < HPR-CHAVE
           IF FS-HPR-OK
               READ ARQ-HIST-PRECOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-HPR-OK
                   OR HPR-PRODUTO NOT = WS-PRODUTO-PEDIDO
               PERFORM 2100-GRAVAR-REGISTRO
               READ ARQ-HIST-PRECOS NEXT
           END-PERFORM
           CLOSE ARQ-HIST-PRECOS
           IF WS-TOT-REGISTROS = 0
               MOVE "SEM HISTORICO - PRECO ATUAL VIGORA DESDE SEMPRE"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-REGISTRO            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-REGISTROS
           MOVE SPACES                 TO WS-LINHA-HISTORICO
           IF HPR-PRECO-PRODUTO
               MOVE "TABELA"           TO SAI-HPR-TIPO
               MOVE HPR-PRECO-TABELA   TO SAI-HPR-TABELA
           ELSE
               MOVE "FAIXA"            TO SAI-HPR-TIPO
               MOVE HPR-FILIAL         TO SAI-HPR-FILIAL
               MOVE HPR-CANAL          TO SAI-HPR-CANAL
               MOVE HPR-PORTE          TO SAI-HPR-PORTE
               MOVE HPR-PRECO-MINIMO   TO SAI-HPR-MINIMO
               MOVE HPR-PRECO-MAXIMO   TO SAI-HPR-MAXIMO
           END-IF
           IF HPR-DT-VIGENCIA = 0
               MOVE "ORIGINAL"         TO SAI-HPR-VIGENCIA
           ELSE
               MOVE HPR-DT-VIGENCIA    TO WS-DATA-EDITADA
               MOVE WS-DATA-EDITADA    TO SAI-HPR-VIGENCIA
           END-IF
           EVALUATE TRUE
               WHEN HPR-ORIGEM-MANUAL
                   MOVE "MANUAL"       TO SAI-HPR-ORIGEM
               WHEN HPR-ORIGEM-REAJUSTE
                   MOVE "REAJUSTE"     TO SAI-HPR-ORIGEM
                   MOVE HPR-REAJUSTE   TO SAI-HPR-REAJUSTE
               WHEN OTHER
                   MOVE "INICIAL"      TO SAI-HPR-ORIGEM
           END-EVALUATE
           MOVE HPR-DT-INCLUSAO        TO SAI-HPR-INCLUSAO
           MOVE HPR-OPERADOR-INCLUSAO  TO SAI-HPR-OPERADOR
           MOVE WS-LINHA-HISTORICO     TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-PRECOS
           WRITE REG-REL-PRECOS
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA CONFERENCIA DE PRECOS"
           IF WS-PEDIDO-PEDIDO > 0
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "ITENS CONFERIDOS..........: " WS-TOT-ITENS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "ITENS FORA DA FAIXA.......: " WS-TOT-FORA-FAIXA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "ITENS SEM HISTORICO.......: "
                       WS-TOT-SEM-HISTORICO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
           ELSE
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "REGISTROS DE HISTORICO....: " WS-TOT-REGISTROS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
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
               MOVE "RELAPREC"         TO SPL-PROGRAMA
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
       END PROGRAM RELAPREC.
      *----------------------------------------------------------------*
