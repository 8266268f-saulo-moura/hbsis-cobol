      ******************************************************************
      * PROGRAMA.: RECONPED                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CONFERENCIA DO CICLO PEDIDO-RECEBIMENTO - PASSO DA  *
      *            CADEIA NOTURNA QUE CONFRONTA PEDIDOS, ITENS,        *
      *            FATURAS, TITULOS E DEVOLUCOES E IMPRIME NO SPOOL    *
      *            CADA QUEBRA ENCONTRADA                              *
      ******************************************************************
      * CONFERE: VALOR DO PEDIDO = SOMA DOS ITENS; PEDIDO FATURADO COM *
      * UMA SO FATURA DE MESMO VALOR; PARCELAS DA FATURA = TOTAL DO    *
      * DOCUMENTO (BONIFICACAO E TROCA SEM TITULOS); TITULO SEMPRE COM *
      * FATURA; DEVOLUCOES DO PEDIDO ATE O VALOR COBRADO. HAVENDO      *
      * QUEBRA O LOTE TERMINA COM AVISO NO LOG, QUE O MONITOR DE       *
      * ALERTAS (MONIALER) LEVANTA NA MANHA SEGUINTE                   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RECONPED.
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
           SELECT ARQ-FATURAS          ASSIGN TO  "WID-ARQ-FAT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAT-DOCUMENTO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FATURA.
      *
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
           SELECT ARQ-DEVOLUCOES       ASSIGN TO  "WID-ARQ-DEV.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DEV-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DEVOLUCAO.
      *
           SELECT ARQ-REL-CONFERENCIA  ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-CNF.
      *
           SELECT ARQ-CTL-SPOOL        ASSIGN TO  "WID-CTL-SPL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SPOOL.
      *
           SELECT ARQ-LOG-EXECUCAO     ASSIGN TO  "WID-LOG-EXE.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-LOG-EXE.
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
       FD ARQ-FATURAS.
       COPY FATUCADA.
      *
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
       FD ARQ-DEVOLUCOES.
       COPY DEVOCADA.
      *
       FD ARQ-REL-CONFERENCIA.
       01 REG-REL-CONFERENCIA          PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
       FD ARQ-LOG-EXECUCAO.
       COPY LOGECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
           88 FS-PED-NAO-EXISTE        VALUE "35".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
       77 WS-FS-FATURA                 PIC X(02).
           88 FS-FAT-OK                VALUE "00" THRU "09".
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
       77 WS-FS-DEVOLUCAO              PIC X(02).
           88 FS-DEV-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-CNF                PIC X(02).
           88 FS-REL-CNF-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
       77 WS-FS-LOG-EXE                PIC X(02).
           88 FS-EXE-OK                VALUE "00" THRU "09".
           88 FS-EXE-NAO-EXISTE        VALUE "35".
      *
      * --> GERACAO DATADA DAS QUEBRAS, REGISTRADA NO SPOOL
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-INICIO-EXEC          PIC 9(06)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-STATUS-EXECUCAO           PIC X(02)       VALUE "OK".
       01 WS-CONTADORES-EXEC           PIC X(80)       VALUE SPACES.
      *
       01 WS-ITENS-ABERTO              PIC X(01)       VALUE "N".
           88 ARQ-ITENS-ABERTO         VALUE "S".
       01 WS-FATURAS-ABERTO            PIC X(01)       VALUE "N".
           88 ARQ-FATURAS-ABERTO       VALUE "S".
       01 WS-RECEBER-ABERTO            PIC X(01)       VALUE "N".
           88 ARQ-RECEBER-ABERTO       VALUE "S".
       01 WS-DEVOLUCOES-ABERTO         PIC X(01)       VALUE "N".
           88 ARQ-DEVOLUCOES-ABERTO    VALUE "S".
      *
      * --> SOMAS DA CONFERENCIA E VALOR COBRADO DO PEDIDO (TOTAL DO
      *     DOCUMENTO, OU O VALOR DOS PRODUTOS SEM CALCULO DE IMPOSTOS)
      *
       01 WS-SOMA-ITENS                PIC 9(11)V99    VALUE 0.
       01 WS-SOMA-PARCELAS             PIC 9(11)V99    VALUE 0.
       01 WS-QTD-PARCELAS              PIC 9(03)       VALUE 0.
       01 WS-SOMA-DEVOLVIDO            PIC 9(11)V99    VALUE 0.
       01 WS-VALOR-COBRADO             PIC 9(11)V99    VALUE 0.
       01 WS-PEDIDO-DEVOLUCAO          PIC 9(09)       VALUE 0.
       01 WS-DOCUMENTO-FATURA          PIC 9(09)       VALUE 0.
       01 WS-FATURA-DE-VENDA           PIC X(01)       VALUE "S".
           88 FATURA-DE-VENDA          VALUE "S".
      *
      * --> QUEBRA A IMPRIMIR
      *
       01 WS-QBR-DESCRICAO             PIC X(40)       VALUE SPACES.
       01 WS-QBR-PEDIDO                PIC 9(09)       VALUE 0.
       01 WS-QBR-DOCUMENTO             PIC 9(09)       VALUE 0.
       01 WS-QBR-ESPERADO              PIC 9(11)V99    VALUE 0.
       01 WS-QBR-ENCONTRADO            PIC 9(11)V99    VALUE 0.
      *
       01 WS-TOT-PEDIDOS               PIC 9(07)       VALUE 0.
       01 WS-TOT-FATURAS               PIC 9(07)       VALUE 0.
       01 WS-TOT-TITULOS               PIC 9(07)       VALUE 0.
       01 WS-TOT-QBR-ITENS             PIC 9(07)       VALUE 0.
       01 WS-TOT-QBR-FATURAS           PIC 9(07)       VALUE 0.
       01 WS-TOT-QBR-PARCELAS          PIC 9(07)       VALUE 0.
       01 WS-TOT-QBR-ORFAOS            PIC 9(07)       VALUE 0.
       01 WS-TOT-QBR-DEVOLUCOES        PIC 9(07)       VALUE 0.
       01 WS-TOT-QUEBRAS               PIC 9(07)       VALUE 0.
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-REL-CONFERENCIA.
           05 SAI-DESCRICAO            PIC X(40).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-PEDIDO               PIC 9(09).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-DOCUMENTO            PIC 9(09).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ESPERADO             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ENCONTRADO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       MOVE WS-OPERADOR-LINK           TO WS-OPERADOR-ATUAL
       PERFORM 0000-CONFERIR-CICLO.
      *----------------------------------------------------------------*
       0000-CONFERIR-CICLO             SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO WS-HORA-INICIO-EXEC
           MOVE "OK"                   TO WS-STATUS-EXECUCAO
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-CNF-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           PERFORM 1000-ABRIR-ARQUIVOS
           IF FS-PED-NAO-EXISTE
               DISPLAY "NAO HA PEDIDOS PARA CONFERIR"
               MOVE 0                  TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-ABRIR-RELATORIO
           PERFORM 2000-CONFERIR-PEDIDOS
           PERFORM 3000-CONFERIR-FATURAS
           PERFORM 4000-CONFERIR-TITULOS
           PERFORM 5000-CONFERIR-DEVOLUCOES
           PERFORM 7000-IMPRIMIR-RESUMO
           CLOSE ARQ-REL-CONFERENCIA
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 6000-FECHAR-ARQUIVOS
           IF WS-TOT-QUEBRAS > 0
               MOVE "AV"               TO WS-STATUS-EXECUCAO
           END-IF
           MOVE SPACES                 TO WS-CONTADORES-EXEC
           STRING "PED=" WS-TOT-PEDIDOS
                  " ITE=" WS-TOT-QBR-ITENS
                  " FAT=" WS-TOT-QBR-FATURAS
                  " PAR=" WS-TOT-QBR-PARCELAS
                  " ORF=" WS-TOT-QBR-ORFAOS
                  " DEV=" WS-TOT-QBR-DEVOLUCOES
                                       DELIMITED BY SIZE
                                       INTO WS-CONTADORES-EXEC
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           IF WS-STATUS-EXECUCAO = "AV"
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE
           END-IF
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      * SO OS PEDIDOS SAO OBRIGATORIOS; ARQUIVO AUSENTE E TRATADO      *
      * COMO VAZIO E AS QUEBRAS APARECEM NA CONFERENCIA                *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PEDIDOS
           IF FS-PED-NAO-EXISTE
               GO TO 1000-FIM
           END-IF
           IF NOT FS-PED-OK
               PERFORM 9991-ERRO-ARQUIVO-PEDIDOS
           END-IF
           OPEN INPUT ARQ-ITENS
           IF FS-ITE-OK
               MOVE "S"                TO WS-ITENS-ABERTO
           END-IF
           OPEN INPUT ARQ-FATURAS
           IF FS-FAT-OK
               MOVE "S"                TO WS-FATURAS-ABERTO
           END-IF
           OPEN INPUT ARQ-RECEBER
           IF FS-REC-OK
               MOVE "S"                TO WS-RECEBER-ABERTO
           END-IF
           OPEN INPUT ARQ-DEVOLUCOES
           IF FS-DEV-OK
               MOVE "S"                TO WS-DEVOLUCOES-ABERTO
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-ABRIR-RELATORIO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-REL-CONFERENCIA
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "QUEBRA                                    "
                  "PEDIDO     DOCUMENTO  "
                  "    VALOR ESPERADO  "
                  "  VALOR ENCONTRADO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-CONFERENCIA
           WRITE REG-REL-CONFERENCIA
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-CONFERIR-PEDIDOS           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDOS NEXT
           PERFORM UNTIL NOT FS-PED-OK
               IF NOT PEDIDO-CANCELADO
                   ADD 1               TO WS-TOT-PEDIDOS
                   PERFORM 2100-CONFERIR-PEDIDO
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-CONFERIR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      * O VALOR DO PEDIDO E A SOMA DOS ITENS; O FATURADO APONTA PARA   *
      * UMA FATURA DELE MESMO, COM O MESMO VALOR                       *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-SOMA-ITENS
           IF ARQ-ITENS-ABERTO
               MOVE PED-NUMERO         TO ITE-NUMERO-PED
               MOVE 0                  TO ITE-SEQUENCIA
               START ARQ-ITENS KEY >= ITE-CHAVE
               IF FS-ITE-OK
                   READ ARQ-ITENS NEXT
                   PERFORM UNTIL NOT FS-ITE-OK
                           OR ITE-NUMERO-PED NOT = PED-NUMERO
                       ADD ITE-VALOR-TOTAL TO WS-SOMA-ITENS
                       READ ARQ-ITENS NEXT
                   END-PERFORM
               END-IF
           END-IF
           IF WS-SOMA-ITENS NOT = PED-VALOR
               MOVE "VALOR DO PEDIDO DIFERENTE DOS ITENS"
                                       TO WS-QBR-DESCRICAO
               MOVE PED-NUMERO         TO WS-QBR-PEDIDO
               MOVE PED-DOCUMENTO      TO WS-QBR-DOCUMENTO
               MOVE PED-VALOR          TO WS-QBR-ESPERADO
               MOVE WS-SOMA-ITENS      TO WS-QBR-ENCONTRADO
               ADD 1                   TO WS-TOT-QBR-ITENS
               PERFORM 3900-GRAVAR-QUEBRA
           END-IF
           IF NOT PEDIDO-FATURADO
               GO TO 2100-FIM
           END-IF
           MOVE PED-NUMERO             TO WS-QBR-PEDIDO
           MOVE PED-DOCUMENTO          TO WS-QBR-DOCUMENTO
           MOVE PED-VALOR              TO WS-QBR-ESPERADO
           MOVE PED-DOCUMENTO          TO FAT-DOCUMENTO
           IF ARQ-FATURAS-ABERTO
               READ ARQ-FATURAS
           END-IF
           IF NOT ARQ-FATURAS-ABERTO OR NOT FS-FAT-OK
               MOVE "PEDIDO FATURADO SEM FATURA"
                                       TO WS-QBR-DESCRICAO
               MOVE 0                  TO WS-QBR-ENCONTRADO
               ADD 1                   TO WS-TOT-QBR-FATURAS
               PERFORM 3900-GRAVAR-QUEBRA
               GO TO 2100-FIM
           END-IF
           IF FAT-NUMERO-PED NOT = PED-NUMERO
               MOVE "FATURA DO PEDIDO E DE OUTRO PEDIDO"
                                       TO WS-QBR-DESCRICAO
               MOVE FAT-VALOR          TO WS-QBR-ENCONTRADO
               ADD 1                   TO WS-TOT-QBR-FATURAS
               PERFORM 3900-GRAVAR-QUEBRA
               GO TO 2100-FIM
           END-IF
           IF FAT-VALOR NOT = PED-VALOR
               MOVE "FATURA COM VALOR DIFERENTE DO PEDIDO"
                                       TO WS-QBR-DESCRICAO
               MOVE FAT-VALOR          TO WS-QBR-ENCONTRADO
               ADD 1                   TO WS-TOT-QBR-FATURAS
               PERFORM 3900-GRAVAR-QUEBRA
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONFERIR-FATURAS           SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT ARQ-FATURAS-ABERTO
               GO TO 3000-FIM
           END-IF
           MOVE 0                      TO FAT-DOCUMENTO
           START ARQ-FATURAS KEY >= FAT-DOCUMENTO
           IF NOT FS-FAT-OK
               GO TO 3000-FIM
           END-IF
           READ ARQ-FATURAS NEXT
           PERFORM UNTIL NOT FS-FAT-OK
               ADD 1                   TO WS-TOT-FATURAS
               PERFORM 3100-CONFERIR-FATURA
               READ ARQ-FATURAS NEXT
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-CONFERIR-FATURA            SECTION.
      *----------------------------------------------------------------*
      * A FATURA PRECISA SER A QUE O PEDIDO APONTA (OUTRA FATURA PARA  *
      * O MESMO PEDIDO E DUPLICIDADE) E AS PARCELAS SOMAM O TOTAL DO   *
      * DOCUMENTO; BONIFICACAO E TROCA NAO TEM TITULOS                 *
      *----------------------------------------------------------------*
           MOVE FAT-NUMERO-PED         TO WS-QBR-PEDIDO
           MOVE FAT-DOCUMENTO          TO WS-QBR-DOCUMENTO
           MOVE FAT-VALOR              TO WS-QBR-ESPERADO
           MOVE "S"                    TO WS-FATURA-DE-VENDA
           MOVE FAT-NUMERO-PED         TO PED-NUMERO
           READ ARQ-PEDIDOS
           IF NOT FS-PED-OK
               MOVE "FATURA SEM PEDIDO"
                                       TO WS-QBR-DESCRICAO
               MOVE 0                  TO WS-QBR-ENCONTRADO
               ADD 1                   TO WS-TOT-QBR-FATURAS
               PERFORM 3900-GRAVAR-QUEBRA
           ELSE
               IF NOT TIPO-VENDA
                   MOVE "N"            TO WS-FATURA-DE-VENDA
               END-IF
               IF NOT PEDIDO-FATURADO
                   OR PED-DOCUMENTO NOT = FAT-DOCUMENTO
                   MOVE "FATURA DUPLICADA OU DE PEDIDO NAO FATURADO"
                                       TO WS-QBR-DESCRICAO
                   MOVE PED-VALOR      TO WS-QBR-ENCONTRADO
                   ADD 1               TO WS-TOT-QBR-FATURAS
                   PERFORM 3900-GRAVAR-QUEBRA
               END-IF
           END-IF
           MOVE 0                      TO WS-SOMA-PARCELAS
           MOVE 0                      TO WS-QTD-PARCELAS
           IF ARQ-RECEBER-ABERTO
               MOVE FAT-DOCUMENTO      TO REC-DOCUMENTO
               MOVE 0                  TO REC-PARCELA
               START ARQ-RECEBER KEY >= REC-CHAVE
               IF FS-REC-OK
                   READ ARQ-RECEBER NEXT
                   PERFORM UNTIL NOT FS-REC-OK
                           OR REC-DOCUMENTO NOT = FAT-DOCUMENTO
                       ADD REC-VALOR   TO WS-SOMA-PARCELAS
                       ADD 1           TO WS-QTD-PARCELAS
                       READ ARQ-RECEBER NEXT
                   END-PERFORM
               END-IF
           END-IF
           IF FATURA-DE-VENDA
               IF FAT-VALOR-TOTAL > 0
                   MOVE FAT-VALOR-TOTAL TO WS-QBR-ESPERADO
               END-IF
           ELSE
               MOVE 0                  TO WS-QBR-ESPERADO
           END-IF
           IF WS-SOMA-PARCELAS NOT = WS-QBR-ESPERADO
               OR (NOT FATURA-DE-VENDA AND WS-QTD-PARCELAS > 0)
               IF FATURA-DE-VENDA
                   MOVE "PARCELAS DIFERENTES DO TOTAL DA FATURA"
                                       TO WS-QBR-DESCRICAO
               ELSE
                   MOVE "BONIFICACAO OU TROCA COM TITULOS"
                                       TO WS-QBR-DESCRICAO
               END-IF
               MOVE WS-SOMA-PARCELAS   TO WS-QBR-ENCONTRADO
               ADD 1                   TO WS-TOT-QBR-PARCELAS
               PERFORM 3900-GRAVAR-QUEBRA
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-QUEBRA              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-QUEBRAS
           MOVE WS-QBR-DESCRICAO       TO SAI-DESCRICAO
           MOVE WS-QBR-PEDIDO          TO SAI-PEDIDO
           MOVE WS-QBR-DOCUMENTO       TO SAI-DOCUMENTO
           MOVE WS-QBR-ESPERADO        TO SAI-ESPERADO
           MOVE WS-QBR-ENCONTRADO      TO SAI-ENCONTRADO
           WRITE REG-REL-CONFERENCIA   FROM WS-LINHA-REL-CONFERENCIA
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-CONFERIR-TITULOS           SECTION.
      *----------------------------------------------------------------*
      * TODO TITULO TEM A SUA FATURA                                   *
      *----------------------------------------------------------------*
           IF NOT ARQ-RECEBER-ABERTO
               GO TO 4000-FIM
           END-IF
           MOVE 0                      TO REC-DOCUMENTO
           MOVE 0                      TO REC-PARCELA
           START ARQ-RECEBER KEY >= REC-CHAVE
           IF NOT FS-REC-OK
               GO TO 4000-FIM
           END-IF
           READ ARQ-RECEBER NEXT
           PERFORM UNTIL NOT FS-REC-OK
               ADD 1                   TO WS-TOT-TITULOS
               MOVE REC-DOCUMENTO      TO FAT-DOCUMENTO
               IF ARQ-FATURAS-ABERTO
                   READ ARQ-FATURAS
               END-IF
               IF NOT ARQ-FATURAS-ABERTO OR NOT FS-FAT-OK
                   MOVE "TITULO SEM FATURA"
                                       TO WS-QBR-DESCRICAO
                   MOVE REC-NUMERO-PED TO WS-QBR-PEDIDO
                   MOVE REC-DOCUMENTO  TO WS-QBR-DOCUMENTO
                   MOVE 0              TO WS-QBR-ESPERADO
                   MOVE REC-VALOR      TO WS-QBR-ENCONTRADO
                   ADD 1               TO WS-TOT-QBR-ORFAOS
                   PERFORM 3900-GRAVAR-QUEBRA
               END-IF
               READ ARQ-RECEBER NEXT
           END-PERFORM
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-CONFERIR-DEVOLUCOES        SECTION.
      *----------------------------------------------------------------*
      * AS DEVOLUCOES VEM EM ORDEM DE PEDIDO; NA QUEBRA DE PEDIDO O    *
      * TOTAL DEVOLVIDO E COMPARADO COM O VALOR COBRADO                *
      *----------------------------------------------------------------*
           IF NOT ARQ-DEVOLUCOES-ABERTO
               GO TO 5000-FIM
           END-IF
           MOVE 0                      TO WS-PEDIDO-DEVOLUCAO
           MOVE 0                      TO WS-SOMA-DEVOLVIDO
           READ ARQ-DEVOLUCOES NEXT
           PERFORM UNTIL NOT FS-DEV-OK
               IF DEV-NUMERO-PED NOT = WS-PEDIDO-DEVOLUCAO
                   IF WS-PEDIDO-DEVOLUCAO NOT = 0
                       PERFORM 5100-COMPARAR-DEVOLVIDO
                   END-IF
                   MOVE DEV-NUMERO-PED TO WS-PEDIDO-DEVOLUCAO
                   MOVE 0              TO WS-SOMA-DEVOLVIDO
               END-IF
               ADD DEV-VALOR           TO WS-SOMA-DEVOLVIDO
               READ ARQ-DEVOLUCOES NEXT
           END-PERFORM
           IF WS-PEDIDO-DEVOLUCAO NOT = 0
               PERFORM 5100-COMPARAR-DEVOLVIDO
           END-IF
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5100-COMPARAR-DEVOLVIDO         SECTION.
      *----------------------------------------------------------------*
      * O COBRADO E O TOTAL DO DOCUMENTO (COM IPI E ICMS-ST), OU O     *
      * VALOR DOS PRODUTOS QUANDO FATURADO SEM IMPOSTOS; PEDIDO SEM    *
      * FATURA NAO TEM NADA COBRADO                                    *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-VALOR-COBRADO
           MOVE 0                      TO WS-DOCUMENTO-FATURA
           MOVE WS-PEDIDO-DEVOLUCAO    TO PED-NUMERO
           READ ARQ-PEDIDOS
           IF FS-PED-OK AND PEDIDO-FATURADO AND ARQ-FATURAS-ABERTO
               MOVE PED-DOCUMENTO      TO FAT-DOCUMENTO
               MOVE PED-DOCUMENTO      TO WS-DOCUMENTO-FATURA
               READ ARQ-FATURAS
               IF FS-FAT-OK
                   IF FAT-VALOR-TOTAL > 0
                       MOVE FAT-VALOR-TOTAL TO WS-VALOR-COBRADO
                   ELSE
                       MOVE FAT-VALOR  TO WS-VALOR-COBRADO
                   END-IF
               END-IF
           END-IF
           IF WS-SOMA-DEVOLVIDO > WS-VALOR-COBRADO
               MOVE "DEVOLUCOES ACIMA DO VALOR COBRADO"
                                       TO WS-QBR-DESCRICAO
               MOVE WS-PEDIDO-DEVOLUCAO TO WS-QBR-PEDIDO
               MOVE WS-DOCUMENTO-FATURA TO WS-QBR-DOCUMENTO
               MOVE WS-VALOR-COBRADO   TO WS-QBR-ESPERADO
               MOVE WS-SOMA-DEVOLVIDO  TO WS-QBR-ENCONTRADO
               ADD 1                   TO WS-TOT-QBR-DEVOLUCOES
               PERFORM 3900-GRAVAR-QUEBRA
           END-IF
           .
       5100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PEDIDOS
           IF ARQ-ITENS-ABERTO
               CLOSE ARQ-ITENS
               MOVE "N"                TO WS-ITENS-ABERTO
           END-IF
           IF ARQ-FATURAS-ABERTO
               CLOSE ARQ-FATURAS
               MOVE "N"                TO WS-FATURAS-ABERTO
           END-IF
           IF ARQ-RECEBER-ABERTO
               CLOSE ARQ-RECEBER
               MOVE "N"                TO WS-RECEBER-ABERTO
           END-IF
           IF ARQ-DEVOLUCOES-ABERTO
               CLOSE ARQ-DEVOLUCOES
               MOVE "N"                TO WS-DEVOLUCOES-ABERTO
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      * RESUMO NA TELA E NO FIM DA GERACAO DO SPOOL                    *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-REL-CONFERENCIA
           WRITE REG-REL-CONFERENCIA
           DISPLAY "RESUMO DA CONFERENCIA PEDIDO-RECEBIMENTO"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS CONFERIDOS........: "
                   WS-TOT-PEDIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           PERFORM 7100-GRAVAR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "FATURAS CONFERIDAS........: "
                   WS-TOT-FATURAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           PERFORM 7100-GRAVAR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TITULOS CONFERIDOS........: "
                   WS-TOT-TITULOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           PERFORM 7100-GRAVAR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "QUEBRAS PEDIDO X ITENS....: "
                   WS-TOT-QBR-ITENS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           PERFORM 7100-GRAVAR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "QUEBRAS PEDIDO X FATURA...: "
                   WS-TOT-QBR-FATURAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           PERFORM 7100-GRAVAR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "QUEBRAS FATURA X PARCELAS.: "
                   WS-TOT-QBR-PARCELAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           PERFORM 7100-GRAVAR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TITULOS SEM FATURA........: "
                   WS-TOT-QBR-ORFAOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           PERFORM 7100-GRAVAR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "DEVOLUCOES ACIMA DO COBRADO: "
                   WS-TOT-QBR-DEVOLUCOES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           PERFORM 7100-GRAVAR-RESUMO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7100-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-LINHA-RESUMO        TO REG-REL-CONFERENCIA
           WRITE REG-REL-CONFERENCIA
           .
       7100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8900-GRAVAR-LOG-EXECUCAO        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-LOG-EXECUCAO
           IF FS-EXE-NAO-EXISTE
               OPEN OUTPUT ARQ-LOG-EXECUCAO
           END-IF
           IF FS-EXE-OK
               ACCEPT WS-HORA-ATUAL    FROM TIME
               MOVE WS-DATA-ATUAL      TO EXE-DATA
               MOVE "RECONPED"         TO EXE-PROGRAMA
               MOVE WS-HORA-INICIO-EXEC TO EXE-HORA-INICIO
               MOVE WS-HORA-ATUAL (1:6) TO EXE-HORA-FIM
               MOVE WS-STATUS-EXECUCAO TO EXE-STATUS
               MOVE WS-CONTADORES-EXEC TO EXE-CONTADORES
               WRITE REG-LOG-EXECUCAO
               CLOSE ARQ-LOG-EXECUCAO
           END-IF
           .
       8900-FIM. EXIT.
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
               MOVE "RECONPED"         TO SPL-PROGRAMA
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
       9991-ERRO-ARQUIVO-PEDIDOS       SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "ERRO NO ACESSO AO ARQUIVO DE PEDIDOS: "
                   WS-FS-PEDIDO
           MOVE "ER"                   TO WS-STATUS-EXECUCAO
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           MOVE 8                      TO RETURN-CODE
           GOBACK
           .
       9991-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM RECONPED.
      *----------------------------------------------------------------*
