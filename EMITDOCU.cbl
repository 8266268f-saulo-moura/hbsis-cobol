      ******************************************************************
      * PROGRAMA.: EMITDOCU                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: SUBPROGRAMA DE EMISSAO DO DOCUMENTO DE FATURAMENTO  *
      *            - IMPRIME NO SPOOL, PARA CADA FATURA DA FAIXA, O    *
      *            ENDERECO DO CLIENTE, OS ITENS COM QUANTIDADES E     *
      *            PRECOS, OS IMPOSTOS, A CONDICAO DE PAGAMENTO E AS   *
      *            PARCELAS COM VENCIMENTO E VALOR                     *
      ******************************************************************
      * CHAMADO PELO FATURAMENTO COM OS DOCUMENTOS GERADOS NO          *
      * PROCESSAMENTO (UMA GERACAO COM TODOS) E PELO GERENCIADOR DE    *
      * SPOOL PARA A SEGUNDA VIA DE UM DOCUMENTO (UMA GERACAO SO COM   *
      * ELE, JA MARCADA PARA IMPRESSAO)                                *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. EMITDOCU.
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
           SELECT ARQ-FATURAS          ASSIGN TO  "WID-ARQ-FAT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAT-DOCUMENTO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FATURA.
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
           SELECT ARQ-IMPOSTOS         ASSIGN TO  "WID-ARQ-IMP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS IMP-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-IMPOSTO.
      *
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
           SELECT ARQ-CONDICOES        ASSIGN TO  "WID-ARQ-CPG.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CPG-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CONDICAO.
      *
           SELECT ARQ-REL-DOCUMENTO    ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-DOC.
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
       FD ARQ-FATURAS.
       COPY FATUCADA.
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-ITENS.
       COPY ITEMCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-IMPOSTOS.
       COPY IMPOCADA.
      *
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
       FD ARQ-CONDICOES.
       COPY CONDCADA.
      *
       FD ARQ-REL-DOCUMENTO.
       01 REG-REL-DOCUMENTO            PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-FATURA                 PIC X(02).
           88 FS-FAT-OK                VALUE "00" THRU "09".
           88 FS-FAT-NAO-EXISTE        VALUE "35".
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-IMPOSTO                PIC X(02).
           88 FS-IMP-OK                VALUE "00" THRU "09".
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
       77 WS-FS-CONDICAO               PIC X(02).
           88 FS-CPG-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-DOC                PIC X(02).
           88 FS-REL-DOC-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
      * --> ARQUIVOS ABERTOS NESTA CHAMADA; SO AS FATURAS SAO
      *     OBRIGATORIAS, OS DEMAIS AUSENTES SAEM EM BRANCO
      *
       01 WS-FATURAS-ABERTO            PIC X(01)       VALUE "N".
           88 ARQ-FATURAS-ABERTO       VALUE "S".
       01 WS-PEDIDOS-ABERTO            PIC X(01)       VALUE "N".
           88 ARQ-PEDIDOS-ABERTO       VALUE "S".
       01 WS-CLIENTES-ABERTO           PIC X(01)       VALUE "N".
           88 ARQ-CLIENTES-ABERTO      VALUE "S".
       01 WS-ITENS-ABERTO              PIC X(01)       VALUE "N".
           88 ARQ-ITENS-ABERTO         VALUE "S".
       01 WS-PRODUTOS-ABERTO           PIC X(01)       VALUE "N".
           88 ARQ-PRODUTOS-ABERTO      VALUE "S".
       01 WS-IMPOSTOS-ABERTO           PIC X(01)       VALUE "N".
           88 ARQ-IMPOSTOS-ABERTO      VALUE "S".
       01 WS-RECEBER-ABERTO            PIC X(01)       VALUE "N".
           88 ARQ-RECEBER-ABERTO       VALUE "S".
       01 WS-CONDICOES-ABERTO          PIC X(01)       VALUE "N".
           88 ARQ-CONDICOES-ABERTO     VALUE "S".
       01 WS-GERACAO-ABERTA            PIC X(01)       VALUE "N".
           88 GERACAO-ABERTA           VALUE "S".
      *
      * --> GERACAO DATADA DOS DOCUMENTOS, REGISTRADA NO SPOOL
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
      *
      * --> PEDIDO E CLIENTE DO DOCUMENTO EM EMISSAO
      *
       01 WS-PEDIDO-LIDO               PIC X(01)       VALUE "N".
           88 PEDIDO-LIDO              VALUE "S".
       01 WS-CLIENTE-LIDO              PIC X(01)       VALUE "N".
           88 CLIENTE-LIDO             VALUE "S".
       01 WS-COND-RESOLVIDA            PIC 9(02)       VALUE 0.
       01 WS-QTD-TITULOS               PIC 9(02)       VALUE 0.
       01 WS-TOTAL-DOCUMENTO           PIC 9(09)V99    VALUE 0.
      *
      * --> LINHAS DO DOCUMENTO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-TITULO-ITENS.
           05 FILLER                   PIC X(05)   VALUE "SEQ".
           05 FILLER                   PIC X(09)   VALUE "PRODUTO".
           05 FILLER                   PIC X(32)   VALUE "DESCRICAO".
           05 FILLER                   PIC X(07)   VALUE "  QTDE".
           05 FILLER                   PIC X(05)   VALUE "UN".
           05 FILLER                   PIC X(16)
                                       VALUE "PRECO UNITARIO".
           05 FILLER                   PIC X(16)
                                       VALUE "   VALOR TOTAL".
           05 FILLER                   PIC X(12)
                                       VALUE "      ICMS".
           05 FILLER                   PIC X(12)
                                       VALUE "   ICMS-ST".
           05 FILLER                   PIC X(10)
                                       VALUE "       IPI".
       01 WS-LINHA-ITEM.
           05 SAI-ITE-SEQUENCIA        PIC 9(03).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ITE-PRODUTO          PIC 9(07).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ITE-DESCRICAO        PIC X(30).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ITE-QUANTIDADE       PIC ZZ.ZZ9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-ITE-UNIDADE          PIC X(03).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ITE-PRECO            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ITE-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ITE-ICMS             PIC ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ITE-ICMS-ST          PIC ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ITE-IPI              PIC ZZZ.ZZ9,99.
       01 WS-LINHA-TOTAL.
           05 SAI-TOT-ROTULO           PIC X(30).
           05 SAI-TOT-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-PARCELA.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-PAR-NUMERO           PIC 9(02).
           05 FILLER                   PIC X(05)   VALUE SPACES.
           05 SAI-PAR-VENCIMENTO       PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(03)   VALUE SPACES.
           05 SAI-PAR-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-DATA-EDITADA              PIC 9(04)/9(02)/9(02).
       01 WS-ENTREGA-EDITADA           PIC 9(04)/9(02)/9(02).
       01 WS-NUMERO-EDITADO            PIC Z(08)9.
       01 WS-CEP-EDITADO               PIC 99999B999.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY DOCUPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING
                                       REG-PARM-DOCUMENTO.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-EMITIR-DOCUMENTOS.
      *----------------------------------------------------------------*
       0000-EMITIR-DOCUMENTOS          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "0"                    TO EMD-RETORNO
           MOVE 0                      TO EMD-QTD-EMITIDOS
           MOVE SPACES                 TO EMD-NOME-GERACAO
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           PERFORM 1000-ABRIR-ARQUIVOS
           IF NOT EMD-ERRO
               PERFORM 2000-EMITIR-FAIXA
           END-IF
           PERFORM 6000-FECHAR-ARQUIVOS
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      * SEM FATURAS NAO HA O QUE EMITIR; OS DEMAIS ARQUIVOS QUE AINDA  *
      * NAO EXISTEM FICAM FECHADOS E A PARTE CORRESPONDENTE DO         *
      * DOCUMENTO SAI EM BRANCO                                        *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-FATURAS
           IF NOT FS-FAT-OK
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE FATURAS: "
                       WS-FS-FATURA
               MOVE "9"                TO EMD-RETORNO
               GO TO 1000-FIM
           END-IF
           MOVE "S"                    TO WS-FATURAS-ABERTO
           OPEN INPUT ARQ-PEDIDOS
           IF FS-PED-OK
               MOVE "S"                TO WS-PEDIDOS-ABERTO
           END-IF
           OPEN INPUT ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE "S"                TO WS-CLIENTES-ABERTO
           END-IF
           OPEN INPUT ARQ-ITENS
           IF FS-ITE-OK
               MOVE "S"                TO WS-ITENS-ABERTO
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           IF FS-PRO-OK
               MOVE "S"                TO WS-PRODUTOS-ABERTO
           END-IF
           OPEN INPUT ARQ-IMPOSTOS
           IF FS-IMP-OK
               MOVE "S"                TO WS-IMPOSTOS-ABERTO
           END-IF
           OPEN INPUT ARQ-RECEBER
           IF FS-REC-OK
               MOVE "S"                TO WS-RECEBER-ABERTO
           END-IF
           OPEN INPUT ARQ-CONDICOES
           IF FS-CPG-OK
               MOVE "S"                TO WS-CONDICOES-ABERTO
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EMITIR-FAIXA               SECTION.
      *----------------------------------------------------------------*
      * PERCORRE AS FATURAS DA FAIXA PEDIDA; A GERACAO SO E CRIADA SE  *
      * HOUVER AO MENOS UM DOCUMENTO E SO E REGISTRADA NO SPOOL NO FIM *
      *----------------------------------------------------------------*
           MOVE EMD-DOCUMENTO-INICIAL  TO FAT-DOCUMENTO
           START ARQ-FATURAS KEY IS NOT LESS THAN FAT-DOCUMENTO
           IF FS-FAT-OK
               READ ARQ-FATURAS        NEXT
           END-IF
           PERFORM UNTIL NOT FS-FAT-OK
                      OR FAT-DOCUMENTO > EMD-DOCUMENTO-FINAL
               IF NOT GERACAO-ABERTA
                   PERFORM 2100-ABRIR-GERACAO
                   IF NOT GERACAO-ABERTA
                       MOVE "9"        TO EMD-RETORNO
                       GO TO 2000-FIM
                   END-IF
               END-IF
               PERFORM 3000-EMITIR-DOCUMENTO
               ADD 1                   TO EMD-QTD-EMITIDOS
               READ ARQ-FATURAS        NEXT
           END-PERFORM
           IF EMD-QTD-EMITIDOS = 0
               MOVE "1"                TO EMD-RETORNO
           ELSE
               CLOSE ARQ-REL-DOCUMENTO
               MOVE "N"                TO WS-GERACAO-ABERTA
               PERFORM 8950-REGISTRAR-SPOOL
               MOVE WS-NOME-GERACAO    TO EMD-NOME-GERACAO
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-ABRIR-GERACAO              SECTION.
      *----------------------------------------------------------------*
      * A EMISSAO DO PROCESSAMENTO LEVA A DATA NO NOME; A SEGUNDA VIA  *
      * LEVA O NUMERO DO DOCUMENTO, COMO O DOCUMENTO DO ORCAMENTO      *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-NOME-GERACAO
           IF EMD-E-SEGUNDA-VIA
               STRING "WID-REL-DOC-" FAT-DOCUMENTO "-"
                       WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           ELSE
               STRING "WID-REL-DOC-" WS-DATA-ATUAL "-"
                       WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           END-IF
           OPEN OUTPUT ARQ-REL-DOCUMENTO
           IF FS-REL-DOC-OK
               MOVE "S"                TO WS-GERACAO-ABERTA
           ELSE
               DISPLAY "ERRO NA GERACAO DOS DOCUMENTOS: "
                       WS-FS-REL-DOC
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-EMITIR-DOCUMENTO           SECTION.
      *----------------------------------------------------------------*
      * UM DOCUMENTO POR FATURA, SEPARADO DO SEGUINTE POR UMA LINHA    *
      * DUPLA: CABECALHO, CLIENTE, ITENS, TOTAIS E PARCELAS            *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-PEDIDO-LIDO
           IF ARQ-PEDIDOS-ABERTO
               MOVE FAT-NUMERO-PED     TO PED-NUMERO
               READ ARQ-PEDIDOS
               IF FS-PED-OK
                   MOVE "S"            TO WS-PEDIDO-LIDO
               END-IF
           END-IF
           MOVE ALL "="                TO WS-LINHA-CABECALHO (1:124)
           PERFORM 3900-GRAVAR-LINHA
           MOVE FAT-DOCUMENTO          TO WS-NUMERO-EDITADO
           MOVE FAT-DATA-FATURAMENTO   TO WS-DATA-EDITADA
           STRING "DOCUMENTO DE FATURAMENTO NR " WS-NUMERO-EDITADO
                  "   EMISSAO: " WS-DATA-EDITADA
                  "   PEDIDO: " FAT-NUMERO-PED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           IF EMD-E-SEGUNDA-VIA
               MOVE "SEGUNDA VIA"      TO WS-LINHA-CABECALHO (114:)
           END-IF
           PERFORM 3900-GRAVAR-LINHA
           IF PEDIDO-LIDO AND PED-DT-ENTREGA > 0
               MOVE PED-DT-ENTREGA     TO WS-ENTREGA-EDITADA
               STRING "ENTREGA PREVISTA: " WS-ENTREGA-EDITADA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3100-IMPRIMIR-CLIENTE
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3200-IMPRIMIR-ITENS
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3300-IMPRIMIR-TOTAIS
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3400-IMPRIMIR-PARCELAS
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-IMPRIMIR-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      * BLOCO DE ENDERECO DO CLIENTE DO CADASTRO ATUAL                 *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-CLIENTE-LIDO
           IF ARQ-CLIENTES-ABERTO
               MOVE FAT-CNPJ           TO CNPJ
               READ ARQ-CLIENTES
               IF FS-CLI-OK
                   MOVE "S"            TO WS-CLIENTE-LIDO
               END-IF
           END-IF
           IF NOT CLIENTE-LIDO
               STRING "CLIENTE..: " FAT-CNPJ
                      " - NAO ENCONTRADO NO CADASTRO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
               GO TO 3100-FIM
           END-IF
           STRING "CLIENTE..: " FAT-CNPJ " - " NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           STRING "ENDERECO.: " LOGRADOURO DELIMITED BY "  "
                  ", "                 DELIMITED BY SIZE
                  ENDERECO-NUMERO      DELIMITED BY "  "
                  " - "                DELIMITED BY SIZE
                  BAIRRO               DELIMITED BY "  "
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE CEP                    TO WS-CEP-EDITADO
           INSPECT WS-CEP-EDITADO      REPLACING ALL " " BY "-"
           STRING "MUNICIPIO: " MUNICIPIO DELIMITED BY "  "
                  " - " UF "   CEP: " WS-CEP-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           IF TELEFONE NOT = SPACES
               STRING "TELEFONE.: " TELEFONE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-IMPRIMIR-ITENS             SECTION.
      *----------------------------------------------------------------*
      * LINHAS DO PEDIDO COMO FATURADAS (QUANTIDADE ATENDIDA) COM OS   *
      * IMPOSTOS DE CADA ITEM GRAVADOS NO FATURAMENTO                  *
      *----------------------------------------------------------------*
           IF NOT ARQ-ITENS-ABERTO
               MOVE "ITENS DO PEDIDO NAO DISPONIVEIS"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
               GO TO 3200-FIM
           END-IF
           MOVE WS-TITULO-ITENS        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE FAT-NUMERO-PED         TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS KEY IS NOT LESS THAN ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS          NEXT
           END-IF
           PERFORM UNTIL NOT FS-ITE-OK
                      OR ITE-NUMERO-PED NOT = FAT-NUMERO-PED
               MOVE ITE-SEQUENCIA      TO SAI-ITE-SEQUENCIA
               MOVE ITE-PRODUTO        TO SAI-ITE-PRODUTO
               MOVE SPACES             TO SAI-ITE-DESCRICAO
               MOVE SPACES             TO SAI-ITE-UNIDADE
               IF ARQ-PRODUTOS-ABERTO
                   MOVE ITE-PRODUTO    TO PRO-CODIGO
                   READ ARQ-PRODUTOS
                   IF FS-PRO-OK
                       MOVE PRO-DESCRICAO
                                       TO SAI-ITE-DESCRICAO
                       MOVE PRO-UNIDADE
                                       TO SAI-ITE-UNIDADE
                   END-IF
               END-IF
               MOVE ITE-QUANTIDADE     TO SAI-ITE-QUANTIDADE
               MOVE ITE-PRECO-UNITARIO TO SAI-ITE-PRECO
               MOVE ITE-VALOR-TOTAL    TO SAI-ITE-VALOR
               MOVE 0                  TO SAI-ITE-ICMS
               MOVE 0                  TO SAI-ITE-ICMS-ST
               MOVE 0                  TO SAI-ITE-IPI
               IF ARQ-IMPOSTOS-ABERTO
                   MOVE FAT-DOCUMENTO  TO IMP-DOCUMENTO
                   MOVE ITE-SEQUENCIA  TO IMP-SEQUENCIA
                   READ ARQ-IMPOSTOS
                   IF FS-IMP-OK
                       MOVE IMP-VALOR-ICMS
                                       TO SAI-ITE-ICMS
                       MOVE IMP-VALOR-ICMS-ST
                                       TO SAI-ITE-ICMS-ST
                       MOVE IMP-VALOR-IPI
                                       TO SAI-ITE-IPI
                   END-IF
               END-IF
               MOVE WS-LINHA-ITEM      TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
               READ ARQ-ITENS          NEXT
           END-PERFORM
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3300-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*
      * TOTAIS DA FATURA; A FATURA ANTERIOR AO CALCULO DE IMPOSTOS     *
      * (TOTAL ZERO) TEM O TOTAL IGUAL AO VALOR DOS PRODUTOS           *
      *----------------------------------------------------------------*
           MOVE FAT-VALOR-TOTAL        TO WS-TOTAL-DOCUMENTO
           IF WS-TOTAL-DOCUMENTO = 0
               MOVE FAT-VALOR          TO WS-TOTAL-DOCUMENTO
           END-IF
           MOVE "VALOR DOS PRODUTOS..........:" TO SAI-TOT-ROTULO
           MOVE FAT-VALOR              TO SAI-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "BASE DE CALCULO DO ICMS.....:" TO SAI-TOT-ROTULO
           MOVE FAT-BASE-ICMS          TO SAI-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "VALOR DO ICMS...............:" TO SAI-TOT-ROTULO
           MOVE FAT-VALOR-ICMS         TO SAI-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "BASE DE CALCULO DO ICMS-ST..:" TO SAI-TOT-ROTULO
           MOVE FAT-BASE-ICMS-ST       TO SAI-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "VALOR DO ICMS-ST............:" TO SAI-TOT-ROTULO
           MOVE FAT-VALOR-ICMS-ST      TO SAI-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "VALOR DO IPI................:" TO SAI-TOT-ROTULO
           MOVE FAT-VALOR-IPI          TO SAI-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "VALOR TOTAL DO DOCUMENTO....:" TO SAI-TOT-ROTULO
           MOVE WS-TOTAL-DOCUMENTO     TO SAI-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       3300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3400-IMPRIMIR-PARCELAS          SECTION.
      *----------------------------------------------------------------*
      * CONDICAO DE PAGAMENTO RESOLVIDA COMO NO FATURAMENTO (A DO      *
      * PEDIDO, SENAO A PADRAO DO CLIENTE, SENAO A VISTA) E OS TITULOS *
      * GERADOS PARA O DOCUMENTO; BONIFICACAO E TROCA NAO TEM COBRANCA *
      *----------------------------------------------------------------*
           IF PEDIDO-LIDO AND NOT TIPO-VENDA
               MOVE "MERCADORIA SEM COBRANCA (BONIFICACAO OU TROCA)"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
               GO TO 3400-FIM
           END-IF
           MOVE 0                      TO WS-COND-RESOLVIDA
           IF PEDIDO-LIDO
               MOVE PED-COND-PAGTO     TO WS-COND-RESOLVIDA
           END-IF
           IF WS-COND-RESOLVIDA = 0 AND CLIENTE-LIDO
               MOVE COND-PAGTO-PADRAO  TO WS-COND-RESOLVIDA
           END-IF
           MOVE "A VISTA"              TO CPG-DESCRICAO
           IF WS-COND-RESOLVIDA > 0
               MOVE SPACES             TO CPG-DESCRICAO
               IF ARQ-CONDICOES-ABERTO
                   MOVE WS-COND-RESOLVIDA TO CPG-CODIGO
                   READ ARQ-CONDICOES
                   IF NOT FS-CPG-OK
                       MOVE SPACES     TO CPG-DESCRICAO
                   END-IF
               END-IF
           END-IF
           STRING "CONDICAO DE PAGAMENTO: " WS-COND-RESOLVIDA
                  " - " CPG-DESCRICAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "PARCELA  VENCIMENTO            VALOR"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE 0                      TO WS-QTD-TITULOS
           IF ARQ-RECEBER-ABERTO
               MOVE FAT-DOCUMENTO      TO REC-DOCUMENTO
               MOVE 0                  TO REC-PARCELA
               START ARQ-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               IF FS-REC-OK
                   READ ARQ-RECEBER    NEXT
               END-IF
               PERFORM UNTIL NOT FS-REC-OK
                          OR REC-DOCUMENTO NOT = FAT-DOCUMENTO
                   MOVE REC-PARCELA    TO SAI-PAR-NUMERO
                   MOVE REC-DATA-VENCIMENTO
                                       TO SAI-PAR-VENCIMENTO
                   MOVE REC-VALOR      TO SAI-PAR-VALOR
                   MOVE WS-LINHA-PARCELA
                                       TO WS-LINHA-CABECALHO
                   PERFORM 3900-GRAVAR-LINHA
                   ADD 1               TO WS-QTD-TITULOS
                   READ ARQ-RECEBER    NEXT
               END-PERFORM
           END-IF
           IF WS-QTD-TITULOS = 0
               MOVE "NENHUM TITULO ENCONTRADO PARA O DOCUMENTO"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           .
       3400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-DOCUMENTO
           WRITE REG-REL-DOCUMENTO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
      *
           IF GERACAO-ABERTA
               CLOSE ARQ-REL-DOCUMENTO
               MOVE "N"                TO WS-GERACAO-ABERTA
           END-IF
           IF ARQ-FATURAS-ABERTO
               CLOSE ARQ-FATURAS
               MOVE "N"                TO WS-FATURAS-ABERTO
           END-IF
           IF ARQ-PEDIDOS-ABERTO
               CLOSE ARQ-PEDIDOS
               MOVE "N"                TO WS-PEDIDOS-ABERTO
           END-IF
           IF ARQ-CLIENTES-ABERTO
               CLOSE ARQ-CLIENTES
               MOVE "N"                TO WS-CLIENTES-ABERTO
           END-IF
           IF ARQ-ITENS-ABERTO
               CLOSE ARQ-ITENS
               MOVE "N"                TO WS-ITENS-ABERTO
           END-IF
           IF ARQ-PRODUTOS-ABERTO
               CLOSE ARQ-PRODUTOS
               MOVE "N"                TO WS-PRODUTOS-ABERTO
           END-IF
           IF ARQ-IMPOSTOS-ABERTO
               CLOSE ARQ-IMPOSTOS
               MOVE "N"                TO WS-IMPOSTOS-ABERTO
           END-IF
           IF ARQ-RECEBER-ABERTO
               CLOSE ARQ-RECEBER
               MOVE "N"                TO WS-RECEBER-ABERTO
           END-IF
           IF ARQ-CONDICOES-ABERTO
               CLOSE ARQ-CONDICOES
               MOVE "N"                TO WS-CONDICOES-ABERTO
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8950-REGISTRAR-SPOOL            SECTION.
      *----------------------------------------------------------------*
      * REGISTRA A GERACAO NO CONTROLE DE SPOOL; A SEGUNDA VIA JA      *
      * ENTRA MARCADA PARA IMPRESSAO                                   *
      *----------------------------------------------------------------*
           OPEN EXTEND ARQ-CTL-SPOOL
           IF FS-SPL-NAO-EXISTE
               OPEN OUTPUT ARQ-CTL-SPOOL
           END-IF
           IF FS-SPL-OK
               MOVE WS-DATA-ATUAL      TO SPL-DATA
               MOVE WS-HORA-ATUAL (1:6) TO SPL-HORA
               MOVE "EMITDOCU"         TO SPL-PROGRAMA
               MOVE EMD-OPERADOR       TO SPL-OPERADOR
               MOVE WS-NOME-GERACAO    TO SPL-NOME-ARQUIVO
               IF EMD-E-SEGUNDA-VIA
                   MOVE "S"            TO SPL-REIMPRIMIR
               ELSE
                   MOVE "N"            TO SPL-REIMPRIMIR
               END-IF
               WRITE REG-SPOOL
               CLOSE ARQ-CTL-SPOOL
           END-IF
           .
       8950-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM EMITDOCU.
      *----------------------------------------------------------------*
