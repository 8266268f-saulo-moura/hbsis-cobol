      ******************************************************************
      * PROGRAMA.: INTPEDRD                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: IMPORTACAO DOS PEDIDOS DE COMPRA DAS REDES - CADA   *
      *            LINHA TRAZ A REDE, O PEDIDO DE COMPRA, A LOJA E UM  *
      *            PRODUTO COM OS CODIGOS DA REDE; AS LINHAS SEGUIDAS  *
      *            DA MESMA REDE, PEDIDO DE COMPRA E LOJA VIRAM UM     *
      *            PEDIDO, TRADUZIDO PELO DE-PARA E INCLUIDO PELO      *
      *            INCLPEDI COM O NUMERO DO PEDIDO DE COMPRA. CODIGOS  *
      *            SEM DE-PARA, LOJAS INATIVAS, PRECOS FORA DA FAIXA   *
      *            E RECUSAS VAO PARA O RELATORIO DE EXCECOES, E CADA  *
      *            REDE RECEBE UM ARQUIVO DE RETORNO COM A SITUACAO DE *
      *            CADA ITEM                                           *
      ******************************************************************
      * CODIGOS DE MOTIVO DO RETORNO: 00 = ACEITO, 01 A 20 E 99 OS DO  *
      * INCLPEDI, E OS DA PROPRIA IMPORTACAO:                          *
      *   31 - LOJA SEM DE-PARA                                        *
      *   32 - LOJA NAO CADASTRADA OU INATIVA                          *
      *   33 - LOJA SEM VENDEDOR NA CARTEIRA                           *
      *   34 - PRODUTO SEM DE-PARA                                     *
      *   35 - PRODUTO NAO CADASTRADO OU INATIVO                       *
      *   36 - PRECO FORA DA FAIXA DA TABELA DE PRECOS                 *
      *   37 - PEDIDO DE COMPRA JA IMPORTADO PARA A LOJA               *
      *   38 - PEDIDO DE COMPRA COM MAIS DE 50 ITENS NA LOJA           *
      *   39 - RECUSADO POR OUTRO ITEM DO PEDIDO                       *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. INTPEDRD.
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
           SELECT ARQ-COMPRAS-REDE     ASSIGN TO  "WID-ARQ-OCR.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-COMPRAS.
      *
           SELECT ARQ-RETORNO-REDE     ASSIGN TO WS-NOME-RETORNO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-RETORNO.
      *
           SELECT ARQ-XREF             ASSIGN TO  "WID-ARQ-XRF.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS XRF-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-XREF.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-CARTEIRA         ASSIGN TO  "WID-ARQ-CAR.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAR-CNPJ
               ALTERNATE RECORD KEY    IS CAR-CPF WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CARTEIRA.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-TABELA-PRECO     ASSIGN TO  "WID-ARQ-TBP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TBP-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-TABELA.
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
           SELECT ARQ-REL-EXCECOES     ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-EXCECOES.
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
      * --> UMA LINHA POR ITEM, ORDENADA POR REDE, PEDIDO DE COMPRA E
      *     LOJA; PRECO ZERO ASSUME O NOSSO PRECO
      *
       FD ARQ-COMPRAS-REDE.
       01 REG-COMPRA-REDE.
           05 OCR-REDE                 PIC 9(05).
           05 OCR-PEDIDO-COMPRA        PIC X(20).
           05 OCR-DATA                 PIC 9(08).
           05 OCR-LOJA                 PIC X(20).
           05 OCR-PRODUTO              PIC X(20).
           05 OCR-QUANTIDADE           PIC 9(05).
           05 OCR-PRECO                PIC 9(09)V99.
      *
      * --> RETORNO PARA A REDE, UMA LINHA POR ITEM RECEBIDO
      *
       FD ARQ-RETORNO-REDE.
       01 REG-RETORNO-REDE.
           05 RTR-REDE                 PIC 9(05).
           05 RTR-PEDIDO-COMPRA        PIC X(20).
           05 RTR-LOJA                 PIC X(20).
           05 RTR-PRODUTO              PIC X(20).
           05 RTR-QUANTIDADE           PIC 9(05).
           05 RTR-SITUACAO             PIC X(01).
               88 RTR-ACEITO           VALUE "A".
               88 RTR-RECUSADO         VALUE "R".
           05 RTR-PEDIDO               PIC 9(09).
           05 RTR-MOTIVO               PIC 9(02).
           05 RTR-DESCRICAO            PIC X(40).
      *
       FD ARQ-XREF.
       COPY XREFCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-CARTEIRA.
       COPY CARTCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-TABELA-PRECO.
       COPY TBPRCADA.
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-REL-EXCECOES.
       01 REG-REL-EXCECOES             PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-COMPRAS                PIC X(02).
           88 FS-OCR-OK                VALUE "00" THRU "09".
           88 FS-OCR-FIM               VALUE "10".
           88 FS-OCR-NAO-EXISTE        VALUE "35".
       77 WS-FS-RETORNO                PIC X(02).
           88 FS-RTR-OK                VALUE "00" THRU "09".
       77 WS-FS-XREF                   PIC X(02).
           88 FS-XRF-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-CARTEIRA               PIC X(02).
           88 FS-CAR-OK                VALUE "00" THRU "09".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-TABELA                 PIC X(02).
           88 FS-TBP-OK                VALUE "00" THRU "09".
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-EXCECOES           PIC X(02).
           88 FS-REL-EXCECOES-OK       VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-NOME-RETORNO              PIC X(40)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
      *
      * --> ARQUIVOS DE CONSULTA ABERTOS E REDE DO RETORNO ABERTO
      *
       01 WS-XREF-ABERTO               PIC X(01)       VALUE "N".
           88 XREF-ABERTO              VALUE "S".
       01 WS-CLIENTES-ABERTOS          PIC X(01)       VALUE "N".
           88 CLIENTES-ABERTOS         VALUE "S".
       01 WS-CARTEIRA-ABERTA           PIC X(01)       VALUE "N".
           88 CARTEIRA-ABERTA          VALUE "S".
       01 WS-PRODUTOS-ABERTOS          PIC X(01)       VALUE "N".
           88 PRODUTOS-ABERTOS         VALUE "S".
       01 WS-TABELA-ABERTA             PIC X(01)       VALUE "N".
           88 TABELA-ABERTA            VALUE "S".
       01 WS-RETORNO-ABERTO            PIC X(01)       VALUE "N".
           88 RETORNO-ABERTO           VALUE "S".
       01 WS-REDE-RETORNO              PIC 9(05)       VALUE 0.
      *
      * --> PEDIDO DE COMPRA DA LOJA EM TRATAMENTO
      *
       01 WS-OCR-REDE                  PIC 9(05)       VALUE 0.
       01 WS-OCR-PEDIDO-COMPRA         PIC X(20)       VALUE SPACES.
       01 WS-OCR-LOJA                  PIC X(20)       VALUE SPACES.
       01 WS-CNPJ-LOJA                 PIC 9(14)       VALUE 0.
       01 WS-CPF-LOJA                  PIC 9(11)       VALUE 0.
       01 WS-FILIAL-LOJA               PIC 9(02)       VALUE 0.
       01 WS-CANAL-LOJA                PIC X(01)       VALUE SPACE.
       01 WS-PORTE-LOJA                PIC X(01)       VALUE SPACE.
       01 WS-MOTIVO-PEDIDO             PIC 9(02)       VALUE 0.
       01 WS-MOTIVO-EXCECAO            PIC 9(02)       VALUE 0.
       01 WS-MOTIVO-DE-ITEM            PIC X(01)       VALUE "N".
           88 MOTIVO-DE-ITEM           VALUE "S".
       01 WS-DESCRICAO-MOTIVO          PIC X(40)       VALUE SPACES.
       01 WS-PEDIDO-GERADO             PIC 9(09)       VALUE 0.
       01 WS-PROX-PEDIDO               PIC 9(09)       VALUE 0.
       01 WS-TENTATIVAS                PIC 9(02)       VALUE 0.
       01 WS-REPETIR-INCLUSAO          PIC X(01)       VALUE "N".
           88 REPETIR-INCLUSAO         VALUE "S".
      *
       01 WS-QTD-LINHAS                PIC 9(03)       VALUE 0.
       01 WS-LIN-IND                   PIC 9(03)       VALUE 0.
       01 WS-LIN-TABELA.
           05 WS-LIN-OCORRENCIA        OCCURS 50 TIMES.
               10 WS-LIN-PRODUTO-REDE  PIC X(20).
               10 WS-LIN-QUANTIDADE    PIC 9(05).
               10 WS-LIN-PRECO         PIC 9(09)V99.
               10 WS-LIN-PRODUTO       PIC 9(07).
               10 WS-LIN-MOTIVO        PIC 9(02).
       01 WS-LIN-EXCEDENTES            PIC 9(05)       VALUE 0.
      *
       01 WS-TOT-LIDOS                 PIC 9(07)       VALUE 0.
       01 WS-TOT-GERADOS               PIC 9(07)       VALUE 0.
       01 WS-TOT-RECUSADOS             PIC 9(07)       VALUE 0.
       01 WS-TOT-EXCECOES              PIC 9(07)       VALUE 0.
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DE INCLUSAO DO PEDIDO
      *
       COPY PEDIPARM.
      *
      * --> LINHAS DO RELATORIO DE EXCECOES
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-EXCECAO.
           05 SAI-EXC-REDE             PIC 9(05).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-EXC-PEDIDO-COMPRA    PIC X(20).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-EXC-LOJA             PIC X(20).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-EXC-PRODUTO          PIC X(20).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-EXC-QUANTIDADE       PIC ZZZZ9.
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-EXC-PRECO            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-EXC-MOTIVO           PIC 9(02).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-EXC-DESCRICAO        PIC X(40).
       01 WS-DATA-EDITADA              PIC 9(04)/9(02)/9(02).
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
       PERFORM 0000-IMPORTAR-COMPRAS.
      *----------------------------------------------------------------*
       0000-IMPORTAR-COMPRAS           SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           OPEN INPUT ARQ-COMPRAS-REDE
           IF FS-OCR-NAO-EXISTE
               DISPLAY "ARQUIVO DE PEDIDOS DE COMPRA NAO ENCONTRADO"
               GOBACK
           END-IF
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1100-ACHAR-ULTIMO-PEDIDO
           PERFORM 2000-LER-COMPRA-SEQ
           PERFORM 2100-PROCESSAR-LOJA
                                       UNTIL FS-OCR-FIM
           PERFORM 6000-FECHAR-ARQUIVOS
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-XREF
           IF FS-XRF-OK
               MOVE "S"                TO WS-XREF-ABERTO
           END-IF
           OPEN INPUT ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE "S"                TO WS-CLIENTES-ABERTOS
           END-IF
           OPEN INPUT ARQ-CARTEIRA
           IF FS-CAR-OK
               MOVE "S"                TO WS-CARTEIRA-ABERTA
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           IF FS-PRO-OK
               MOVE "S"                TO WS-PRODUTOS-ABERTOS
           END-IF
           OPEN INPUT ARQ-TABELA-PRECO
           IF FS-TBP-OK
               MOVE "S"                TO WS-TABELA-ABERTA
           END-IF
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-OCR-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-EXCECOES
           MOVE WS-DATA-ATUAL          TO WS-DATA-EDITADA
           STRING "EXCECOES DA IMPORTACAO DOS PEDIDOS DE COMPRA DAS "
                  "REDES - " WS-DATA-EDITADA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "REDE  PEDIDO DE COMPRA       LOJA"
                                       TO WS-LINHA-CABECALHO
           MOVE "PRODUTO                QTD          PRECO MT"
                                       TO WS-LINHA-CABECALHO (50:)
           MOVE "OCORRENCIA"           TO WS-LINHA-CABECALHO (95:)
           PERFORM 3900-GRAVAR-LINHA
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ACHAR-ULTIMO-PEDIDO        SECTION.
      *----------------------------------------------------------------*
      * OS PEDIDOS IMPORTADOS SAO NUMERADOS A PARTIR DO MAIOR NUMERO   *
      * JA CADASTRADO                                                  *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-PROX-PEDIDO
           OPEN INPUT ARQ-PEDIDOS
           IF FS-PED-OK
               MOVE 0                  TO PED-NUMERO
               START ARQ-PEDIDOS       KEY IS NOT < PED-NUMERO
               IF FS-PED-OK
                   READ ARQ-PEDIDOS NEXT
               END-IF
               PERFORM UNTIL NOT FS-PED-OK
                   MOVE PED-NUMERO     TO WS-PROX-PEDIDO
                   READ ARQ-PEDIDOS NEXT
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           END-IF
           ADD 1                       TO WS-PROX-PEDIDO
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-LER-COMPRA-SEQ             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-COMPRAS-REDE       NEXT
           IF NOT FS-OCR-OK AND NOT FS-OCR-FIM
               MOVE "10"               TO WS-FS-COMPRAS
           END-IF
           IF FS-OCR-OK
               ADD 1                   TO WS-TOT-LIDOS
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-PROCESSAR-LOJA             SECTION.
      *----------------------------------------------------------------*
      * AS LINHAS SEGUIDAS DA MESMA REDE, PEDIDO DE COMPRA E LOJA SAO  *
      * UM PEDIDO; QUALQUER EXCECAO RECUSA O PEDIDO DA LOJA INTEIRO    *
      *----------------------------------------------------------------*
           MOVE OCR-REDE               TO WS-OCR-REDE
           MOVE OCR-PEDIDO-COMPRA      TO WS-OCR-PEDIDO-COMPRA
           MOVE OCR-LOJA               TO WS-OCR-LOJA
           MOVE 0                      TO WS-MOTIVO-PEDIDO
           MOVE "N"                    TO WS-MOTIVO-DE-ITEM
           MOVE 0                      TO WS-PEDIDO-GERADO
           MOVE 0                      TO WS-QTD-LINHAS
           MOVE 0                      TO WS-LIN-EXCEDENTES
           IF WS-OCR-REDE NOT = WS-REDE-RETORNO OR NOT RETORNO-ABERTO
               PERFORM 2050-ABRIR-RETORNO
           END-IF
           PERFORM UNTIL FS-OCR-FIM
                   OR OCR-REDE NOT = WS-OCR-REDE
                   OR OCR-PEDIDO-COMPRA NOT = WS-OCR-PEDIDO-COMPRA
                   OR OCR-LOJA NOT = WS-OCR-LOJA
               IF WS-QTD-LINHAS < 50
                   ADD 1               TO WS-QTD-LINHAS
                   MOVE OCR-PRODUTO
                           TO WS-LIN-PRODUTO-REDE (WS-QTD-LINHAS)
                   MOVE OCR-QUANTIDADE
                           TO WS-LIN-QUANTIDADE (WS-QTD-LINHAS)
                   MOVE OCR-PRECO
                           TO WS-LIN-PRECO (WS-QTD-LINHAS)
                   MOVE 0  TO WS-LIN-PRODUTO (WS-QTD-LINHAS)
                   MOVE 0  TO WS-LIN-MOTIVO (WS-QTD-LINHAS)
               ELSE
                   ADD 1               TO WS-LIN-EXCEDENTES
               END-IF
               PERFORM 2000-LER-COMPRA-SEQ
           END-PERFORM
           PERFORM 2200-RESOLVER-LOJA
           PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                   UNTIL WS-LIN-IND > WS-QTD-LINHAS
               PERFORM 2300-RESOLVER-ITEM
           END-PERFORM
           IF WS-LIN-EXCEDENTES > 0
               MOVE 38                 TO WS-MOTIVO-EXCECAO
               MOVE 0                  TO WS-LIN-IND
               PERFORM 3000-REGISTRAR-EXCECAO
           END-IF
           IF WS-MOTIVO-PEDIDO = 0
               PERFORM 2400-VERIFICAR-JA-IMPORTADO
           END-IF
           IF WS-MOTIVO-PEDIDO = 0
               PERFORM 2500-INCLUIR-PEDIDO
           END-IF
           IF WS-MOTIVO-PEDIDO = 0
               ADD 1                   TO WS-TOT-GERADOS
           ELSE
               ADD 1                   TO WS-TOT-RECUSADOS
           END-IF
           PERFORM 2600-GRAVAR-RETORNO
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2050-ABRIR-RETORNO              SECTION.
      *----------------------------------------------------------------*
      * UM ARQUIVO DE RETORNO POR REDE EM CADA IMPORTACAO              *
      *----------------------------------------------------------------*
           IF RETORNO-ABERTO
               CLOSE ARQ-RETORNO-REDE
               MOVE "N"                TO WS-RETORNO-ABERTO
           END-IF
           MOVE WS-OCR-REDE            TO WS-REDE-RETORNO
           MOVE SPACES                 TO WS-NOME-RETORNO
           STRING "WID-RET-OCR-" WS-OCR-REDE "-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-RETORNO
           OPEN EXTEND ARQ-RETORNO-REDE
           IF NOT FS-RTR-OK
               OPEN OUTPUT ARQ-RETORNO-REDE
           END-IF
           IF FS-RTR-OK
               MOVE "S"                TO WS-RETORNO-ABERTO
               DISPLAY "RETORNO DA REDE " WS-OCR-REDE ": "
                       WS-NOME-RETORNO
           END-IF
           .
       2050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-RESOLVER-LOJA              SECTION.
      *----------------------------------------------------------------*
      * LOJA DA REDE -> CNPJ DO CLIENTE, QUE DEVE ESTAR ATIVO E TER    *
      * VENDEDOR NA CARTEIRA                                           *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-CNPJ-LOJA
           MOVE 0                      TO WS-CPF-LOJA
           MOVE 0                      TO WS-LIN-IND
           MOVE WS-OCR-REDE            TO XRF-REDE
           MOVE "L"                    TO XRF-TIPO
           MOVE WS-OCR-LOJA            TO XRF-CODIGO-REDE
           IF XREF-ABERTO
               READ ARQ-XREF
           END-IF
           IF NOT XREF-ABERTO OR NOT FS-XRF-OK
               MOVE 31                 TO WS-MOTIVO-EXCECAO
               PERFORM 3000-REGISTRAR-EXCECAO
               GO TO 2200-FIM
           END-IF
           MOVE XRF-CNPJ               TO WS-CNPJ-LOJA
           MOVE XRF-CNPJ               TO CNPJ
           IF CLIENTES-ABERTOS
               READ ARQ-CLIENTES
           END-IF
           IF NOT CLIENTES-ABERTOS OR NOT FS-CLI-OK
               OR NOT REGISTRO-ATIVO
               MOVE 32                 TO WS-MOTIVO-EXCECAO
               PERFORM 3000-REGISTRAR-EXCECAO
               GO TO 2200-FIM
           END-IF
           MOVE FILIAL                 TO WS-FILIAL-LOJA
           MOVE CANAL                  TO WS-CANAL-LOJA
           MOVE PORTE                  TO WS-PORTE-LOJA
           MOVE WS-CNPJ-LOJA           TO CAR-CNPJ
           IF CARTEIRA-ABERTA
               READ ARQ-CARTEIRA       KEY IS CAR-CNPJ
           END-IF
           IF NOT CARTEIRA-ABERTA OR NOT FS-CAR-OK
               MOVE 33                 TO WS-MOTIVO-EXCECAO
               PERFORM 3000-REGISTRAR-EXCECAO
               GO TO 2200-FIM
           END-IF
           MOVE CAR-CPF                TO WS-CPF-LOJA
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-RESOLVER-ITEM              SECTION.
      *----------------------------------------------------------------*
      * PRODUTO DA REDE -> NOSSO PRODUTO, ATIVO; COM A LOJA RESOLVIDA, *
      * O PRECO DA REDE E CONFERIDO COM A FAIXA DO SEGMENTO DELA       *
      *----------------------------------------------------------------*
           MOVE WS-OCR-REDE            TO XRF-REDE
           MOVE "P"                    TO XRF-TIPO
           MOVE WS-LIN-PRODUTO-REDE (WS-LIN-IND)
                                       TO XRF-CODIGO-REDE
           IF XREF-ABERTO
               READ ARQ-XREF
           END-IF
           IF NOT XREF-ABERTO OR NOT FS-XRF-OK
               MOVE 34                 TO WS-MOTIVO-EXCECAO
               PERFORM 3000-REGISTRAR-EXCECAO
               GO TO 2300-FIM
           END-IF
           MOVE XRF-PRODUTO            TO WS-LIN-PRODUTO (WS-LIN-IND)
           MOVE XRF-PRODUTO            TO PRO-CODIGO
           IF PRODUTOS-ABERTOS
               READ ARQ-PRODUTOS
           END-IF
           IF NOT PRODUTOS-ABERTOS OR NOT FS-PRO-OK
               OR PRODUTO-INATIVO
               MOVE 35                 TO WS-MOTIVO-EXCECAO
               PERFORM 3000-REGISTRAR-EXCECAO
               GO TO 2300-FIM
           END-IF
           IF WS-CPF-LOJA = 0 OR WS-LIN-PRECO (WS-LIN-IND) = 0
               OR NOT TABELA-ABERTA
               GO TO 2300-FIM
           END-IF
           MOVE WS-FILIAL-LOJA         TO TBP-FILIAL
           MOVE WS-CANAL-LOJA          TO TBP-CANAL
           MOVE WS-PORTE-LOJA          TO TBP-PORTE
           MOVE XRF-PRODUTO            TO TBP-PRODUTO
           READ ARQ-TABELA-PRECO
           IF FS-TBP-OK
               IF WS-LIN-PRECO (WS-LIN-IND) < TBP-PRECO-MINIMO
                   OR WS-LIN-PRECO (WS-LIN-IND) > TBP-PRECO-MAXIMO
                   MOVE 36             TO WS-MOTIVO-EXCECAO
                   PERFORM 3000-REGISTRAR-EXCECAO
               END-IF
           END-IF
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-VERIFICAR-JA-IMPORTADO     SECTION.
      *----------------------------------------------------------------*
      * O MESMO PEDIDO DE COMPRA NAO GERA DOIS PEDIDOS PARA A LOJA     *
      * (ARQUIVO REENVIADO PELA REDE), SALVO SE O PRIMEIRO FOI         *
      * CANCELADO                                                      *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PEDIDOS
           IF NOT FS-PED-OK
               GO TO 2400-FIM
           END-IF
           MOVE WS-CNPJ-LOJA           TO PED-CNPJ
           START ARQ-PEDIDOS           KEY IS = PED-CNPJ
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-CNPJ NOT = WS-CNPJ-LOJA
                   OR WS-MOTIVO-PEDIDO > 0
               IF PED-PEDIDO-REDE = WS-OCR-PEDIDO-COMPRA
                   AND NOT PEDIDO-CANCELADO
                   MOVE PED-NUMERO     TO WS-PEDIDO-GERADO
                   MOVE 37             TO WS-MOTIVO-EXCECAO
                   MOVE 0              TO WS-LIN-IND
                   PERFORM 3000-REGISTRAR-EXCECAO
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           CLOSE ARQ-PEDIDOS
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2500-INCLUIR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      * PEDIDO DE VENDA NA DATA DA IMPORTACAO, PELAS REGRAS DA         *
      * DIGITACAO; SE O NUMERO FOI OCUPADO NESSE MEIO TEMPO, TENTA O   *
      * SEGUINTE                                                       *
      *----------------------------------------------------------------*
           INITIALIZE REG-PARM-PEDIDO
           MOVE WS-CNPJ-LOJA           TO PPD-CNPJ
           MOVE WS-CPF-LOJA            TO PPD-CPF
           MOVE WS-DATA-ATUAL          TO PPD-DATA
           MOVE "V"                    TO PPD-TIPO
           MOVE 0                      TO PPD-COND-PAGTO
           MOVE "INTPEDRD"             TO PPD-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PPD-OPERADOR
           MOVE WS-OCR-PEDIDO-COMPRA   TO PPD-PEDIDO-REDE
           MOVE 0                      TO PPD-NIVEL
           MOVE WS-QTD-LINHAS          TO PPD-QTD-ITENS
           PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                   UNTIL WS-LIN-IND > WS-QTD-LINHAS
               MOVE WS-LIN-PRODUTO (WS-LIN-IND)
                                   TO PPD-ITE-PRODUTO (WS-LIN-IND)
               MOVE WS-LIN-QUANTIDADE (WS-LIN-IND)
                                   TO PPD-ITE-QUANTIDADE (WS-LIN-IND)
               MOVE WS-LIN-PRECO (WS-LIN-IND)
                                   TO PPD-ITE-PRECO (WS-LIN-IND)
           END-PERFORM
           MOVE 0                      TO WS-TENTATIVAS
           MOVE "S"                    TO WS-REPETIR-INCLUSAO
           PERFORM UNTIL NOT REPETIR-INCLUSAO
               MOVE WS-PROX-PEDIDO     TO PPD-NUMERO
               CALL "INCLPEDI"         USING REG-PARM-PEDIDO
               ADD 1                   TO WS-PROX-PEDIDO
               ADD 1                   TO WS-TENTATIVAS
               IF PPD-RETORNO NOT = 1
                   OR PPD-NUM-EXISTENTE NOT = PPD-NUMERO
                   OR WS-TENTATIVAS NOT < 10
                   MOVE "N"            TO WS-REPETIR-INCLUSAO
               END-IF
           END-PERFORM
           IF PPD-GRAVADO
               MOVE PPD-NUMERO         TO WS-PEDIDO-GERADO
           ELSE
               MOVE PPD-NUM-EXISTENTE  TO WS-PEDIDO-GERADO
               MOVE PPD-RETORNO        TO WS-MOTIVO-EXCECAO
               MOVE PPD-ITEM-RECUSADO  TO WS-LIN-IND
               PERFORM 3000-REGISTRAR-EXCECAO
           END-IF
           .
       2500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2600-GRAVAR-RETORNO             SECTION.
      *----------------------------------------------------------------*
      * CADA ITEM VOLTA COM O MOTIVO PROPRIO OU, SE O ITEM ESTAVA      *
      * CERTO, COM O MOTIVO QUE RECUSOU O PEDIDO DA LOJA               *
      *----------------------------------------------------------------*
           IF NOT RETORNO-ABERTO
               GO TO 2600-FIM
           END-IF
           MOVE WS-OCR-REDE            TO RTR-REDE
           MOVE WS-OCR-PEDIDO-COMPRA   TO RTR-PEDIDO-COMPRA
           MOVE WS-OCR-LOJA            TO RTR-LOJA
           PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                   UNTIL WS-LIN-IND > WS-QTD-LINHAS
               MOVE WS-LIN-PRODUTO-REDE (WS-LIN-IND)
                                       TO RTR-PRODUTO
               MOVE WS-LIN-QUANTIDADE (WS-LIN-IND)
                                       TO RTR-QUANTIDADE
               MOVE WS-PEDIDO-GERADO   TO RTR-PEDIDO
               IF WS-MOTIVO-PEDIDO = 0
                   MOVE "A"            TO RTR-SITUACAO
                   MOVE 0              TO RTR-MOTIVO
               ELSE
                   MOVE "R"            TO RTR-SITUACAO
                   IF WS-LIN-MOTIVO (WS-LIN-IND) > 0
                       MOVE WS-LIN-MOTIVO (WS-LIN-IND)
                                       TO RTR-MOTIVO
                   ELSE
                       IF MOTIVO-DE-ITEM
                           MOVE 39     TO RTR-MOTIVO
                       ELSE
                           MOVE WS-MOTIVO-PEDIDO
                                       TO RTR-MOTIVO
                       END-IF
                   END-IF
               END-IF
               MOVE RTR-MOTIVO         TO WS-MOTIVO-EXCECAO
               PERFORM 3800-DESCREVER-MOTIVO
               MOVE WS-DESCRICAO-MOTIVO
                                       TO RTR-DESCRICAO
               WRITE REG-RETORNO-REDE
           END-PERFORM
           .
       2600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-REGISTRAR-EXCECAO          SECTION.
      *----------------------------------------------------------------*
      * UMA LINHA NO RELATORIO POR EXCECAO; WS-LIN-IND ZERO = EXCECAO  *
      * DO PEDIDO DA LOJA, SENAO DO ITEM INDICADO. A PRIMEIRA EXCECAO  *
      * FICA COMO MOTIVO DA RECUSA DO PEDIDO                           *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-EXCECOES
           IF WS-MOTIVO-PEDIDO = 0
               MOVE WS-MOTIVO-EXCECAO  TO WS-MOTIVO-PEDIDO
               IF WS-LIN-IND > 0 AND WS-LIN-IND NOT > WS-QTD-LINHAS
                   MOVE "S"            TO WS-MOTIVO-DE-ITEM
               END-IF
           END-IF
           MOVE WS-OCR-REDE            TO SAI-EXC-REDE
           MOVE WS-OCR-PEDIDO-COMPRA   TO SAI-EXC-PEDIDO-COMPRA
           MOVE WS-OCR-LOJA            TO SAI-EXC-LOJA
           IF WS-LIN-IND > 0 AND WS-LIN-IND NOT > WS-QTD-LINHAS
               MOVE WS-MOTIVO-EXCECAO  TO WS-LIN-MOTIVO (WS-LIN-IND)
               MOVE WS-LIN-PRODUTO-REDE (WS-LIN-IND)
                                       TO SAI-EXC-PRODUTO
               MOVE WS-LIN-QUANTIDADE (WS-LIN-IND)
                                       TO SAI-EXC-QUANTIDADE
               MOVE WS-LIN-PRECO (WS-LIN-IND)
                                       TO SAI-EXC-PRECO
           ELSE
               MOVE SPACES             TO SAI-EXC-PRODUTO
               MOVE 0                  TO SAI-EXC-QUANTIDADE
               MOVE 0                  TO SAI-EXC-PRECO
           END-IF
           MOVE WS-MOTIVO-EXCECAO      TO SAI-EXC-MOTIVO
           PERFORM 3800-DESCREVER-MOTIVO
           MOVE WS-DESCRICAO-MOTIVO    TO SAI-EXC-DESCRICAO
           MOVE WS-LINHA-EXCECAO       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3800-DESCREVER-MOTIVO           SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WS-MOTIVO-EXCECAO
               WHEN 0
                   MOVE "ACEITO"       TO WS-DESCRICAO-MOTIVO
               WHEN 1
                   MOVE "NUMERO DO PEDIDO JA CADASTRADO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 2
                   MOVE "TIPO DO PEDIDO INVALIDO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 3
                   MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 4
                   MOVE "DATA DO PEDIDO INVALIDA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 5
                   MOVE "COMPETENCIA JA FECHADA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 6
                   MOVE "LOJA NAO ENCONTRADA OU INATIVA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 7
                   MOVE "VENDEDOR DA LOJA NAO ENCONTRADO OU INATIVO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 8
                   MOVE "LOJA SEM VINCULO NA CARTEIRA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 9
                   MOVE "LOJA DE OUTRO VENDEDOR"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 10
                   MOVE "LIMITE DE CREDITO EXCEDIDO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 11
                   MOVE "LIMITE DE CREDITO DA REDE EXCEDIDO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 12
                   MOVE "LOJA BLOQUEADA NA COBRANCA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 13
                   MOVE "LIMITE DE VASILHAMES EXCEDIDO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 14
                   MOVE "PEDIDO SEM ITENS OU COM MAIS DE 50"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 15
                   MOVE "PRODUTO NAO ENCONTRADO OU INATIVO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 16
                   MOVE "QUANTIDADE INVALIDA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 17
                   MOVE "PRECO FORA DA FAIXA DO SEGMENTO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 18
                   MOVE "ESTOQUE INSUFICIENTE NA FILIAL"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 19
                   MOVE "BONIFICACAO ACIMA DO LIMITE"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 20
                   MOVE "POSSIVEL DUPLICATA DE PEDIDO EXISTENTE"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 21
                   MOVE "ALVARA EXIGIDO DO CLIENTE VENCIDO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 31
                   MOVE "LOJA SEM DE-PARA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 32
                   MOVE "LOJA NAO CADASTRADA OU INATIVA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 33
                   MOVE "LOJA SEM VENDEDOR NA CARTEIRA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 34
                   MOVE "PRODUTO SEM DE-PARA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 35
                   MOVE "PRODUTO NAO CADASTRADO OU INATIVO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 36
                   MOVE "PRECO FORA DA FAIXA DA TABELA DE PRECOS"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 37
                   MOVE "PEDIDO DE COMPRA JA IMPORTADO PARA A LOJA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 38
                   MOVE "MAIS DE 50 ITENS PARA A LOJA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 39
                   MOVE "RECUSADO POR OUTRO ITEM DO PEDIDO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN OTHER
                   MOVE "ERRO NO ACESSO AOS ARQUIVOS"
                                       TO WS-DESCRICAO-MOTIVO
           END-EVALUATE
           .
       3800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-EXCECOES
           WRITE REG-REL-EXCECOES
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-COMPRAS-REDE
           IF RETORNO-ABERTO
               CLOSE ARQ-RETORNO-REDE
               MOVE "N"                TO WS-RETORNO-ABERTO
           END-IF
           IF XREF-ABERTO
               CLOSE ARQ-XREF
           END-IF
           IF CLIENTES-ABERTOS
               CLOSE ARQ-CLIENTES
           END-IF
           IF CARTEIRA-ABERTA
               CLOSE ARQ-CARTEIRA
           END-IF
           IF PRODUTOS-ABERTOS
               CLOSE ARQ-PRODUTOS
           END-IF
           IF TABELA-ABERTA
               CLOSE ARQ-TABELA-PRECO
           END-IF
           CLOSE ARQ-REL-EXCECOES
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA IMPORTACAO DOS PEDIDOS DE COMPRA"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "LINHAS LIDAS..............: "
                   WS-TOT-LIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS GERADOS...........: "
                   WS-TOT-GERADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS RECUSADOS.........: "
                   WS-TOT-RECUSADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "EXCECOES..................: "
                   WS-TOT-EXCECOES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           DISPLAY "EXCECOES EM " WS-NOME-GERACAO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8950-REGISTRAR-SPOOL            SECTION.
      *----------------------------------------------------------------*
      * REGISTRA O RELATORIO DE EXCECOES NO CONTROLE DE SPOOL, PARA O  *
      * GERENCIADOR LISTAR, REIMPRIMIR E EXPURGAR                      *
      *----------------------------------------------------------------*
           OPEN EXTEND ARQ-CTL-SPOOL
           IF FS-SPL-NAO-EXISTE
               OPEN OUTPUT ARQ-CTL-SPOOL
           END-IF
           IF FS-SPL-OK
               MOVE WS-DATA-ATUAL      TO SPL-DATA
               MOVE WS-HORA-ATUAL (1:6) TO SPL-HORA
               MOVE "INTPEDRD"         TO SPL-PROGRAMA
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
       END PROGRAM INTPEDRD.
      *----------------------------------------------------------------*
