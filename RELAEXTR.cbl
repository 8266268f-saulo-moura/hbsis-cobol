      ******************************************************************
      * PROGRAMA.: RELAEXTR                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: EXTRATO DE CONTA DO CLIENTE NO PERIODO - TITULOS    *
      *            FATURADOS COM O VENCIMENTO, ENCARGOS, RECEBIMENTOS, *
      *            DESCONTOS, DEVOLUCOES E CREDITOS DO CLIENTE, EM     *
      *            ORDEM DE DATA E COM SALDO CORRENTE A PARTIR DO      *
      *            SALDO ANTERIOR AO PERIODO. EMITIDO PARA UM CNPJ,    *
      *            PARA TODOS OS CLIENTES DE UMA REDE OU PARA A        *
      *            CARTEIRA DE UM VENDEDOR; SAI NO SPOOL E EM UM       *
      *            ARQUIVO POR CLIENTE PARA ENVIO AO E-MAIL DO CLIENTE *
      ******************************************************************
      * SALDO = O QUE O CLIENTE DEVE: TITULOS E ENCARGOS A DEBITO;     *
      * RECEBIMENTOS, DESCONTOS, BAIXAS POR PERDA E CREDITOS GERADOS A *
      * CREDITO. O USO DO CREDITO NA BAIXA E A DEVOLUCAO EM SI SAO     *
      * INFORMATIVOS (A DEVOLUCAO DE PEDIDO PAGO APARECE PELO CREDITO  *
      * QUE GEROU)                                                     *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAEXTR.
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
           SELECT ARQ-REDES            ASSIGN TO  "WID-ARQ-RED.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RED-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-REDE.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
           SELECT ARQ-PAGAMENTOS       ASSIGN TO  "WID-ARQ-PGT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PGT-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PAGAMENTO.
      *
           SELECT ARQ-DEVOLUCOES       ASSIGN TO  "WID-ARQ-DEV.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DEV-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DEVOLUCAO.
      *
           SELECT ARQ-MOV-CREDITO      ASSIGN TO  "WID-MOV-CRE.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-MOV-CREDITO.
      *
           SELECT ARQ-REL-EXTRATO      ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-EXT.
      *
           SELECT ARQ-EXTRATO-CLIENTE  ASSIGN TO WS-NOME-ARQ-CLIENTE
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-EXT-CLIENTE.
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
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-CARTEIRA.
       COPY CARTCADA.
      *
       FD ARQ-REDES.
       COPY REDECADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
       FD ARQ-PAGAMENTOS.
       COPY PGTOCADA.
      *
       FD ARQ-DEVOLUCOES.
       COPY DEVOCADA.
      *
       FD ARQ-MOV-CREDITO.
       COPY MVCRCADA.
      *
       FD ARQ-REL-EXTRATO.
       01 REG-REL-EXTRATO              PIC X(132).
      *
       FD ARQ-EXTRATO-CLIENTE.
       01 REG-EXTRATO-CLIENTE          PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-CARTEIRA               PIC X(02).
           88 FS-CAR-OK                VALUE "00" THRU "09".
       77 WS-FS-REDE                   PIC X(02).
           88 FS-RED-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
       77 WS-FS-PAGAMENTO              PIC X(02).
           88 FS-PGT-OK                VALUE "00" THRU "09".
       77 WS-FS-DEVOLUCAO              PIC X(02).
           88 FS-DEV-OK                VALUE "00" THRU "09".
       77 WS-FS-MOV-CREDITO            PIC X(02).
           88 FS-MVC-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-EXT                PIC X(02).
           88 FS-REL-EXT-OK            VALUE "00" THRU "09".
       77 WS-FS-EXT-CLIENTE            PIC X(02).
           88 FS-EXC-OK                VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
      * --> GERACAO DATADA NO SPOOL E ARQUIVO DO CLIENTE PARA E-MAIL
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-NOME-ARQ-CLIENTE          PIC X(34)       VALUE SPACES.
       01 WS-ARQ-CLIENTE-ABERTO        PIC X(01)       VALUE "N".
           88 ARQ-CLIENTE-ABERTO       VALUE "S".
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAEXTR".
      *
      * --> SELECAO: 1=UM CLIENTE 2=CLIENTES DA REDE 3=CARTEIRA DO
      *     VENDEDOR, E O PERIODO DO EXTRATO
      *
       01 WS-TIPO-SELECAO              PIC 9(01)       VALUE 0.
           88 SELECAO-VALIDA           VALUE 1 THRU 3.
           88 SELECAO-CLIENTE          VALUE 1.
           88 SELECAO-REDE             VALUE 2.
           88 SELECAO-CARTEIRA         VALUE 3.
       01 WS-CNPJ-PEDIDO               PIC 9(14)       VALUE 0.
       01 WS-REDE-PEDIDA               PIC 9(05)       VALUE 0.
       01 WS-CPF-PEDIDO                PIC 9(11)       VALUE 0.
       01 WS-NOME-SELECAO              PIC X(40)       VALUE SPACES.
       01 WS-DATA-INICIO               PIC 9(08)       VALUE 0.
       01 WS-DATA-FIM                  PIC 9(08)       VALUE 0.
      *
      * --> CLIENTE EM EMISSAO (COPIADO DO CADASTRO)
      *
       01 WS-CLIENTE-EXTRATO.
           05 WS-EXT-CNPJ              PIC 9(14).
           05 WS-EXT-NOME              PIC X(40).
           05 WS-EXT-EMAIL             PIC X(40).
           05 WS-EXT-LOGRADOURO        PIC X(40).
           05 WS-EXT-NUMERO            PIC X(08).
           05 WS-EXT-BAIRRO            PIC X(20).
           05 WS-EXT-MUNICIPIO         PIC X(30).
           05 WS-EXT-UF                PIC X(02).
           05 WS-EXT-CEP               PIC 9(08).
      *
      * --> MOVIMENTOS DO PERIODO, MANTIDOS EM ORDEM DE DATA (E, NA
      *     MESMA DATA, TITULO, ENCARGO, RECEBIMENTO, DESCONTO,
      *     DEVOLUCAO E CREDITO); O QUE E ANTERIOR AO PERIODO SO
      *     COMPOE O SALDO ANTERIOR
      *
       01 WS-NOVO-MOVIMENTO.
           05 WS-NOV-DATA              PIC 9(08).
           05 WS-NOV-ORDEM             PIC 9(01).
           05 WS-NOV-HISTORICO         PIC X(32).
           05 WS-NOV-DOCUMENTO         PIC X(12).
           05 WS-NOV-VENCIMENTO        PIC 9(08).
           05 WS-NOV-DEBITO            PIC 9(09)V99.
           05 WS-NOV-CREDITO           PIC 9(09)V99.
           05 WS-NOV-INFORMATIVO       PIC X(01).
               88 NOV-INFORMATIVO      VALUE "S".
       01 WS-QTD-MOVIMENTOS            PIC 9(04)       VALUE 0.
       01 WS-QTD-FORA-TABELA           PIC 9(05)       VALUE 0.
       01 WS-MOV-POS                   PIC 9(04)       VALUE 0.
       01 WS-MOV-DESL                  PIC 9(04)       VALUE 0.
       01 WS-MOV-TABELA.
           05 WS-MOV-OCORRENCIA        OCCURS 1500 TIMES.
               10 WS-MOV-DATA          PIC 9(08).
               10 WS-MOV-ORDEM         PIC 9(01).
               10 WS-MOV-HISTORICO     PIC X(32).
               10 WS-MOV-DOCUMENTO     PIC X(12).
               10 WS-MOV-VENCIMENTO    PIC 9(08).
               10 WS-MOV-DEBITO        PIC 9(09)V99.
               10 WS-MOV-CREDITO       PIC 9(09)V99.
               10 WS-MOV-INFORMATIVO   PIC X(01).
                   88 MOV-INFORMATIVO  VALUE "S".
      *
      * --> SALDOS E TOTAIS DO CLIENTE
      *
       01 WS-SALDO-ANTERIOR            PIC S9(11)V99   VALUE 0.
       01 WS-SALDO-CORRENTE            PIC S9(11)V99   VALUE 0.
       01 WS-TOTAL-DEBITOS             PIC 9(11)V99    VALUE 0.
       01 WS-TOTAL-CREDITOS            PIC 9(11)V99    VALUE 0.
       01 WS-SALDO-EM-ABERTO           PIC 9(11)V99    VALUE 0.
       01 WS-SALDO-VENCIDO             PIC 9(11)V99    VALUE 0.
       01 WS-HA-INFORMATIVO            PIC X(01)       VALUE "N".
           88 HA-INFORMATIVO           VALUE "S".
       01 WS-VALOR-ENCARGOS            PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-MOVIMENTO           PIC 9(09)V99    VALUE 0.
       COPY CREDPARM.
      *
      * --> CONTADORES DO RESUMO
      *
       01 WS-TOT-CLIENTES              PIC 9(05)       VALUE 0.
       01 WS-TOT-SEM-MOVIMENTO         PIC 9(05)       VALUE 0.
       01 WS-TOT-ARQ-CLIENTE           PIC 9(05)       VALUE 0.
       01 WS-TOT-SEM-EMAIL             PIC 9(05)       VALUE 0.
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-EXTRATO.
           05 SAI-DATA                 PIC X(08).
           05 FILLER                   PIC X(02).
           05 SAI-HISTORICO            PIC X(32).
           05 FILLER                   PIC X(01).
           05 SAI-DOCUMENTO            PIC X(12).
           05 FILLER                   PIC X(01).
           05 SAI-VENCIMENTO           PIC X(08).
           05 FILLER                   PIC X(01).
           05 SAI-DEBITO               PIC ZZZ.ZZZ.ZZ9,99
                                       BLANK WHEN ZERO.
           05 FILLER                   PIC X(01).
           05 SAI-CREDITO              PIC ZZZ.ZZZ.ZZ9,99
                                       BLANK WHEN ZERO.
           05 FILLER                   PIC X(01).
           05 SAI-SALDO                PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-VALOR-ED                  PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-VALOR-ED-2                PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-VALOR-ED-3                PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-EXTRATO-CLIENTE.
      *----------------------------------------------------------------*
       0000-EXTRATO-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           PERFORM 0100-LER-SELECAO
           IF NOT SELECAO-VALIDA
               GOBACK
           END-IF
           OPEN INPUT ARQ-CLIENTES
           IF NOT FS-CLI-OK
               DISPLAY "NAO HA CLIENTES CADASTRADOS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-RECEBER
           OPEN INPUT ARQ-PAGAMENTOS
           OPEN INPUT ARQ-DEVOLUCOES
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-EXT-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-EXTRATO
           EVALUATE TRUE
               WHEN SELECAO-CLIENTE
                   PERFORM 1000-SELECIONAR-CLIENTE
               WHEN SELECAO-REDE
                   PERFORM 1100-SELECIONAR-REDE
               WHEN OTHER
                   PERFORM 1200-SELECIONAR-CARTEIRA
           END-EVALUATE
           CLOSE ARQ-CLIENTES
           CLOSE ARQ-RECEBER
           CLOSE ARQ-PAGAMENTOS
           CLOSE ARQ-DEVOLUCOES
           CLOSE ARQ-REL-EXTRATO
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-LER-SELECAO                SECTION.
      *----------------------------------------------------------------*
      * PEDE A SELECAO DE CLIENTES E O PERIODO; SEM DATA INICIAL O     *
      * EXTRATO COMECA NO DIA 1 DO MES CORRENTE E SEM DATA FINAL VAI   *
      * ATE HOJE                                                       *
      *----------------------------------------------------------------*
           DISPLAY "EXTRATO DE CONTA DO CLIENTE"
           DISPLAY "EMITIR PARA: 1-CLIENTE 2-REDE "
                   "3-CARTEIRA DO VENDEDOR: "
                                       WITH NO ADVANCING
           ACCEPT WS-TIPO-SELECAO
           EVALUATE TRUE
               WHEN SELECAO-CLIENTE
                   DISPLAY "CNPJ DO CLIENTE: "
                                       WITH NO ADVANCING
                   ACCEPT WS-CNPJ-PEDIDO
               WHEN SELECAO-REDE
                   DISPLAY "CODIGO DA REDE: "
                                       WITH NO ADVANCING
                   ACCEPT WS-REDE-PEDIDA
               WHEN SELECAO-CARTEIRA
                   DISPLAY "CPF DO VENDEDOR: "
                                       WITH NO ADVANCING
                   ACCEPT WS-CPF-PEDIDO
               WHEN OTHER
                   DISPLAY "SELECAO INVALIDA"
                   GO TO 0100-FIM
           END-EVALUATE
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = INICIO DO MES): "
                                       WITH NO ADVANCING
           ACCEPT WS-DATA-INICIO
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = HOJE): "
                                       WITH NO ADVANCING
           ACCEPT WS-DATA-FIM
           IF WS-DATA-INICIO = 0
               MOVE WS-DATA-ATUAL      TO WS-DATA-INICIO
               MOVE 1                  TO WS-DATA-INICIO (7:2)
           END-IF
           IF WS-DATA-FIM = 0
               MOVE WS-DATA-ATUAL      TO WS-DATA-FIM
           END-IF
           IF WS-DATA-INICIO > WS-DATA-FIM
               DISPLAY "DATA INICIAL POSTERIOR A DATA FINAL"
               MOVE 0                  TO WS-TIPO-SELECAO
           END-IF
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-SELECIONAR-CLIENTE         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-CNPJ-PEDIDO         TO CNPJ
           READ ARQ-CLIENTES
           IF NOT FS-CLI-OK
               DISPLAY "CLIENTE NAO CADASTRADO"
               GO TO 1000-FIM
           END-IF
           PERFORM 2000-EMITIR-EXTRATO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-SELECIONAR-REDE            SECTION.
      *----------------------------------------------------------------*
      * TODOS OS CLIENTES CADASTRADOS NA REDE (REDE-CODIGO), UM        *
      * EXTRATO POR CLIENTE                                            *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-NOME-SELECAO
           OPEN INPUT ARQ-REDES
           IF FS-RED-OK
               MOVE WS-REDE-PEDIDA     TO RED-CODIGO
               READ ARQ-REDES
               IF FS-RED-OK
                   MOVE RED-NOME       TO WS-NOME-SELECAO
               END-IF
               CLOSE ARQ-REDES
           END-IF
           IF WS-NOME-SELECAO = SPACES
               DISPLAY "REDE NAO CADASTRADA"
               GO TO 1100-FIM
           END-IF
           READ ARQ-CLIENTES NEXT
           PERFORM UNTIL NOT FS-CLI-OK
               IF REDE-CODIGO = WS-REDE-PEDIDA
                   PERFORM 2000-EMITIR-EXTRATO
               END-IF
               READ ARQ-CLIENTES NEXT
           END-PERFORM
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-SELECIONAR-CARTEIRA        SECTION.
      *----------------------------------------------------------------*
      * OS CLIENTES DA CARTEIRA DO VENDEDOR, PELA CHAVE DO CPF         *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-NOME-SELECAO
           OPEN INPUT ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE WS-CPF-PEDIDO      TO VEN-CPF
               READ ARQ-VENDEDORES
               IF FS-VEN-OK
                   MOVE VEN-NOME       TO WS-NOME-SELECAO
               END-IF
               CLOSE ARQ-VENDEDORES
           END-IF
           IF WS-NOME-SELECAO = SPACES
               DISPLAY "VENDEDOR NAO CADASTRADO"
               GO TO 1200-FIM
           END-IF
           OPEN INPUT ARQ-CARTEIRA
           IF NOT FS-CAR-OK
               DISPLAY "NAO HA CARTEIRA CADASTRADA"
               GO TO 1200-FIM
           END-IF
           MOVE WS-CPF-PEDIDO          TO CAR-CPF
           START ARQ-CARTEIRA          KEY IS EQUAL CAR-CPF
           IF FS-CAR-OK
               READ ARQ-CARTEIRA NEXT
               PERFORM UNTIL NOT FS-CAR-OK
                       OR CAR-CPF NOT = WS-CPF-PEDIDO
                   MOVE CAR-CNPJ       TO CNPJ
                   READ ARQ-CLIENTES
                   IF FS-CLI-OK
                       PERFORM 2000-EMITIR-EXTRATO
                   END-IF
                   READ ARQ-CARTEIRA NEXT
               END-PERFORM
           END-IF
           CLOSE ARQ-CARTEIRA
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EMITIR-EXTRATO             SECTION.
      *----------------------------------------------------------------*
      * MONTA OS MOVIMENTOS DO CLIENTE LIDO NO CADASTRO E EMITE O      *
      * EXTRATO; NA REDE E NA CARTEIRA, CLIENTE SEM SALDO E SEM        *
      * MOVIMENTO NO PERIODO NAO GERA EXTRATO                          *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-CLIENTES
           MOVE CNPJ                   TO WS-EXT-CNPJ
           MOVE NOME                   TO WS-EXT-NOME
           MOVE EMAIL                  TO WS-EXT-EMAIL
           MOVE LOGRADOURO             TO WS-EXT-LOGRADOURO
           MOVE ENDERECO-NUMERO        TO WS-EXT-NUMERO
           MOVE BAIRRO                 TO WS-EXT-BAIRRO
           MOVE MUNICIPIO              TO WS-EXT-MUNICIPIO
           MOVE UF                     TO WS-EXT-UF
           MOVE CEP                    TO WS-EXT-CEP
           MOVE 0                      TO WS-QTD-MOVIMENTOS
           MOVE 0                      TO WS-QTD-FORA-TABELA
           MOVE 0                      TO WS-SALDO-ANTERIOR
           MOVE 0                      TO WS-SALDO-EM-ABERTO
           MOVE 0                      TO WS-SALDO-VENCIDO
           PERFORM 2100-MOVIMENTOS-TITULOS
           PERFORM 2300-MOVIMENTOS-DEVOLUCOES
           PERFORM 2400-MOVIMENTOS-CREDITO
           IF NOT SELECAO-CLIENTE
               AND WS-QTD-MOVIMENTOS = 0
               AND WS-QTD-FORA-TABELA = 0
               AND WS-SALDO-ANTERIOR = 0
               AND WS-SALDO-EM-ABERTO = 0
               ADD 1                   TO WS-TOT-SEM-MOVIMENTO
               GO TO 2000-FIM
           END-IF
           PERFORM 3000-LISTAR-EXTRATO
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-MOVIMENTOS-TITULOS         SECTION.
      *----------------------------------------------------------------*
      * CADA TITULO DO CLIENTE ENTRA A DEBITO NA EMISSAO, COM O        *
      * VENCIMENTO, E O BAIXADO POR PERDA VOLTA A CREDITO NA DATA DA   *
      * BAIXA; DE PASSAGEM APURA O SALDO EM ABERTO E O VENCIDO DE HOJE *
      * PARA A POSICAO ATUAL                                           *
      *----------------------------------------------------------------*
           IF NOT FS-REC-OK AND WS-FS-RECEBER NOT = "10"
               GO TO 2100-FIM
           END-IF
           MOVE WS-EXT-CNPJ            TO REC-CNPJ
           START ARQ-RECEBER           KEY IS = REC-CNPJ
           IF FS-REC-OK
               READ ARQ-RECEBER NEXT
           END-IF
           PERFORM UNTIL NOT FS-REC-OK
                   OR REC-CNPJ NOT = WS-EXT-CNPJ
               INITIALIZE WS-NOVO-MOVIMENTO
               MOVE REC-DATA-EMISSAO   TO WS-NOV-DATA
               MOVE 1                  TO WS-NOV-ORDEM
               STRING "FATURA DO PEDIDO " REC-NUMERO-PED
                                       DELIMITED BY SIZE
                                       INTO WS-NOV-HISTORICO
               STRING REC-DOCUMENTO "/" REC-PARCELA
                                       DELIMITED BY SIZE
                                       INTO WS-NOV-DOCUMENTO
               MOVE REC-DATA-VENCIMENTO
                                       TO WS-NOV-VENCIMENTO
               MOVE REC-VALOR          TO WS-NOV-DEBITO
               PERFORM 2900-INCLUIR-MOVIMENTO
               IF TITULO-ABERTO AND REC-VALOR > REC-VALOR-PAGO
                   COMPUTE WS-SALDO-EM-ABERTO =
                       WS-SALDO-EM-ABERTO
                       + REC-VALOR - REC-VALOR-PAGO
                   IF REC-DATA-VENCIMENTO < WS-DATA-ATUAL
                       COMPUTE WS-SALDO-VENCIDO =
                           WS-SALDO-VENCIDO
                           + REC-VALOR - REC-VALOR-PAGO
                   END-IF
               END-IF
               IF REC-QTD-PAGAMENTOS > 0
                   PERFORM 2200-MOVIMENTOS-PAGAMENTOS
               END-IF
               IF TITULO-BAIXADO-PERDA
                   INITIALIZE WS-NOVO-MOVIMENTO
                   MOVE REC-PERDA-DATA TO WS-NOV-DATA
                   MOVE 4              TO WS-NOV-ORDEM
                   MOVE "BAIXA POR PERDA"
                                       TO WS-NOV-HISTORICO
                   STRING REC-DOCUMENTO "/" REC-PARCELA
                                       DELIMITED BY SIZE
                                       INTO WS-NOV-DOCUMENTO
                   MOVE REC-PERDA-VALOR
                                       TO WS-NOV-CREDITO
                   PERFORM 2900-INCLUIR-MOVIMENTO
               END-IF
               READ ARQ-RECEBER NEXT
           END-PERFORM
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-MOVIMENTOS-PAGAMENTOS      SECTION.
      *----------------------------------------------------------------*
      * HISTORICO DE PAGAMENTOS DO TITULO: ENCARGOS A DEBITO, DINHEIRO *
      * APLICADO NO TITULO E DESCONTO A CREDITO (O EXCEDENTE ENTRA     *
      * PELO CREDITO GERADO) E O CREDITO USADO COMO INFORMATIVO        *
      *----------------------------------------------------------------*
           MOVE REC-DOCUMENTO          TO PGT-DOCUMENTO
           MOVE REC-PARCELA            TO PGT-PARCELA
           MOVE 0                      TO PGT-SEQUENCIA
           START ARQ-PAGAMENTOS        KEY NOT < PGT-CHAVE
           IF NOT FS-PGT-OK
               GO TO 2200-FIM
           END-IF
           READ ARQ-PAGAMENTOS NEXT
           PERFORM UNTIL NOT FS-PGT-OK
                   OR PGT-DOCUMENTO NOT = REC-DOCUMENTO
                   OR PGT-PARCELA NOT = REC-PARCELA
               INITIALIZE WS-NOVO-MOVIMENTO
               MOVE PGT-DATA-PAGAMENTO TO WS-NOV-DATA
               STRING REC-DOCUMENTO "/" REC-PARCELA
                                       DELIMITED BY SIZE
                                       INTO WS-NOV-DOCUMENTO
               COMPUTE WS-VALOR-ENCARGOS =
                   PGT-VALOR-MULTA + PGT-VALOR-JUROS
               IF WS-VALOR-ENCARGOS > 0
                   MOVE 2              TO WS-NOV-ORDEM
                   MOVE "MULTA E JUROS DO ATRASO"
                                       TO WS-NOV-HISTORICO
                   MOVE WS-VALOR-ENCARGOS TO WS-NOV-DEBITO
                   PERFORM 2900-INCLUIR-MOVIMENTO
               END-IF
               MOVE 0                  TO WS-NOV-DEBITO
               MOVE 0                  TO WS-VALOR-MOVIMENTO
               IF PGT-VALOR-RECEBIDO > PGT-VALOR-EXCEDENTE
                   COMPUTE WS-VALOR-MOVIMENTO =
                       PGT-VALOR-RECEBIDO - PGT-VALOR-EXCEDENTE
               END-IF
               IF WS-VALOR-MOVIMENTO > 0
                   MOVE 3              TO WS-NOV-ORDEM
                   EVALUATE TRUE
                       WHEN PAGO-PELO-BANCO
                           MOVE "RECEBIMENTO PELO BANCO"
                                       TO WS-NOV-HISTORICO
                       WHEN PAGO-EM-CAMPO
                           MOVE "RECEBIMENTO EM CAMPO"
                                       TO WS-NOV-HISTORICO
                       WHEN OTHER
                           MOVE "RECEBIMENTO"
                                       TO WS-NOV-HISTORICO
                   END-EVALUATE
                   MOVE WS-VALOR-MOVIMENTO TO WS-NOV-CREDITO
                   PERFORM 2900-INCLUIR-MOVIMENTO
               END-IF
               IF PGT-VALOR-DESCONTO > 0
                   MOVE 4              TO WS-NOV-ORDEM
                   MOVE "DESCONTO CONCEDIDO"
                                       TO WS-NOV-HISTORICO
                   MOVE PGT-VALOR-DESCONTO TO WS-NOV-CREDITO
                   PERFORM 2900-INCLUIR-MOVIMENTO
               END-IF
               IF PGT-VALOR-CREDITO > 0
                   MOVE 4              TO WS-NOV-ORDEM
                   MOVE "(*) PAGO COM CREDITO DO CLIENTE"
                                       TO WS-NOV-HISTORICO
                   MOVE PGT-VALOR-CREDITO TO WS-NOV-CREDITO
                   MOVE "S"            TO WS-NOV-INFORMATIVO
                   PERFORM 2900-INCLUIR-MOVIMENTO
               END-IF
               READ ARQ-PAGAMENTOS NEXT
           END-PERFORM
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-MOVIMENTOS-DEVOLUCOES      SECTION.
      *----------------------------------------------------------------*
      * DEVOLUCOES DOS PEDIDOS DO CLIENTE, COMO INFORMATIVO            *
      *----------------------------------------------------------------*
           IF NOT FS-DEV-OK AND WS-FS-DEVOLUCAO NOT = "10"
               GO TO 2300-FIM
           END-IF
           MOVE 0                      TO DEV-NUMERO-PED
           MOVE 0                      TO DEV-SEQUENCIA
           START ARQ-DEVOLUCOES        KEY NOT < DEV-CHAVE
           IF FS-DEV-OK
               READ ARQ-DEVOLUCOES NEXT
           END-IF
           PERFORM UNTIL NOT FS-DEV-OK
               IF DEV-CNPJ = WS-EXT-CNPJ
                   INITIALIZE WS-NOVO-MOVIMENTO
                   MOVE DEV-DATA       TO WS-NOV-DATA
                   MOVE 5              TO WS-NOV-ORDEM
                   STRING "(*) DEVOLUCAO DO PEDIDO " DEV-NUMERO-PED
                                       DELIMITED BY SIZE
                                       INTO WS-NOV-HISTORICO
                   MOVE DEV-VALOR      TO WS-NOV-CREDITO
                   MOVE "S"            TO WS-NOV-INFORMATIVO
                   PERFORM 2900-INCLUIR-MOVIMENTO
               END-IF
               READ ARQ-DEVOLUCOES NEXT
           END-PERFORM
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-MOVIMENTOS-CREDITO         SECTION.
      *----------------------------------------------------------------*
      * RAZAO DE CREDITOS DO CLIENTE: CREDITO GERADO POR DEVOLUCAO,    *
      * PAGAMENTO A MAIOR OU AJUSTE A CREDITO; AJUSTE A DEBITO VOLTA A *
      * DEBITO. O USO NA BAIXA JA SAIU NO PAGAMENTO DO TITULO          *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-MOV-CREDITO
           IF NOT FS-MVC-OK
               GO TO 2400-FIM
           END-IF
           READ ARQ-MOV-CREDITO
           PERFORM UNTIL NOT FS-MVC-OK
               IF MVC-CNPJ = WS-EXT-CNPJ
                   AND NOT MOV-CRE-UTILIZACAO
                   INITIALIZE WS-NOVO-MOVIMENTO
                   MOVE MVC-DATA       TO WS-NOV-DATA
                   MOVE 6              TO WS-NOV-ORDEM
                   IF MVC-DOCUMENTO > 0
                       MOVE MVC-DOCUMENTO TO WS-NOV-DOCUMENTO
                   END-IF
                   EVALUATE TRUE
                       WHEN MOV-CRE-DEVOLUCAO
                           MOVE "CREDITO POR DEVOLUCAO"
                                       TO WS-NOV-HISTORICO
                       WHEN MOV-CRE-PAGTO-MAIOR
                           STRING "CREDITO - " MVC-HISTORICO
                                       DELIMITED BY SIZE
                                       INTO WS-NOV-HISTORICO
                       WHEN OTHER
                           STRING "AJUSTE - " MVC-HISTORICO
                                       DELIMITED BY SIZE
                                       INTO WS-NOV-HISTORICO
                   END-EVALUATE
                   IF MVC-VALOR < 0
                       COMPUTE WS-NOV-DEBITO = 0 - MVC-VALOR
                   ELSE
                       MOVE MVC-VALOR  TO WS-NOV-CREDITO
                   END-IF
                   PERFORM 2900-INCLUIR-MOVIMENTO
               END-IF
               READ ARQ-MOV-CREDITO
           END-PERFORM
           CLOSE ARQ-MOV-CREDITO
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2900-INCLUIR-MOVIMENTO          SECTION.
      *----------------------------------------------------------------*
      * ANTES DO PERIODO SO SOMA NO SALDO ANTERIOR; DEPOIS DO PERIODO  *
      * E DESPREZADO; NO PERIODO ENTRA NA TABELA EM ORDEM DE DATA E    *
      * TIPO, DEPOIS DOS QUE JA TEM A MESMA DATA E TIPO                *
      *----------------------------------------------------------------*
           IF WS-NOV-DATA > WS-DATA-FIM
               GO TO 2900-FIM
           END-IF
           IF WS-NOV-DATA < WS-DATA-INICIO
               IF NOT NOV-INFORMATIVO
                   COMPUTE WS-SALDO-ANTERIOR = WS-SALDO-ANTERIOR
                       + WS-NOV-DEBITO - WS-NOV-CREDITO
               END-IF
               GO TO 2900-FIM
           END-IF
           IF WS-QTD-MOVIMENTOS = 1500
               ADD 1                   TO WS-QTD-FORA-TABELA
               GO TO 2900-FIM
           END-IF
           PERFORM VARYING WS-MOV-POS FROM 1 BY 1
                   UNTIL WS-MOV-POS > WS-QTD-MOVIMENTOS
                   OR WS-MOV-DATA (WS-MOV-POS) > WS-NOV-DATA
                   OR (WS-MOV-DATA (WS-MOV-POS) = WS-NOV-DATA
                   AND WS-MOV-ORDEM (WS-MOV-POS) > WS-NOV-ORDEM)
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-MOV-DESL FROM WS-QTD-MOVIMENTOS BY -1
                   UNTIL WS-MOV-DESL < WS-MOV-POS
               MOVE WS-MOV-OCORRENCIA (WS-MOV-DESL)
                   TO WS-MOV-OCORRENCIA (WS-MOV-DESL + 1)
           END-PERFORM
           ADD 1                       TO WS-QTD-MOVIMENTOS
           MOVE WS-NOVO-MOVIMENTO      TO WS-MOV-OCORRENCIA (WS-MOV-POS)
           .
       2900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-LISTAR-EXTRATO             SECTION.
      *----------------------------------------------------------------*
      * CABECALHO DO CLIENTE, SALDO ANTERIOR, MOVIMENTOS COM O SALDO   *
      * CORRENTE, TOTAIS DO PERIODO E A POSICAO ATUAL; CADA LINHA VAI  *
      * PARA O SPOOL E PARA O ARQUIVO DO CLIENTE                       *
      *----------------------------------------------------------------*
           PERFORM 3100-ABRIR-ARQ-CLIENTE
           MOVE ALL "="                TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           STRING "EXTRATO DE CONTA DO CLIENTE - PERIODO DE "
                  WS-DATA-INICIO " A " WS-DATA-FIM
                  " - EMITIDO EM " WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           STRING "CLIENTE: " WS-EXT-CNPJ " " WS-EXT-NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           EVALUATE TRUE
               WHEN SELECAO-REDE
                   STRING "REDE...: " WS-REDE-PEDIDA " "
                          WS-NOME-SELECAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
                   PERFORM 3900-GRAVAR-LINHA
               WHEN SELECAO-CARTEIRA
                   STRING "VENDEDOR: " WS-CPF-PEDIDO " "
                          WS-NOME-SELECAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
                   PERFORM 3900-GRAVAR-LINHA
           END-EVALUATE
           PERFORM 3900-GRAVAR-LINHA
           STRING "DATA      HISTORICO                        "
                  "DOCUMENTO    VENCTO           DEBITO"
                  "        CREDITO           SALDO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-SALDO-ANTERIOR      TO WS-SALDO-CORRENTE
           MOVE 0                      TO WS-TOTAL-DEBITOS
           MOVE 0                      TO WS-TOTAL-CREDITOS
           MOVE "N"                    TO WS-HA-INFORMATIVO
           MOVE SPACES                 TO WS-LINHA-EXTRATO
           MOVE "SALDO ANTERIOR"       TO SAI-HISTORICO
           MOVE 0                      TO SAI-DEBITO
           MOVE 0                      TO SAI-CREDITO
           MOVE WS-SALDO-CORRENTE      TO SAI-SALDO
           MOVE WS-LINHA-EXTRATO       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-MOV-POS FROM 1 BY 1
                   UNTIL WS-MOV-POS > WS-QTD-MOVIMENTOS
               PERFORM 3200-LISTAR-MOVIMENTO
           END-PERFORM
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-EXTRATO
           MOVE "TOTAL DO PERIODO / SALDO FINAL"
                                       TO SAI-HISTORICO
           MOVE WS-TOTAL-DEBITOS       TO SAI-DEBITO
           MOVE WS-TOTAL-CREDITOS      TO SAI-CREDITO
           MOVE WS-SALDO-CORRENTE      TO SAI-SALDO
           MOVE WS-LINHA-EXTRATO       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "T"                    TO PMC-FUNCAO
           MOVE WS-EXT-CNPJ            TO PMC-CNPJ
           MOVE 0                      TO PMC-VALOR
           CALL "MOVICRED"             USING REG-PARM-CREDITO
           IF NOT PMC-APLICADO
               MOVE 0                  TO PMC-SALDO-CLIENTE
           END-IF
           MOVE WS-SALDO-EM-ABERTO     TO WS-VALOR-ED
           MOVE WS-SALDO-VENCIDO       TO WS-VALOR-ED-2
           MOVE PMC-SALDO-CLIENTE      TO WS-VALOR-ED-3
           STRING "POSICAO EM " WS-DATA-ATUAL
                  " - TITULOS EM ABERTO: " WS-VALOR-ED
                  "  VENCIDOS: " WS-VALOR-ED-2
                  "  CREDITO DISPONIVEL: " WS-VALOR-ED-3
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           IF HA-INFORMATIVO
               MOVE "(*) INFORMATIVO - NAO ALTERA O SALDO"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           IF WS-QTD-FORA-TABELA > 0
               STRING "ATENCAO: " WS-QTD-FORA-TABELA
                      " MOVIMENTOS NAO LISTADOS - REDUZA O PERIODO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           IF ARQ-CLIENTE-ABERTO
               CLOSE ARQ-EXTRATO-CLIENTE
               MOVE "N"                TO WS-ARQ-CLIENTE-ABERTO
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-ABRIR-ARQ-CLIENTE          SECTION.
      *----------------------------------------------------------------*
      * ARQUIVO DO EXTRATO PARA O GATEWAY DE CORREIO, NO MOLDE DAS     *
      * CARTAS DE COBRANCA: DESTINATARIO COM O E-MAIL DO CADASTRO (OU  *
      * ENDERECO PARA IMPRESSAO QUANDO O CLIENTE NAO TEM E-MAIL)       *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ARQ-CLIENTE-ABERTO
           MOVE SPACES                 TO WS-NOME-ARQ-CLIENTE
           STRING "WID-EXT-CLI-" WS-EXT-CNPJ ".TXT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-ARQ-CLIENTE
           OPEN OUTPUT ARQ-EXTRATO-CLIENTE
           IF NOT FS-EXC-OK
               GO TO 3100-FIM
           END-IF
           MOVE "S"                    TO WS-ARQ-CLIENTE-ABERTO
           ADD 1                       TO WS-TOT-ARQ-CLIENTE
           MOVE SPACES                 TO REG-EXTRATO-CLIENTE
           IF WS-EXT-EMAIL NOT = SPACES
               STRING "PARA: " WS-EXT-NOME
                      " <" FUNCTION TRIM (WS-EXT-EMAIL) ">"
                                       DELIMITED BY SIZE
                                       INTO REG-EXTRATO-CLIENTE
           ELSE
               ADD 1                   TO WS-TOT-SEM-EMAIL
               STRING "PARA: " WS-EXT-NOME
                                       DELIMITED BY SIZE
                                       INTO REG-EXTRATO-CLIENTE
           END-IF
           WRITE REG-EXTRATO-CLIENTE
           MOVE SPACES                 TO REG-EXTRATO-CLIENTE
           STRING FUNCTION TRIM (WS-EXT-LOGRADOURO) ", "
                  FUNCTION TRIM (WS-EXT-NUMERO) " - "
                  FUNCTION TRIM (WS-EXT-BAIRRO)
                                       DELIMITED BY SIZE
                                       INTO REG-EXTRATO-CLIENTE
           WRITE REG-EXTRATO-CLIENTE
           MOVE SPACES                 TO REG-EXTRATO-CLIENTE
           STRING FUNCTION TRIM (WS-EXT-MUNICIPIO) " - " WS-EXT-UF
                  " CEP " WS-EXT-CEP
                                       DELIMITED BY SIZE
                                       INTO REG-EXTRATO-CLIENTE
           WRITE REG-EXTRATO-CLIENTE
           MOVE "ASSUNTO: EXTRATO DE CONTA"
                                       TO REG-EXTRATO-CLIENTE
           WRITE REG-EXTRATO-CLIENTE
           MOVE SPACES                 TO REG-EXTRATO-CLIENTE
           WRITE REG-EXTRATO-CLIENTE
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-LISTAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*
      *
           IF MOV-INFORMATIVO (WS-MOV-POS)
               MOVE "S"                TO WS-HA-INFORMATIVO
           ELSE
               COMPUTE WS-SALDO-CORRENTE = WS-SALDO-CORRENTE
                   + WS-MOV-DEBITO (WS-MOV-POS)
                   - WS-MOV-CREDITO (WS-MOV-POS)
               ADD WS-MOV-DEBITO (WS-MOV-POS)  TO WS-TOTAL-DEBITOS
               ADD WS-MOV-CREDITO (WS-MOV-POS) TO WS-TOTAL-CREDITOS
           END-IF
           MOVE SPACES                 TO WS-LINHA-EXTRATO
           MOVE WS-MOV-DATA (WS-MOV-POS)       TO SAI-DATA
           MOVE WS-MOV-HISTORICO (WS-MOV-POS)  TO SAI-HISTORICO
           MOVE WS-MOV-DOCUMENTO (WS-MOV-POS)  TO SAI-DOCUMENTO
           IF WS-MOV-VENCIMENTO (WS-MOV-POS) > 0
               MOVE WS-MOV-VENCIMENTO (WS-MOV-POS)
                                       TO SAI-VENCIMENTO
           END-IF
           MOVE WS-MOV-DEBITO (WS-MOV-POS)     TO SAI-DEBITO
           MOVE WS-MOV-CREDITO (WS-MOV-POS)    TO SAI-CREDITO
           MOVE WS-SALDO-CORRENTE      TO SAI-SALDO
           MOVE WS-LINHA-EXTRATO       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      * GRAVA A LINHA MONTADA NO SPOOL E NO ARQUIVO DO CLIENTE         *
      *----------------------------------------------------------------*
           MOVE WS-LINHA-CABECALHO     TO REG-REL-EXTRATO
           WRITE REG-REL-EXTRATO
           IF ARQ-CLIENTE-ABERTO
               MOVE WS-LINHA-CABECALHO TO REG-EXTRATO-CLIENTE
               WRITE REG-EXTRATO-CLIENTE
           END-IF
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
           DISPLAY "RESUMO DO EXTRATO DE CONTA DO CLIENTE"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES SELECIONADOS.....: "
                   WS-TOT-CLIENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "SEM SALDO E SEM MOVIMENTO.: "
                   WS-TOT-SEM-MOVIMENTO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ARQUIVOS PARA E-MAIL......: "
                   WS-TOT-ARQ-CLIENTE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES SEM E-MAIL.......: "
                   WS-TOT-SEM-EMAIL
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
               MOVE "RELAEXTR"         TO SPL-PROGRAMA
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
       END PROGRAM RELAEXTR.
      *----------------------------------------------------------------*
