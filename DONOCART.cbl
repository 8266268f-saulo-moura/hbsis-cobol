      ******************************************************************
      * PROGRAMA.: DONOCART                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: SUBPROGRAMA DA CARTEIRA NA DATA - DEVOLVE O         *
      *            VENDEDOR DONO DO CLIENTE NO FIM DE UM DIA PASSADO E *
      *            A LINHA DO TEMPO DE MOVIMENTACOES DO CLIENTE, A     *
      *            PARTIR DO DIARIO DE MOVIMENTACAO DA CARTEIRA        *
      *            (WID-MOV-CAR) E DAS SUAS GERACOES ANUAIS (SEGRANO)  *
      ******************************************************************
      * O DIARIO E CARREGADO NA PRIMEIRA CHAMADA, DA GERACAO ANUAL     *
      * MAIS ANTIGA ATE O ARQUIVO CORRENTE, E FICA NA MEMORIA ATE A    *
      * CHAMADA F. O DONO NA DATA E O CPF ANTERIOR DO PRIMEIRO         *
      * MOVIMENTO DO CLIENTE DEPOIS DELA; SEM MOVIMENTO DEPOIS DA DATA *
      * O DONO E O DA CARTEIRA ATUAL                                   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. DONOCART.
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
           SELECT ARQ-MOV-CARTEIRA     ASSIGN TO WS-NOME-MOVIMENTO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-MOVIMENTO.
      *
           SELECT ARQ-CARTEIRA         ASSIGN TO  "WID-ARQ-CAR.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAR-CNPJ
               ALTERNATE RECORD KEY    IS CAR-CPF WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CARTEIRA.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-MOV-CARTEIRA.
       COPY MOVCADA.
      *
       FD ARQ-CARTEIRA.
       COPY CARTCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-MOVIMENTO              PIC X(02).
           88 FS-MOV-OK                VALUE "00" THRU "09".
           88 FS-MOV-NAO-EXISTE        VALUE "35".
       77 WS-FS-CARTEIRA               PIC X(02).
           88 FS-CAR-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-ANO-ATUAL                 PIC 9(04)       VALUE 0.
       01 WS-ANO-GERACAO               PIC 9(04)       VALUE 0.
       01 WS-NOME-MOVIMENTO            PIC X(34)       VALUE SPACES.
      *
      * --> DIARIO CARREGADO NESTA EXECUCAO (CHAMADAS SEM F)
      *
       01 WS-DIARIO-CARREGADO          PIC X(01)       VALUE "N".
           88 DIARIO-CARREGADO         VALUE "S".
       01 WS-CARTEIRA-ABERTA           PIC X(01)       VALUE "N".
           88 CARTEIRA-ABERTA          VALUE "S".
       01 WS-DIARIO-INCOMPLETO         PIC X(01)       VALUE "N".
           88 DIARIO-INCOMPLETO        VALUE "S".
      *
      * --> MOVIMENTOS DO DIARIO EM ORDEM CRONOLOGICA; CHEIA A TABELA,
      *     A METADE MAIS ANTIGA E DESCARTADA
      *
       01 WS-QTD-MOVIMENTOS            PIC 9(05)       VALUE 0.
       01 WS-MOV-IND                   PIC 9(05)       VALUE 0.
       01 WS-MOV-DESTINO               PIC 9(05)       VALUE 0.
       01 WS-MOV-TABELA.
           05 WS-MOV-OCORRENCIA        OCCURS 20000 TIMES.
               10 WS-MOV-TAB-CNPJ      PIC 9(14).
               10 WS-MOV-TAB-DATA      PIC 9(08).
               10 WS-MOV-TAB-HORA      PIC 9(06).
               10 WS-MOV-TAB-CPF-ANTERIOR
                                       PIC 9(11).
               10 WS-MOV-TAB-CPF-NOVO  PIC 9(11).
               10 WS-MOV-TAB-PROGRAMA  PIC X(08).
               10 WS-MOV-TAB-OPERADOR  PIC X(08).
      *
      * --> LINHA DO TEMPO DO ULTIMO CLIENTE CONSULTADO
      *
       01 WS-CNPJ-CARREGADO            PIC 9(14)       VALUE 0.
       01 WS-CLIENTE-CARREGADO         PIC X(01)       VALUE "N".
           88 CLIENTE-CARREGADO        VALUE "S".
       01 WS-CLI-LINHA-TEMPO.
           05 WS-CLI-QTD-EVENTOS       PIC 9(03).
           05 WS-CLI-EVENTO            OCCURS 100 TIMES.
               10 WS-CLI-EVT-DATA      PIC 9(08).
               10 WS-CLI-EVT-HORA      PIC 9(06).
               10 WS-CLI-EVT-CPF-ANTERIOR
                                       PIC 9(11).
               10 WS-CLI-EVT-CPF-NOVO  PIC 9(11).
               10 WS-CLI-EVT-PROGRAMA  PIC X(08).
               10 WS-CLI-EVT-OPERADOR  PIC X(08).
       01 WS-EVT-IND                   PIC 9(03)       VALUE 0.
       01 WS-EVT-DEPOIS                PIC 9(03)       VALUE 0.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY DONOPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING REG-PARM-DONO.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-DONO-NA-DATA.
      *----------------------------------------------------------------*
       0000-DONO-NA-DATA               SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE PDN-FUNCAO
               WHEN "C"
                   PERFORM 1000-CARREGAR-DIARIO
                   IF CARTEIRA-ABERTA
                       PERFORM 2000-CONSULTAR-DONO
                   ELSE
                       MOVE "9"        TO PDN-RETORNO
                   END-IF
               WHEN "F"
                   PERFORM 4000-FINALIZAR
                   MOVE "0"            TO PDN-RETORNO
               WHEN OTHER
                   MOVE "9"            TO PDN-RETORNO
           END-EVALUATE
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-CARREGAR-DIARIO            SECTION.
      *----------------------------------------------------------------*
      * PROCURA A GERACAO ANUAL MAIS ANTIGA (A SEGMENTACAO CRIA UMA    *
      * POR ANO FECHADO) E CARREGA DALI ATE O DIARIO CORRENTE          *
      *----------------------------------------------------------------*
           IF DIARIO-CARREGADO
               GO TO 1000-FIM
           END-IF
           MOVE "S"                    TO WS-DIARIO-CARREGADO
           MOVE "N"                    TO WS-DIARIO-INCOMPLETO
           MOVE 0                      TO WS-QTD-MOVIMENTOS
           MOVE "N"                    TO WS-CLIENTE-CARREGADO
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE WS-DATA-ATUAL (1:4)    TO WS-ANO-ATUAL
           COMPUTE WS-ANO-GERACAO = WS-ANO-ATUAL - 1
           MOVE "00"                   TO WS-FS-MOVIMENTO
           PERFORM UNTIL FS-MOV-NAO-EXISTE
                   OR WS-ANO-GERACAO < WS-ANO-ATUAL - 50
               MOVE SPACES             TO WS-NOME-MOVIMENTO
               STRING "WID-MOV-CAR-" WS-ANO-GERACAO ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-MOVIMENTO
               OPEN INPUT ARQ-MOV-CARTEIRA
               IF FS-MOV-OK
                   CLOSE ARQ-MOV-CARTEIRA
                   SUBTRACT 1          FROM WS-ANO-GERACAO
               ELSE
                   MOVE "35"           TO WS-FS-MOVIMENTO
               END-IF
           END-PERFORM
           ADD 1                       TO WS-ANO-GERACAO
           PERFORM UNTIL WS-ANO-GERACAO NOT < WS-ANO-ATUAL
               MOVE SPACES             TO WS-NOME-MOVIMENTO
               STRING "WID-MOV-CAR-" WS-ANO-GERACAO ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-MOVIMENTO
               PERFORM 1100-CARREGAR-ARQUIVO
               ADD 1                   TO WS-ANO-GERACAO
           END-PERFORM
           MOVE "WID-MOV-CAR.DAT"      TO WS-NOME-MOVIMENTO
           PERFORM 1100-CARREGAR-ARQUIVO
           OPEN INPUT ARQ-CARTEIRA
           IF FS-CAR-OK
               MOVE "S"                TO WS-CARTEIRA-ABERTA
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-CARREGAR-ARQUIVO           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-MOV-CARTEIRA
           IF NOT FS-MOV-OK
               GO TO 1100-FIM
           END-IF
           READ ARQ-MOV-CARTEIRA NEXT
           PERFORM UNTIL NOT FS-MOV-OK
               IF WS-QTD-MOVIMENTOS = 20000
                   PERFORM 1200-DESCARTAR-ANTIGOS
               END-IF
               ADD 1                   TO WS-QTD-MOVIMENTOS
               MOVE WS-QTD-MOVIMENTOS  TO WS-MOV-IND
               MOVE MOV-CNPJ           TO WS-MOV-TAB-CNPJ (WS-MOV-IND)
               MOVE MOV-DATA           TO WS-MOV-TAB-DATA (WS-MOV-IND)
               MOVE MOV-HORA           TO WS-MOV-TAB-HORA (WS-MOV-IND)
               MOVE MOV-CPF-ANTERIOR
                               TO WS-MOV-TAB-CPF-ANTERIOR (WS-MOV-IND)
               MOVE MOV-CPF-NOVO
                               TO WS-MOV-TAB-CPF-NOVO (WS-MOV-IND)
               MOVE MOV-PROGRAMA
                               TO WS-MOV-TAB-PROGRAMA (WS-MOV-IND)
               MOVE MOV-OPERADOR
                               TO WS-MOV-TAB-OPERADOR (WS-MOV-IND)
               READ ARQ-MOV-CARTEIRA NEXT
           END-PERFORM
           CLOSE ARQ-MOV-CARTEIRA
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-DESCARTAR-ANTIGOS          SECTION.
      *----------------------------------------------------------------*
      * MANTEM A METADE MAIS RECENTE DA TABELA E AVISA NO RETORNO QUE  *
      * O DIARIO FICOU INCOMPLETO                                      *
      *----------------------------------------------------------------*
           MOVE "S"                    TO WS-DIARIO-INCOMPLETO
           MOVE 0                      TO WS-MOV-DESTINO
           PERFORM VARYING WS-MOV-IND FROM 10001 BY 1
                   UNTIL WS-MOV-IND > 20000
               ADD 1                   TO WS-MOV-DESTINO
               MOVE WS-MOV-OCORRENCIA (WS-MOV-IND)
                               TO WS-MOV-OCORRENCIA (WS-MOV-DESTINO)
           END-PERFORM
           MOVE 10000                  TO WS-QTD-MOVIMENTOS
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-CONSULTAR-DONO             SECTION.
      *----------------------------------------------------------------*
      * O PRIMEIRO MOVIMENTO DEPOIS DO FIM DO DIA INFORMADO DIZ QUEM   *
      * ERA O DONO; SEM ELE, VALE A CARTEIRA ATUAL                     *
      *----------------------------------------------------------------*
           IF DIARIO-INCOMPLETO
               MOVE "8"                TO PDN-RETORNO
           ELSE
               MOVE "0"                TO PDN-RETORNO
           END-IF
           IF NOT CLIENTE-CARREGADO
               OR PDN-CNPJ NOT = WS-CNPJ-CARREGADO
               PERFORM 2100-MONTAR-LINHA-TEMPO
           END-IF
           MOVE WS-CLI-LINHA-TEMPO     TO PDN-LINHA-TEMPO
           MOVE 0                      TO WS-EVT-DEPOIS
           PERFORM VARYING WS-EVT-IND FROM 1 BY 1
                   UNTIL WS-EVT-IND > WS-CLI-QTD-EVENTOS
                   OR WS-EVT-DEPOIS > 0
               IF WS-CLI-EVT-DATA (WS-EVT-IND) > PDN-DATA
                   MOVE WS-EVT-IND     TO WS-EVT-DEPOIS
               END-IF
           END-PERFORM
           IF WS-EVT-DEPOIS > 0
               MOVE "D"                TO PDN-ORIGEM
               MOVE WS-CLI-EVT-CPF-ANTERIOR (WS-EVT-DEPOIS)
                                       TO PDN-CPF-DONO
               IF WS-EVT-DEPOIS > 1
                   SUBTRACT 1          FROM WS-EVT-DEPOIS
                   MOVE WS-CLI-EVT-DATA (WS-EVT-DEPOIS)
                                       TO PDN-DATA-DESDE
               ELSE
                   MOVE 0              TO PDN-DATA-DESDE
               END-IF
               GO TO 2000-FIM
           END-IF
           MOVE "A"                    TO PDN-ORIGEM
           IF WS-CLI-QTD-EVENTOS > 0
               MOVE WS-CLI-EVT-DATA (WS-CLI-QTD-EVENTOS)
                                       TO PDN-DATA-DESDE
           ELSE
               MOVE 0                  TO PDN-DATA-DESDE
           END-IF
           MOVE PDN-CNPJ               TO CAR-CNPJ
           READ ARQ-CARTEIRA           KEY IS CAR-CNPJ
           IF FS-CAR-OK
               MOVE CAR-CPF            TO PDN-CPF-DONO
           ELSE
               MOVE 0                  TO PDN-CPF-DONO
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-MONTAR-LINHA-TEMPO         SECTION.
      *----------------------------------------------------------------*
      * SEPARA OS MOVIMENTOS DO CLIENTE; PASSANDO DE 100, DESCARTA O   *
      * MAIS ANTIGO                                                    *
      *----------------------------------------------------------------*
           MOVE "S"                    TO WS-CLIENTE-CARREGADO
           MOVE PDN-CNPJ               TO WS-CNPJ-CARREGADO
           INITIALIZE WS-CLI-LINHA-TEMPO
           PERFORM VARYING WS-MOV-IND FROM 1 BY 1
                   UNTIL WS-MOV-IND > WS-QTD-MOVIMENTOS
               IF WS-MOV-TAB-CNPJ (WS-MOV-IND) = PDN-CNPJ
                   IF WS-CLI-QTD-EVENTOS = 100
                       PERFORM 2200-DESCARTAR-EVENTO
                   END-IF
                   ADD 1               TO WS-CLI-QTD-EVENTOS
                   MOVE WS-CLI-QTD-EVENTOS
                                       TO WS-EVT-IND
                   MOVE WS-MOV-TAB-DATA (WS-MOV-IND)
                                       TO WS-CLI-EVT-DATA (WS-EVT-IND)
                   MOVE WS-MOV-TAB-HORA (WS-MOV-IND)
                                       TO WS-CLI-EVT-HORA (WS-EVT-IND)
                   MOVE WS-MOV-TAB-CPF-ANTERIOR (WS-MOV-IND)
                               TO WS-CLI-EVT-CPF-ANTERIOR (WS-EVT-IND)
                   MOVE WS-MOV-TAB-CPF-NOVO (WS-MOV-IND)
                               TO WS-CLI-EVT-CPF-NOVO (WS-EVT-IND)
                   MOVE WS-MOV-TAB-PROGRAMA (WS-MOV-IND)
                               TO WS-CLI-EVT-PROGRAMA (WS-EVT-IND)
                   MOVE WS-MOV-TAB-OPERADOR (WS-MOV-IND)
                               TO WS-CLI-EVT-OPERADOR (WS-EVT-IND)
               END-IF
           END-PERFORM
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-DESCARTAR-EVENTO           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WS-EVT-IND FROM 2 BY 1
                   UNTIL WS-EVT-IND > 100
               MOVE WS-CLI-EVENTO (WS-EVT-IND)
                                       TO WS-CLI-EVENTO (WS-EVT-IND - 1)
           END-PERFORM
           MOVE 99                     TO WS-CLI-QTD-EVENTOS
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF CARTEIRA-ABERTA
               CLOSE ARQ-CARTEIRA
               MOVE "N"                TO WS-CARTEIRA-ABERTA
           END-IF
           MOVE "N"                    TO WS-DIARIO-CARREGADO
           MOVE "N"                    TO WS-CLIENTE-CARREGADO
           MOVE 0                      TO WS-QTD-MOVIMENTOS
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM DONOCART.
      *----------------------------------------------------------------*
