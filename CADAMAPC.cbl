      ******************************************************************
      * PROGRAMA.: CADAMAPC                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: MANUTENCAO DO MAPA CONTABIL - CONTAS DE DEBITO E DE *
      *            CREDITO DE CADA EVENTO POR FILIAL E CANAL, USADAS   *
      *            NOS LOTES DE LANCAMENTOS CONTABEIS (LANCCONT)       *
      ******************************************************************
      * A FILIAL 00 VALE PARA QUALQUER FILIAL E O CANAL EM BRANCO PARA *
      * QUALQUER CANAL; O LOTE PROCURA DA CONTA MAIS ESPECIFICA PARA A *
      * MAIS GERAL. EVENTO SEM CONTA NAO E LANCADO E FICA PENDENTE     *
      * PARA O PROXIMO LOTE                                            *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADAMAPC.
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
           SELECT ARQ-MAPA-CONTABIL       ASSIGN TO  "WID-ARQ-MPC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS MPC-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-MAPA.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-MAPA-CONTABIL.
       COPY MAPCCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-MPC             PIC X.
       77 WS-FS-MAPA             PIC X(02).
           88 FS-MPC-OK                VALUE "00" THRU "09".
           88 FS-MPC-FIM               VALUE "10".
           88 FS-MPC-NAO-ENCONTRADO    VALUE "23".
           88 FS-MPC-NAO-EXISTE        VALUE "35".
           88 FS-MPC-ERRO-LAYOUT       VALUE "39".
      *
       01 WS-DATA-ATUAL                PIC 9(08).
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
      *
      * --> CONTAS DIGITADAS NA TELA, GUARDADA ANTES DA LEITURA
      *
       01 WS-MAPA-DIGITADA            PIC X(107)       VALUE SPACES.
       01 WS-INC-DATA                  PIC 9(08)       VALUE 0.
       01 WS-INC-OPERADOR              PIC X(08)       VALUE SPACES.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
      *
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      *
      * --> TELA DO MAPA CONTABIL
      *
       COPY MAPCSCR.
      *
      * --> LABEL PARA MOSTRAR MENSAGENS
      *
       01 OPCAO-STATUS                 HIGHLIGHT.
           05 STATUS-OUTPUT                            LINE 25 COL 10
                                       PIC X(40)       FROM WS-STATUS.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       MOVE WS-OPERADOR-LINK           TO WS-OPERADOR-ATUAL
       PERFORM 0000-MANTER-MAPA.
      *----------------------------------------------------------------*
       0000-MANTER-MAPA          SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-MAPA-CONTABIL
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-MAPA
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-FILIAL-MPC
               ACCEPT SCR-CANAL-MPC
               ACCEPT SCR-EVENTO-MPC
               ACCEPT SCR-DEBITO-MPC
               ACCEPT SCR-CREDITO-MPC
               ACCEPT SCR-HISTORICO-MPC
               ACCEPT OPCAO-INC-MPC
               MOVE SPACES             TO WS-STATUS
               INSPECT MPC-CHAVE       CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               EVALUATE WS-OPCAO-INC-MPC
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-MAPA
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-MAPA
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-EXCLUIR-MAPA
                   WHEN "v"
                   WHEN "V"
                       GOBACK
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"
                                       TO WS-STATUS
               END-EVALUATE
           END-PERFORM
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-SALVAR-MAPA               SECTION.
      *----------------------------------------------------------------*
      * INCLUI O EVENTO NOVO OU ALTERA O JA CADASTRADO                 *
      *----------------------------------------------------------------*
           PERFORM 1050-VALIDAR-MAPA
           IF WS-STATUS NOT = SPACES
               GO TO 1000-FIM
           END-IF
           PERFORM 1100-ABRIR-ARQUIVO-MAPA
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE REG-MAPA-CONTABIL   TO WS-MAPA-DIGITADA
           READ ARQ-MAPA-CONTABIL
           IF FS-MPC-OK
               MOVE MPC-DT-INCLUSAO    TO WS-INC-DATA
               MOVE MPC-OPERADOR-INCLUSAO
                                       TO WS-INC-OPERADOR
               MOVE WS-MAPA-DIGITADA  TO REG-MAPA-CONTABIL
               MOVE WS-INC-DATA        TO MPC-DT-INCLUSAO
               MOVE WS-INC-OPERADOR    TO MPC-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO MPC-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO MPC-OPERADOR-ALTERACAO
               REWRITE REG-MAPA-CONTABIL
               IF FS-MPC-OK
                   MOVE "MAPA ALTERADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-MAPA
               END-IF
           ELSE
               MOVE WS-MAPA-DIGITADA  TO REG-MAPA-CONTABIL
               MOVE WS-DATA-ATUAL      TO MPC-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO MPC-OPERADOR-INCLUSAO
               MOVE 0                  TO MPC-DT-ALTERACAO
               MOVE SPACES             TO MPC-OPERADOR-ALTERACAO
               WRITE REG-MAPA-CONTABIL
               IF FS-MPC-OK
                   MOVE "MAPA CADASTRADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-MAPA
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-MAPA
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-MAPA              SECTION.
      *----------------------------------------------------------------*
      * EVENTO CONHECIDO, CANAL VALIDO E AS DUAS CONTAS INFORMADAS E   *
      * DIFERENTES, PARA O LANCAMENTO SAIR BALANCEADO                  *
      *----------------------------------------------------------------*
           IF MPC-FILIAL NOT NUMERIC
               MOVE 0                  TO MPC-FILIAL
           END-IF
           IF NOT MPC-EVENTO-VALIDO
               MOVE "EVENTO CONTABIL INVALIDO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF MPC-CANAL NOT = SPACE AND NOT = "B"
               AND NOT = "M" AND NOT = "R" AND NOT = "A"
               MOVE "CANAL: B, M, R, A OU BRANCO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF MPC-CONTA-DEBITO = SPACES OR MPC-CONTA-CREDITO = SPACES
               MOVE "CONTAS DE DEBITO E CREDITO OBRIGATORIAS"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF MPC-CONTA-DEBITO = MPC-CONTA-CREDITO
               MOVE "DEBITO E CREDITO NA MESMA CONTA"
                                       TO WS-STATUS
           END-IF
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-MAPA   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-MAPA-CONTABIL
           IF FS-MPC-NAO-EXISTE
               OPEN OUTPUT ARQ-MAPA-CONTABIL
               CLOSE ARQ-MAPA-CONTABIL
               OPEN I-O ARQ-MAPA-CONTABIL
           END-IF
           IF NOT FS-MPC-OK
               PERFORM 9999-ERRO-ARQUIVO-MAPA
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-MAPA  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-MAPA-CONTABIL
           IF NOT FS-MPC-OK
               PERFORM 9999-ERRO-ARQUIVO-MAPA
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EXCLUIR-MAPA              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-ABRIR-ARQUIVO-MAPA
           READ ARQ-MAPA-CONTABIL
           IF FS-MPC-NAO-ENCONTRADO
               MOVE "MAPA NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               DELETE ARQ-MAPA-CONTABIL
               IF FS-MPC-OK
                   MOVE "MAPA EXCLUIDO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-MAPA
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-MAPA
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-MAPA            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-ABRIR-ARQUIVO-MAPA
           READ ARQ-MAPA-CONTABIL
           IF FS-MPC-OK
               MOVE "MAPA ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               MOVE "MAPA NAO ENCONTRADO"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-MAPA
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-MAPA    SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-MPC-ERRO-LAYOUT
               MOVE "ERRO NO LAYOUT DO ARQUIVO"    TO WS-STATUS
           ELSE
               MOVE "ERRO NO ACESSO AO ARQUIVO"    TO WS-STATUS
           END-IF
           GOBACK
           .
       9999-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CADAMAPC.
      *----------------------------------------------------------------*
