      ******************************************************************
      * PROGRAMA.: CADASEGF                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: MANUTENCAO DAS REGRAS DE SEGREGACAO DE FUNCOES -    *
      *            PARES DE OPCOES DE MENU QUE NAO DEVEM FICAR COM O   *
      *            MESMO OPERADOR, PROIBIDOS OU ACEITOS SO COM         *
      *            JUSTIFICATIVA DO SUPERVISOR                         *
      ******************************************************************
      * O PAR E GRAVADO SEMPRE COM A MENOR OPCAO PRIMEIRO, DE MODO QUE *
      * 01.10/01.03 E 01.03/01.10 SAO A MESMA REGRA                    *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADASEGF.
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
           SELECT ARQ-SEGREGACAO       ASSIGN TO  "WID-ARQ-SGF.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SGF-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-SEGREGACAO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-SEGREGACAO.
       COPY SEGFCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-SGF             PIC X.
       77 WS-FS-SEGREGACAO             PIC X(02).
           88 FS-SGF-OK                VALUE "00" THRU "09".
           88 FS-SGF-NAO-ENCONTRADO    VALUE "23".
           88 FS-SGF-NAO-EXISTE        VALUE "35".
           88 FS-SGF-ERRO-LAYOUT       VALUE "39".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-OPCAO-AUX                 PIC X(05)       VALUE SPACES.
      *
       01 WS-SGF-DIGITADO.
           05 WS-SGF-DIG-DESCRICAO     PIC X(40).
           05 WS-SGF-DIG-TRATAMENTO    PIC X(01).
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
      * --> TELA DAS REGRAS DE SEGREGACAO
      *
       COPY SEGFSCR.
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
       PERFORM 0000-MANTER-SEGREGACAO.
      *----------------------------------------------------------------*
       0000-MANTER-SEGREGACAO          SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-SEGREGACAO   REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-MANTER-SEGREGACAO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-OPCAO-1-SGF
               ACCEPT SCR-OPCAO-2-SGF
               ACCEPT SCR-DESCRICAO-SGF
               ACCEPT SCR-TRATAMENTO-SGF
               ACCEPT OPCAO-INC-SGF
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-SGF
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-REGRA
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-EXCLUIR-REGRA
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
       1000-SALVAR-REGRA               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-VALIDAR-PAR
           IF WS-STATUS NOT = SPACES
               GO TO 1000-FIM
           END-IF
           IF NOT SGF-TRATAMENTO-VALIDO
               MOVE "TRATAMENTO DEVE SER P OU J"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF SGF-DESCRICAO = SPACES
               MOVE "DESCRICAO DO CONFLITO NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           MOVE SGF-DESCRICAO          TO WS-SGF-DIG-DESCRICAO
           MOVE SGF-TRATAMENTO         TO WS-SGF-DIG-TRATAMENTO
           PERFORM 1200-ABRIR-ARQUIVO-SEGREGACAO
           READ ARQ-SEGREGACAO
           MOVE WS-SGF-DIG-DESCRICAO   TO SGF-DESCRICAO
           MOVE WS-SGF-DIG-TRATAMENTO  TO SGF-TRATAMENTO
           IF FS-SGF-OK
               REWRITE REG-SEGREGACAO
               IF FS-SGF-OK
                   MOVE "REGRA ALTERADA COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-SEGREGACAO
               END-IF
           ELSE
               ACCEPT WS-DATA-ATUAL    FROM DATE YYYYMMDD
               MOVE WS-DATA-ATUAL      TO SGF-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO SGF-OPERADOR-INCLUSAO
               WRITE REG-SEGREGACAO
               IF FS-SGF-OK
                   MOVE "REGRA GRAVADA COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-SEGREGACAO
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-SEGREGACAO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-VALIDAR-PAR                SECTION.
      *----------------------------------------------------------------*
      * CONFERE AS DUAS OPCOES E DEIXA A MENOR EM SGF-OPCAO-1          *
      *----------------------------------------------------------------*
           IF SGF-OPCAO-1 = SPACES OR SGF-OPCAO-2 = SPACES
               MOVE "INFORME AS DUAS OPCOES DO PAR"
                                       TO WS-STATUS
               GO TO 1100-FIM
           END-IF
           IF SGF-OPCAO-1 = SGF-OPCAO-2
               MOVE "AS DUAS OPCOES SAO IGUAIS"
                                       TO WS-STATUS
               GO TO 1100-FIM
           END-IF
           IF SGF-OPCAO-1 > SGF-OPCAO-2
               MOVE SGF-OPCAO-1        TO WS-OPCAO-AUX
               MOVE SGF-OPCAO-2        TO SGF-OPCAO-1
               MOVE WS-OPCAO-AUX       TO SGF-OPCAO-2
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-ABRIR-ARQUIVO-SEGREGACAO   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-SEGREGACAO
           IF FS-SGF-NAO-EXISTE
               OPEN OUTPUT ARQ-SEGREGACAO
               CLOSE ARQ-SEGREGACAO
               OPEN I-O ARQ-SEGREGACAO
           END-IF
           IF NOT FS-SGF-OK
               PERFORM 9999-ERRO-ARQUIVO-SEGREGACAO
           END-IF
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-SEGREGACAO  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-SEGREGACAO
           IF NOT FS-SGF-OK
               PERFORM 9999-ERRO-ARQUIVO-SEGREGACAO
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EXCLUIR-REGRA              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-VALIDAR-PAR
           IF WS-STATUS NOT = SPACES
               GO TO 2000-FIM
           END-IF
           PERFORM 1200-ABRIR-ARQUIVO-SEGREGACAO
           READ ARQ-SEGREGACAO
           IF FS-SGF-NAO-ENCONTRADO
               MOVE "REGRA NAO ENCONTRADA"
                                       TO WS-STATUS
           ELSE
               DELETE ARQ-SEGREGACAO
               IF FS-SGF-OK
                   MOVE "REGRA EXCLUIDA COM SUCESSO"
                                       TO WS-STATUS
                   INITIALIZE REG-SEGREGACAO
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-SEGREGACAO
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-SEGREGACAO
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-SEGREGACAO    SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-SGF-ERRO-LAYOUT
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
       END PROGRAM CADASEGF.
      *----------------------------------------------------------------*
