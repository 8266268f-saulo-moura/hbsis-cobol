      ******************************************************************
      * PROGRAMA.: CADATSAC                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: TABELA DE TIPOS DE RECLAMACAO DO SAC - INCLUSAO,    *
      *            ALTERACAO, CONSULTA E EXCLUSAO DOS TIPOS E DO PRAZO *
      *            DE ATENDIMENTO (SLA) EM DIAS DE CADA TIPO           *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADATSAC.
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
           SELECT ARQ-TIPOS-SAC          ASSIGN TO  "WID-ARQ-TSA.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TSA-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-TIPO-SAC.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-TIPOS-SAC.
       COPY TSACCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-TSA             PIC X.
       77 WS-FS-TIPO-SAC                 PIC X(02).
           88 FS-TSA-OK                VALUE "00" THRU "09".
           88 FS-TSA-FIM               VALUE "10".
           88 FS-TSA-NAO-ENCONTRADO    VALUE "23".
           88 FS-TSA-NAO-EXISTE        VALUE "35".
           88 FS-TSA-ERRO-LAYOUT       VALUE "39".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-DESCRICAO-DIGITADA        PIC X(30)       VALUE SPACES.
       01 WS-SITUACAO-DIGITADA         PIC X(01)       VALUE SPACE.
       01 WS-PRAZO-DIGITADO            PIC 9(03)       VALUE 0.
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
      * --> TELA DA TABELA DE TIPOS DE RECLAMACAO
      *
       COPY TSACSCR.
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
       PERFORM 0000-MANTER-TIPOS-SAC.
      *----------------------------------------------------------------*
       0000-MANTER-TIPOS-SAC           SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-TIPO-RECLAMACAO
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "A"                    TO TSA-SITUACAO
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-TIPO-SAC
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CODIGO-TSA
               ACCEPT SCR-DESCRICAO-TSA
               ACCEPT SCR-PRAZO-TSA
               ACCEPT SCR-SITUACAO-TSA
               ACCEPT OPCAO-INC-TSA
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-TSA
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-TIPO-SAC
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-TIPO-SAC
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-EXCLUIR-TIPO-SAC
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
       1000-SALVAR-TIPO-SAC            SECTION.
      *----------------------------------------------------------------*
      *
           IF TSA-CODIGO = 0
               MOVE "CODIGO DO TIPO NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF TSA-DESCRICAO = SPACES
               MOVE "DESCRICAO NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF TSA-PRAZO-DIAS = 0
               MOVE "PRAZO DE ATENDIMENTO NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF TSA-SITUACAO NOT = "A" AND TSA-SITUACAO NOT = "I"
               MOVE "SITUACAO DEVE SER A OU I"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           PERFORM 1100-ABRIR-ARQUIVO-TIPOS-SAC
           MOVE TSA-DESCRICAO          TO WS-DESCRICAO-DIGITADA
           MOVE TSA-PRAZO-DIAS         TO WS-PRAZO-DIGITADO
           MOVE TSA-SITUACAO           TO WS-SITUACAO-DIGITADA
           READ ARQ-TIPOS-SAC
      *
      * --> TIPO JA CADASTRADO: ATUALIZA DESCRICAO, PRAZO E SITUACAO;
      *     O PRAZO NOVO VALE SO PARA AS RECLAMACOES ABERTAS DAQUI EM
      *     DIANTE (CADA RECLAMACAO GUARDA A DATA LIMITE NA ABERTURA)
      *
           IF FS-TSA-OK
               MOVE WS-DESCRICAO-DIGITADA
                                       TO TSA-DESCRICAO
               MOVE WS-PRAZO-DIGITADO  TO TSA-PRAZO-DIAS
               MOVE WS-SITUACAO-DIGITADA
                                       TO TSA-SITUACAO
               REWRITE REG-TIPO-RECLAMACAO
               IF FS-TSA-OK
                   MOVE "TIPO ALTERADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-TIPOS-SAC
               END-IF
           ELSE
               ACCEPT WS-DATA-ATUAL    FROM DATE YYYYMMDD
               MOVE WS-DESCRICAO-DIGITADA
                                       TO TSA-DESCRICAO
               MOVE WS-PRAZO-DIGITADO  TO TSA-PRAZO-DIAS
               MOVE WS-SITUACAO-DIGITADA
                                       TO TSA-SITUACAO
               MOVE WS-DATA-ATUAL      TO TSA-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO TSA-OPERADOR-INCLUSAO
               WRITE REG-TIPO-RECLAMACAO
               IF FS-TSA-OK
                   MOVE "TIPO CADASTRADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-TIPOS-SAC
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-TIPOS-SAC
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-TIPOS-SAC    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-TIPOS-SAC
           IF FS-TSA-NAO-EXISTE
               OPEN OUTPUT ARQ-TIPOS-SAC
               CLOSE ARQ-TIPOS-SAC
               OPEN I-O ARQ-TIPOS-SAC
           END-IF
           IF NOT FS-TSA-OK
               PERFORM 9999-ERRO-ARQUIVO-TIPOS-SAC
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-TIPOS-SAC   SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-TIPOS-SAC
           IF NOT FS-TSA-OK
               PERFORM 9999-ERRO-ARQUIVO-TIPOS-SAC
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EXCLUIR-TIPO-SAC           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-ABRIR-ARQUIVO-TIPOS-SAC
           READ ARQ-TIPOS-SAC
           IF FS-TSA-NAO-ENCONTRADO
               MOVE "TIPO NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               DELETE ARQ-TIPOS-SAC
               IF FS-TSA-OK
                   MOVE "TIPO EXCLUIDO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-TIPOS-SAC
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-TIPOS-SAC
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-TIPO-SAC         SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA OS DADOS GRAVADOS DO TIPO         *
      * INFORMADO NO CAMPO DE CODIGO                                   *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-TIPOS-SAC
           READ ARQ-TIPOS-SAC
           IF FS-TSA-NAO-ENCONTRADO
               MOVE "TIPO NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               MOVE "TIPO LOCALIZADO"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-TIPOS-SAC
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-TIPOS-SAC     SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-TSA-ERRO-LAYOUT
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
       END PROGRAM CADATSAC.
      *----------------------------------------------------------------*
