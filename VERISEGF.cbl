      ******************************************************************
      * PROGRAMA.: VERISEGF                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: VERIFICACAO DA SEGREGACAO DE FUNCOES - SUBPROGRAMA  *
      *            CHAMADO PELOS CADASTROS DE PERFIS E DE OPERADORES   *
      *            PARA SABER SE O PERFIL FICA COM UM PAR DE OPCOES    *
      *            CONFLITANTE E PARA GRAVAR A JUSTIFICATIVA DO        *
      *            SUPERVISOR QUE ACEITA O CONFLITO                    *
      ******************************************************************
      * COM OPCAO NOVA INFORMADA, SO CONTAM AS REGRAS QUE ENVOLVEM A   *
      * OPCAO NOVA (OS CONFLITOS QUE O PERFIL JA TINHA NAO IMPEDEM A   *
      * MANUTENCAO); SEM OPCAO NOVA, CONTAM TODAS AS REGRAS. O         *
      * CONFLITO PROIBIDO PREVALECE SOBRE O QUE ACEITA JUSTIFICATIVA   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. VERISEGF.
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
           SELECT ARQ-PERFIS           ASSIGN TO  "WID-ARQ-PRF.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRF-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PERFIL.
      *
           SELECT ARQ-JUSTIFICATIVAS   ASSIGN TO  "WID-ARQ-JSF.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS JSF-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-JUSTIFICATIVA.
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
       FD ARQ-PERFIS.
       COPY PERFCADA.
      *
       FD ARQ-JUSTIFICATIVAS.
       COPY JUSFCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-SEGREGACAO             PIC X(02).
           88 FS-SGF-OK                VALUE "00" THRU "09".
           88 FS-SGF-NAO-EXISTE        VALUE "35".
       77 WS-FS-PERFIL                 PIC X(02).
           88 FS-PRF-OK                VALUE "00" THRU "09".
           88 FS-PRF-NAO-EXISTE        VALUE "35".
       77 WS-FS-JUSTIFICATIVA          PIC X(02).
           88 FS-JSF-OK                VALUE "00" THRU "09".
           88 FS-JSF-DUPLICADO         VALUE "22".
           88 FS-JSF-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPCAO-TESTE               PIC X(05)       VALUE SPACES.
       01 WS-JUSTIFICATIVAS-ABERTAS    PIC X(01)       VALUE "N".
           88 JUSTIFICATIVAS-ABERTAS   VALUE "S".
       01 WS-OPCAO-NO-PERFIL           PIC X(01)       VALUE "N".
           88 OPCAO-NO-PERFIL          VALUE "S".
       01 WS-PAR-JUSTIFICADO           PIC X(01)       VALUE "N".
           88 PAR-JUSTIFICADO          VALUE "S".
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY SEGFPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING
                                       REG-PARM-SEGREG.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-VERIFICAR-SEGREGACAO.
      *----------------------------------------------------------------*
       0000-VERIFICAR-SEGREGACAO       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "0"                    TO PSG-RETORNO
           EVALUATE PSG-FUNCAO
               WHEN "V"
                   PERFORM 1000-VERIFICAR-PERFIL
               WHEN "J"
                   PERFORM 2000-GRAVAR-JUSTIFICATIVA
               WHEN OTHER
                   MOVE "9"            TO PSG-RETORNO
           END-EVALUATE
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-VERIFICAR-PERFIL           SECTION.
      *----------------------------------------------------------------*
      * SEM REGRAS OU SEM PERFIS CADASTRADOS NAO HA CONFLITO POSSIVEL  *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO PSG-OPCAO-1
           MOVE SPACES                 TO PSG-OPCAO-2
           MOVE SPACES                 TO PSG-DESCRICAO
           OPEN INPUT ARQ-SEGREGACAO
           IF FS-SGF-NAO-EXISTE
               GO TO 1000-FIM
           END-IF
           IF NOT FS-SGF-OK
               MOVE "9"                TO PSG-RETORNO
               GO TO 1000-FIM
           END-IF
           OPEN INPUT ARQ-PERFIS
           IF NOT FS-PRF-OK
               IF NOT FS-PRF-NAO-EXISTE
                   MOVE "9"            TO PSG-RETORNO
               END-IF
               CLOSE ARQ-SEGREGACAO
               GO TO 1000-FIM
           END-IF
           MOVE "N"                    TO WS-JUSTIFICATIVAS-ABERTAS
           OPEN INPUT ARQ-JUSTIFICATIVAS
           IF FS-JSF-OK
               MOVE "S"                TO WS-JUSTIFICATIVAS-ABERTAS
           END-IF
           READ ARQ-SEGREGACAO NEXT
           PERFORM UNTIL NOT FS-SGF-OK OR PSG-CONFLITO-PROIBIDO
               PERFORM 1100-AVALIAR-REGRA
               READ ARQ-SEGREGACAO NEXT
           END-PERFORM
           CLOSE ARQ-SEGREGACAO
           CLOSE ARQ-PERFIS
           IF JUSTIFICATIVAS-ABERTAS
               CLOSE ARQ-JUSTIFICATIVAS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-AVALIAR-REGRA              SECTION.
      *----------------------------------------------------------------*
      *
           IF PSG-OPCAO-NOVA NOT = SPACES
               AND SGF-OPCAO-1 NOT = PSG-OPCAO-NOVA
               AND SGF-OPCAO-2 NOT = PSG-OPCAO-NOVA
               GO TO 1100-FIM
           END-IF
           MOVE SGF-OPCAO-1            TO WS-OPCAO-TESTE
           PERFORM 1200-PROCURAR-OPCAO
           IF NOT OPCAO-NO-PERFIL
               GO TO 1100-FIM
           END-IF
           MOVE SGF-OPCAO-2            TO WS-OPCAO-TESTE
           PERFORM 1200-PROCURAR-OPCAO
           IF NOT OPCAO-NO-PERFIL
               GO TO 1100-FIM
           END-IF
           IF SGF-PROIBIDO
               MOVE "2"                TO PSG-RETORNO
               MOVE SGF-OPCAO-1        TO PSG-OPCAO-1
               MOVE SGF-OPCAO-2        TO PSG-OPCAO-2
               MOVE SGF-DESCRICAO      TO PSG-DESCRICAO
               GO TO 1100-FIM
           END-IF
           PERFORM 1300-PROCURAR-JUSTIFICATIVA
           IF NOT PAR-JUSTIFICADO AND PSG-SEM-CONFLITO
               MOVE "1"                TO PSG-RETORNO
               MOVE SGF-OPCAO-1        TO PSG-OPCAO-1
               MOVE SGF-OPCAO-2        TO PSG-OPCAO-2
               MOVE SGF-DESCRICAO      TO PSG-DESCRICAO
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-PROCURAR-OPCAO             SECTION.
      *----------------------------------------------------------------*
      * A OPCAO NOVA CONTA COMO SE JA ESTIVESSE NO PERFIL              *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-OPCAO-NO-PERFIL
           IF WS-OPCAO-TESTE = PSG-OPCAO-NOVA
               MOVE "S"                TO WS-OPCAO-NO-PERFIL
               GO TO 1200-FIM
           END-IF
           MOVE PSG-PERFIL             TO PRF-CODIGO
           MOVE WS-OPCAO-TESTE         TO PRF-OPCAO
           READ ARQ-PERFIS
           IF FS-PRF-OK
               MOVE "S"                TO WS-OPCAO-NO-PERFIL
           END-IF
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1300-PROCURAR-JUSTIFICATIVA     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-PAR-JUSTIFICADO
           IF NOT JUSTIFICATIVAS-ABERTAS
               GO TO 1300-FIM
           END-IF
           IF PSG-OPERADOR = SPACES
               MOVE "P"                TO JSF-TIPO
               MOVE PSG-PERFIL         TO JSF-CODIGO
           ELSE
               MOVE "O"                TO JSF-TIPO
               MOVE PSG-OPERADOR       TO JSF-CODIGO
           END-IF
           MOVE SGF-OPCAO-1            TO JSF-OPCAO-1
           MOVE SGF-OPCAO-2            TO JSF-OPCAO-2
           READ ARQ-JUSTIFICATIVAS
           IF FS-JSF-OK
               MOVE "S"                TO WS-PAR-JUSTIFICADO
           END-IF
           .
       1300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-GRAVAR-JUSTIFICATIVA       SECTION.
      *----------------------------------------------------------------*
      * GRAVA (OU SUBSTITUI) A JUSTIFICATIVA DO PAR DEVOLVIDO NA       *
      * ULTIMA VERIFICACAO, PARA O OPERADOR OU PARA O PERFIL           *
      *----------------------------------------------------------------*
           OPEN I-O ARQ-JUSTIFICATIVAS
           IF FS-JSF-NAO-EXISTE
               OPEN OUTPUT ARQ-JUSTIFICATIVAS
               CLOSE ARQ-JUSTIFICATIVAS
               OPEN I-O ARQ-JUSTIFICATIVAS
           END-IF
           IF NOT FS-JSF-OK
               MOVE "9"                TO PSG-RETORNO
               GO TO 2000-FIM
           END-IF
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           IF PSG-OPERADOR = SPACES
               MOVE "P"                TO JSF-TIPO
               MOVE PSG-PERFIL         TO JSF-CODIGO
           ELSE
               MOVE "O"                TO JSF-TIPO
               MOVE PSG-OPERADOR       TO JSF-CODIGO
           END-IF
           MOVE PSG-OPCAO-1            TO JSF-OPCAO-1
           MOVE PSG-OPCAO-2            TO JSF-OPCAO-2
           MOVE PSG-JUSTIFICATIVA      TO JSF-TEXTO
           MOVE PSG-SUPERVISOR         TO JSF-SUPERVISOR
           MOVE WS-DATA-ATUAL          TO JSF-DATA
           MOVE WS-HORA-ATUAL (1:6)    TO JSF-HORA
           WRITE REG-JUSTIF-SEGREG
           IF FS-JSF-DUPLICADO
               REWRITE REG-JUSTIF-SEGREG
           END-IF
           IF NOT FS-JSF-OK
               MOVE "9"                TO PSG-RETORNO
           END-IF
           CLOSE ARQ-JUSTIFICATIVAS
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM VERISEGF.
      *----------------------------------------------------------------*
