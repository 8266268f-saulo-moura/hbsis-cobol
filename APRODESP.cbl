      ******************************************************************
      * PROGRAMA.: APRODESP                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: FILA DE APROVACAO DAS DESPESAS DE VIAGEM PENDENTES  *
      *            - O SUPERVISOR REVISA CADA DESPESA QUE PASSOU DO    *
      *            LIMITE DIARIO DO TIPO E APROVA OU RECUSA COM MOTIVO *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. APRODESP.
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
           SELECT ARQ-DESPESAS         ASSIGN TO  "WID-ARQ-DSP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DSP-CHAVE
               LOCK MODE               IS MANUAL
                   WITH LOCK ON RECORD
               SHARING                 WITH ALL OTHER
               FILE STATUS             IS WS-FS-DESPESA.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-LOG-APROVACAO    ASSIGN TO  "WID-LOG-DSP.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-LOG-APROVACAO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-DESPESAS.
       COPY DESPCADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-LOG-APROVACAO.
       01 REG-LOG-APROVACAO.
           05 APR-DATA                 PIC 9(08).
           05 APR-HORA                 PIC 9(06).
           05 APR-OPERADOR             PIC X(08).
           05 APR-CPF                  PIC 9(11).
           05 APR-DATA-DESPESA         PIC 9(08).
           05 APR-SEQ                  PIC 9(03).
           05 APR-DECISAO              PIC X(01).
               88 APR-APROVADO         VALUE "A".
               88 APR-RECUSADO         VALUE "R".
           05 APR-MOTIVO               PIC X(40).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-DESPESA                PIC X(02).
           88 FS-DSP-OK                VALUE "00" THRU "09".
           88 FS-DSP-FIM               VALUE "10".
           88 FS-DSP-NAO-ENCONTRADO    VALUE "23".
           88 FS-DSP-NAO-EXISTE        VALUE "35".
           88 FS-DSP-REG-BLOQUEADO     VALUE "51".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-LOG-APROVACAO          PIC X(02).
           88 FS-LOG-OK                VALUE "00" THRU "09".
           88 FS-LOG-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       77 WS-OPCAO-APROVACAO           PIC X           VALUE SPACES.
       01 WS-MOTIVO-RECUSA             PIC X(40)       VALUE SPACES.
       01 WS-SAIR-FILA                 PIC X(01)       VALUE "N".
           88 SAIR-FILA                VALUE "S".
       01 WS-VENDEDOR-ABERTO           PIC X(01)       VALUE "N".
           88 VENDEDOR-ABERTO          VALUE "S".
      *
      * --> LIMITES DIARIOS DOS PARAMETROS, NA ORDEM R, P, E, H
      *
       01 WS-LIMITES-DIA.
           05 WS-LIMITE-DIA            PIC 9(05)V99    OCCURS 4 TIMES.
       01 WS-TIPO-IND                  PIC 9(01)       VALUE 0.
       01 WS-NOME-TIPO                 PIC X(14)       VALUE SPACES.
       01 WS-VALOR-ED                  PIC ZZZZZZ9,99.
      *
       01 WS-TOT-PENDENTES             PIC 9(05)       VALUE 0.
       01 WS-TOT-APROVADOS             PIC 9(05)       VALUE 0.
       01 WS-TOT-RECUSADOS             PIC 9(05)       VALUE 0.
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
       PERFORM 0000-APROVAR-DESPESAS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-APROVAR-DESPESAS           SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1000-LER-LIMITES
           OPEN I-O ARQ-DESPESAS
           IF FS-DSP-NAO-EXISTE
               DISPLAY "NAO HA DESPESAS LANCADAS"
           ELSE
               IF NOT FS-DSP-OK
                   PERFORM 9999-ERRO-ARQUIVO-DESPESAS
               END-IF
               OPEN INPUT ARQ-VENDEDORES
               IF FS-VEN-OK
                   MOVE "S"            TO WS-VENDEDOR-ABERTO
               END-IF
               MOVE LOW-VALUES         TO DSP-CHAVE
               START ARQ-DESPESAS      KEY IS NOT LESS THAN DSP-CHAVE
               IF FS-DSP-OK
                   PERFORM 2000-LER-DESPESA-SEQ
                   PERFORM 2100-PROCESSAR-PENDENTE
                           UNTIL FS-DSP-FIM OR SAIR-FILA
               END-IF
               IF VENDEDOR-ABERTO
                   CLOSE ARQ-VENDEDORES
               END-IF
               CLOSE ARQ-DESPESAS
               PERFORM 7000-IMPRIMIR-RESUMO
           END-IF
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-LER-LIMITES                SECTION.
      *----------------------------------------------------------------*
      * OS LIMITES SAO MOSTRADOS AO SUPERVISOR AO LADO DE CADA DESPESA *
      *----------------------------------------------------------------*
           INITIALIZE WS-LIMITES-DIA
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   PERFORM VARYING WS-TIPO-IND FROM 1 BY 1
                           UNTIL WS-TIPO-IND > 4
                       IF PAR-DSP-LIMITE-DIA (WS-TIPO-IND) NUMERIC
                           MOVE PAR-DSP-LIMITE-DIA (WS-TIPO-IND)
                                       TO WS-LIMITE-DIA (WS-TIPO-IND)
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-LER-DESPESA-SEQ            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DESPESAS           NEXT
           IF NOT FS-DSP-OK AND NOT FS-DSP-FIM
               PERFORM 9999-ERRO-ARQUIVO-DESPESAS
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-PROCESSAR-PENDENTE         SECTION.
      *----------------------------------------------------------------*
      *
           IF DESPESA-PENDENTE
               ADD 1                   TO WS-TOT-PENDENTES
               PERFORM 2200-MOSTRAR-PENDENTE
               PERFORM 2300-DECIDIR-PENDENTE
           END-IF
           PERFORM 2000-LER-DESPESA-SEQ
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-MOSTRAR-PENDENTE           SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN DSP-REFEICAO
                   MOVE 1              TO WS-TIPO-IND
                   MOVE "REFEICAO"     TO WS-NOME-TIPO
               WHEN DSP-PEDAGIO
                   MOVE 2              TO WS-TIPO-IND
                   MOVE "PEDAGIO"      TO WS-NOME-TIPO
               WHEN DSP-ESTACIONAMENTO
                   MOVE 3              TO WS-TIPO-IND
                   MOVE "ESTACIONAMENTO"
                                       TO WS-NOME-TIPO
               WHEN OTHER
                   MOVE 4              TO WS-TIPO-IND
                   MOVE "HOSPEDAGEM"   TO WS-NOME-TIPO
           END-EVALUATE
           MOVE SPACES                 TO VEN-NOME
           IF VENDEDOR-ABERTO
               MOVE DSP-CPF            TO VEN-CPF
               READ ARQ-VENDEDORES
               IF NOT FS-VEN-OK
                   MOVE SPACES         TO VEN-NOME
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY "DESPESA DE VIAGEM PENDENTE DE APROVACAO"
           DISPLAY "VENDEDOR..........: " DSP-CPF " " VEN-NOME
           DISPLAY "DATA / SEQUENCIA..: " DSP-DATA " / " DSP-SEQ
           DISPLAY "TIPO..............: " WS-NOME-TIPO
           MOVE DSP-VALOR              TO WS-VALOR-ED
           DISPLAY "VALOR.............: " WS-VALOR-ED
           MOVE WS-LIMITE-DIA (WS-TIPO-IND)
                                       TO WS-VALOR-ED
           DISPLAY "LIMITE DIARIO.....: " WS-VALOR-ED
           DISPLAY "RECIBO............: " DSP-RECIBO
           DISPLAY "DESCRICAO.........: " DSP-DESCRICAO
           DISPLAY "DT INCLUSAO.......: " DSP-DT-INCLUSAO
           DISPLAY "OPERADOR INCLUSAO.: " DSP-OPERADOR-INCLUSAO
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-DECIDIR-PENDENTE           SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "A-APROVAR  R-RECUSAR  P-PULAR  S-SAIR: "
                                       WITH NO ADVANCING
           ACCEPT WS-OPCAO-APROVACAO
           EVALUATE WS-OPCAO-APROVACAO
               WHEN "A"
               WHEN "a"
                   MOVE SPACES         TO WS-MOTIVO-RECUSA
                   MOVE "A"            TO WS-OPCAO-APROVACAO
                   PERFORM 2400-GRAVAR-DECISAO
               WHEN "R"
               WHEN "r"
                   DISPLAY "MOTIVO DA RECUSA: "
                                       WITH NO ADVANCING
                   ACCEPT WS-MOTIVO-RECUSA
                   MOVE "R"            TO WS-OPCAO-APROVACAO
                   PERFORM 2400-GRAVAR-DECISAO
               WHEN "S"
               WHEN "s"
                   MOVE "S"            TO WS-SAIR-FILA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-GRAVAR-DECISAO             SECTION.
      *----------------------------------------------------------------*
      * RELE A DESPESA COM BLOQUEIO; SE OUTRO OPERADOR JA A ALTEROU    *
      * E ELA NAO ESTA MAIS PENDENTE, A DECISAO E DESCARTADA           *
      *----------------------------------------------------------------*
           READ ARQ-DESPESAS           WITH LOCK
           IF FS-DSP-REG-BLOQUEADO
               DISPLAY "REGISTRO EM USO POR OUTRO OPERADOR"
               GO TO 2400-FIM
           END-IF
           IF NOT FS-DSP-OK
               GO TO 2400-FIM
           END-IF
           IF NOT DESPESA-PENDENTE
               UNLOCK ARQ-DESPESAS
               DISPLAY "DESPESA JA DECIDIDA POR OUTRO OPERADOR"
               GO TO 2400-FIM
           END-IF
           MOVE WS-OPCAO-APROVACAO     TO DSP-SITUACAO
           MOVE WS-OPERADOR-ATUAL      TO DSP-APROVADOR
           MOVE WS-DATA-ATUAL          TO DSP-DATA-APROVACAO
           MOVE WS-DATA-ATUAL          TO DSP-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO DSP-OPERADOR-ALTERACAO
           REWRITE REG-DESPESA
           UNLOCK ARQ-DESPESAS
           IF FS-DSP-OK
               PERFORM 8000-GRAVAR-LOG-APROVACAO
               IF DESPESA-APROVADA
                   ADD 1               TO WS-TOT-APROVADOS
                   DISPLAY "DESPESA APROVADA"
               ELSE
                   ADD 1               TO WS-TOT-RECUSADOS
                   DISPLAY "DESPESA RECUSADA"
               END-IF
           END-IF
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8000-GRAVAR-LOG-APROVACAO       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-LOG-APROVACAO
           IF FS-LOG-NAO-EXISTE
               OPEN OUTPUT ARQ-LOG-APROVACAO
           END-IF
           IF FS-LOG-OK
               ACCEPT WS-HORA-ATUAL    FROM TIME
               MOVE WS-DATA-ATUAL      TO APR-DATA
               MOVE WS-HORA-ATUAL (1:6) TO APR-HORA
               MOVE WS-OPERADOR-ATUAL  TO APR-OPERADOR
               MOVE DSP-CPF            TO APR-CPF
               MOVE DSP-DATA           TO APR-DATA-DESPESA
               MOVE DSP-SEQ            TO APR-SEQ
               MOVE WS-OPCAO-APROVACAO TO APR-DECISAO
               MOVE WS-MOTIVO-RECUSA   TO APR-MOTIVO
               WRITE REG-LOG-APROVACAO
               CLOSE ARQ-LOG-APROVACAO
           END-IF
           .
       8000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA FILA DE DESPESAS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "DESPESAS PENDENTES VISTAS.: "
                   WS-TOT-PENDENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "APROVADAS.................: "
                   WS-TOT-APROVADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "RECUSADAS.................: "
                   WS-TOT-RECUSADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-DESPESAS      SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "ERRO NO ACESSO AO ARQUIVO DE DESPESAS: "
                   WS-FS-DESPESA
           GOBACK
           .
       9999-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM APRODESP.
      *----------------------------------------------------------------*
