      ******************************************************************
      * PROGRAMA.: MOVIEQUI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: MOVIMENTACAO DOS EQUIPAMENTOS EM COMODATO -         *
      *            SUBPROGRAMA CHAMADO PELO CADASTRO E PELOS CHECK-INS *
      *            COM AS FUNCOES: M = MOVER PARA OUTRO CLIENTE OU     *
      *            PARA O DEPOSITO, P = CONFERIDO PRESENTE E A =       *
      *            CONFERIDO AUSENTE; TODA MUDANCA VAI PARA O          *
      *            HISTORICO DE MOVIMENTOS DO EQUIPAMENTO              *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. MOVIEQUI.
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
           SELECT ARQ-EQUIPAMENTOS     ASSIGN TO  "WID-ARQ-EQP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EQP-SERIE
               ALTERNATE RECORD KEY    IS EQP-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-EQUIPAMENTO.
      *
           SELECT ARQ-MOV-EQUIPAMENTO  ASSIGN TO  "WID-MOV-EQP.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-MOV-EQUIPAMENTO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-EQUIPAMENTOS.
       COPY EQUICADA.
      *
       FD ARQ-MOV-EQUIPAMENTO.
       COPY MVEQCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-EQUIPAMENTO            PIC X(02).
           88 FS-EQP-OK                VALUE "00" THRU "09".
           88 FS-EQP-FIM               VALUE "10".
           88 FS-EQP-NAO-ENCONTRADO    VALUE "23".
           88 FS-EQP-NAO-EXISTE        VALUE "35".
       77 WS-FS-MOV-EQUIPAMENTO        PIC X(02).
           88 FS-MEQ-OK                VALUE "00" THRU "09".
           88 FS-MEQ-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-TIPO-MOVIMENTO            PIC X(01)       VALUE SPACE.
       01 WS-CNPJ-ANTERIOR             PIC 9(14)       VALUE 0.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY EQUIPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING
                                       REG-PARM-EQUIPAMENTO.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-MOVIMENTAR-EQUIPAMENTO.
      *----------------------------------------------------------------*
       0000-MOVIMENTAR-EQUIPAMENTO     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "0"                    TO PEQ-RETORNO
           MOVE 0                      TO PEQ-QTD-EQUIPAMENTOS
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           PERFORM 1000-ABRIR-EQUIPAMENTOS
           IF PEQ-ERRO
               GOBACK
           END-IF
           EVALUATE PEQ-FUNCAO
               WHEN "M"
                   MOVE PEQ-SERIE      TO EQP-SERIE
                   READ ARQ-EQUIPAMENTOS
                   IF FS-EQP-OK
                       PERFORM 2000-MOVER-EQUIPAMENTO
                   ELSE
                       MOVE "1"        TO PEQ-RETORNO
                   END-IF
               WHEN "P"
               WHEN "A"
                   IF PEQ-SERIE = SPACES
                       PERFORM 3100-CONFERIR-CLIENTE
                   ELSE
                       MOVE PEQ-SERIE  TO EQP-SERIE
                       READ ARQ-EQUIPAMENTOS
                       IF FS-EQP-OK AND EQP-CNPJ = PEQ-CNPJ
                           PERFORM 3000-CONFERIR-EQUIPAMENTO
                       ELSE
                           MOVE "1"    TO PEQ-RETORNO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "9"            TO PEQ-RETORNO
           END-EVALUATE
           CLOSE ARQ-EQUIPAMENTOS
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-EQUIPAMENTOS         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-EQUIPAMENTOS
           IF FS-EQP-NAO-EXISTE
               OPEN OUTPUT ARQ-EQUIPAMENTOS
               CLOSE ARQ-EQUIPAMENTOS
               OPEN I-O ARQ-EQUIPAMENTOS
           END-IF
           IF NOT FS-EQP-OK
               MOVE "9"                TO PEQ-RETORNO
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-MOVER-EQUIPAMENTO          SECTION.
      *----------------------------------------------------------------*
      * DO DEPOSITO PARA UM CLIENTE E INSTALACAO, DE CLIENTE PARA      *
      * CLIENTE E TRANSFERENCIA E DE CLIENTE PARA O DEPOSITO E         *
      * RETIRADA; A DATA DE INSTALACAO PASSA A SER A DO MOVIMENTO E A  *
      * CONFERENCIA ANTERIOR DEIXA DE VALER                            *
      *----------------------------------------------------------------*
           IF EQP-CNPJ = PEQ-CNPJ
               GO TO 2000-FIM
           END-IF
           MOVE EQP-CNPJ               TO WS-CNPJ-ANTERIOR
           EVALUATE TRUE
               WHEN EQP-CNPJ = 0
                   MOVE "I"            TO WS-TIPO-MOVIMENTO
               WHEN PEQ-CNPJ = 0
                   MOVE "R"            TO WS-TIPO-MOVIMENTO
               WHEN OTHER
                   MOVE "T"            TO WS-TIPO-MOVIMENTO
           END-EVALUATE
           MOVE PEQ-CNPJ               TO EQP-CNPJ
           IF PEQ-CNPJ = 0
               MOVE "D"                TO EQP-SITUACAO
               MOVE 0                  TO EQP-DT-INSTALACAO
           ELSE
               MOVE "C"                TO EQP-SITUACAO
               MOVE WS-DATA-ATUAL      TO EQP-DT-INSTALACAO
           END-IF
           MOVE 0                      TO EQP-DT-ULT-CONFERENCIA
           MOVE SPACE                  TO EQP-ULT-CONFERENCIA
           MOVE WS-DATA-ATUAL          TO EQP-DT-ALTERACAO
           MOVE PEQ-OPERADOR           TO EQP-OPERADOR-ALTERACAO
           REWRITE REG-EQUIPAMENTO
           IF FS-EQP-OK
               ADD 1                   TO PEQ-QTD-EQUIPAMENTOS
               PERFORM 4000-GRAVAR-HISTORICO
           ELSE
               MOVE "9"                TO PEQ-RETORNO
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONFERIR-EQUIPAMENTO       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EQP-CNPJ               TO WS-CNPJ-ANTERIOR
           MOVE PEQ-FUNCAO             TO WS-TIPO-MOVIMENTO
           MOVE WS-DATA-ATUAL          TO EQP-DT-ULT-CONFERENCIA
           MOVE PEQ-FUNCAO             TO EQP-ULT-CONFERENCIA
           REWRITE REG-EQUIPAMENTO
           IF FS-EQP-OK
               ADD 1                   TO PEQ-QTD-EQUIPAMENTOS
               PERFORM 4000-GRAVAR-HISTORICO
           ELSE
               MOVE "9"                TO PEQ-RETORNO
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-CONFERIR-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      * CONFERENCIA SEM SERIE: VALE PARA TODOS OS EQUIPAMENTOS         *
      * INSTALADOS NO CNPJ, PERCORRIDOS PELA CHAVE ALTERNATIVA         *
      *----------------------------------------------------------------*
           MOVE PEQ-CNPJ               TO EQP-CNPJ
           START ARQ-EQUIPAMENTOS      KEY IS EQUAL EQP-CNPJ
           IF FS-EQP-OK
               READ ARQ-EQUIPAMENTOS NEXT
               PERFORM UNTIL NOT FS-EQP-OK
                       OR EQP-CNPJ NOT = PEQ-CNPJ
                   PERFORM 3000-CONFERIR-EQUIPAMENTO
                   READ ARQ-EQUIPAMENTOS NEXT
               END-PERFORM
           END-IF
           IF PEQ-QTD-EQUIPAMENTOS = 0 AND NOT PEQ-ERRO
               MOVE "1"                TO PEQ-RETORNO
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-MOV-EQUIPAMENTO
           IF FS-MEQ-NAO-EXISTE
               OPEN OUTPUT ARQ-MOV-EQUIPAMENTO
           END-IF
           IF FS-MEQ-OK
               MOVE WS-DATA-ATUAL      TO MEQ-DATA
               MOVE WS-HORA-ATUAL (1:6) TO MEQ-HORA
               MOVE EQP-SERIE          TO MEQ-SERIE
               MOVE WS-TIPO-MOVIMENTO  TO MEQ-TIPO
               MOVE WS-CNPJ-ANTERIOR   TO MEQ-CNPJ-ANTERIOR
               MOVE EQP-CNPJ           TO MEQ-CNPJ-NOVO
               MOVE PEQ-PROGRAMA       TO MEQ-PROGRAMA
               MOVE PEQ-OPERADOR       TO MEQ-OPERADOR
               WRITE REG-MOV-EQUIPAMENTO
               CLOSE ARQ-MOV-EQUIPAMENTO
           END-IF
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM MOVIEQUI.
      *----------------------------------------------------------------*
