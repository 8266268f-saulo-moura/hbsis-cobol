      ******************************************************************
      * PROGRAMA.: CADACALE                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: MANUTENCAO DO CALENDARIO DE ENTREGA - DIAS DA       *
      *            SEMANA ATENDIDOS, HORARIO DE CORTE DOS PEDIDOS E    *
      *            PRAZO MINIMO POR FILIAL E MUNICIPIO, USADOS NO      *
      *            CALCULO DA DATA DE ENTREGA DOS PEDIDOS              *
      ******************************************************************
      * O MUNICIPIO EM BRANCO GRAVA O CALENDARIO PADRAO DA FILIAL,     *
      * QUE VALE PARA OS MUNICIPIOS SEM CALENDARIO PROPRIO             *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADACALE.
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
           SELECT ARQ-CALENDARIO       ASSIGN TO  "WID-ARQ-CAL.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAL-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CALENDARIO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-CALENDARIO.
       COPY CALECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-CAL             PIC X.
       77 WS-FS-CALENDARIO             PIC X(02).
           88 FS-CAL-OK                VALUE "00" THRU "09".
           88 FS-CAL-FIM               VALUE "10".
           88 FS-CAL-NAO-ENCONTRADO    VALUE "23".
           88 FS-CAL-NAO-EXISTE        VALUE "35".
           88 FS-CAL-ERRO-LAYOUT       VALUE "39".
      *
       01 WS-DATA-ATUAL                PIC 9(08).
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
      *
      * --> CALENDARIO DIGITADO NA TELA, GUARDADO ANTES DA LEITURA
      *
       01 WS-CALENDARIO-DIGITADO       PIC X(78)       VALUE SPACES.
       01 WS-INC-DATA                  PIC 9(08)       VALUE 0.
       01 WS-INC-OPERADOR              PIC X(08)       VALUE SPACES.
      *
      * --> VALIDACAO DOS DIAS E DO HORARIO DE CORTE
      *
       01 WS-IND-DIA                   PIC 9(01)       VALUE 0.
       01 WS-QTD-DIAS                  PIC 9(01)       VALUE 0.
       01 WS-DIA-INVALIDO              PIC X(01)       VALUE "N".
           88 DIA-INVALIDO             VALUE "S".
       01 WS-HORA-CORTE                PIC 9(04)       VALUE 0.
       01 REDEFINES WS-HORA-CORTE.
           05 WS-CORTE-HH              PIC 9(02).
           05 WS-CORTE-MM              PIC 9(02).
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
      * --> TELA DO CALENDARIO DE ENTREGA
      *
       COPY CALESCR.
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
       PERFORM 0000-MANTER-CALENDARIO.
      *----------------------------------------------------------------*
       0000-MANTER-CALENDARIO          SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-CALENDARIO-ENTREGA
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "SSSSSSN"              TO CAL-DIAS-ENTREGA
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-CALENDARIO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-FILIAL-CAL
               ACCEPT SCR-MUNICIPIO-CAL
               ACCEPT SCR-UF-CAL
               ACCEPT SCR-DIA-1-CAL
               ACCEPT SCR-DIA-2-CAL
               ACCEPT SCR-DIA-3-CAL
               ACCEPT SCR-DIA-4-CAL
               ACCEPT SCR-DIA-5-CAL
               ACCEPT SCR-DIA-6-CAL
               ACCEPT SCR-DIA-7-CAL
               ACCEPT SCR-HORA-CORTE-CAL
               ACCEPT SCR-PRAZO-CAL
               ACCEPT OPCAO-INC-CAL
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-CAL
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-CALENDARIO
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-CALENDARIO
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-EXCLUIR-CALENDARIO
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
       1000-SALVAR-CALENDARIO          SECTION.
      *----------------------------------------------------------------*
      * INCLUI O CALENDARIO NOVO OU ALTERA O JA CADASTRADO             *
      *----------------------------------------------------------------*
           PERFORM 1050-VALIDAR-CALENDARIO
           IF WS-STATUS NOT = SPACES
               GO TO 1000-FIM
           END-IF
           PERFORM 1100-ABRIR-ARQUIVO-CALENDARIO
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE REG-CALENDARIO-ENTREGA TO WS-CALENDARIO-DIGITADO
           READ ARQ-CALENDARIO
           IF FS-CAL-OK
               MOVE CAL-DT-INCLUSAO    TO WS-INC-DATA
               MOVE CAL-OPERADOR-INCLUSAO
                                       TO WS-INC-OPERADOR
               MOVE WS-CALENDARIO-DIGITADO
                                       TO REG-CALENDARIO-ENTREGA
               MOVE WS-INC-DATA        TO CAL-DT-INCLUSAO
               MOVE WS-INC-OPERADOR    TO CAL-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO CAL-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO CAL-OPERADOR-ALTERACAO
               REWRITE REG-CALENDARIO-ENTREGA
               IF FS-CAL-OK
                   MOVE "CALENDARIO ALTERADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-CALENDARIO
               END-IF
           ELSE
               MOVE WS-CALENDARIO-DIGITADO
                                       TO REG-CALENDARIO-ENTREGA
               MOVE WS-DATA-ATUAL      TO CAL-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO CAL-OPERADOR-INCLUSAO
               MOVE 0                  TO CAL-DT-ALTERACAO
               MOVE SPACES             TO CAL-OPERADOR-ALTERACAO
               WRITE REG-CALENDARIO-ENTREGA
               IF FS-CAL-OK
                   MOVE "CALENDARIO CADASTRADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-CALENDARIO
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-CALENDARIO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-CALENDARIO         SECTION.
      *----------------------------------------------------------------*
      * DIAS S/N COM PELO MENOS UM DIA DE ENTREGA E HORARIO VALIDO     *
      *----------------------------------------------------------------*
           IF CAL-MUNICIPIO NOT = SPACES
               AND CAL-UF = SPACES
               MOVE "UF DO MUNICIPIO NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CAL-MUNICIPIO = SPACES
               MOVE SPACES             TO CAL-UF
           END-IF
           INSPECT CAL-DIAS-ENTREGA    CONVERTING "sn" TO "SN"
           MOVE 0                      TO WS-QTD-DIAS
           MOVE "N"                    TO WS-DIA-INVALIDO
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > 7
               EVALUATE CAL-DIA-ENTREGA (WS-IND-DIA)
                   WHEN "S"
                       ADD 1           TO WS-QTD-DIAS
                   WHEN "N"
                       CONTINUE
                   WHEN OTHER
                       MOVE "S"        TO WS-DIA-INVALIDO
               END-EVALUATE
           END-PERFORM
           IF DIA-INVALIDO
               MOVE "INFORME S OU N EM CADA DIA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF WS-QTD-DIAS = 0
               MOVE "INFORME PELO MENOS UM DIA DE ENTREGA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE CAL-HORA-CORTE         TO WS-HORA-CORTE
           IF WS-CORTE-HH > 23 OR WS-CORTE-MM > 59
               MOVE "HORARIO DE CORTE INVALIDO"
                                       TO WS-STATUS
           END-IF
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-CALENDARIO   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CALENDARIO
           IF FS-CAL-NAO-EXISTE
               OPEN OUTPUT ARQ-CALENDARIO
               CLOSE ARQ-CALENDARIO
               OPEN I-O ARQ-CALENDARIO
           END-IF
           IF NOT FS-CAL-OK
               PERFORM 9999-ERRO-ARQUIVO-CALENDARIO
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-CALENDARIO  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CALENDARIO
           IF NOT FS-CAL-OK
               PERFORM 9999-ERRO-ARQUIVO-CALENDARIO
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EXCLUIR-CALENDARIO         SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-ABRIR-ARQUIVO-CALENDARIO
           READ ARQ-CALENDARIO
           IF FS-CAL-NAO-ENCONTRADO
               MOVE "CALENDARIO NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               DELETE ARQ-CALENDARIO
               IF FS-CAL-OK
                   MOVE "CALENDARIO EXCLUIDO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-CALENDARIO
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-CALENDARIO
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-CALENDARIO       SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-ABRIR-ARQUIVO-CALENDARIO
           READ ARQ-CALENDARIO
           IF FS-CAL-OK
               MOVE "CALENDARIO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               MOVE "CALENDARIO NAO ENCONTRADO"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-CALENDARIO
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-CALENDARIO    SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-CAL-ERRO-LAYOUT
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
       END PROGRAM CADACALE.
      *----------------------------------------------------------------*
