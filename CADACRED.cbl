      ******************************************************************
      * PROGRAMA.: CADACRED                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CONSULTA DO SALDO DE CREDITO DO CLIENTE E AJUSTE    *
      *            MANUAL DO CREDITO (SOMENTE SUPERVISOR), A CREDITO   *
      *            OU A DEBITO, COM HISTORICO NO RAZAO DE CREDITOS     *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADACRED.
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
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-MAN-CRE             PIC X.
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
           88 FS-CLI-NAO-ENCONTRADO    VALUE "23".
           88 FS-CLI-NAO-EXISTE        VALUE "35".
      *
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-NIVEL-ATUAL               PIC 9(01)       VALUE 0.
           88 NIVEL-SUPERVISOR         VALUE 3.
       01 WS-NOME-CLIENTE              PIC X(40)       VALUE SPACES.
       01 WS-OPERACAO-AJUSTE           PIC X(01)       VALUE "C".
       01 WS-VALOR-AJUSTE              PIC 9(09)V99    VALUE 0.
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DE MOVIMENTACAO
      *
       COPY CREDPARM.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
       01 WS-NIVEL-LINK                PIC 9(01).
      *
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      *
      * --> TELA DO CREDITO DO CLIENTE
      *
       COPY CREDSCR.
      *
      * --> LABEL PARA MOSTRAR MENSAGENS
      *
       01 OPCAO-STATUS                 HIGHLIGHT.
           05 STATUS-OUTPUT                            LINE 25 COL 10
                                       PIC X(40)       FROM WS-STATUS.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK
                                                      WS-NIVEL-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       MOVE WS-OPERADOR-LINK           TO WS-OPERADOR-ATUAL
       MOVE WS-NIVEL-LINK              TO WS-NIVEL-ATUAL
       PERFORM 0000-MANTER-CREDITO.
      *----------------------------------------------------------------*
       0000-MANTER-CREDITO             SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-PARM-CREDITO
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-MANTER-CREDITO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CNPJ-CRE
               ACCEPT SCR-OPERACAO-CRE
               ACCEPT SCR-VALOR-CRE
               ACCEPT SCR-HISTORICO-CRE
               ACCEPT SCR-DOCUMENTO-CRE
               ACCEPT OPCAO-MAN-CRE
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-MAN-CRE
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-AJUSTE
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-SALDO
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
       1000-SALVAR-AJUSTE              SECTION.
      *----------------------------------------------------------------*
      * O AJUSTE MANUAL SOMA (C) OU TIRA (D) DO CREDITO DO CLIENTE, SO *
      * POR SUPERVISOR E COM HISTORICO; O DEBITO NAO PODE DEIXAR O     *
      * SALDO NEGATIVO                                                 *
      *----------------------------------------------------------------*
           EVALUATE WS-OPERACAO-AJUSTE
               WHEN "c"
                   MOVE "C"            TO WS-OPERACAO-AJUSTE
               WHEN "d"
                   MOVE "D"            TO WS-OPERACAO-AJUSTE
           END-EVALUATE
           IF WS-OPERACAO-AJUSTE NOT = "C"
               AND WS-OPERACAO-AJUSTE NOT = "D"
               MOVE "AJUSTE DEVE SER C OU D"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF NOT NIVEL-SUPERVISOR
               MOVE "AJUSTE DE CREDITO EXIGE SUPERVISOR"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF WS-VALOR-AJUSTE = 0
               MOVE "VALOR NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF PMC-HISTORICO = SPACES
               MOVE "HISTORICO NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           PERFORM 1100-VALIDAR-CLIENTE
           IF NOT FS-CLI-OK
               GO TO 1000-FIM
           END-IF
           MOVE "A"                    TO PMC-FUNCAO
           IF WS-OPERACAO-AJUSTE = "D"
               COMPUTE PMC-VALOR = 0 - WS-VALOR-AJUSTE
           ELSE
               MOVE WS-VALOR-AJUSTE    TO PMC-VALOR
           END-IF
           MOVE 0                      TO PMC-PARCELA
           MOVE "CADACRED"             TO PMC-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PMC-OPERADOR
           CALL "MOVICRED"             USING REG-PARM-CREDITO
           EVALUATE TRUE
               WHEN PMC-APLICADO
                   MOVE "AJUSTE DE CREDITO REGISTRADO"
                                       TO WS-STATUS
                   MOVE 0              TO WS-VALOR-AJUSTE
               WHEN PMC-ACIMA-DO-SALDO
                   MOVE "DEBITO ACIMA DO CREDITO DO CLIENTE"
                                       TO WS-STATUS
               WHEN OTHER
                   MOVE "ERRO NO ACESSO AO ARQUIVO DE CREDITOS"
                                       TO WS-STATUS
           END-EVALUATE
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-VALIDAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-NOME-CLIENTE
           OPEN INPUT ARQ-CLIENTES
           IF NOT FS-CLI-OK
               MOVE "NAO HA CLIENTES CADASTRADOS"
                                       TO WS-STATUS
           ELSE
               MOVE PMC-CNPJ           TO CNPJ
               READ ARQ-CLIENTES
               IF NOT FS-CLI-OK
                   MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-STATUS
               ELSE
                   MOVE NOME           TO WS-NOME-CLIENTE
               END-IF
               CLOSE ARQ-CLIENTES
               MOVE CNPJ               TO PMC-CNPJ
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-SALDO            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-VALIDAR-CLIENTE
           IF NOT FS-CLI-OK
               GO TO 3000-FIM
           END-IF
           MOVE "T"                    TO PMC-FUNCAO
           CALL "MOVICRED"             USING REG-PARM-CREDITO
           IF PMC-APLICADO
               MOVE "SALDO DE CREDITO DO CLIENTE"
                                       TO WS-STATUS
           ELSE
               MOVE "ERRO NO ACESSO AO ARQUIVO DE CREDITOS"
                                       TO WS-STATUS
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CADACRED.
      *----------------------------------------------------------------*
