      ******************************************************************
      * PROGRAMA.: CADAVASI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: COLETA DE VASILHAMES VAZIOS DO CLIENTE, NA ENTREGA  *
      *            OU NA VISITA, AJUSTE DE CONTAGEM (SOMENTE           *
      *            SUPERVISOR) E CONSULTA DO SALDO DEVIDO POR PRODUTO  *
      *            E TOTAL DO CLIENTE                                  *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADAVASI.
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
       77 WS-OPCAO-MOV-VAS             PIC X.
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
           88 FS-CLI-NAO-ENCONTRADO    VALUE "23".
           88 FS-CLI-NAO-EXISTE        VALUE "35".
      *
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-NIVEL-ATUAL               PIC 9(01)       VALUE 0.
           88 NIVEL-SUPERVISOR         VALUE 3.
       01 WS-FUNCAO-DIGITADA           PIC X(01)       VALUE SPACE.
       01 WS-NOME-CLIENTE              PIC X(40)       VALUE SPACES.
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DE MOVIMENTACAO
      *
       COPY VASIPARM.
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
      * --> TELA DA COLETA DE VASILHAMES
      *
       COPY VASISCR.
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
       PERFORM 0000-MANTER-VASILHAMES.
      *----------------------------------------------------------------*
       0000-MANTER-VASILHAMES          SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-PARM-VASILHAME
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "E"                    TO PMV-FUNCAO
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-MOVIMENTAR-VASILHAME
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CNPJ-VAS
               ACCEPT SCR-PRODUTO-VAS
               ACCEPT SCR-TIPO-VAS
               ACCEPT SCR-QUANTIDADE-VAS
               ACCEPT SCR-DOCUMENTO-VAS
               ACCEPT OPCAO-MOV-VAS
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-MOV-VAS
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-MOVIMENTO
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
       1000-SALVAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*
      * A COLETA (NA ENTREGA OU NA VISITA) BAIXA O SALDO DEVIDO E NAO  *
      * PODE PASSAR DELE; O AJUSTE TROCA O SALDO PELA CONTAGEM         *
      * INFORMADA E FICA RESTRITO AO SUPERVISOR                        *
      *----------------------------------------------------------------*
           EVALUATE PMV-FUNCAO
               WHEN "e"
                   MOVE "E"            TO PMV-FUNCAO
               WHEN "v"
                   MOVE "V"            TO PMV-FUNCAO
               WHEN "a"
                   MOVE "A"            TO PMV-FUNCAO
           END-EVALUATE
           IF PMV-FUNCAO NOT = "E" AND PMV-FUNCAO NOT = "V"
               AND PMV-FUNCAO NOT = "A"
               MOVE "MOVIMENTO DEVE SER E, V OU A"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF PMV-FUNCAO = "A" AND NOT NIVEL-SUPERVISOR
               MOVE "AJUSTE DE CONTAGEM EXIGE SUPERVISOR"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF PMV-QUANTIDADE = 0 AND PMV-FUNCAO NOT = "A"
               MOVE "QUANTIDADE NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           PERFORM 1100-VALIDAR-CLIENTE
           IF NOT FS-CLI-OK
               GO TO 1000-FIM
           END-IF
           MOVE PMV-FUNCAO             TO WS-FUNCAO-DIGITADA
           MOVE "CADAVASI"             TO PMV-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PMV-OPERADOR
           CALL "MOVIVASI"             USING REG-PARM-VASILHAME
           MOVE WS-FUNCAO-DIGITADA     TO PMV-FUNCAO
           EVALUATE TRUE
               WHEN PMV-APLICADO
                   MOVE "MOVIMENTO DE VASILHAME REGISTRADO"
                                       TO WS-STATUS
               WHEN PMV-NAO-RETORNAVEL
                   MOVE "PRODUTO NAO E EMBALAGEM RETORNAVEL"
                                       TO WS-STATUS
               WHEN PMV-ACIMA-DO-SALDO
                   MOVE "COLETA ACIMA DO SALDO DEVIDO"
                                       TO WS-STATUS
               WHEN OTHER
                   MOVE "ERRO NO ACESSO AO ARQUIVO DE VASILHAMES"
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
               MOVE PMV-CNPJ           TO CNPJ
               READ ARQ-CLIENTES
               IF NOT FS-CLI-OK
                   MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-STATUS
               ELSE
                   MOVE NOME           TO WS-NOME-CLIENTE
               END-IF
               CLOSE ARQ-CLIENTES
               MOVE CNPJ               TO PMV-CNPJ
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
           MOVE PMV-FUNCAO             TO WS-FUNCAO-DIGITADA
           MOVE "T"                    TO PMV-FUNCAO
           CALL "MOVIVASI"             USING REG-PARM-VASILHAME
           MOVE WS-FUNCAO-DIGITADA     TO PMV-FUNCAO
           IF PMV-APLICADO
               MOVE "SALDO DE VASILHAMES DO CLIENTE"
                                       TO WS-STATUS
           ELSE
               MOVE "ERRO NO ACESSO AO ARQUIVO DE VASILHAMES"
                                       TO WS-STATUS
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CADAVASI.
      *----------------------------------------------------------------*
