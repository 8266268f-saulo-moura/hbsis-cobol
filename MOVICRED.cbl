      ******************************************************************
      * PROGRAMA.: MOVICRED                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: MOVIMENTACAO DO CREDITO DO CLIENTE - SUBPROGRAMA    *
      *            CHAMADO POR TODO PROGRAMA QUE ALTERA O SALDO DE     *
      *            CREDITO, COM AS FUNCOES: T = CONSULTA DO SALDO,     *
      *            D = DEVOLUCAO DE PEDIDO JA PAGO, P = PAGAMENTO A    *
      *            MAIOR, U = USO DO CREDITO NA BAIXA DE TITULO E      *
      *            A = AJUSTE MANUAL (VALOR COM SINAL); TODA           *
      *            ALTERACAO VAI PARA O RAZAO DE CREDITOS              *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. MOVICRED.
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
           SELECT ARQ-CREDITOS         ASSIGN TO  "WID-ARQ-CRE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CRE-CNPJ
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CREDITO.
      *
           SELECT ARQ-MOV-CREDITO      ASSIGN TO  "WID-MOV-CRE.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-MOV-CREDITO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-CREDITOS.
       COPY CREDCADA.
      *
       FD ARQ-MOV-CREDITO.
       COPY MVCRCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-CREDITO                PIC X(02).
           88 FS-CRE-OK                VALUE "00" THRU "09".
           88 FS-CRE-NAO-ENCONTRADO    VALUE "23".
           88 FS-CRE-NAO-EXISTE        VALUE "35".
       77 WS-FS-MOV-CREDITO            PIC X(02).
           88 FS-MVC-OK                VALUE "00" THRU "09".
           88 FS-MVC-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-VALOR-MOVIMENTO           PIC S9(09)V99   VALUE 0.
       01 WS-REGISTRO-NOVO             PIC X(01)       VALUE "N".
           88 REGISTRO-NOVO            VALUE "S".
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY CREDPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING
                                       REG-PARM-CREDITO.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-MOVIMENTAR-CREDITO.
      *----------------------------------------------------------------*
       0000-MOVIMENTAR-CREDITO         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "0"                    TO PMC-RETORNO
           MOVE 0                      TO PMC-SALDO-CLIENTE
           MOVE "N"                    TO WS-REGISTRO-NOVO
           PERFORM 1000-ABRIR-CREDITOS
           IF PMC-ERRO
               GOBACK
           END-IF
           MOVE PMC-CNPJ               TO CRE-CNPJ
           READ ARQ-CREDITOS
           IF FS-CRE-NAO-ENCONTRADO
               MOVE "S"                TO WS-REGISTRO-NOVO
               MOVE PMC-CNPJ           TO CRE-CNPJ
               MOVE 0                  TO CRE-SALDO
               MOVE 0                  TO CRE-DT-ULT-CREDITO
               MOVE 0                  TO CRE-DT-ULT-UTILIZACAO
           ELSE
               IF NOT FS-CRE-OK
                   MOVE "9"            TO PMC-RETORNO
                   CLOSE ARQ-CREDITOS
                   GOBACK
               END-IF
           END-IF
           IF PMC-FUNCAO = "T"
               MOVE CRE-SALDO          TO PMC-SALDO-CLIENTE
               CLOSE ARQ-CREDITOS
               GOBACK
           END-IF
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE PMC-VALOR              TO WS-VALOR-MOVIMENTO
           EVALUATE PMC-FUNCAO
               WHEN "D"
               WHEN "P"
                   ADD WS-VALOR-MOVIMENTO TO CRE-SALDO
                   MOVE WS-DATA-ATUAL  TO CRE-DT-ULT-CREDITO
               WHEN "U"
      *
      * --> O USO NAO PODE PASSAR DO CREDITO DISPONIVEL; O EXCEDENTE
      *     E RECUSADO PARA SER CONFERIDO PELO OPERADOR
      *
                   IF WS-VALOR-MOVIMENTO > CRE-SALDO
                       MOVE "2"        TO PMC-RETORNO
                       MOVE CRE-SALDO  TO PMC-SALDO-CLIENTE
                       CLOSE ARQ-CREDITOS
                       GOBACK
                   END-IF
                   SUBTRACT WS-VALOR-MOVIMENTO FROM CRE-SALDO
                   MOVE WS-DATA-ATUAL  TO CRE-DT-ULT-UTILIZACAO
                   COMPUTE WS-VALOR-MOVIMENTO = 0 - WS-VALOR-MOVIMENTO
               WHEN "A"
                   IF CRE-SALDO + WS-VALOR-MOVIMENTO < 0
                       MOVE "2"        TO PMC-RETORNO
                       MOVE CRE-SALDO  TO PMC-SALDO-CLIENTE
                       CLOSE ARQ-CREDITOS
                       GOBACK
                   END-IF
                   ADD WS-VALOR-MOVIMENTO TO CRE-SALDO
               WHEN OTHER
                   MOVE "9"            TO PMC-RETORNO
                   CLOSE ARQ-CREDITOS
                   GOBACK
           END-EVALUATE
           PERFORM 3000-GRAVAR-SALDO
           MOVE CRE-SALDO              TO PMC-SALDO-CLIENTE
           CLOSE ARQ-CREDITOS
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-CREDITOS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CREDITOS
           IF FS-CRE-NAO-EXISTE
               OPEN OUTPUT ARQ-CREDITOS
               CLOSE ARQ-CREDITOS
               OPEN I-O ARQ-CREDITOS
           END-IF
           IF NOT FS-CRE-OK
               MOVE "9"                TO PMC-RETORNO
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-SALDO               SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-DATA-ATUAL          TO CRE-DT-ALTERACAO
           MOVE PMC-OPERADOR           TO CRE-OPERADOR-ALTERACAO
           IF REGISTRO-NOVO
               WRITE REG-CREDITO
           ELSE
               REWRITE REG-CREDITO
           END-IF
           IF NOT FS-CRE-OK
               MOVE "9"                TO PMC-RETORNO
           ELSE
               PERFORM 3100-GRAVAR-RAZAO
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-GRAVAR-RAZAO               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-MOV-CREDITO
           IF FS-MVC-NAO-EXISTE
               OPEN OUTPUT ARQ-MOV-CREDITO
           END-IF
           IF FS-MVC-OK
               MOVE WS-DATA-ATUAL      TO MVC-DATA
               MOVE WS-HORA-ATUAL (1:6) TO MVC-HORA
               MOVE PMC-CNPJ           TO MVC-CNPJ
               MOVE PMC-FUNCAO         TO MVC-TIPO
               MOVE WS-VALOR-MOVIMENTO TO MVC-VALOR
               MOVE PMC-DOCUMENTO      TO MVC-DOCUMENTO
               MOVE PMC-PARCELA        TO MVC-PARCELA
               MOVE PMC-HISTORICO      TO MVC-HISTORICO
               MOVE PMC-PROGRAMA       TO MVC-PROGRAMA
               MOVE PMC-OPERADOR       TO MVC-OPERADOR
               MOVE CRE-SALDO          TO MVC-SALDO
               WRITE REG-MOV-CREDITO
               CLOSE ARQ-MOV-CREDITO
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM MOVICRED.
      *----------------------------------------------------------------*
