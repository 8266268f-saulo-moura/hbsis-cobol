      ******************************************************************
      * PROGRAMA.: VERIALVA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: VERIFICACAO DOS ALVARAS DO CLIENTE - SUBPROGRAMA    *
      *            CHAMADO NA ACEITACAO DO PEDIDO (TELA E INTERFACE DO *
      *            APP) PARA SABER SE O CLIENTE TEM ALVARA EXIGIDO     *
      *            VENCIDO NA DATA DO PEDIDO                           *
      ******************************************************************
      * O BLOQUEIO E POR TIPO: O TIPO QUE TEM ALGUM ALVARA ATIVO       *
      * MARCADO COMO EXIGIDO PRECISA DE PELO MENOS UM ALVARA ATIVO     *
      * DESSE TIPO VALIDO ATE A DATA DO PEDIDO; ASSIM A RENOVACAO      *
      * CADASTRADA COM NUMERO NOVO LIBERA O CLIENTE SEM MEXER NO       *
      * ALVARA ANTIGO                                                  *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. VERIALVA.
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
           SELECT ARQ-ALVARAS          ASSIGN TO  "WID-ARQ-ALV.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ALV-CHAVE
               ALTERNATE RECORD KEY    IS ALV-DATA-VALIDADE
                                       WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ALVARA.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-ALVARAS.
       COPY ALVACADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-ALVARA                 PIC X(02).
           88 FS-ALV-OK                VALUE "00" THRU "09".
           88 FS-ALV-FIM               VALUE "10".
           88 FS-ALV-NAO-ENCONTRADO    VALUE "23".
           88 FS-ALV-NAO-EXISTE        VALUE "35".
      *
      * --> SITUACAO DE CADA TIPO DE ALVARA DO CLIENTE: SE E EXIGIDO,
      *     SE TEM ALVARA VALIDO NA DATA E A ULTIMA VALIDADE VENCIDA
      *
       01 WS-TIPOS-ALVARA              PIC X(08)       VALUE
                                       "FUBASABO".
       01 WS-TIPOS-ALVARA-R            REDEFINES WS-TIPOS-ALVARA.
           05 WS-TIPO-ALVARA           PIC X(02)       OCCURS 4.
       01 WS-SITUACAO-TIPOS.
           05 WS-SITUACAO-TIPO         OCCURS 4.
               10 WS-TIPO-EXIGIDO      PIC X(01).
               10 WS-TIPO-EM-DIA       PIC X(01).
               10 WS-TIPO-VALIDADE     PIC 9(08).
       01 WS-IND-TIPO                  PIC 9(01)       VALUE 0.
       01 WS-FIM-CLIENTE               PIC X(01)       VALUE "N".
           88 FIM-CLIENTE              VALUE "S".
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY ALVAPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING
                                       REG-PARM-ALVARA.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-VERIFICAR-ALVARAS.
      *----------------------------------------------------------------*
       0000-VERIFICAR-ALVARAS          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "0"                    TO PAL-RETORNO
           MOVE SPACES                 TO PAL-TIPO-VENCIDO
           MOVE 0                      TO PAL-VALIDADE-VENCIDA
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > 4
               MOVE "N"                TO WS-TIPO-EXIGIDO (WS-IND-TIPO)
               MOVE "N"                TO WS-TIPO-EM-DIA (WS-IND-TIPO)
               MOVE 0                  TO WS-TIPO-VALIDADE (WS-IND-TIPO)
           END-PERFORM
      *
      * --> SEM ARQUIVO DE ALVARAS NENHUM CLIENTE TEM ALVARA EXIGIDO
      *
           OPEN INPUT ARQ-ALVARAS
           IF FS-ALV-NAO-EXISTE
               GOBACK
           END-IF
           IF NOT FS-ALV-OK
               MOVE "9"                TO PAL-RETORNO
               GOBACK
           END-IF
           MOVE PAL-CNPJ               TO ALV-CNPJ
           MOVE LOW-VALUES             TO ALV-TIPO
           MOVE LOW-VALUES             TO ALV-NUMERO
           MOVE "N"                    TO WS-FIM-CLIENTE
           START ARQ-ALVARAS KEY IS NOT LESS THAN ALV-CHAVE
           IF NOT FS-ALV-OK
               MOVE "S"                TO WS-FIM-CLIENTE
           END-IF
           PERFORM UNTIL FIM-CLIENTE
               READ ARQ-ALVARAS NEXT
               IF NOT FS-ALV-OK
                   OR ALV-CNPJ NOT = PAL-CNPJ
                   MOVE "S"            TO WS-FIM-CLIENTE
               ELSE
                   PERFORM 1000-AVALIAR-ALVARA
               END-IF
           END-PERFORM
           CLOSE ARQ-ALVARAS
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > 4 OR PAL-VENCIDO
               IF WS-TIPO-EXIGIDO (WS-IND-TIPO) = "S"
                   AND WS-TIPO-EM-DIA (WS-IND-TIPO) = "N"
                   MOVE "2"            TO PAL-RETORNO
                   MOVE WS-TIPO-ALVARA (WS-IND-TIPO)
                                       TO PAL-TIPO-VENCIDO
                   MOVE WS-TIPO-VALIDADE (WS-IND-TIPO)
                                       TO PAL-VALIDADE-VENCIDA
               END-IF
           END-PERFORM
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-AVALIAR-ALVARA             SECTION.
      *----------------------------------------------------------------*
      * SO CONTA ALVARA ATIVO DE TIPO CONHECIDO; O VENCIDO GUARDA A    *
      * MAIOR VALIDADE DO TIPO PARA A MENSAGEM DE RECUSA               *
      *----------------------------------------------------------------*
           IF NOT ALVARA-ATIVO
               GO TO 1000-FIM
           END-IF
           MOVE 0                      TO WS-IND-TIPO
           EVALUATE ALV-TIPO
               WHEN "FU"
                   MOVE 1              TO WS-IND-TIPO
               WHEN "BA"
                   MOVE 2              TO WS-IND-TIPO
               WHEN "SA"
                   MOVE 3              TO WS-IND-TIPO
               WHEN "BO"
                   MOVE 4              TO WS-IND-TIPO
               WHEN OTHER
                   GO TO 1000-FIM
           END-EVALUATE
           IF ALVARA-EXIGIDO
               MOVE "S"                TO WS-TIPO-EXIGIDO (WS-IND-TIPO)
           END-IF
           IF ALV-DATA-VALIDADE NOT < PAL-DATA
               MOVE "S"                TO WS-TIPO-EM-DIA (WS-IND-TIPO)
           ELSE
               IF ALV-DATA-VALIDADE > WS-TIPO-VALIDADE (WS-IND-TIPO)
                   MOVE ALV-DATA-VALIDADE
                                       TO WS-TIPO-VALIDADE (WS-IND-TIPO)
               END-IF
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM VERIALVA.
      *----------------------------------------------------------------*
