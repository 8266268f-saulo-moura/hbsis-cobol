      ******************************************************************
      * PROGRAMA.: BAIXPERD                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: BAIXA POR PERDA DE TITULOS DO CONTAS A RECEBER -    *
      *            O SUPERVISOR LOCALIZA O TITULO INCOBRAVEL PELO      *
      *            DOCUMENTO, INFORMA O MOTIVO E A REFERENCIA DA       *
      *            APROVACAO E O SALDO EM ABERTO SAI DA CARTEIRA. O    *
      *            TITULO DEIXA DE CONTAR NO AGING, NO LIMITE DE       *
      *            CREDITO E NA COBRANCA, APARECE NO EXTRATO COMO      *
      *            BAIXA POR PERDA E A COMISSAO PAGA SOBRE O SALDO E   *
      *            ESTORNADA DO VENDEDOR NA APURACAO SEGUINTE          *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. BAIXPERD.
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
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-BAI-PER             PIC X.
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
           88 FS-REC-NAO-ENCONTRADO    VALUE "23".
           88 FS-REC-NAO-EXISTE        VALUE "35".
           88 FS-REC-ERRO-LAYOUT       VALUE "39".
      *
       01 WS-DATA-ATUAL                PIC 9(08).
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-NIVEL-ATUAL               PIC 9(01)       VALUE 0.
           88 NIVEL-SUPERVISOR         VALUE 3.
      *
      * --> TITULO EM BAIXA E DADOS INFORMADOS PELO SUPERVISOR
      *
       01 WS-SALDO-TITULO              PIC 9(09)V99    VALUE 0.
       01 WS-DIAS-ATRASO               PIC 9(05)       VALUE 0.
       01 WS-MOTIVO-PERDA              PIC X(40)       VALUE SPACES.
       01 WS-APROVACAO-PERDA           PIC X(20)       VALUE SPACES.
       01 WS-SALDO-EDITADO             PIC ZZZ.ZZZ.ZZ9,99.
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
      * --> TELAS DA BAIXA POR PERDA
      *
       COPY BPERSCR.
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
       PERFORM 0000-BAIXAR-PERDAS.
      *----------------------------------------------------------------*
       0000-BAIXAR-PERDAS              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-BAIXAR-PERDA
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-DOCUMENTO-PER
               ACCEPT SCR-PARCELA-PER
               ACCEPT OPCAO-BAI-PER
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-BAI-PER
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-BAIXAR-TITULO
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
       1000-BAIXAR-TITULO              SECTION.
      *----------------------------------------------------------------*
      * SO O TITULO EM ABERTO COM SALDO PODE SER BAIXADO; O RECEBIDO   *
      * EM CAMPO AGUARDA O ACERTO DO VENDEDOR, QUE TEM O DINHEIRO      *
      *----------------------------------------------------------------*
           IF NOT NIVEL-SUPERVISOR
               MOVE "BAIXA POR PERDA EXIGE SUPERVISOR"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           OPEN I-O ARQ-RECEBER
           IF FS-REC-NAO-EXISTE
               MOVE "NAO HA TITULOS A RECEBER"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF NOT FS-REC-OK
               PERFORM 9999-ERRO-ARQUIVO-RECEBER
           END-IF
           READ ARQ-RECEBER
           EVALUATE TRUE
               WHEN FS-REC-NAO-ENCONTRADO
                   MOVE "TITULO NAO ENCONTRADO"
                                       TO WS-STATUS
               WHEN NOT FS-REC-OK
                   PERFORM 9999-ERRO-ARQUIVO-RECEBER
               WHEN TITULO-LIQUIDADO
                   MOVE "TITULO JA ESTA LIQUIDADO"
                                       TO WS-STATUS
               WHEN TITULO-BAIXADO-PERDA
                   MOVE "TITULO JA BAIXADO POR PERDA"
                                       TO WS-STATUS
               WHEN CAMPO-AGUARDANDO-DEPOSITO
                   MOVE "RECEBIDO EM CAMPO - AGUARDA O ACERTO"
                                       TO WS-STATUS
               WHEN REC-VALOR NOT > REC-VALOR-PAGO
                   MOVE "TITULO SEM SALDO EM ABERTO"
                                       TO WS-STATUS
               WHEN OTHER
                   PERFORM 1100-CONFIRMAR-BAIXA
           END-EVALUATE
           CLOSE ARQ-RECEBER
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-CONFIRMAR-BAIXA            SECTION.
      *----------------------------------------------------------------*
      * MOSTRA O TITULO E O SALDO A BAIXAR, PEDE O MOTIVO E A          *
      * REFERENCIA DA APROVACAO (AMBOS OBRIGATORIOS) E GRAVA DEPOIS    *
      * DA CONFIRMACAO                                                 *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           COMPUTE WS-SALDO-TITULO = REC-VALOR - REC-VALOR-PAGO
           MOVE 0                      TO WS-DIAS-ATRASO
           IF WS-DATA-ATUAL > REC-DATA-VENCIMENTO
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                 - FUNCTION INTEGER-OF-DATE (REC-DATA-VENCIMENTO)
           END-IF
           MOVE SPACES                 TO WS-MOTIVO-PERDA
           MOVE SPACES                 TO WS-APROVACAO-PERDA
           DISPLAY SCR-DADOS-PERDA
           DISPLAY SCR-MOTIVO-PERDA
           ACCEPT SCR-MOTIVO-PER
           ACCEPT SCR-APROVACAO-PER
           INSPECT WS-MOTIVO-PERDA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-APROVACAO-PERDA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-MOTIVO-PERDA = SPACES
               MOVE "INFORME O MOTIVO DA PERDA"
                                       TO WS-STATUS
               GO TO 1100-FIM
           END-IF
           IF WS-APROVACAO-PERDA = SPACES
               MOVE "INFORME A REFERENCIA DA APROVACAO"
                                       TO WS-STATUS
               GO TO 1100-FIM
           END-IF
           IF WS-DATA-ATUAL NOT > REC-DATA-VENCIMENTO
               MOVE "TITULO A VENCER - CONFIRMA PERDA (S/N)?"
                                       TO WS-STATUS
           ELSE
               MOVE "CONFIRMA A BAIXA POR PERDA (S/N)?"
                                       TO WS-STATUS
           END-IF
           DISPLAY OPCAO-STATUS
           ACCEPT OPCAO-BAI-PER
           MOVE SPACES                 TO WS-STATUS
           IF WS-OPCAO-BAI-PER = "s" OR WS-OPCAO-BAI-PER = "S"
               PERFORM 1200-GRAVAR-BAIXA
           ELSE
               MOVE "BAIXA NAO CONFIRMADA"
                                       TO WS-STATUS
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-GRAVAR-BAIXA               SECTION.
      *----------------------------------------------------------------*
      * O SALDO BAIXADO FICA NO TITULO PARA O EXTRATO E PARA O ESTORNO *
      * DA COMISSAO, CALCULADO NA PROXIMA APURACAO. O BOLETO AINDA NO  *
      * BANCO TEM A BAIXA PEDIDA NA PROXIMA REMESSA                    *
      *----------------------------------------------------------------*
           MOVE "P"                    TO REC-SITUACAO
           MOVE WS-DATA-ATUAL          TO REC-PERDA-DATA
           MOVE WS-SALDO-TITULO        TO REC-PERDA-VALOR
           MOVE WS-MOTIVO-PERDA        TO REC-PERDA-MOTIVO
           MOVE WS-APROVACAO-PERDA     TO REC-PERDA-APROVACAO
           MOVE WS-OPERADOR-ATUAL      TO REC-PERDA-OPERADOR
           MOVE "N"                    TO REC-PERDA-ESTORNO-CALC
           MOVE 0                      TO REC-PERDA-PERC-COMISSAO
           MOVE 0                      TO REC-PERDA-VALOR-ESTORNO
           MOVE 0                      TO REC-PERDA-VALOR-ESTORNADO
           MOVE 0                      TO REC-PERDA-ANOMES-ESTORNO
           MOVE 0                      TO REC-PERDA-ULTIMO-ESTORNO
           REWRITE REG-RECEBER
           IF NOT FS-REC-OK
               PERFORM 9999-ERRO-ARQUIVO-RECEBER
           END-IF
           MOVE WS-SALDO-TITULO        TO WS-SALDO-EDITADO
           STRING "BAIXADO POR PERDA - " WS-SALDO-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-RECEBER       SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-REC-ERRO-LAYOUT
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
       END PROGRAM BAIXPERD.
      *----------------------------------------------------------------*
