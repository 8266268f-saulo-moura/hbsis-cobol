      ******************************************************************
      * PROGRAMA.: CONVRECE                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CONVERSAO UNICA DO ARQUIVO DE CONTAS A RECEBER DO   *
      *            LAYOUT ANTERIOR (SEM OS CAMPOS DA COBRANCA          *
      *            BANCARIA E DEMAIS CAMPOS NOVOS) PARA O LAYOUT ATUAL *
      *            DE RECECADA - LE O ARQUIVO VIVO NO LAYOUT ANTIGO E  *
      *            GRAVA A COPIA -NOVO NO LAYOUT ATUAL, COM OS CAMPOS  *
      *            NOVOS INICIALIZADOS; A LIQUIDACAO JA FEITA ENTRA    *
      *            COMO PRIMEIRO REGISTRO DO HISTORICO DE PAGAMENTOS   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CONVRECE.
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
           SELECT ARQ-REC-ANTIGO       ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ANT-REC-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-REC-ANTIGO.
      *
           SELECT ARQ-REC-NOVO         ASSIGN TO  "WID-ARQ-REC-NOVO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-REC-NOVO.
      *
           SELECT ARQ-PAGAMENTOS       ASSIGN TO  "WID-ARQ-PGT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PGT-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PAGAMENTO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      * --> LAYOUT ANTERIOR DO ARQUIVO, SOMENTE PARA LEITURA
      *
       FD ARQ-REC-ANTIGO.
       01 REG-REC-ANTIGO.
           05 ANT-REC-CHAVE.
               10 ANT-REC-DOCUMENTO    PIC 9(09).
               10 ANT-REC-PARCELA      PIC 9(02).
           05 ANT-REC-NUMERO-PED       PIC 9(09).
           05 ANT-REC-CNPJ             PIC 9(14).
           05 ANT-REC-CPF              PIC 9(11).
           05 ANT-REC-DATA-EMISSAO     PIC 9(08).
           05 ANT-REC-DATA-VENCIMENTO  PIC 9(08).
           05 ANT-REC-VALOR            PIC 9(09)V99.
           05 ANT-REC-VALOR-PAGO       PIC 9(09)V99.
           05 ANT-REC-SITUACAO         PIC X(01).
           05 ANT-REC-DATA-LIQUIDACAO  PIC 9(08).
           05 ANT-REC-OPER-LIQUIDACAO  PIC X(08).
      *
      * --> LAYOUT ATUAL, PARA GRAVACAO
      *
       FD ARQ-REC-NOVO.
       COPY RECECADA.
      *
       FD ARQ-PAGAMENTOS.
       COPY PGTOCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-REC-ANTIGO             PIC X(02).
           88 FS-REC-ANTIGO-OK         VALUE "00" THRU "09".
           88 FS-REC-ANTIGO-FIM        VALUE "10".
           88 FS-REC-ANTIGO-NAO-EXISTE VALUE "35".
       77 WS-FS-REC-NOVO               PIC X(02).
           88 FS-REC-NOVO-OK           VALUE "00" THRU "09".
       77 WS-FS-PAGAMENTO              PIC X(02).
           88 FS-PGT-OK                VALUE "00" THRU "09".
           88 FS-PGT-NAO-EXISTE        VALUE "35".
      *
      * --> CONTADORES DO RESUMO
      *
       01 WS-TOT-REC-CONVERTIDOS       PIC 9(07)       VALUE 0.
       01 WS-TOT-REC-ERROS             PIC 9(07)       VALUE 0.
       01 WS-TOT-PGT-GRAVADOS          PIC 9(07)       VALUE 0.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-CONVERTER-TITULOS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-CONVERTER-TITULOS          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2000-CONVERTER-TITULOS
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-CONVERTER-TITULOS          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-REC-ANTIGO
           IF FS-REC-ANTIGO-NAO-EXISTE
               DISPLAY "NAO HA ARQUIVO DE TITULOS NO LAYOUT ANTERIOR"
               GO TO 2000-FIM
           END-IF
           IF NOT FS-REC-ANTIGO-OK
               DISPLAY "ARQUIVO DE TITULOS FORA DO LAYOUT ANTERIOR: "
                       WS-FS-REC-ANTIGO
               GO TO 2000-FIM
           END-IF
           OPEN OUTPUT ARQ-REC-NOVO
           OPEN I-O ARQ-PAGAMENTOS
           IF FS-PGT-NAO-EXISTE
               OPEN OUTPUT ARQ-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
               OPEN I-O ARQ-PAGAMENTOS
           END-IF
           READ ARQ-REC-ANTIGO         NEXT
           PERFORM UNTIL NOT FS-REC-ANTIGO-OK
               PERFORM 2100-GRAVAR-TITULO-NOVO
               READ ARQ-REC-ANTIGO     NEXT
           END-PERFORM
           IF NOT FS-REC-ANTIGO-FIM
               DISPLAY "ERRO NA LEITURA DE TITULOS: "
                       WS-FS-REC-ANTIGO
           END-IF
           CLOSE ARQ-PAGAMENTOS
           CLOSE ARQ-REC-NOVO
           CLOSE ARQ-REC-ANTIGO
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-TITULO-NOVO         SECTION.
      *----------------------------------------------------------------*
      * OS CAMPOS QUE JA EXISTIAM SAO COPIADOS; OS NOVOS RECEBEM       *
      * ZEROS/ESPACOS - O TITULO ENTRA SEM BOLETO E A LIQUIDACAO JA    *
      * FEITA FICA COMO FEITA PELA TELA, UNICA FORMA QUE HAVIA         *
      *----------------------------------------------------------------*
           INITIALIZE REG-RECEBER      REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE ANT-REC-DOCUMENTO      TO REC-DOCUMENTO
           MOVE ANT-REC-PARCELA        TO REC-PARCELA
           MOVE ANT-REC-NUMERO-PED     TO REC-NUMERO-PED
           MOVE ANT-REC-CNPJ           TO REC-CNPJ
           MOVE ANT-REC-CPF            TO REC-CPF
           MOVE ANT-REC-DATA-EMISSAO   TO REC-DATA-EMISSAO
           MOVE ANT-REC-DATA-VENCIMENTO TO REC-DATA-VENCIMENTO
           MOVE ANT-REC-VALOR          TO REC-VALOR
           MOVE ANT-REC-VALOR-PAGO     TO REC-VALOR-PAGO
           MOVE ANT-REC-SITUACAO       TO REC-SITUACAO
           MOVE ANT-REC-DATA-LIQUIDACAO TO REC-DATA-LIQUIDACAO
           MOVE ANT-REC-OPER-LIQUIDACAO TO REC-OPERADOR-LIQUIDACAO
           IF TITULO-LIQUIDADO
               MOVE "T"                TO REC-ORIGEM-LIQUIDACAO
               MOVE 1                  TO REC-QTD-PAGAMENTOS
               PERFORM 2200-GRAVAR-PAGAMENTO
           END-IF
           WRITE REG-RECEBER
           IF FS-REC-NOVO-OK
               ADD 1                   TO WS-TOT-REC-CONVERTIDOS
           ELSE
               ADD 1                   TO WS-TOT-REC-ERROS
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-GRAVAR-PAGAMENTO           SECTION.
      *----------------------------------------------------------------*
      * A UNICA BAIXA QUE HAVIA ERA A TOTAL, SEM ENCARGOS              *
      *----------------------------------------------------------------*
           INITIALIZE REG-PAGAMENTO    REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE REC-DOCUMENTO          TO PGT-DOCUMENTO
           MOVE REC-PARCELA            TO PGT-PARCELA
           MOVE 1                      TO PGT-SEQUENCIA
           MOVE REC-DATA-LIQUIDACAO    TO PGT-DATA-PAGAMENTO
           MOVE REC-VALOR-PAGO         TO PGT-VALOR-RECEBIDO
           MOVE REC-VALOR-PAGO         TO PGT-VALOR-PRINCIPAL
           MOVE "Q"                    TO PGT-TIPO
           MOVE "T"                    TO PGT-ORIGEM
           MOVE REC-OPERADOR-LIQUIDACAO TO PGT-OPERADOR
           WRITE REG-PAGAMENTO
           IF FS-PGT-OK
               ADD 1                   TO WS-TOT-PGT-GRAVADOS
           END-IF
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA CONVERSAO DO CONTAS A RECEBER"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TITULOS CONVERTIDOS........: "
                   WS-TOT-REC-CONVERTIDOS
                  " ERROS: " WS-TOT-REC-ERROS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PAGAMENTOS NO HISTORICO....: "
                   WS-TOT-PGT-GRAVADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           DISPLAY "GRAVADO EM WID-ARQ-REC-NOVO.DAT"
           DISPLAY "SUBSTITUA WID-ARQ-REC.DAT POR ESTE APOS CONFERENCIA"
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CONVRECE.
      *----------------------------------------------------------------*
