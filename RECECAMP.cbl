      ******************************************************************
      * PROGRAMA.: RECECAMP                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RECEBIMENTO EM CAMPO - REGISTRA O DINHEIRO OU O     *
      *            CHEQUE QUE O VENDEDOR RECEBEU DO CLIENTE NA VISITA  *
      *            CONTRA UM TITULO EM ABERTO, QUE PASSA A AGUARDAR O  *
      *            DEPOSITO (FORA DA COBRANCA E DA BAIXA PELA TELA)    *
      *            ATE O ACERTO DE CONTAS DO VENDEDOR (ACERVEND); O    *
      *            RECEBIMENTO AINDA NAO ACERTADO PODE SER ESTORNADO   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RECECAMP.
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
           SELECT ARQ-RECEB-CAMPO      ASSIGN TO  "WID-ARQ-RCC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RCC-CHAVE
               ALTERNATE RECORD KEY    IS RCC-CPF-VENDEDOR
                                       WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEB-CAMPO.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
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
       FD ARQ-RECEB-CAMPO.
       COPY RCMPCADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-RCC                 PIC X.
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
           88 FS-REC-NAO-ENCONTRADO    VALUE "23".
           88 FS-REC-NAO-EXISTE        VALUE "35".
           88 FS-REC-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-RECEB-CAMPO            PIC X(02).
           88 FS-RCC-OK                VALUE "00" THRU "09".
           88 FS-RCC-NAO-EXISTE        VALUE "35".
           88 FS-RCC-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08).
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-SALDO-TITULO              PIC 9(09)V99    VALUE 0.
      *
      * --> GUARDA O DIGITADO ENQUANTO OS RECEBIMENTOS DO TITULO SAO
      *     LIDOS PARA ACHAR A PROXIMA SEQUENCIA OU O PENDENTE
      *
       01 WS-RCC-DIGITADO.
           05 WS-RCC-DIG-DOCUMENTO     PIC 9(09).
           05 WS-RCC-DIG-PARCELA       PIC 9(02).
           05 WS-RCC-DIG-VENDEDOR      PIC 9(11).
           05 WS-RCC-DIG-VALOR         PIC 9(09)V99.
           05 WS-RCC-DIG-FORMA         PIC X(01).
           05 WS-RCC-DIG-BANCO         PIC 9(03).
           05 WS-RCC-DIG-CHEQUE        PIC X(10).
       01 WS-PROX-SEQUENCIA            PIC 9(03)       VALUE 0.
       01 WS-RCC-PENDENTE              PIC X(01)       VALUE "N".
           88 RCC-PENDENTE-ACHADO      VALUE "S".
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
      * --> TELA DO RECEBIMENTO EM CAMPO
      *
       COPY RCMPSCR.
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
       PERFORM 0000-RECEBER-EM-CAMPO.
      *----------------------------------------------------------------*
       0000-RECEBER-EM-CAMPO           SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-RECEB-CAMPO  REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-RECEB-CAMPO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-VENDEDOR-RCC
               ACCEPT SCR-DOCUMENTO-RCC
               ACCEPT SCR-PARCELA-RCC
               ACCEPT SCR-VALOR-RCC
               ACCEPT SCR-FORMA-RCC
               ACCEPT SCR-BANCO-RCC
               ACCEPT SCR-CHEQUE-RCC
               ACCEPT OPCAO-RCC
               MOVE SPACES             TO WS-STATUS
               MOVE 0                  TO WS-SALDO-TITULO
               EVALUATE WS-OPCAO-RCC
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-REGISTRAR-RECEBIMENTO
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-ESTORNAR-RECEBIMENTO
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
       1000-REGISTRAR-RECEBIMENTO      SECTION.
      *----------------------------------------------------------------*
      * VENDEDOR ATIVO, FORMA VALIDA (CHEQUE COM NUMERO) E VALOR ATE O *
      * SALDO DO TITULO EM ABERTO; O RECEBIDO ABATE SO O PRINCIPAL,    *
      * SEM MULTA NEM JUROS, E UM TITULO SO TEM UM RECEBIMENTO         *
      * AGUARDANDO DEPOSITO POR VEZ                                    *
      *----------------------------------------------------------------*
           PERFORM 1050-VALIDAR-VENDEDOR
           IF WS-STATUS NOT = SPACES
               GO TO 1000-FIM
           END-IF
           IF NOT RCC-FORMA-VALIDA
               MOVE "FORMA DEVE SER D OU C"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF RCC-EM-CHEQUE AND RCC-NUMERO-CHEQUE = SPACES
               MOVE "INFORME O NUMERO DO CHEQUE"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF RCC-VALOR = 0
               MOVE "INFORME O VALOR RECEBIDO"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           OPEN I-O ARQ-RECEBER
           IF FS-REC-NAO-EXISTE
               MOVE "NAO HA TITULOS A RECEBER"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF NOT FS-REC-OK
               PERFORM 9998-ERRO-ARQUIVO-RECEBER
           END-IF
           MOVE RCC-DOCUMENTO          TO REC-DOCUMENTO
           MOVE RCC-PARCELA            TO REC-PARCELA
           READ ARQ-RECEBER
           EVALUATE TRUE
               WHEN FS-REC-NAO-ENCONTRADO
                   MOVE "TITULO NAO ENCONTRADO"
                                       TO WS-STATUS
               WHEN NOT FS-REC-OK
                   PERFORM 9998-ERRO-ARQUIVO-RECEBER
               WHEN TITULO-LIQUIDADO
                   MOVE "TITULO JA ESTA LIQUIDADO"
                                       TO WS-STATUS
               WHEN TITULO-BAIXADO-PERDA
                   MOVE "TITULO BAIXADO POR PERDA"
                                       TO WS-STATUS
               WHEN CAMPO-AGUARDANDO-DEPOSITO
                   MOVE "TITULO JA RECEBIDO EM CAMPO"
                                       TO WS-STATUS
               WHEN OTHER
                   COMPUTE WS-SALDO-TITULO = REC-VALOR - REC-VALOR-PAGO
                   IF RCC-VALOR > WS-SALDO-TITULO
                       MOVE "VALOR MAIOR QUE O SALDO DO TITULO"
                                       TO WS-STATUS
                   ELSE
                       PERFORM 1100-GRAVAR-RECEBIMENTO
                   END-IF
           END-EVALUATE
           CLOSE ARQ-RECEBER
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE RCC-CPF-VENDEDOR   TO VEN-CPF
               READ ARQ-VENDEDORES     KEY IS VEN-CPF
               IF NOT FS-VEN-OK OR VEN-SITUACAO = "I"
                   MOVE "VENDEDOR NAO CADASTRADO OU INATIVO"
                                       TO WS-STATUS
               END-IF
               CLOSE ARQ-VENDEDORES
           ELSE
               MOVE "VENDEDOR NAO CADASTRADO OU INATIVO"
                                       TO WS-STATUS
           END-IF
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-GRAVAR-RECEBIMENTO         SECTION.
      *----------------------------------------------------------------*
      * GRAVA O RECEBIMENTO NA PROXIMA SEQUENCIA DO TITULO E MARCA O   *
      * TITULO COMO AGUARDANDO O DEPOSITO                              *
      *----------------------------------------------------------------*
           PERFORM 1150-ABRIR-RECEB-CAMPO
           PERFORM 1200-LER-RECEBIMENTOS
           MOVE WS-RCC-DIG-DOCUMENTO   TO RCC-DOCUMENTO
           MOVE WS-RCC-DIG-PARCELA     TO RCC-PARCELA
           ADD 1 WS-PROX-SEQUENCIA     GIVING RCC-SEQUENCIA
           MOVE WS-RCC-DIG-VENDEDOR    TO RCC-CPF-VENDEDOR
           MOVE REC-CNPJ               TO RCC-CNPJ
           MOVE WS-DATA-ATUAL          TO RCC-DATA-RECEBIMENTO
           MOVE WS-RCC-DIG-VALOR       TO RCC-VALOR
           MOVE WS-RCC-DIG-FORMA       TO RCC-FORMA
           IF RCC-EM-CHEQUE
               MOVE WS-RCC-DIG-BANCO   TO RCC-BANCO-CHEQUE
               MOVE WS-RCC-DIG-CHEQUE  TO RCC-NUMERO-CHEQUE
           ELSE
               MOVE 0                  TO RCC-BANCO-CHEQUE
               MOVE SPACES             TO RCC-NUMERO-CHEQUE
           END-IF
           MOVE "P"                    TO RCC-SITUACAO
           MOVE 0                      TO RCC-DATA-ACERTO
           MOVE 0                      TO RCC-SEQUENCIA-ACERTO
           MOVE WS-DATA-ATUAL          TO RCC-DT-INCLUSAO
           MOVE WS-OPERADOR-ATUAL      TO RCC-OPERADOR-INCLUSAO
           MOVE 0                      TO RCC-DT-ALTERACAO
           MOVE SPACES                 TO RCC-OPERADOR-ALTERACAO
           WRITE REG-RECEB-CAMPO
           IF NOT FS-RCC-OK
               PERFORM 9999-ERRO-ARQUIVO-RECEB-CAMPO
           END-IF
           CLOSE ARQ-RECEB-CAMPO
           MOVE "D"                    TO REC-SITUACAO-CAMPO
           MOVE RCC-VALOR              TO REC-VALOR-CAMPO
           REWRITE REG-RECEBER
           IF NOT FS-REC-OK
               PERFORM 9998-ERRO-ARQUIVO-RECEBER
           END-IF
           MOVE "RECEBIDO - AGUARDA ACERTO DO VENDEDOR"
                                       TO WS-STATUS
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1150-ABRIR-RECEB-CAMPO          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-RECEB-CAMPO
           IF FS-RCC-NAO-EXISTE
               OPEN OUTPUT ARQ-RECEB-CAMPO
               CLOSE ARQ-RECEB-CAMPO
               OPEN I-O ARQ-RECEB-CAMPO
           END-IF
           IF NOT FS-RCC-OK
               PERFORM 9999-ERRO-ARQUIVO-RECEB-CAMPO
           END-IF
           .
       1150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-LER-RECEBIMENTOS           SECTION.
      *----------------------------------------------------------------*
      * PERCORRE OS RECEBIMENTOS EM CAMPO DO TITULO, GUARDANDO A       *
      * ULTIMA SEQUENCIA E POSICIONANDO NO QUE AGUARDA DEPOSITO        *
      *----------------------------------------------------------------*
           MOVE RCC-DOCUMENTO          TO WS-RCC-DIG-DOCUMENTO
           MOVE RCC-PARCELA            TO WS-RCC-DIG-PARCELA
           MOVE RCC-CPF-VENDEDOR       TO WS-RCC-DIG-VENDEDOR
           MOVE RCC-VALOR              TO WS-RCC-DIG-VALOR
           MOVE RCC-FORMA              TO WS-RCC-DIG-FORMA
           MOVE RCC-BANCO-CHEQUE       TO WS-RCC-DIG-BANCO
           MOVE RCC-NUMERO-CHEQUE      TO WS-RCC-DIG-CHEQUE
           MOVE 0                      TO WS-PROX-SEQUENCIA
           MOVE "N"                    TO WS-RCC-PENDENTE
           MOVE 0                      TO RCC-SEQUENCIA
           START ARQ-RECEB-CAMPO KEY >= RCC-CHAVE
           IF NOT FS-RCC-OK
               GO TO 1200-FIM
           END-IF
           READ ARQ-RECEB-CAMPO NEXT
           PERFORM UNTIL NOT FS-RCC-OK
                   OR RCC-DOCUMENTO NOT = WS-RCC-DIG-DOCUMENTO
                   OR RCC-PARCELA NOT = WS-RCC-DIG-PARCELA
                   OR RCC-PENDENTE-ACHADO
               MOVE RCC-SEQUENCIA      TO WS-PROX-SEQUENCIA
               IF RCC-AGUARDANDO-DEPOSITO
                   MOVE "S"            TO WS-RCC-PENDENTE
               ELSE
                   READ ARQ-RECEB-CAMPO NEXT
               END-IF
           END-PERFORM
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-ESTORNAR-RECEBIMENTO       SECTION.
      *----------------------------------------------------------------*
      * DESFAZ O RECEBIMENTO AINDA AGUARDANDO DEPOSITO (LANCADO NO     *
      * TITULO ERRADO OU COM VALOR ERRADO): O TITULO VOLTA A COBRANCA  *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           OPEN I-O ARQ-RECEBER
           IF FS-REC-NAO-EXISTE
               MOVE "NAO HA TITULOS A RECEBER"
                                       TO WS-STATUS
               GO TO 2000-FIM
           END-IF
           IF NOT FS-REC-OK
               PERFORM 9998-ERRO-ARQUIVO-RECEBER
           END-IF
           MOVE RCC-DOCUMENTO          TO REC-DOCUMENTO
           MOVE RCC-PARCELA            TO REC-PARCELA
           READ ARQ-RECEBER
           IF NOT FS-REC-OK OR NOT CAMPO-AGUARDANDO-DEPOSITO
               MOVE "TITULO SEM RECEBIMENTO AGUARDANDO"
                                       TO WS-STATUS
               CLOSE ARQ-RECEBER
               GO TO 2000-FIM
           END-IF
           PERFORM 1150-ABRIR-RECEB-CAMPO
           PERFORM 1200-LER-RECEBIMENTOS
           IF RCC-PENDENTE-ACHADO
               MOVE "X"                TO RCC-SITUACAO
               MOVE WS-DATA-ATUAL      TO RCC-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO RCC-OPERADOR-ALTERACAO
               REWRITE REG-RECEB-CAMPO
               IF NOT FS-RCC-OK
                   PERFORM 9999-ERRO-ARQUIVO-RECEB-CAMPO
               END-IF
           END-IF
           CLOSE ARQ-RECEB-CAMPO
           MOVE SPACES                 TO REC-SITUACAO-CAMPO
           MOVE 0                      TO REC-VALOR-CAMPO
           REWRITE REG-RECEBER
           IF NOT FS-REC-OK
               PERFORM 9998-ERRO-ARQUIVO-RECEBER
           END-IF
           CLOSE ARQ-RECEBER
           MOVE "RECEBIMENTO EM CAMPO ESTORNADO"
                                       TO WS-STATUS
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9998-ERRO-ARQUIVO-RECEBER       SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-REC-ERRO-LAYOUT
               MOVE "ERRO NO LAYOUT DO ARQUIVO"    TO WS-STATUS
           ELSE
               MOVE "ERRO NO ACESSO AO ARQUIVO"    TO WS-STATUS
           END-IF
           GOBACK
           .
       9998-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-RECEB-CAMPO   SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-RCC-ERRO-LAYOUT
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
       END PROGRAM RECECAMP.
      *----------------------------------------------------------------*
