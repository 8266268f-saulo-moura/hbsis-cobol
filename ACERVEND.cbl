      ******************************************************************
      * PROGRAMA.: ACERVEND                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: ACERTO DE CONTAS DIARIO DO VENDEDOR - CONFRONTA O   *
      *            QUE ELE RECEBEU EM CAMPO (RECECAMP) COM O DEPOSITO  *
      *            QUE FEZ, BAIXA OS TITULOS RECEBIDOS, REGISTRA A     *
      *            FALTA COMO PENDENCIA DO VENDEDOR E USA O DEPOSITO   *
      *            ACIMA DO RECOLHIDO PARA REGULARIZAR PENDENCIAS      *
      *            ANTERIORES; O CHEQUE DEVOLVIDO DEPOIS DO ACERTO     *
      *            TAMBEM VIRA PENDENCIA DO VENDEDOR ATE SER COBERTO   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. ACERVEND.
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
           SELECT ARQ-PAGAMENTOS       ASSIGN TO  "WID-ARQ-PGT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PGT-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PAGAMENTO.
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
           SELECT ARQ-ACERTOS          ASSIGN TO  "WID-ARQ-ACE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ACE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ACERTO.
      *
           SELECT ARQ-PENDENCIAS       ASSIGN TO  "WID-ARQ-PAC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PAC-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PENDENCIA.
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
       FD ARQ-PAGAMENTOS.
       COPY PGTOCADA.
      *
       FD ARQ-RECEB-CAMPO.
       COPY RCMPCADA.
      *
       FD ARQ-ACERTOS.
       COPY ACERCADA.
      *
       FD ARQ-PENDENCIAS.
       COPY PACECADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-ACE                 PIC X.
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
       77 WS-FS-PAGAMENTO              PIC X(02).
           88 FS-PGT-OK                VALUE "00" THRU "09".
           88 FS-PGT-NAO-EXISTE        VALUE "35".
       77 WS-FS-RECEB-CAMPO            PIC X(02).
           88 FS-RCC-OK                VALUE "00" THRU "09".
       77 WS-FS-ACERTO                 PIC X(02).
           88 FS-ACE-OK                VALUE "00" THRU "09".
           88 FS-ACE-NAO-EXISTE        VALUE "35".
       77 WS-FS-PENDENCIA              PIC X(02).
           88 FS-PAC-OK                VALUE "00" THRU "09".
           88 FS-PAC-NAO-EXISTE        VALUE "35".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08).
       01 WS-HORA-ATUAL                PIC 9(08).
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-CPF-ACERTO                PIC 9(11)       VALUE 0.
      *
      * --> APURACAO DO VENDEDOR: RECOLHIDO AGUARDANDO DEPOSITO E
      *     PENDENCIAS AINDA EM ABERTO DE ACERTOS ANTERIORES
      *
       01 WS-QTD-RECEBIMENTOS          PIC 9(05)       VALUE 0.
       01 WS-VALOR-DINHEIRO            PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-CHEQUES             PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-RECOLHIDO           PIC 9(09)V99    VALUE 0.
       01 WS-QTD-PENDENCIAS            PIC 9(05)       VALUE 0.
       01 WS-VALOR-PENDENCIAS          PIC 9(09)V99    VALUE 0.
       01 WS-TOTAL-DEVIDO              PIC 9(09)V99    VALUE 0.
      *
      * --> DEPOSITO INFORMADO, FALTA E O QUE SOBRA PARA AS PENDENCIAS
      *
       01 WS-VALOR-DEPOSITADO          PIC 9(09)V99    VALUE 0.
       01 WS-DOCUMENTO-DEPOSITO        PIC X(20)       VALUE SPACES.
       01 WS-VALOR-FALTA               PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-A-REGULARIZAR       PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-RESTANTE            PIC 9(09)V99    VALUE 0.
       01 WS-SALDO-PENDENCIA           PIC 9(09)V99    VALUE 0.
       01 WS-SEQ-ACERTO                PIC 9(02)       VALUE 0.
       01 WS-SEQ-PENDENCIA             PIC 9(03)       VALUE 0.
       01 WS-VALOR-EDITADO             PIC ZZZ.ZZZ.ZZ9,99.
      *
      * --> BAIXA DO TITULO RECEBIDO EM CAMPO
      *
       01 WS-SALDO-TITULO              PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-PRINCIPAL           PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-SOBRA               PIC 9(09)V99    VALUE 0.
       01 WS-DIAS-ATRASO               PIC 9(04)       VALUE 0.
       COPY CREDPARM.
      *
      * --> CHEQUE DEVOLVIDO
      *
       01 WS-DOCUMENTO-CHEQUE          PIC 9(09)       VALUE 0.
       01 WS-PARCELA-CHEQUE            PIC 9(02)       VALUE 0.
       01 WS-CHEQUE-ACHADO             PIC X(01)       VALUE "N".
           88 CHEQUE-ACHADO            VALUE "S".
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
      * --> TELAS DO ACERTO DE CONTAS DO VENDEDOR
      *
       COPY ACERSCR.
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
       PERFORM 0000-ACERTAR-VENDEDORES.
      *----------------------------------------------------------------*
       0000-ACERTAR-VENDEDORES         SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-ACERTO-VENDEDOR
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-VENDEDOR-ACE
               ACCEPT OPCAO-ACE
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-ACE
                   WHEN "a"
                   WHEN "A"
                       PERFORM 1000-ACERTAR-VENDEDOR
                   WHEN "d"
                   WHEN "D"
                       PERFORM 3000-DEVOLVER-CHEQUE
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
       1000-ACERTAR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      * MOSTRA O RECOLHIDO E AS PENDENCIAS, SUGERE O RECOLHIDO COMO    *
      * DEPOSITO E, CONFIRMADO, GRAVA O ACERTO. O DEPOSITO NAO PASSA   *
      * DO TOTAL DEVIDO PELO VENDEDOR                                  *
      *----------------------------------------------------------------*
           PERFORM 1050-VALIDAR-VENDEDOR
           IF WS-STATUS NOT = SPACES
               GO TO 1000-FIM
           END-IF
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1100-APURAR-RECOLHIDO
           PERFORM 1200-APURAR-PENDENCIAS
           COMPUTE WS-TOTAL-DEVIDO =
               WS-VALOR-RECOLHIDO + WS-VALOR-PENDENCIAS
           IF WS-TOTAL-DEVIDO = 0
               MOVE "NADA A ACERTAR PARA O VENDEDOR"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           MOVE WS-VALOR-RECOLHIDO     TO WS-VALOR-DEPOSITADO
           MOVE SPACES                 TO WS-DOCUMENTO-DEPOSITO
           DISPLAY SCR-DADOS-ACERTO
           DISPLAY SCR-DEPOSITO-ACERTO
           ACCEPT SCR-DEPOSITADO-ACE
           ACCEPT SCR-DOC-DEPOSITO-ACE
           IF WS-VALOR-DEPOSITADO > WS-TOTAL-DEVIDO
               MOVE "DEPOSITO MAIOR QUE O DEVIDO"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF WS-VALOR-RECOLHIDO = 0 AND WS-VALOR-DEPOSITADO = 0
               MOVE "INFORME O VALOR DEPOSITADO"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF WS-VALOR-DEPOSITADO > 0
               AND WS-DOCUMENTO-DEPOSITO = SPACES
               MOVE "INFORME O DOCUMENTO DO DEPOSITO"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           MOVE 0                      TO WS-VALOR-FALTA
           MOVE 0                      TO WS-VALOR-A-REGULARIZAR
           IF WS-VALOR-DEPOSITADO < WS-VALOR-RECOLHIDO
               COMPUTE WS-VALOR-FALTA =
                   WS-VALOR-RECOLHIDO - WS-VALOR-DEPOSITADO
               MOVE WS-VALOR-FALTA     TO WS-VALOR-EDITADO
               STRING "FALTA " WS-VALOR-EDITADO
                      " - CONFIRMA (S/N)?"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
           ELSE
               COMPUTE WS-VALOR-A-REGULARIZAR =
                   WS-VALOR-DEPOSITADO - WS-VALOR-RECOLHIDO
               MOVE "CONFIRMA O ACERTO (S/N)?"
                                       TO WS-STATUS
           END-IF
           DISPLAY OPCAO-STATUS
           ACCEPT OPCAO-ACE
           MOVE SPACES                 TO WS-STATUS
           IF WS-OPCAO-ACE = "s" OR WS-OPCAO-ACE = "S"
               PERFORM 1400-GRAVAR-ACERTO
           ELSE
               MOVE "ACERTO NAO CONFIRMADO"
                                       TO WS-STATUS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      * O VENDEDOR JA DESLIGADO TAMBEM PRESTA CONTAS                   *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE WS-CPF-ACERTO      TO VEN-CPF
               READ ARQ-VENDEDORES     KEY IS VEN-CPF
               IF NOT FS-VEN-OK
                   MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-STATUS
               END-IF
               CLOSE ARQ-VENDEDORES
           ELSE
               MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-STATUS
           END-IF
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-APURAR-RECOLHIDO           SECTION.
      *----------------------------------------------------------------*
      * SOMA OS RECEBIMENTOS EM CAMPO DO VENDEDOR AGUARDANDO DEPOSITO, *
      * SEPARANDO DINHEIRO E CHEQUES                                   *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-RECEBIMENTOS
           MOVE 0                      TO WS-VALOR-DINHEIRO
           MOVE 0                      TO WS-VALOR-CHEQUES
           MOVE 0                      TO WS-VALOR-RECOLHIDO
           OPEN INPUT ARQ-RECEB-CAMPO
           IF NOT FS-RCC-OK
               GO TO 1100-FIM
           END-IF
           MOVE WS-CPF-ACERTO          TO RCC-CPF-VENDEDOR
           START ARQ-RECEB-CAMPO KEY = RCC-CPF-VENDEDOR
           IF FS-RCC-OK
               READ ARQ-RECEB-CAMPO NEXT
               PERFORM UNTIL NOT FS-RCC-OK
                       OR RCC-CPF-VENDEDOR NOT = WS-CPF-ACERTO
                   IF RCC-AGUARDANDO-DEPOSITO
                       ADD 1           TO WS-QTD-RECEBIMENTOS
                       IF RCC-EM-CHEQUE
                           ADD RCC-VALOR TO WS-VALOR-CHEQUES
                       ELSE
                           ADD RCC-VALOR TO WS-VALOR-DINHEIRO
                       END-IF
                   END-IF
                   READ ARQ-RECEB-CAMPO NEXT
               END-PERFORM
           END-IF
           CLOSE ARQ-RECEB-CAMPO
           COMPUTE WS-VALOR-RECOLHIDO =
               WS-VALOR-DINHEIRO + WS-VALOR-CHEQUES
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-APURAR-PENDENCIAS          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-QTD-PENDENCIAS
           MOVE 0                      TO WS-VALOR-PENDENCIAS
           OPEN INPUT ARQ-PENDENCIAS
           IF NOT FS-PAC-OK
               GO TO 1200-FIM
           END-IF
           MOVE WS-CPF-ACERTO          TO PAC-CPF-VENDEDOR
           MOVE 0                      TO PAC-DATA
           MOVE 0                      TO PAC-SEQUENCIA
           START ARQ-PENDENCIAS KEY >= PAC-CHAVE
           IF FS-PAC-OK
               READ ARQ-PENDENCIAS NEXT
               PERFORM UNTIL NOT FS-PAC-OK
                       OR PAC-CPF-VENDEDOR NOT = WS-CPF-ACERTO
                   IF PAC-EM-ABERTO
                       ADD 1           TO WS-QTD-PENDENCIAS
                       COMPUTE WS-VALOR-PENDENCIAS =
                           WS-VALOR-PENDENCIAS + PAC-VALOR
                         - PAC-VALOR-REGULARIZADO
                   END-IF
                   READ ARQ-PENDENCIAS NEXT
               END-PERFORM
           END-IF
           CLOSE ARQ-PENDENCIAS
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-GRAVAR-ACERTO              SECTION.
      *----------------------------------------------------------------*
      * BAIXA OS TITULOS RECOLHIDOS, GRAVA A FALTA OU REGULARIZA AS    *
      * PENDENCIAS COM O DEPOSITO EXCEDENTE E REGISTRA O ACERTO        *
      *----------------------------------------------------------------*
           ACCEPT WS-HORA-ATUAL        FROM TIME
           PERFORM 1410-ABRIR-ARQUIVOS
           PERFORM 1450-PROXIMO-ACERTO
           IF WS-VALOR-RECOLHIDO > 0
               PERFORM 1500-BAIXAR-RECEBIMENTOS
           END-IF
           IF WS-VALOR-FALTA > 0
               PERFORM 1600-GRAVAR-FALTA
           END-IF
           MOVE 0                      TO WS-VALOR-RESTANTE
           IF WS-VALOR-A-REGULARIZAR > 0
               PERFORM 1700-REGULARIZAR-PENDENCIAS
           END-IF
           MOVE WS-CPF-ACERTO          TO ACE-CPF-VENDEDOR
           MOVE WS-DATA-ATUAL          TO ACE-DATA
           MOVE WS-SEQ-ACERTO          TO ACE-SEQUENCIA
           MOVE WS-QTD-RECEBIMENTOS    TO ACE-QTD-RECEBIMENTOS
           MOVE WS-VALOR-DINHEIRO      TO ACE-VALOR-DINHEIRO
           MOVE WS-VALOR-CHEQUES       TO ACE-VALOR-CHEQUES
           MOVE WS-VALOR-DEPOSITADO    TO ACE-VALOR-DEPOSITADO
           MOVE WS-DOCUMENTO-DEPOSITO  TO ACE-DOCUMENTO-DEPOSITO
           MOVE WS-VALOR-FALTA         TO ACE-VALOR-FALTA
           COMPUTE ACE-VALOR-REGULARIZADO =
               WS-VALOR-A-REGULARIZAR - WS-VALOR-RESTANTE
           MOVE WS-HORA-ATUAL (1:6)    TO ACE-HORA
           MOVE WS-OPERADOR-ATUAL      TO ACE-OPERADOR
           WRITE REG-ACERTO
           IF NOT FS-ACE-OK
               PERFORM 9999-ERRO-ARQUIVO-ACERTO
           END-IF
           CLOSE ARQ-RECEBER
           CLOSE ARQ-PAGAMENTOS
           CLOSE ARQ-RECEB-CAMPO
           CLOSE ARQ-ACERTOS
           CLOSE ARQ-PENDENCIAS
           IF WS-VALOR-FALTA > 0
               MOVE "ACERTO GRAVADO - FALTA VIROU PENDENCIA"
                                       TO WS-STATUS
           ELSE
               MOVE "ACERTO GRAVADO COM SUCESSO"
                                       TO WS-STATUS
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1410-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      * O RECEBER E O RECEBIMENTO EM CAMPO SO SAO LIDOS QUANDO HA      *
      * RECOLHIDO; OS DEMAIS SAO CRIADOS NO PRIMEIRO ACERTO            *
      *----------------------------------------------------------------*
           OPEN I-O ARQ-RECEBER
           OPEN I-O ARQ-RECEB-CAMPO
           IF WS-VALOR-RECOLHIDO > 0
               AND (NOT FS-REC-OK OR NOT FS-RCC-OK)
               PERFORM 9999-ERRO-ARQUIVO-ACERTO
           END-IF
           OPEN I-O ARQ-PAGAMENTOS
           IF FS-PGT-NAO-EXISTE
               OPEN OUTPUT ARQ-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
               OPEN I-O ARQ-PAGAMENTOS
           END-IF
           OPEN I-O ARQ-ACERTOS
           IF FS-ACE-NAO-EXISTE
               OPEN OUTPUT ARQ-ACERTOS
               CLOSE ARQ-ACERTOS
               OPEN I-O ARQ-ACERTOS
           END-IF
           OPEN I-O ARQ-PENDENCIAS
           IF FS-PAC-NAO-EXISTE
               OPEN OUTPUT ARQ-PENDENCIAS
               CLOSE ARQ-PENDENCIAS
               OPEN I-O ARQ-PENDENCIAS
           END-IF
           IF NOT FS-PGT-OK OR NOT FS-ACE-OK OR NOT FS-PAC-OK
               PERFORM 9999-ERRO-ARQUIVO-ACERTO
           END-IF
           .
       1410-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1450-PROXIMO-ACERTO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-SEQ-ACERTO
           MOVE WS-CPF-ACERTO          TO ACE-CPF-VENDEDOR
           MOVE WS-DATA-ATUAL          TO ACE-DATA
           MOVE 0                      TO ACE-SEQUENCIA
           START ARQ-ACERTOS KEY >= ACE-CHAVE
           IF FS-ACE-OK
               READ ARQ-ACERTOS NEXT
               PERFORM UNTIL NOT FS-ACE-OK
                       OR ACE-CPF-VENDEDOR NOT = WS-CPF-ACERTO
                       OR ACE-DATA NOT = WS-DATA-ATUAL
                   MOVE ACE-SEQUENCIA  TO WS-SEQ-ACERTO
                   READ ARQ-ACERTOS NEXT
               END-PERFORM
           END-IF
           ADD 1                       TO WS-SEQ-ACERTO
           .
       1450-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-BAIXAR-RECEBIMENTOS        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-CPF-ACERTO          TO RCC-CPF-VENDEDOR
           START ARQ-RECEB-CAMPO KEY = RCC-CPF-VENDEDOR
           IF NOT FS-RCC-OK
               GO TO 1500-FIM
           END-IF
           READ ARQ-RECEB-CAMPO NEXT
           PERFORM UNTIL NOT FS-RCC-OK
                   OR RCC-CPF-VENDEDOR NOT = WS-CPF-ACERTO
               IF RCC-AGUARDANDO-DEPOSITO
                   PERFORM 1550-BAIXAR-TITULO
                   MOVE "A"            TO RCC-SITUACAO
                   MOVE WS-DATA-ATUAL  TO RCC-DATA-ACERTO
                   MOVE WS-SEQ-ACERTO  TO RCC-SEQUENCIA-ACERTO
                   MOVE WS-DATA-ATUAL  TO RCC-DT-ALTERACAO
                   MOVE WS-OPERADOR-ATUAL
                                       TO RCC-OPERADOR-ALTERACAO
                   REWRITE REG-RECEB-CAMPO
                   IF NOT FS-RCC-OK
                       PERFORM 9999-ERRO-ARQUIVO-ACERTO
                   END-IF
               END-IF
               READ ARQ-RECEB-CAMPO NEXT
           END-PERFORM
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1550-BAIXAR-TITULO              SECTION.
      *----------------------------------------------------------------*
      * O RECEBIDO EM CAMPO ENTRA NO HISTORICO DO TITULO NA DATA DA    *
      * VISITA, TODO COMO PRINCIPAL; QUITADO O SALDO, O TITULO E       *
      * LIQUIDADO NO ACERTO. O QUE PASSAR DO SALDO (TITULO QUITADO     *
      * ENQUANTO AGUARDAVA, PELO BANCO) VIRA CREDITO DO CLIENTE        *
      *----------------------------------------------------------------*
           MOVE RCC-DOCUMENTO          TO REC-DOCUMENTO
           MOVE RCC-PARCELA            TO REC-PARCELA
           READ ARQ-RECEBER
           IF NOT FS-REC-OK
               GO TO 1550-FIM
           END-IF
           COMPUTE WS-SALDO-TITULO = REC-VALOR - REC-VALOR-PAGO
           IF RCC-VALOR > WS-SALDO-TITULO
               MOVE WS-SALDO-TITULO    TO WS-VALOR-PRINCIPAL
               COMPUTE WS-VALOR-SOBRA = RCC-VALOR - WS-SALDO-TITULO
           ELSE
               MOVE RCC-VALOR          TO WS-VALOR-PRINCIPAL
               MOVE 0                  TO WS-VALOR-SOBRA
           END-IF
           MOVE 0                      TO WS-DIAS-ATRASO
           IF RCC-DATA-RECEBIMENTO > REC-DATA-VENCIMENTO
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (RCC-DATA-RECEBIMENTO)
                 - FUNCTION INTEGER-OF-DATE (REC-DATA-VENCIMENTO)
           END-IF
           ADD 1                       TO REC-QTD-PAGAMENTOS
           ADD WS-VALOR-PRINCIPAL      TO REC-VALOR-PAGO
           MOVE REC-DOCUMENTO          TO PGT-DOCUMENTO
           MOVE REC-PARCELA            TO PGT-PARCELA
           MOVE REC-QTD-PAGAMENTOS     TO PGT-SEQUENCIA
           MOVE RCC-DATA-RECEBIMENTO   TO PGT-DATA-PAGAMENTO
           MOVE WS-DIAS-ATRASO         TO PGT-DIAS-ATRASO
           MOVE RCC-VALOR              TO PGT-VALOR-RECEBIDO
           MOVE 0                      TO PGT-VALOR-MULTA
           MOVE 0                      TO PGT-VALOR-JUROS
           MOVE WS-VALOR-PRINCIPAL     TO PGT-VALOR-PRINCIPAL
           MOVE 0                      TO PGT-VALOR-DESCONTO
           MOVE 0                      TO PGT-VALOR-DISPENSADO
           MOVE 0                      TO PGT-VALOR-CREDITO
           MOVE WS-VALOR-SOBRA         TO PGT-VALOR-EXCEDENTE
           COMPUTE PGT-SALDO-APOS = REC-VALOR - REC-VALOR-PAGO
           MOVE "C"                    TO PGT-ORIGEM
           MOVE WS-OPERADOR-ATUAL      TO PGT-OPERADOR
           IF REC-VALOR-PAGO < REC-VALOR
               MOVE "P"                TO PGT-TIPO
           ELSE
               MOVE "Q"                TO PGT-TIPO
               IF TITULO-ABERTO
                   MOVE "L"            TO REC-SITUACAO
                   MOVE WS-DATA-ATUAL  TO REC-DATA-LIQUIDACAO
                   MOVE WS-OPERADOR-ATUAL
                                       TO REC-OPERADOR-LIQUIDACAO
                   MOVE "C"            TO REC-ORIGEM-LIQUIDACAO
               END-IF
           END-IF
           WRITE REG-PAGAMENTO
           IF NOT FS-PGT-OK
               PERFORM 9999-ERRO-ARQUIVO-ACERTO
           END-IF
           MOVE SPACES                 TO REC-SITUACAO-CAMPO
           MOVE 0                      TO REC-VALOR-CAMPO
           REWRITE REG-RECEBER
           IF NOT FS-REC-OK
               PERFORM 9999-ERRO-ARQUIVO-ACERTO
           END-IF
           IF WS-VALOR-SOBRA > 0
               MOVE "P"                TO PMC-FUNCAO
               MOVE REC-CNPJ           TO PMC-CNPJ
               MOVE WS-VALOR-SOBRA     TO PMC-VALOR
               MOVE REC-DOCUMENTO      TO PMC-DOCUMENTO
               MOVE REC-PARCELA        TO PMC-PARCELA
               MOVE "RECEBIDO EM CAMPO A MAIOR"
                                       TO PMC-HISTORICO
               MOVE "ACERVEND"         TO PMC-PROGRAMA
               MOVE WS-OPERADOR-ATUAL  TO PMC-OPERADOR
               CALL "MOVICRED"         USING REG-PARM-CREDITO
           END-IF
           .
       1550-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1600-GRAVAR-FALTA               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1650-PROXIMA-PENDENCIA
           MOVE WS-CPF-ACERTO          TO PAC-CPF-VENDEDOR
           MOVE WS-DATA-ATUAL          TO PAC-DATA
           MOVE WS-SEQ-PENDENCIA       TO PAC-SEQUENCIA
           MOVE "F"                    TO PAC-TIPO
           MOVE WS-SEQ-ACERTO          TO PAC-SEQUENCIA-ACERTO
           MOVE 0                      TO PAC-DOCUMENTO
           MOVE 0                      TO PAC-PARCELA
           MOVE 0                      TO PAC-SEQUENCIA-RCC
           MOVE WS-VALOR-FALTA         TO PAC-VALOR
           PERFORM 1660-GRAVAR-PENDENCIA
           .
       1600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1650-PROXIMA-PENDENCIA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-SEQ-PENDENCIA
           MOVE WS-CPF-ACERTO          TO PAC-CPF-VENDEDOR
           MOVE WS-DATA-ATUAL          TO PAC-DATA
           MOVE 0                      TO PAC-SEQUENCIA
           START ARQ-PENDENCIAS KEY >= PAC-CHAVE
           IF FS-PAC-OK
               READ ARQ-PENDENCIAS NEXT
               PERFORM UNTIL NOT FS-PAC-OK
                       OR PAC-CPF-VENDEDOR NOT = WS-CPF-ACERTO
                       OR PAC-DATA NOT = WS-DATA-ATUAL
                   MOVE PAC-SEQUENCIA  TO WS-SEQ-PENDENCIA
                   READ ARQ-PENDENCIAS NEXT
               END-PERFORM
           END-IF
           ADD 1                       TO WS-SEQ-PENDENCIA
           .
       1650-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1660-GRAVAR-PENDENCIA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO PAC-VALOR-REGULARIZADO
           MOVE "A"                    TO PAC-SITUACAO
           MOVE 0                      TO PAC-DATA-REGULARIZACAO
           MOVE WS-DATA-ATUAL          TO PAC-DT-INCLUSAO
           MOVE WS-OPERADOR-ATUAL      TO PAC-OPERADOR-INCLUSAO
           WRITE REG-PENDENCIA-ACERTO
           IF NOT FS-PAC-OK
               PERFORM 9999-ERRO-ARQUIVO-ACERTO
           END-IF
           .
       1660-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1700-REGULARIZAR-PENDENCIAS     SECTION.
      *----------------------------------------------------------------*
      * O DEPOSITO ACIMA DO RECOLHIDO COBRE AS PENDENCIAS EM ABERTO DA *
      * MAIS ANTIGA PARA A MAIS NOVA, ATE ONDE O VALOR ALCANCAR        *
      *----------------------------------------------------------------*
           MOVE WS-VALOR-A-REGULARIZAR TO WS-VALOR-RESTANTE
           MOVE WS-CPF-ACERTO          TO PAC-CPF-VENDEDOR
           MOVE 0                      TO PAC-DATA
           MOVE 0                      TO PAC-SEQUENCIA
           START ARQ-PENDENCIAS KEY >= PAC-CHAVE
           IF NOT FS-PAC-OK
               GO TO 1700-FIM
           END-IF
           READ ARQ-PENDENCIAS NEXT
           PERFORM UNTIL NOT FS-PAC-OK
                   OR PAC-CPF-VENDEDOR NOT = WS-CPF-ACERTO
                   OR WS-VALOR-RESTANTE = 0
               IF PAC-EM-ABERTO
                   COMPUTE WS-SALDO-PENDENCIA =
                       PAC-VALOR - PAC-VALOR-REGULARIZADO
                   IF WS-VALOR-RESTANTE < WS-SALDO-PENDENCIA
                       ADD WS-VALOR-RESTANTE
                                       TO PAC-VALOR-REGULARIZADO
                       MOVE 0          TO WS-VALOR-RESTANTE
                   ELSE
                       MOVE PAC-VALOR  TO PAC-VALOR-REGULARIZADO
                       MOVE "R"        TO PAC-SITUACAO
                       MOVE WS-DATA-ATUAL
                                       TO PAC-DATA-REGULARIZACAO
                       SUBTRACT WS-SALDO-PENDENCIA
                                       FROM WS-VALOR-RESTANTE
                   END-IF
                   REWRITE REG-PENDENCIA-ACERTO
                   IF NOT FS-PAC-OK
                       PERFORM 9999-ERRO-ARQUIVO-ACERTO
                   END-IF
               END-IF
               READ ARQ-PENDENCIAS NEXT
           END-PERFORM
           .
       1700-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-DEVOLVER-CHEQUE            SECTION.
      *----------------------------------------------------------------*
      * O CHEQUE RECEBIDO PELO VENDEDOR E JA ACERTADO QUE VOLTA DO     *
      * BANCO FICA COMO PENDENCIA DELE ATE SER COBERTO NUM PROXIMO     *
      * ACERTO; O CHEQUE AINDA NAO ACERTADO E ESTORNADO NO RECEBIMENTO *
      * EM CAMPO                                                       *
      *----------------------------------------------------------------*
           PERFORM 1050-VALIDAR-VENDEDOR
           IF WS-STATUS NOT = SPACES
               GO TO 3000-FIM
           END-IF
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE 0                      TO WS-DOCUMENTO-CHEQUE
           MOVE 0                      TO WS-PARCELA-CHEQUE
           DISPLAY SCR-CHEQUE-DEVOLVIDO
           ACCEPT SCR-DOCUMENTO-ACE
           ACCEPT SCR-PARCELA-ACE
           OPEN I-O ARQ-RECEB-CAMPO
           IF NOT FS-RCC-OK
               MOVE "NAO HA RECEBIMENTOS EM CAMPO"
                                       TO WS-STATUS
               GO TO 3000-FIM
           END-IF
           MOVE "N"                    TO WS-CHEQUE-ACHADO
           MOVE WS-DOCUMENTO-CHEQUE    TO RCC-DOCUMENTO
           MOVE WS-PARCELA-CHEQUE      TO RCC-PARCELA
           MOVE 0                      TO RCC-SEQUENCIA
           START ARQ-RECEB-CAMPO KEY >= RCC-CHAVE
           IF FS-RCC-OK
               READ ARQ-RECEB-CAMPO NEXT
               PERFORM UNTIL NOT FS-RCC-OK
                       OR RCC-DOCUMENTO NOT = WS-DOCUMENTO-CHEQUE
                       OR RCC-PARCELA NOT = WS-PARCELA-CHEQUE
                       OR CHEQUE-ACHADO
                   IF RCC-EM-CHEQUE AND RCC-ACERTADO
                       AND RCC-CPF-VENDEDOR = WS-CPF-ACERTO
                       MOVE "S"        TO WS-CHEQUE-ACHADO
                   ELSE
                       READ ARQ-RECEB-CAMPO NEXT
                   END-IF
               END-PERFORM
           END-IF
           IF NOT CHEQUE-ACHADO
               CLOSE ARQ-RECEB-CAMPO
               MOVE "CHEQUE ACERTADO NAO ENCONTRADO"
                                       TO WS-STATUS
               GO TO 3000-FIM
           END-IF
           MOVE "CONFIRMA A DEVOLUCAO DO CHEQUE (S/N)?"
                                       TO WS-STATUS
           DISPLAY OPCAO-STATUS
           ACCEPT OPCAO-ACE
           MOVE SPACES                 TO WS-STATUS
           IF WS-OPCAO-ACE NOT = "s" AND WS-OPCAO-ACE NOT = "S"
               CLOSE ARQ-RECEB-CAMPO
               MOVE "DEVOLUCAO NAO CONFIRMADA"
                                       TO WS-STATUS
               GO TO 3000-FIM
           END-IF
           MOVE "V"                    TO RCC-SITUACAO
           MOVE WS-DATA-ATUAL          TO RCC-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO RCC-OPERADOR-ALTERACAO
           REWRITE REG-RECEB-CAMPO
           IF NOT FS-RCC-OK
               PERFORM 9999-ERRO-ARQUIVO-ACERTO
           END-IF
           OPEN I-O ARQ-PENDENCIAS
           IF FS-PAC-NAO-EXISTE
               OPEN OUTPUT ARQ-PENDENCIAS
               CLOSE ARQ-PENDENCIAS
               OPEN I-O ARQ-PENDENCIAS
           END-IF
           IF NOT FS-PAC-OK
               PERFORM 9999-ERRO-ARQUIVO-ACERTO
           END-IF
           PERFORM 1650-PROXIMA-PENDENCIA
           MOVE WS-CPF-ACERTO          TO PAC-CPF-VENDEDOR
           MOVE WS-DATA-ATUAL          TO PAC-DATA
           MOVE WS-SEQ-PENDENCIA       TO PAC-SEQUENCIA
           MOVE "C"                    TO PAC-TIPO
           MOVE RCC-SEQUENCIA-ACERTO   TO PAC-SEQUENCIA-ACERTO
           MOVE RCC-DOCUMENTO          TO PAC-DOCUMENTO
           MOVE RCC-PARCELA            TO PAC-PARCELA
           MOVE RCC-SEQUENCIA          TO PAC-SEQUENCIA-RCC
           MOVE RCC-VALOR              TO PAC-VALOR
           PERFORM 1660-GRAVAR-PENDENCIA
           CLOSE ARQ-PENDENCIAS
           CLOSE ARQ-RECEB-CAMPO
           MOVE "CHEQUE DEVOLVIDO VIROU PENDENCIA"
                                       TO WS-STATUS
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-ACERTO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "ERRO NO ACESSO AO ARQUIVO"    TO WS-STATUS
           GOBACK
           .
       9999-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM ACERVEND.
      *----------------------------------------------------------------*
