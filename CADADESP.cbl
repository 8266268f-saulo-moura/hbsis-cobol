      ******************************************************************
      * PROGRAMA.: CADADESP                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: DESPESAS DE VIAGEM DOS VENDEDORES - LANCAMENTO DA   *
      *            DESPESA (REFEICAO, PEDAGIO, ESTACIONAMENTO OU       *
      *            HOSPEDAGEM) POR VENDEDOR E DATA, COM VALOR E        *
      *            RECIBO, CONSULTA, EXCLUSAO E LISTA DAS DESPESAS DO  *
      *            VENDEDOR NO MES                                     *
      ******************************************************************
      * A SOMA DO TIPO NO DIA (SEM AS RECUSADAS) ATE O LIMITE DIARIO   *
      * DOS PARAMETROS E APROVADA NA HORA; ACIMA DELE A DESPESA FICA   *
      * PENDENTE PARA O SUPERVISOR (APRODESP), SALVO SE O PROPRIO      *
      * SUPERVISOR A LANCAR. DESPESA REEMBOLSADA (REEMDESP) NAO E MAIS *
      * ALTERADA NEM EXCLUIDA                                          *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADADESP.
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
           SELECT ARQ-DESPESAS         ASSIGN TO  "WID-ARQ-DSP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DSP-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DESPESA.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-DESPESAS.
       COPY DESPCADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-DSP             PIC X.
       77 WS-FS-DESPESA                PIC X(02).
           88 FS-DSP-OK                VALUE "00" THRU "09".
           88 FS-DSP-FIM               VALUE "10".
           88 FS-DSP-NAO-ENCONTRADO    VALUE "23".
           88 FS-DSP-NAO-EXISTE        VALUE "35".
           88 FS-DSP-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-NIVEL-ATUAL               PIC 9(01)       VALUE 0.
           88 NIVEL-SUPERVISOR         VALUE 3.
       01 WS-NOME-VENDEDOR             PIC X(40)       VALUE SPACES.
       01 WS-VENDEDOR-ATIVO            PIC X(01)       VALUE "N".
           88 VENDEDOR-ATIVO           VALUE "S".
       01 WS-DESPESA-VALIDA            PIC X(01)       VALUE "N".
           88 DESPESA-VALIDA           VALUE "S".
       01 WS-FIM-DIA                   PIC X(01)       VALUE "N".
           88 FIM-DIA                  VALUE "S".
      *
      * --> LIMITE DIARIO DO TIPO DIGITADO E O QUE O VENDEDOR JA GASTOU
      *     NO TIPO NO MESMO DIA, SEM CONTAR A PROPRIA DESPESA
      *
       01 WS-TIPO-IND                  PIC 9(01)       VALUE 0.
       01 WS-LIMITE-DIA                PIC 9(05)V99    VALUE 0.
       01 WS-TOTAL-DIA                 PIC 9(07)V99    VALUE 0.
       01 WS-ULTIMA-SEQ                PIC 9(03)       VALUE 0.
       01 WS-SITUACAO-GRAVADA          PIC X(01)       VALUE SPACE.
      *
      * --> CAMPOS DIGITADOS, GUARDADOS ENQUANTO AS DESPESAS DO DIA
      *     SAO LIDAS PARA SOMAR O TIPO E ACHAR A PROXIMA SEQUENCIA
      *
       01 WS-DESPESA-DIGITADA.
           05 WS-DSP-DIG-CPF           PIC 9(11).
           05 WS-DSP-DIG-DATA          PIC 9(08).
           05 WS-DSP-DIG-SEQ           PIC 9(03).
           05 WS-DSP-DIG-TIPO          PIC X(01).
           05 WS-DSP-DIG-VALOR         PIC 9(07)V99.
           05 WS-DSP-DIG-RECIBO        PIC X(15).
           05 WS-DSP-DIG-DESCRICAO     PIC X(40).
      *
      * --> LISTA DAS DESPESAS DO VENDEDOR NO MES
      *
       01 WS-CPF-LISTA                 PIC 9(11)       VALUE 0.
       01 WS-ANOMES-LISTA              PIC 9(06)       VALUE 0.
       01 WS-QTD-DESPESAS              PIC 9(04)       VALUE 0.
       01 WS-TOTAL-MES                 PIC 9(09)V99    VALUE 0.
       01 WS-TOTAL-PENDENTE            PIC 9(09)V99    VALUE 0.
       01 WS-TOTAL-ED                  PIC ZZZZZZZZ9,99.
       01 WS-FIM-MES                   PIC X(01)       VALUE "N".
           88 FIM-MES                  VALUE "S".
       01 WS-LINHA-DESPESA.
           05 SAI-DSP-DATA             PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-DSP-SEQ              PIC 9(03).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-DSP-TIPO             PIC X(01).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-DSP-VALOR            PIC ZZZZZZ9,99.
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-DSP-RECIBO           PIC X(15).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-DSP-SITUACAO         PIC X(01).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-DSP-APROVADOR        PIC X(08).
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
      * --> TELA DAS DESPESAS DE VIAGEM
      *
       COPY DESPSCR.
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
       PERFORM 0000-MANTER-DESPESAS.
      *----------------------------------------------------------------*
       0000-MANTER-DESPESAS            SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-DESPESA
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-DESPESA
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CPF-DSP
               ACCEPT SCR-DATA-DSP
               ACCEPT SCR-SEQ-DSP
               ACCEPT SCR-TIPO-DSP
               ACCEPT SCR-VALOR-DSP
               ACCEPT SCR-RECIBO-DSP
               ACCEPT SCR-DESCRICAO-DSP
               ACCEPT OPCAO-INC-DSP
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-DSP
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-DESPESA
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-DESPESA
                   WHEN "e"
                   WHEN "E"
                       PERFORM 5000-EXCLUIR-DESPESA
                   WHEN "l"
                   WHEN "L"
                       PERFORM 4000-LISTAR-DESPESAS
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
       1000-SALVAR-DESPESA             SECTION.
      *----------------------------------------------------------------*
      * SEQUENCIA ZERO INCLUI A DESPESA COM A PROXIMA SEQUENCIA DO     *
      * DIA; SEQUENCIA INFORMADA ALTERA A DESPESA, QUE VOLTA A SER     *
      * CONFERIDA CONTRA O LIMITE                                      *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1050-VALIDAR-DESPESA
           IF NOT DESPESA-VALIDA
               GO TO 1000-FIM
           END-IF
           MOVE DSP-CPF                TO WS-DSP-DIG-CPF
           MOVE DSP-DATA               TO WS-DSP-DIG-DATA
           MOVE DSP-SEQ                TO WS-DSP-DIG-SEQ
           MOVE DSP-TIPO               TO WS-DSP-DIG-TIPO
           MOVE DSP-VALOR              TO WS-DSP-DIG-VALOR
           MOVE DSP-RECIBO             TO WS-DSP-DIG-RECIBO
           MOVE DSP-DESCRICAO          TO WS-DSP-DIG-DESCRICAO
           PERFORM 1070-LER-LIMITE
           PERFORM 1100-ABRIR-ARQUIVO-DESPESAS
           PERFORM 1300-SOMAR-DIA
           MOVE WS-DSP-DIG-CPF         TO DSP-CPF
           MOVE WS-DSP-DIG-DATA        TO DSP-DATA
           IF WS-DSP-DIG-SEQ = 0
               IF WS-ULTIMA-SEQ = 999
                   MOVE "LIMITE DE DESPESAS NO DIA ATINGIDO"
                                       TO WS-STATUS
                   PERFORM 1400-FECHAR-ARQUIVO-DESPESAS
                   GO TO 1000-FIM
               END-IF
               INITIALIZE REG-DESPESA
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
               MOVE WS-DSP-DIG-CPF     TO DSP-CPF
               MOVE WS-DSP-DIG-DATA    TO DSP-DATA
               COMPUTE DSP-SEQ = WS-ULTIMA-SEQ + 1
               PERFORM 1200-MOVER-DIGITADOS
               PERFORM 1500-DEFINIR-SITUACAO
               MOVE WS-DATA-ATUAL      TO DSP-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO DSP-OPERADOR-INCLUSAO
               WRITE REG-DESPESA
           ELSE
               MOVE WS-DSP-DIG-SEQ     TO DSP-SEQ
               READ ARQ-DESPESAS
               IF NOT FS-DSP-OK
                   MOVE "DESPESA NAO ENCONTRADA"
                                       TO WS-STATUS
                   PERFORM 1400-FECHAR-ARQUIVO-DESPESAS
                   GO TO 1000-FIM
               END-IF
               IF DESPESA-REEMBOLSADA
                   MOVE "DESPESA JA REEMBOLSADA - NAO ALTERA"
                                       TO WS-STATUS
                   PERFORM 1400-FECHAR-ARQUIVO-DESPESAS
                   GO TO 1000-FIM
               END-IF
               PERFORM 1200-MOVER-DIGITADOS
               PERFORM 1500-DEFINIR-SITUACAO
               MOVE WS-DATA-ATUAL      TO DSP-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO DSP-OPERADOR-ALTERACAO
               REWRITE REG-DESPESA
           END-IF
           IF NOT FS-DSP-OK
               PERFORM 9999-ERRO-ARQUIVO-DESPESAS
           END-IF
           MOVE DSP-SEQ                TO WS-DSP-DIG-SEQ
           PERFORM 1400-FECHAR-ARQUIVO-DESPESAS
           MOVE WS-DSP-DIG-CPF         TO DSP-CPF
           MOVE WS-DSP-DIG-DATA        TO DSP-DATA
           MOVE WS-DSP-DIG-SEQ         TO DSP-SEQ
           PERFORM 1200-MOVER-DIGITADOS
           MOVE WS-SITUACAO-GRAVADA    TO DSP-SITUACAO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-DESPESA            SECTION.
      *----------------------------------------------------------------*
      * VENDEDOR ATIVO, DATA VALIDA E NAO FUTURA, TIPO CONHECIDO,      *
      * VALOR E RECIBO INFORMADOS                                      *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-DESPESA-VALIDA
           IF DSP-CPF = 0
               MOVE "CPF DO VENDEDOR NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           PERFORM 1060-LER-VENDEDOR
           IF WS-NOME-VENDEDOR = SPACES
               MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF NOT VENDEDOR-ATIVO
               MOVE "VENDEDOR INATIVO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF DSP-DATA (5:2) < "01"
               OR DSP-DATA (5:2) > "12"
               OR DSP-DATA (7:2) < "01"
               OR DSP-DATA (7:2) > "31"
               MOVE "DATA DA DESPESA INVALIDA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF DSP-DATA > WS-DATA-ATUAL
               MOVE "DATA DA DESPESA NO FUTURO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF NOT DSP-TIPO-VALIDO
               MOVE "TIPO DEVE SER R, P, E OU H"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF DSP-VALOR = 0
               MOVE "VALOR DA DESPESA NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF DSP-RECIBO = SPACES
               MOVE "NUMERO DO RECIBO NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE "S"                    TO WS-DESPESA-VALIDA
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1060-LER-VENDEDOR               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-NOME-VENDEDOR
           MOVE "N"                    TO WS-VENDEDOR-ATIVO
           OPEN INPUT ARQ-VENDEDORES
           IF NOT FS-VEN-OK
               GO TO 1060-FIM
           END-IF
           MOVE DSP-CPF                TO VEN-CPF
           READ ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE VEN-NOME           TO WS-NOME-VENDEDOR
               IF VEN-SITUACAO NOT = "I"
                   MOVE "S"            TO WS-VENDEDOR-ATIVO
               END-IF
           END-IF
           CLOSE ARQ-VENDEDORES
           .
       1060-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1070-LER-LIMITE                 SECTION.
      *----------------------------------------------------------------*
      * LIMITE DIARIO DO TIPO NOS PARAMETROS; SEM PARAMETROS O LIMITE  *
      * E ZERO E TODA DESPESA AGUARDA O SUPERVISOR                     *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN DSP-REFEICAO
                   MOVE 1              TO WS-TIPO-IND
               WHEN DSP-PEDAGIO
                   MOVE 2              TO WS-TIPO-IND
               WHEN DSP-ESTACIONAMENTO
                   MOVE 3              TO WS-TIPO-IND
               WHEN OTHER
                   MOVE 4              TO WS-TIPO-IND
           END-EVALUATE
           MOVE 0                      TO WS-LIMITE-DIA
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   AND PAR-DSP-LIMITE-DIA (WS-TIPO-IND) NUMERIC
                   MOVE PAR-DSP-LIMITE-DIA (WS-TIPO-IND)
                                       TO WS-LIMITE-DIA
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           .
       1070-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-DESPESAS     SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-DESPESAS
           IF FS-DSP-NAO-EXISTE
               OPEN OUTPUT ARQ-DESPESAS
               CLOSE ARQ-DESPESAS
               OPEN I-O ARQ-DESPESAS
           END-IF
           IF NOT FS-DSP-OK
               PERFORM 9999-ERRO-ARQUIVO-DESPESAS
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-MOVER-DIGITADOS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-DSP-DIG-TIPO        TO DSP-TIPO
           MOVE WS-DSP-DIG-VALOR       TO DSP-VALOR
           MOVE WS-DSP-DIG-RECIBO      TO DSP-RECIBO
           MOVE WS-DSP-DIG-DESCRICAO   TO DSP-DESCRICAO
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1300-SOMAR-DIA                  SECTION.
      *----------------------------------------------------------------*
      * PERCORRE AS DESPESAS DO VENDEDOR NA DATA: GUARDA A MAIOR       *
      * SEQUENCIA E SOMA AS DO MESMO TIPO, MENOS AS RECUSADAS E A      *
      * PROPRIA DESPESA EM ALTERACAO                                   *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-TOTAL-DIA
           MOVE 0                      TO WS-ULTIMA-SEQ
           MOVE WS-DSP-DIG-CPF         TO DSP-CPF
           MOVE WS-DSP-DIG-DATA        TO DSP-DATA
           MOVE 0                      TO DSP-SEQ
           MOVE "N"                    TO WS-FIM-DIA
           START ARQ-DESPESAS KEY IS NOT LESS THAN DSP-CHAVE
           IF NOT FS-DSP-OK
               MOVE "S"                TO WS-FIM-DIA
           END-IF
           PERFORM UNTIL FIM-DIA
               READ ARQ-DESPESAS NEXT
               IF NOT FS-DSP-OK
                   OR DSP-CPF NOT = WS-DSP-DIG-CPF
                   OR DSP-DATA NOT = WS-DSP-DIG-DATA
                   MOVE "S"            TO WS-FIM-DIA
               ELSE
                   MOVE DSP-SEQ        TO WS-ULTIMA-SEQ
                   IF DSP-TIPO = WS-DSP-DIG-TIPO
                       AND NOT DESPESA-RECUSADA
                       AND DSP-SEQ NOT = WS-DSP-DIG-SEQ
                       ADD DSP-VALOR   TO WS-TOTAL-DIA
                   END-IF
               END-IF
           END-PERFORM
           .
       1300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-DESPESAS    SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-DESPESAS
           IF NOT FS-DSP-OK
               PERFORM 9999-ERRO-ARQUIVO-DESPESAS
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-DEFINIR-SITUACAO           SECTION.
      *----------------------------------------------------------------*
      * DENTRO DO LIMITE DIARIO A DESPESA JA NASCE APROVADA; ACIMA     *
      * DELE FICA PENDENTE, OU APROVADA SE QUEM LANCA E SUPERVISOR     *
      *----------------------------------------------------------------*
           IF WS-TOTAL-DIA + WS-DSP-DIG-VALOR > WS-LIMITE-DIA
               IF NIVEL-SUPERVISOR
                   MOVE "A"            TO DSP-SITUACAO
                   MOVE WS-OPERADOR-ATUAL
                                       TO DSP-APROVADOR
                   MOVE WS-DATA-ATUAL  TO DSP-DATA-APROVACAO
                   MOVE "ACIMA DO LIMITE - APROVADA SUPERVISOR"
                                       TO WS-STATUS
               ELSE
                   MOVE "P"            TO DSP-SITUACAO
                   MOVE SPACES         TO DSP-APROVADOR
                   MOVE 0              TO DSP-DATA-APROVACAO
                   MOVE "ACIMA DO LIMITE - AGUARDA SUPERVISOR"
                                       TO WS-STATUS
               END-IF
           ELSE
               MOVE "A"                TO DSP-SITUACAO
               MOVE SPACES             TO DSP-APROVADOR
               MOVE WS-DATA-ATUAL      TO DSP-DATA-APROVACAO
               MOVE "DESPESA GRAVADA E APROVADA"
                                       TO WS-STATUS
           END-IF
           MOVE DSP-SITUACAO           TO WS-SITUACAO-GRAVADA
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-DESPESA          SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA A DESPESA DO VENDEDOR, DATA E     *
      * SEQUENCIA INFORMADOS, COM O NOME DO VENDEDOR                   *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-DESPESAS
           READ ARQ-DESPESAS
           IF NOT FS-DSP-OK
               MOVE "DESPESA NAO ENCONTRADA"
                                       TO WS-STATUS
           ELSE
               MOVE "DESPESA LOCALIZADA"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-DESPESAS
           PERFORM 1060-LER-VENDEDOR
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-LISTAR-DESPESAS            SECTION.
      *----------------------------------------------------------------*
      * LISTA AS DESPESAS DO VENDEDOR NO MES DA DATA INFORMADA (DATA   *
      * ZERO = MES CORRENTE), COM O TOTAL E O QUANTO ESTA PENDENTE     *
      *----------------------------------------------------------------*
           IF DSP-CPF = 0
               MOVE "CPF DO VENDEDOR NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 4000-FIM
           END-IF
           PERFORM 1060-LER-VENDEDOR
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           IF DSP-DATA = 0
               MOVE WS-DATA-ATUAL (1:6) TO WS-ANOMES-LISTA
           ELSE
               MOVE DSP-DATA (1:6)     TO WS-ANOMES-LISTA
           END-IF
           MOVE DSP-CPF                TO WS-CPF-LISTA
           MOVE 0                      TO WS-QTD-DESPESAS
           MOVE 0                      TO WS-TOTAL-MES
           MOVE 0                      TO WS-TOTAL-PENDENTE
           PERFORM 1100-ABRIR-ARQUIVO-DESPESAS
           DISPLAY " "
           DISPLAY "DESPESAS DO VENDEDOR " WS-CPF-LISTA " "
                   WS-NOME-VENDEDOR
           DISPLAY "COMPETENCIA " WS-ANOMES-LISTA
           COMPUTE DSP-DATA = WS-ANOMES-LISTA * 100
           MOVE 0                      TO DSP-SEQ
           MOVE "N"                    TO WS-FIM-MES
           START ARQ-DESPESAS KEY IS NOT LESS THAN DSP-CHAVE
           IF NOT FS-DSP-OK
               MOVE "S"                TO WS-FIM-MES
           END-IF
           PERFORM UNTIL FIM-MES
               READ ARQ-DESPESAS NEXT
               IF NOT FS-DSP-OK
                   OR DSP-CPF NOT = WS-CPF-LISTA
                   OR DSP-DATA (1:6) NOT = WS-ANOMES-LISTA
                   MOVE "S"            TO WS-FIM-MES
               ELSE
                   ADD 1               TO WS-QTD-DESPESAS
                   IF NOT DESPESA-RECUSADA
                       ADD DSP-VALOR   TO WS-TOTAL-MES
                   END-IF
                   IF DESPESA-PENDENTE
                       ADD DSP-VALOR   TO WS-TOTAL-PENDENTE
                   END-IF
                   MOVE DSP-DATA       TO SAI-DSP-DATA
                   MOVE DSP-SEQ        TO SAI-DSP-SEQ
                   MOVE DSP-TIPO       TO SAI-DSP-TIPO
                   MOVE DSP-VALOR      TO SAI-DSP-VALOR
                   MOVE DSP-RECIBO     TO SAI-DSP-RECIBO
                   MOVE DSP-SITUACAO   TO SAI-DSP-SITUACAO
                   MOVE DSP-APROVADOR  TO SAI-DSP-APROVADOR
                   DISPLAY WS-LINHA-DESPESA
               END-IF
           END-PERFORM
           PERFORM 1400-FECHAR-ARQUIVO-DESPESAS
           MOVE WS-TOTAL-MES           TO WS-TOTAL-ED
           DISPLAY "TOTAL DO MES (SEM RECUSADAS): " WS-TOTAL-ED
           MOVE WS-TOTAL-PENDENTE      TO WS-TOTAL-ED
           DISPLAY "AGUARDANDO SUPERVISOR.......: " WS-TOTAL-ED
           INITIALIZE REG-DESPESA
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE WS-CPF-LISTA           TO DSP-CPF
           IF WS-QTD-DESPESAS = 0
               MOVE "VENDEDOR SEM DESPESAS NO MES"
                                       TO WS-STATUS
           END-IF
           DISPLAY "APERTE ENTER PARA VOLTAR"
           ACCEPT OPCAO-INC-DSP
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-EXCLUIR-DESPESA            SECTION.
      *----------------------------------------------------------------*
      * EXCLUI A DESPESA LANCADA POR ENGANO; A JA REEMBOLSADA FICA,    *
      * POIS ENTROU NA FOLHA DO MES                                    *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-DESPESAS
           READ ARQ-DESPESAS
           IF NOT FS-DSP-OK
               MOVE "DESPESA NAO ENCONTRADA"
                                       TO WS-STATUS
           ELSE
               IF DESPESA-REEMBOLSADA
                   MOVE "DESPESA JA REEMBOLSADA - NAO EXCLUI"
                                       TO WS-STATUS
               ELSE
                   DELETE ARQ-DESPESAS
                   IF FS-DSP-OK
                       MOVE "DESPESA EXCLUIDA"
                                       TO WS-STATUS
                   ELSE
                       PERFORM 9999-ERRO-ARQUIVO-DESPESAS
                   END-IF
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-DESPESAS
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-DESPESAS      SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-DSP-ERRO-LAYOUT
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
       END PROGRAM CADADESP.
      *----------------------------------------------------------------*
