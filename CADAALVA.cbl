      ******************************************************************
      * PROGRAMA.: CADAALVA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: ALVARAS E LICENCAS DE FUNCIONAMENTO DOS CLIENTES -  *
      *            INCLUSAO, ALTERACAO E CONSULTA DO ALVARA (TIPO,     *
      *            NUMERO, EMISSOR E VALIDADE) E LISTA DOS ALVARAS DE  *
      *            UM CLIENTE                                          *
      ******************************************************************
      * O CLIENTE PODE TER VARIOS ALVARAS; A CHAVE E CNPJ + TIPO +     *
      * NUMERO. A RENOVACAO ENTRA COMO ALVARA NOVO E O ANTIGO PODE     *
      * FICAR ATIVO OU SER CANCELADO (C). O ALVARA EXIGIDO VENCIDO     *
      * BLOQUEIA OS PEDIDOS DO CLIENTE (VER VERIALVA)                  *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADAALVA.
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
       FD ARQ-ALVARAS.
       COPY ALVACADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-ALV             PIC X.
       77 WS-FS-ALVARA                 PIC X(02).
           88 FS-ALV-OK                VALUE "00" THRU "09".
           88 FS-ALV-FIM               VALUE "10".
           88 FS-ALV-NAO-ENCONTRADO    VALUE "23".
           88 FS-ALV-NAO-EXISTE        VALUE "35".
           88 FS-ALV-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-NOME-CLIENTE              PIC X(40)       VALUE SPACES.
       01 WS-ALVARA-VALIDO             PIC X(01)       VALUE "N".
           88 ALVARA-VALIDO            VALUE "S".
       01 WS-QTD-ALVARAS               PIC 9(03)       VALUE 0.
       01 WS-FIM-CLIENTE               PIC X(01)       VALUE "N".
           88 FIM-CLIENTE              VALUE "S".
       01 WS-CNPJ-LISTA                PIC 9(14)       VALUE 0.
      *
      * --> CAMPOS DIGITADOS, GUARDADOS ENQUANTO O ALVARA E LIDO PARA
      *     SABER SE E INCLUSAO OU ALTERACAO
      *
       01 WS-ALVARA-DIGITADO.
           05 WS-ALV-DIG-EMISSOR       PIC X(30).
           05 WS-ALV-DIG-EMISSAO       PIC 9(08).
           05 WS-ALV-DIG-VALIDADE      PIC 9(08).
           05 WS-ALV-DIG-EXIGIDO       PIC X(01).
           05 WS-ALV-DIG-SITUACAO      PIC X(01).
      *
      * --> LINHA DA LISTA DE ALVARAS DO CLIENTE
      *
       01 WS-LINHA-ALVARA.
           05 SAI-ALV-TIPO             PIC X(02).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-ALV-NUMERO           PIC X(20).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-ALV-EMISSOR          PIC X(20).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-ALV-VALIDADE         PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-ALV-EXIGIDO          PIC X(01).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-ALV-SITUACAO         PIC X(01).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-ALV-AVISO            PIC X(07).
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
      * --> TELA DOS ALVARAS DOS CLIENTES
      *
       COPY ALVASCR.
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
       PERFORM 0000-MANTER-ALVARAS.
      *----------------------------------------------------------------*
       0000-MANTER-ALVARAS             SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-ALVARA
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "S"                    TO ALV-EXIGIDO
           MOVE "A"                    TO ALV-SITUACAO
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-ALVARA
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CNPJ-ALV
               ACCEPT SCR-TIPO-ALV
               ACCEPT SCR-NUMERO-ALV
               ACCEPT SCR-EMISSOR-ALV
               ACCEPT SCR-EMISSAO-ALV
               ACCEPT SCR-VALIDADE-ALV
               ACCEPT SCR-EXIGIDO-ALV
               ACCEPT SCR-SITUACAO-ALV
               ACCEPT OPCAO-INC-ALV
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-ALV
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-ALVARA
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-ALVARA
                   WHEN "l"
                   WHEN "L"
                       PERFORM 4000-LISTAR-ALVARAS
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
       1000-SALVAR-ALVARA              SECTION.
      *----------------------------------------------------------------*
      * ALVARA JA CADASTRADO (MESMO CNPJ, TIPO E NUMERO) E ALTERADO;   *
      * SENAO E INCLUIDO                                               *
      *----------------------------------------------------------------*
           PERFORM 1050-VALIDAR-ALVARA
           IF NOT ALVARA-VALIDO
               GO TO 1000-FIM
           END-IF
           MOVE ALV-EMISSOR            TO WS-ALV-DIG-EMISSOR
           MOVE ALV-DATA-EMISSAO       TO WS-ALV-DIG-EMISSAO
           MOVE ALV-DATA-VALIDADE      TO WS-ALV-DIG-VALIDADE
           MOVE ALV-EXIGIDO            TO WS-ALV-DIG-EXIGIDO
           MOVE ALV-SITUACAO           TO WS-ALV-DIG-SITUACAO
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1100-ABRIR-ARQUIVO-ALVARAS
           READ ARQ-ALVARAS
           IF FS-ALV-OK
               PERFORM 1200-MOVER-DIGITADOS
               MOVE WS-DATA-ATUAL      TO ALV-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO ALV-OPERADOR-ALTERACAO
               REWRITE REG-ALVARA
               IF FS-ALV-OK
                   MOVE "ALVARA ALTERADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-ALVARAS
               END-IF
           ELSE
               PERFORM 1200-MOVER-DIGITADOS
               MOVE WS-DATA-ATUAL      TO ALV-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO ALV-OPERADOR-INCLUSAO
               MOVE 0                  TO ALV-DT-ALTERACAO
               MOVE SPACES             TO ALV-OPERADOR-ALTERACAO
               WRITE REG-ALVARA
               IF FS-ALV-OK
                   MOVE "ALVARA CADASTRADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-ALVARAS
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-ALVARAS
           IF WS-ALV-DIG-SITUACAO = "A" AND WS-ALV-DIG-EXIGIDO = "S"
               AND WS-ALV-DIG-VALIDADE < WS-DATA-ATUAL
               MOVE "ALVARA GRAVADO JA VENCIDO - BLOQUEIA"
                                       TO WS-STATUS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-ALVARA             SECTION.
      *----------------------------------------------------------------*
      * CLIENTE CADASTRADO, TIPO CONHECIDO, NUMERO E VALIDADE          *
      * INFORMADOS E EMISSAO NAO POSTERIOR A VALIDADE                  *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ALVARA-VALIDO
           IF ALV-CNPJ = 0
               MOVE "CNPJ DO CLIENTE NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           PERFORM 1060-LER-CLIENTE
           IF WS-NOME-CLIENTE = SPACES
               MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF NOT ALV-TIPO-VALIDO
               MOVE "TIPO DEVE SER FU, BA, SA OU BO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF ALV-NUMERO = SPACES
               MOVE "NUMERO DO ALVARA NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF ALV-DATA-VALIDADE (5:2) < "01"
               OR ALV-DATA-VALIDADE (5:2) > "12"
               OR ALV-DATA-VALIDADE (7:2) < "01"
               OR ALV-DATA-VALIDADE (7:2) > "31"
               MOVE "DATA DE VALIDADE INVALIDA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF ALV-DATA-EMISSAO NOT = 0
               IF ALV-DATA-EMISSAO (5:2) < "01"
                   OR ALV-DATA-EMISSAO (5:2) > "12"
                   OR ALV-DATA-EMISSAO (7:2) < "01"
                   OR ALV-DATA-EMISSAO (7:2) > "31"
                   MOVE "DATA DE EMISSAO INVALIDA"
                                       TO WS-STATUS
                   GO TO 1050-FIM
               END-IF
               IF ALV-DATA-EMISSAO > ALV-DATA-VALIDADE
                   MOVE "EMISSAO POSTERIOR A VALIDADE"
                                       TO WS-STATUS
                   GO TO 1050-FIM
               END-IF
           END-IF
           IF ALV-EXIGIDO NOT = "S" AND ALV-EXIGIDO NOT = "N"
               MOVE "EXIGIDO DEVE SER S OU N"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF NOT ALVARA-ATIVO AND NOT ALVARA-CANCELADO
               MOVE "SITUACAO DEVE SER A OU C"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE "S"                    TO WS-ALVARA-VALIDO
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1060-LER-CLIENTE                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-NOME-CLIENTE
           OPEN INPUT ARQ-CLIENTES
           IF NOT FS-CLI-OK
               GO TO 1060-FIM
           END-IF
           MOVE ALV-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE NOME               TO WS-NOME-CLIENTE
           END-IF
           CLOSE ARQ-CLIENTES
           .
       1060-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-ALVARAS      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-ALVARAS
           IF FS-ALV-NAO-EXISTE
               OPEN OUTPUT ARQ-ALVARAS
               CLOSE ARQ-ALVARAS
               OPEN I-O ARQ-ALVARAS
           END-IF
           IF NOT FS-ALV-OK
               PERFORM 9999-ERRO-ARQUIVO-ALVARAS
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-MOVER-DIGITADOS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-ALV-DIG-EMISSOR     TO ALV-EMISSOR
           MOVE WS-ALV-DIG-EMISSAO     TO ALV-DATA-EMISSAO
           MOVE WS-ALV-DIG-VALIDADE    TO ALV-DATA-VALIDADE
           MOVE WS-ALV-DIG-EXIGIDO     TO ALV-EXIGIDO
           MOVE WS-ALV-DIG-SITUACAO    TO ALV-SITUACAO
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-ALVARAS     SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-ALVARAS
           IF NOT FS-ALV-OK
               PERFORM 9999-ERRO-ARQUIVO-ALVARAS
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-ALVARA           SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA O ALVARA DO CNPJ, TIPO E NUMERO   *
      * INFORMADOS, COM O NOME DO CLIENTE                              *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-ALVARAS
           READ ARQ-ALVARAS
           IF NOT FS-ALV-OK
               MOVE "ALVARA NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               MOVE "ALVARA LOCALIZADO"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-ALVARAS
           PERFORM 1060-LER-CLIENTE
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-LISTAR-ALVARAS             SECTION.
      *----------------------------------------------------------------*
      * LISTA TODOS OS ALVARAS DO CNPJ INFORMADO, MARCANDO OS ATIVOS   *
      * JA VENCIDOS                                                    *
      *----------------------------------------------------------------*
           IF ALV-CNPJ = 0
               MOVE "CNPJ DO CLIENTE NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 4000-FIM
           END-IF
           PERFORM 1060-LER-CLIENTE
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE 0                      TO WS-QTD-ALVARAS
           MOVE ALV-CNPJ               TO WS-CNPJ-LISTA
           PERFORM 1100-ABRIR-ARQUIVO-ALVARAS
           DISPLAY " "
           DISPLAY "ALVARAS DO CLIENTE " WS-CNPJ-LISTA " "
                   WS-NOME-CLIENTE
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
                   OR ALV-CNPJ NOT = WS-CNPJ-LISTA
                   MOVE "S"            TO WS-FIM-CLIENTE
               ELSE
                   ADD 1               TO WS-QTD-ALVARAS
                   MOVE ALV-TIPO       TO SAI-ALV-TIPO
                   MOVE ALV-NUMERO     TO SAI-ALV-NUMERO
                   MOVE ALV-EMISSOR    TO SAI-ALV-EMISSOR
                   MOVE ALV-DATA-VALIDADE
                                       TO SAI-ALV-VALIDADE
                   MOVE ALV-EXIGIDO    TO SAI-ALV-EXIGIDO
                   MOVE ALV-SITUACAO   TO SAI-ALV-SITUACAO
                   MOVE SPACES         TO SAI-ALV-AVISO
                   IF ALVARA-ATIVO
                       AND ALV-DATA-VALIDADE < WS-DATA-ATUAL
                       MOVE "VENCIDO"  TO SAI-ALV-AVISO
                   END-IF
                   DISPLAY WS-LINHA-ALVARA
               END-IF
           END-PERFORM
           PERFORM 1400-FECHAR-ARQUIVO-ALVARAS
           INITIALIZE REG-ALVARA
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE WS-CNPJ-LISTA          TO ALV-CNPJ
           MOVE "S"                    TO ALV-EXIGIDO
           MOVE "A"                    TO ALV-SITUACAO
           IF WS-QTD-ALVARAS = 0
               MOVE "CLIENTE SEM ALVARAS CADASTRADOS"
                                       TO WS-STATUS
           END-IF
           DISPLAY "APERTE ENTER PARA VOLTAR"
           ACCEPT OPCAO-INC-ALV
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-ALVARAS       SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-ALV-ERRO-LAYOUT
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
       END PROGRAM CADAALVA.
      *----------------------------------------------------------------*
