      ******************************************************************
      * PROGRAMA.: CADAVEIC                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CADASTRO DE VEICULOS DE ENTREGA - INCLUSAO,         *
      *            ALTERACAO E CONSULTA PELA PLACA, COM A CAPACIDADE   *
      *            DE PESO E VOLUME USADA NA MONTAGEM DE CARGA         *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADAVEIC.
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
           SELECT ARQ-VEICULOS         ASSIGN TO  "WID-ARQ-VEI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEI-PLACA
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VEICULO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-VEICULOS.
       COPY VEICCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-VEI             PIC X.
       77 WS-FS-VEICULO                PIC X(02).
           88 FS-VEI-OK                VALUE "00" THRU "09".
           88 FS-VEI-NAO-ENCONTRADO    VALUE "23".
           88 FS-VEI-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-VEICULO-LIDO              PIC X(01)       VALUE "N".
           88 VEICULO-LIDO             VALUE "S".
      *
      * --> DADOS DIGITADOS, PRESERVADOS NA LEITURA DO REGISTRO
      *
       01 WS-VEICULO-DIGITADO          PIC X(160)      VALUE SPACES.
       01 WS-DT-INCLUSAO-GRAVADA       PIC 9(08)       VALUE 0.
       01 WS-OPER-INCLUSAO-GRAVADO     PIC X(08)       VALUE SPACES.
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
      * --> TELA DO CADASTRO DE VEICULOS
      *
       COPY VEICSCR.
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
       PERFORM 0000-MANTER-VEICULOS.
      *----------------------------------------------------------------*
       0000-MANTER-VEICULOS            SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-VEICULO      REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "A"                    TO VEI-SITUACAO
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-VEICULO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-PLACA-VEI
               ACCEPT SCR-DESCRICAO-VEI
               ACCEPT SCR-FILIAL-VEI
               ACCEPT SCR-MOTORISTA-VEI
               ACCEPT SCR-PESO-VEI
               ACCEPT SCR-VOLUME-VEI
               ACCEPT SCR-LATITUDE-VEI
               ACCEPT SCR-LONGITUDE-VEI
               ACCEPT SCR-SITUACAO-VEI
               ACCEPT OPCAO-INC-VEI
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-VEI
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-VEICULO
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-VEICULO
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
       1000-SALVAR-VEICULO             SECTION.
      *----------------------------------------------------------------*
      * VEICULO SEM CAPACIDADE NAO ENTRA NA MONTAGEM DE CARGA, POR     *
      * ISSO PESO E VOLUME SAO OBRIGATORIOS                            *
      *----------------------------------------------------------------*
           IF VEI-PLACA = SPACES
               MOVE "PLACA NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF VEI-DESCRICAO = SPACES
               MOVE "DESCRICAO NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF VEI-FILIAL = 0
               MOVE "FILIAL NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF VEI-CAPACIDADE-PESO = 0 OR VEI-CAPACIDADE-VOLUME = 0
               MOVE "CAPACIDADE DE PESO E VOLUME OBRIGATORIA"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           EVALUATE VEI-SITUACAO
               WHEN "a"
                   MOVE "A"            TO VEI-SITUACAO
               WHEN "i"
                   MOVE "I"            TO VEI-SITUACAO
           END-EVALUATE
           IF NOT VEICULO-ATIVO AND NOT VEICULO-INATIVO
               MOVE "SITUACAO DEVE SER A OU I"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           MOVE REG-VEICULO            TO WS-VEICULO-DIGITADO
           OPEN I-O ARQ-VEICULOS
           IF FS-VEI-NAO-EXISTE
               OPEN OUTPUT ARQ-VEICULOS
               CLOSE ARQ-VEICULOS
               OPEN I-O ARQ-VEICULOS
           END-IF
           IF NOT FS-VEI-OK
               MOVE "ERRO NO ACESSO AO ARQUIVO"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           READ ARQ-VEICULOS
           IF FS-VEI-NAO-ENCONTRADO
               MOVE WS-VEICULO-DIGITADO TO REG-VEICULO
               MOVE WS-DATA-ATUAL      TO VEI-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO VEI-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO VEI-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO VEI-OPERADOR-ALTERACAO
               WRITE REG-VEICULO
           ELSE
               MOVE VEI-DT-INCLUSAO    TO WS-DT-INCLUSAO-GRAVADA
               MOVE VEI-OPERADOR-INCLUSAO
                                       TO WS-OPER-INCLUSAO-GRAVADO
               MOVE WS-VEICULO-DIGITADO TO REG-VEICULO
               MOVE WS-DT-INCLUSAO-GRAVADA
                                       TO VEI-DT-INCLUSAO
               MOVE WS-OPER-INCLUSAO-GRAVADO
                                       TO VEI-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO VEI-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO VEI-OPERADOR-ALTERACAO
               REWRITE REG-VEICULO
           END-IF
           IF FS-VEI-OK
               MOVE "VEICULO GRAVADO COM SUCESSO"
                                       TO WS-STATUS
           ELSE
               MOVE "ERRO NO ACESSO AO ARQUIVO"
                                       TO WS-STATUS
           END-IF
           CLOSE ARQ-VEICULOS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-VEICULO          SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA OS DADOS GRAVADOS DO VEICULO      *
      * INFORMADO NO CAMPO DE PLACA                                    *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-VEICULO-LIDO
           OPEN INPUT ARQ-VEICULOS
           IF FS-VEI-OK
               READ ARQ-VEICULOS
               IF FS-VEI-OK
                   MOVE "S"            TO WS-VEICULO-LIDO
               END-IF
               CLOSE ARQ-VEICULOS
           END-IF
           IF VEICULO-LIDO
               MOVE "VEICULO LOCALIZADO"
                                       TO WS-STATUS
           ELSE
               MOVE "VEICULO NAO ENCONTRADO"
                                       TO WS-STATUS
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CADAVEIC.
      *----------------------------------------------------------------*
