      ******************************************************************
      * PROGRAMA.: CADAEQUI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CADASTRO DE EQUIPAMENTOS EM COMODATO - INCLUSAO,    *
      *            ALTERACAO E CONSULTA PELO NUMERO DE SERIE; A TROCA  *
      *            DO CNPJ INSTALA, TRANSFERE OU RETIRA O EQUIPAMENTO  *
      *            E FICA NO HISTORICO DE MOVIMENTOS                   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADAEQUI.
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
           SELECT ARQ-EQUIPAMENTOS     ASSIGN TO  "WID-ARQ-EQP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EQP-SERIE
               ALTERNATE RECORD KEY    IS EQP-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-EQUIPAMENTO.
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
       FD ARQ-EQUIPAMENTOS.
       COPY EQUICADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-EQP             PIC X.
       77 WS-FS-EQUIPAMENTO            PIC X(02).
           88 FS-EQP-OK                VALUE "00" THRU "09".
           88 FS-EQP-NAO-ENCONTRADO    VALUE "23".
           88 FS-EQP-NAO-EXISTE        VALUE "35".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
           88 FS-CLI-NAO-ENCONTRADO    VALUE "23".
           88 FS-CLI-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-NOME-CLIENTE              PIC X(40)       VALUE SPACES.
       01 WS-CLIENTE-VALIDO            PIC X(01)       VALUE "N".
           88 CLIENTE-VALIDO           VALUE "S".
       01 WS-EQUIPAMENTO-LIDO          PIC X(01)       VALUE "N".
           88 EQUIPAMENTO-LIDO         VALUE "S".
      *
      * --> DADOS DIGITADOS, PRESERVADOS NA LEITURA DO REGISTRO
      *
       01 WS-TIPO-DIGITADO             PIC X(01)       VALUE SPACE.
       01 WS-DESCRICAO-DIGITADA        PIC X(30)       VALUE SPACES.
       01 WS-FILIAL-DIGITADA           PIC 9(02)       VALUE 0.
       01 WS-CNPJ-DIGITADO             PIC 9(14)       VALUE 0.
       01 WS-FIM-CONTRATO-DIGITADO     PIC 9(08)       VALUE 0.
       01 WS-CNPJ-GRAVADO              PIC 9(14)       VALUE 0.
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DE MOVIMENTACAO
      *
       COPY EQUIPARM.
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
      * --> TELA DO CADASTRO DE EQUIPAMENTOS
      *
       COPY EQUISCR.
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
       PERFORM 0000-MANTER-EQUIPAMENTOS.
      *----------------------------------------------------------------*
       0000-MANTER-EQUIPAMENTOS        SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-EQUIPAMENTO  REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-EQUIPAMENTO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-SERIE-EQP
               ACCEPT SCR-TIPO-EQP
               ACCEPT SCR-DESCRICAO-EQP
               ACCEPT SCR-FILIAL-EQP
               ACCEPT SCR-CNPJ-EQP
               ACCEPT SCR-FIM-CONTRATO-EQP
               ACCEPT OPCAO-INC-EQP
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-EQP
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-EQUIPAMENTO
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-EQUIPAMENTO
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
       1000-SALVAR-EQUIPAMENTO         SECTION.
      *----------------------------------------------------------------*
      * OS DADOS DO EQUIPAMENTO SAO GRAVADOS AQUI; A MUDANCA DE LOCAL  *
      * (CNPJ DIFERENTE DO GRAVADO) E FEITA PELO SUBPROGRAMA, QUE      *
      * REGISTRA O MOVIMENTO NO HISTORICO                              *
      *----------------------------------------------------------------*
           IF EQP-SERIE = SPACES
               MOVE "NUMERO DE SERIE NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF NOT EQP-GELADEIRA AND NOT EQP-COOLER
               AND NOT EQP-FREEZER AND NOT EQP-OUTRO
               MOVE "TIPO DEVE SER G, C, F OU O"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF EQP-DESCRICAO = SPACES
               MOVE "DESCRICAO NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF EQP-FILIAL = 0
               MOVE "FILIAL NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           MOVE SPACES                 TO WS-NOME-CLIENTE
           IF EQP-CNPJ > 0
               PERFORM 1100-VALIDAR-CLIENTE
               IF NOT CLIENTE-VALIDO
                   GO TO 1000-FIM
               END-IF
           END-IF
           MOVE EQP-TIPO               TO WS-TIPO-DIGITADO
           MOVE EQP-DESCRICAO          TO WS-DESCRICAO-DIGITADA
           MOVE EQP-FILIAL             TO WS-FILIAL-DIGITADA
           MOVE EQP-CNPJ               TO WS-CNPJ-DIGITADO
           MOVE EQP-DT-FIM-CONTRATO    TO WS-FIM-CONTRATO-DIGITADO
           OPEN I-O ARQ-EQUIPAMENTOS
           IF FS-EQP-NAO-EXISTE
               OPEN OUTPUT ARQ-EQUIPAMENTOS
               CLOSE ARQ-EQUIPAMENTOS
               OPEN I-O ARQ-EQUIPAMENTOS
           END-IF
           IF NOT FS-EQP-OK
               MOVE "ERRO NO ACESSO AO ARQUIVO"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           READ ARQ-EQUIPAMENTOS
           IF FS-EQP-NAO-ENCONTRADO
      *
      * --> EQUIPAMENTO NOVO ENTRA NO DEPOSITO; A INSTALACAO NO
      *     CLIENTE DIGITADO E FEITA EM SEGUIDA COMO MOVIMENTO
      *
               MOVE 0                  TO EQP-CNPJ
               MOVE 0                  TO EQP-DT-INSTALACAO
               MOVE "D"                TO EQP-SITUACAO
               MOVE 0                  TO EQP-DT-ULT-CONFERENCIA
               MOVE SPACE              TO EQP-ULT-CONFERENCIA
               MOVE WS-DATA-ATUAL      TO EQP-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO EQP-OPERADOR-INCLUSAO
               PERFORM 1200-MOVER-DIGITADOS
               WRITE REG-EQUIPAMENTO
           ELSE
               PERFORM 1200-MOVER-DIGITADOS
               REWRITE REG-EQUIPAMENTO
           END-IF
           IF NOT FS-EQP-OK
               MOVE "ERRO NO ACESSO AO ARQUIVO"
                                       TO WS-STATUS
               CLOSE ARQ-EQUIPAMENTOS
               GO TO 1000-FIM
           END-IF
           MOVE EQP-CNPJ               TO WS-CNPJ-GRAVADO
           CLOSE ARQ-EQUIPAMENTOS
           MOVE "EQUIPAMENTO GRAVADO COM SUCESSO"
                                       TO WS-STATUS
           IF WS-CNPJ-DIGITADO NOT = WS-CNPJ-GRAVADO
               PERFORM 1300-MOVER-EQUIPAMENTO
           END-IF
           PERFORM 3100-LER-EQUIPAMENTO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-VALIDAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-CLIENTE-VALIDO
           MOVE SPACES                 TO WS-NOME-CLIENTE
           OPEN INPUT ARQ-CLIENTES
           IF NOT FS-CLI-OK
               MOVE "NAO HA CLIENTES CADASTRADOS"
                                       TO WS-STATUS
           ELSE
               MOVE EQP-CNPJ           TO CNPJ
               READ ARQ-CLIENTES
               IF FS-CLI-OK
                   MOVE "S"            TO WS-CLIENTE-VALIDO
                   MOVE NOME           TO WS-NOME-CLIENTE
               ELSE
                   MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-STATUS
               END-IF
               CLOSE ARQ-CLIENTES
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-MOVER-DIGITADOS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-TIPO-DIGITADO       TO EQP-TIPO
           MOVE WS-DESCRICAO-DIGITADA  TO EQP-DESCRICAO
           MOVE WS-FILIAL-DIGITADA     TO EQP-FILIAL
           MOVE WS-FIM-CONTRATO-DIGITADO
                                       TO EQP-DT-FIM-CONTRATO
           MOVE WS-DATA-ATUAL          TO EQP-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO EQP-OPERADOR-ALTERACAO
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1300-MOVER-EQUIPAMENTO          SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-PARM-EQUIPAMENTO
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "M"                    TO PEQ-FUNCAO
           MOVE EQP-SERIE              TO PEQ-SERIE
           MOVE WS-CNPJ-DIGITADO       TO PEQ-CNPJ
           MOVE "CADAEQUI"             TO PEQ-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PEQ-OPERADOR
           CALL "MOVIEQUI"             USING REG-PARM-EQUIPAMENTO
           EVALUATE TRUE
               WHEN NOT PEQ-APLICADO
                   MOVE "ERRO NA MOVIMENTACAO DO EQUIPAMENTO"
                                       TO WS-STATUS
               WHEN WS-CNPJ-DIGITADO = 0
                   MOVE "EQUIPAMENTO RETIRADO PARA O DEPOSITO"
                                       TO WS-STATUS
               WHEN WS-CNPJ-GRAVADO = 0
                   MOVE "EQUIPAMENTO INSTALADO NO CLIENTE"
                                       TO WS-STATUS
               WHEN OTHER
                   MOVE "EQUIPAMENTO TRANSFERIDO DE CLIENTE"
                                       TO WS-STATUS
           END-EVALUATE
           .
       1300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-EQUIPAMENTO      SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA OS DADOS GRAVADOS DO EQUIPAMENTO  *
      * INFORMADO NO CAMPO DE SERIE, COM O NOME DO CLIENTE ATUAL       *
      *----------------------------------------------------------------*
           PERFORM 3100-LER-EQUIPAMENTO
           IF EQUIPAMENTO-LIDO
               MOVE "EQUIPAMENTO LOCALIZADO"
                                       TO WS-STATUS
           ELSE
               MOVE "EQUIPAMENTO NAO ENCONTRADO"
                                       TO WS-STATUS
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-LER-EQUIPAMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-EQUIPAMENTO-LIDO
           MOVE SPACES                 TO WS-NOME-CLIENTE
           OPEN INPUT ARQ-EQUIPAMENTOS
           IF NOT FS-EQP-OK
               GO TO 3100-FIM
           END-IF
           READ ARQ-EQUIPAMENTOS
           IF FS-EQP-OK
               MOVE "S"                TO WS-EQUIPAMENTO-LIDO
           END-IF
           CLOSE ARQ-EQUIPAMENTOS
           IF EQUIPAMENTO-LIDO AND EQP-CNPJ > 0
               PERFORM 1100-VALIDAR-CLIENTE
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CADAEQUI.
      *----------------------------------------------------------------*
