      * DATA.....: 02/09/2026                                          *
      * OBJETIVO.: CADASTRO DE REDES (GRUPOS ECONOMICOS) - INCLUSAO,   *
      *            CONSULTA E EXCLUSAO DAS REDES REFERENCIADAS PELOS   *
      *            CLIENTES, COM O LIMITE DE CREDITO DO GRUPO          *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-NOME-DIGITADO             PIC X(40)       VALUE SPACES.
       01 WS-SITUACAO-DIGITADA         PIC X(01)       VALUE SPACE.
       01 WS-LIMITE-DIGITADO           PIC 9(09)V99    VALUE 0.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
               ACCEPT SCR-CODIGO-RED
               ACCEPT SCR-NOME-RED
               ACCEPT SCR-SITUACAO-RED
               ACCEPT SCR-LIMITE-RED
               ACCEPT OPCAO-INC-RED
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-RED
           PERFORM 1100-ABRIR-ARQUIVO-REDES
           MOVE RED-NOME               TO WS-NOME-DIGITADO
           MOVE RED-SITUACAO           TO WS-SITUACAO-DIGITADA
           MOVE RED-LIMITE-CREDITO     TO WS-LIMITE-DIGITADO
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           READ ARQ-REDES
           IF FS-RED-OK
               PERFORM 1200-ALTERAR-REDE
           ELSE
               MOVE WS-NOME-DIGITADO   TO RED-NOME
               MOVE WS-SITUACAO-DIGITADA
                                       TO RED-SITUACAO
               MOVE WS-LIMITE-DIGITADO TO RED-LIMITE-CREDITO
               MOVE WS-DATA-ATUAL      TO RED-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO RED-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO RED-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO RED-OPERADOR-ALTERACAO
               WRITE REG-REDE
               IF FS-RED-OK
                   MOVE "REDE CADASTRADA COM SUCESSO"
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-ALTERAR-REDE               SECTION.
      *----------------------------------------------------------------*
      * REDE JA CADASTRADA: GRAVA NOME, SITUACAO E LIMITE DO GRUPO     *
      * DIGITADOS, MANTENDO A INCLUSAO E REGISTRANDO A ALTERACAO       *
      *----------------------------------------------------------------*
           MOVE WS-NOME-DIGITADO       TO RED-NOME
           MOVE WS-SITUACAO-DIGITADA   TO RED-SITUACAO
           MOVE WS-LIMITE-DIGITADO     TO RED-LIMITE-CREDITO
           MOVE WS-DATA-ATUAL          TO RED-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO RED-OPERADOR-ALTERACAO
           REWRITE REG-REDE
           IF FS-RED-OK
               MOVE "REDE ALTERADA COM SUCESSO"
                                       TO WS-STATUS
           ELSE
               PERFORM 9999-ERRO-ARQUIVO-REDES
           END-IF
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-REDES       SECTION.
      *----------------------------------------------------------------*
